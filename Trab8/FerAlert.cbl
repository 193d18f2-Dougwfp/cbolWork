      * Purpose: Alerta de ferias a vencer - lista funcionarios cujo
      *          prazo concessivo vence em 60/30 dias ou ja venceu,
      *          cruzando a admissao com o razonete FERIASLG.DAT.
      *          Afastamento por doenca/acidente de mais de 6 meses
      *          (AFAST.DAT) suspende o periodo aquisitivo: os
      *          periodos atingidos saem da conta e o novo aquisitivo
      *          conta a partir do retorno ao trabalho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FERPROG-STATUS.

            SELECT AFAST-FILE ASSIGN TO "data/AFAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AFAST-STATUS.

            SELECT ALERTA-FILE ASSIGN TO "data/FERALERT.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERTA-STATUS.
        FD  FERPROG-FILE.
        COPY "FERPROG.cpy".

        FD  AFAST-FILE.
        COPY "AFAST.cpy".

        FD  ALERTA-FILE.
        01 ALERTA-LINHA PIC X(100).

        WORKING-STORAGE SECTION.
        COPY "AFASTWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-FERIASLG-STATUS PIC XX VALUE "00".
        77 WS-ALERTA-STATUS PIC XX VALUE "00".
        77 WS-CICLO PIC 9(03) VALUE ZERO.
        77 WS-CICLO-ANOMES PIC 9(06) VALUE ZERO.
        77 WS-CICLO-PENDENTE PIC 9(06) VALUE ZERO.
        77 WS-CICLO-LIMITE PIC 9(06) VALUE ZERO.
        77 WS-SUSPENSO-DESDE PIC 9(08) VALUE ZERO.
        77 WS-LONGO-INICIO PIC 9(08) VALUE ZERO.
        77 WS-LONGO-RETORNO PIC 9(08) VALUE ZERO.
        77 WS-LIMITE-MESES PIC 9(06) VALUE ZERO.
        77 WS-MESES-RESTANTES PIC S9(05) VALUE ZERO.
        77 WS-DIAS-GOZADOS PIC 9(03) VALUE ZERO.

        PERFORM CARREGA-FERIASLG.
        PERFORM CARREGA-FERPROG.
        PERFORM CARREGA-AFASTAMENTOS.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY EM-PRONTUARIO
                " AVISO: data de admissao invalida no cadastro"
        ELSE
            MOVE ZERO TO WS-CICLO-PENDENTE WS-SUSPENSO-DESDE
            MOVE 999999 TO WS-CICLO-LIMITE
            MOVE EM-PRONTUARIO TO WS-AF-ALVO
            PERFORM LOCALIZA-AFASTAMENTO-LONGO
            MOVE WS-AF-LONGO-INICIO TO WS-LONGO-INICIO
            MOVE WS-AF-LONGO-RETORNO TO WS-LONGO-RETORNO
            IF AF-LONGO-ACHADO
                COMPUTE WS-CICLO-LIMITE = WS-LONGO-INICIO / 100
            END-IF
            PERFORM APURA-CICLOS
            IF WS-CICLO-PENDENTE = ZERO AND AF-LONGO-ACHADO
                PERFORM APURA-CICLOS-APOS-RETORNO
            END-IF
            IF WS-CICLO-PENDENTE > ZERO
                PERFORM CLASSIFICA-CICLO-PENDENTE
            ELSE
                IF WS-SUSPENSO-DESDE > ZERO
                    PERFORM RELATA-AQUISITIVO-SUSPENSO
                END-IF
            END-IF
        END-IF.

      * ciclos contados da data ancora (admissao ou retorno de
      * afastamento longo) ate o inicio do afastamento longo
        APURA-CICLOS.
        COMPUTE WS-ADM-MESES = WS-ADM-ANO * 12 + WS-ADM-MES.
        COMPUTE WS-MESES-CASA = WS-HOJE-MESES - WS-ADM-MESES.
        IF WS-MESES-CASA >= 12
            DIVIDE WS-MESES-CASA BY 12
                GIVING WS-CICLOS-COMPLETOS
            PERFORM LOCALIZA-CICLO-PENDENTE
        END-IF.

      * apos um afastamento de mais de 6 meses o novo aquisitivo
      * comeca no retorno; ainda afastado, o aquisitivo fica suspenso
        APURA-CICLOS-APOS-RETORNO.
        IF WS-LONGO-RETORNO > ZERO
            AND WS-LONGO-RETORNO <= WS-HOJE
            DIVIDE WS-LONGO-RETORNO BY 10000 GIVING WS-ADM-ANO
                REMAINDER WS-ADM-MMDD
            DIVIDE WS-ADM-MMDD BY 100 GIVING WS-ADM-MES
            MOVE 999999 TO WS-CICLO-LIMITE
            PERFORM APURA-CICLOS
        ELSE
            MOVE WS-LONGO-INICIO TO WS-SUSPENSO-DESDE
        END-IF.

        LOCALIZA-CICLO-PENDENTE.
        MOVE ZERO TO WS-CICLO-PENDENTE.
        PERFORM VARYING WS-CICLO FROM 1 BY 1
            OR WS-CICLO-PENDENTE > ZERO
            COMPUTE WS-CICLO-ANOMES =
                (WS-ADM-ANO + WS-CICLO - 1) * 100 + WS-ADM-MES
            IF WS-CICLO-ANOMES < WS-CICLO-LIMITE
                PERFORM AVALIA-CICLO
            END-IF
        END-PERFORM.

      * periodo atingido por afastamento longo nao gera ferias
        AVALIA-CICLO.
        COMPUTE WS-AF-DATA = WS-CICLO-ANOMES * 100 + 1.
        PERFORM VERIFICA-AQUISITIVO-AFASTADO.
        IF NOT AF-AQUIS-PERDIDO
            PERFORM SOMA-DIAS-GOZADOS
            IF WS-DIAS-GOZADOS < 30
                MOVE WS-CICLO-ANOMES TO WS-CICLO-PENDENTE
            END-IF
        END-IF.

        RELATA-AQUISITIVO-SUSPENSO.
        ADD 1 TO WS-QTD-ALERTAS.
        DISPLAY EM-PRONTUARIO " " EM-NOME
            " AQUISITIVO SUSPENSO - AFASTADO DESDE "
            WS-SUSPENSO-DESDE " (MAIS DE 6 MESES)".
        MOVE SPACES TO ALERTA-LINHA.
        STRING EM-PRONTUARIO " " EM-NOME
            " AQUISITIVO SUSPENSO - AFASTADO DESDE "
            WS-SUSPENSO-DESDE " (MAIS DE 6 MESES)"
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.

        SOMA-DIAS-GOZADOS.
        MOVE ZERO TO WS-DIAS-GOZADOS.
                FL-AQUIS-INICIO / 100
            MOVE FL-DIAS TO WS-FL-DIAS(WS-FL-COUNT)
        END-IF.

        COPY "AFASTCAL.cpy".
