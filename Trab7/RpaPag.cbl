      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recibo de pagamento a autonomo (RPA) - emite o RPA
      *          de um prestador do cadastro AUTONOMO.DAT numa
      *          competencia aberta: INSS de 11% limitado ao teto da
      *          LEGALTAB (descontado o INSS ja retido do mesmo CPF
      *          no mes), IRRF pela IRRFTAB sobre o valor menos o
      *          INSS, ISS pela aliquota do cadastro e a cota
      *          patronal de 20%; grava o RPALOG.DAT e imprime o
      *          recibo em RPA.PRT. A segunda opcao gera o credito
      *          em conta dos RPAs da competencia no leiaute da
      *          remessa bancaria (RPAREM.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RPAPAG.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUTONOMO-FILE ASSIGN TO "data/AUTONOMO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUTONOMO-STATUS.

            SELECT RPALOG-FILE ASSIGN TO "data/RPALOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPALOG-STATUS.

            SELECT RECIBO-FILE ASSIGN TO "data/RPA.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECIBO-STATUS.

            SELECT RPAREM-FILE ASSIGN TO "data/RPAREM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPAREM-STATUS.

            SELECT IRRFTAB-FILE ASSIGN TO "data/IRRFTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IRRF-STATUS.

            SELECT LEGALTAB-FILE ASSIGN TO "data/LEGALTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEGALTAB-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AUTONOMO-FILE.
        COPY "AUTONOMO.cpy".

        FD  RPALOG-FILE.
        COPY "RPALOG.cpy".

        FD  RECIBO-FILE.
        01 RECIBO-LINHA PIC X(80).

        FD  RPAREM-FILE.
        COPY "BANCOREM.cpy".

        FD  IRRFTAB-FILE.
        COPY "IRRFTAB.cpy".

        FD  LEGALTAB-FILE.
        COPY "LEGALTAB.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "PERIODWS.cpy".
        COPY "IRRFWS.cpy".
        COPY "LEGALWS.cpy".
        COPY "INSSTAB.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-AUTONOMO-STATUS PIC XX VALUE "00".
        77 WS-RPALOG-STATUS PIC XX VALUE "00".
        77 WS-RECIBO-STATUS PIC XX VALUE "00".
        77 WS-RPAREM-STATUS PIC XX VALUE "00".
        77 WS-AUTONOMO-EOF PIC X VALUE "N".
            88 AUTONOMO-EOF VALUE "Y".
        77 WS-RPALOG-EOF PIC X VALUE "N".
            88 RPALOG-EOF VALUE "Y".
        77 wsopcao PIC 9 VALUE ZERO.
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-CPF-ENTRADA PIC X(11) VALUE SPACES.
        77 WS-DESCRICAO PIC X(30) VALUE SPACES.
        77 WS-DATA-ALVO PIC 9(08) VALUE ZERO.
        77 WS-ACHOU PIC X VALUE "N".
            88 AUTONOMO-ACHADO VALUE "Y".
        77 WS-ALIQ-INSS-AUTONOMO PIC 9V9999 VALUE 0,1100.
        77 WS-ULTIMO-NUMERO PIC 9(06) VALUE ZERO.
        77 WS-QTD-RPA-MES PIC 9(05) VALUE ZERO.
        77 wsValorRpa PIC 9(07)V99 VALUE ZERO.
        77 wsInssOutras PIC 9(07)V99 VALUE ZERO.
        77 wsInssRetido PIC 9(07)V99 VALUE ZERO.
        77 wsInssMaximo PIC 9(07)V99 VALUE ZERO.
        77 wsDiscINSS PIC 9(07)V99 VALUE ZERO.
        77 wsDiscIR PIC 9(07)V99 VALUE ZERO.
        77 wsDiscISS PIC 9(07)V99 VALUE ZERO.
        77 wsPatronal PIC 9(07)V99 VALUE ZERO.
        77 wsLiquido PIC 9(07)V99 VALUE ZERO.
        77 WS-CALC-CHECK PIC S9(07)V99 VALUE ZERO.
        77 WS-VALOR-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        77 WS-REM-QTD PIC 9(07) VALUE ZERO.
        77 WS-REM-TOTAL PIC 9(09)V99 VALUE ZERO.
        77 WS-QTD-SEM-BANCO PIC 9(05) VALUE ZERO.
        77 WS-EMPRESA-REM PIC X(30) VALUE "AUTONOMOS - RPA".
        01 WS-AUTONOMO-ATUAL.
            05 WS-AT-CPF PIC X(11).
            05 WS-AT-NOME PIC X(30).
            05 WS-AT-NIT PIC X(11).
            05 WS-AT-BANCO PIC 9(03).
            05 WS-AT-AGENCIA PIC X(06).
            05 WS-AT-CONTA PIC X(12).
            05 WS-AT-ALIQ-ISS PIC 9(02)V99.
            05 WS-AT-SIT PIC X(01).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "RPAPAG" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.

        DISPLAY "1 - Emitir RPA".
        DISPLAY "2 - Gerar remessa bancaria dos RPAs da competencia".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM EMITE-RPA
            WHEN 2
                PERFORM GERA-REMESSA
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        EMITE-RPA.
        PERFORM LOAD-PERIODO-TABLE.
        DISPLAY "Digite a competencia do RPA (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF NOT COMPETENCIA-ABERTA
            DISPLAY "COMPETENCIA NAO ABERTA OU JA FECHADA: "
                WS-COMPETENCIA " - RPA RECUSADO"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        DISPLAY "Digite o CPF do autonomo: " NO ADVANCING.
        ACCEPT WS-CPF-ENTRADA.
        PERFORM LOCALIZA-AUTONOMO.
        IF NOT AUTONOMO-ACHADO
            DISPLAY "ERRO: autonomo nao cadastrado (MANUTAUT): "
                WS-CPF-ENTRADA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-AT-SIT NOT = "A"
            DISPLAY "ERRO: autonomo inativo no cadastro: "
                WS-CPF-ENTRADA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        DISPLAY "Digite a descricao do servico: " NO ADVANCING.
        ACCEPT WS-DESCRICAO.
        DISPLAY "Digite o valor bruto do servico: " NO ADVANCING.
        ACCEPT wsValorRpa.
        IF wsValorRpa = ZERO
            DISPLAY "ERRO: valor do servico zerado - RPA recusado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "Digite o INSS ja retido por outras fontes no mes"
            " (0 se nenhum): " NO ADVANCING.
        ACCEPT wsInssOutras.

        PERFORM LOAD-LEGAL-TABLE.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM LOAD-IRRF-TABLE.
        IF WS-IRRF-COUNT = ZERO
            DISPLAY "ERRO: tabela IRRF vazia ou indisponivel"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM SELECT-IRRF-RATE-COMPETENCIA.
        PERFORM APURA-RPALOG-MES.
        PERFORM CALCULA-RPA.
        IF WS-CALC-CHECK <= ZERO
            DISPLAY "ERRO: retencoes consomem todo o valor do"
                " servico - RPA recusado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM GRAVA-RPALOG.
        PERFORM IMPRIME-RECIBO.
        DISPLAY " ".
        DISPLAY "RPA " RP-NUMERO " EMITIDO - " WS-AT-NOME.
        DISPLAY "VALOR BRUTO:     " wsValorRpa.
        DISPLAY "INSS (11%):      " wsDiscINSS.
        DISPLAY "IRRF:            " wsDiscIR.
        DISPLAY "ISS:             " wsDiscISS.
        DISPLAY "LIQUIDO:         " wsLiquido.
        DISPLAY "PATRONAL (20%):  " wsPatronal.
        DISPLAY "RECIBO EM data/RPA.PRT".

      * INSS do contribuinte individual: 11% limitado a 11% do teto
      * (ultima faixa da tabela vigente), menos o que ja foi retido
      * no mes pelos RPAs anteriores e pelas outras fontes
        CALCULA-RPA.
        COMPUTE wsInssMaximo ROUNDED =
            INSS-LIMITE(4) * WS-ALIQ-INSS-AUTONOMO.
        COMPUTE WS-CALC-CHECK = wsInssMaximo - wsInssRetido
            - wsInssOutras.
        IF WS-CALC-CHECK < ZERO
            MOVE ZERO TO WS-CALC-CHECK
        END-IF.
        COMPUTE wsDiscINSS ROUNDED =
            wsValorRpa * WS-ALIQ-INSS-AUTONOMO.
        IF wsDiscINSS > WS-CALC-CHECK
            MOVE WS-CALC-CHECK TO wsDiscINSS
            DISPLAY "AVISO: INSS limitado ao teto do mes (ja retido "
                wsInssRetido " + outras fontes " wsInssOutras ")"
        END-IF.
        COMPUTE WS-CALC-CHECK ROUNDED =
            (wsValorRpa - wsDiscINSS) * WS-IRRF-ALIQUOTA-USE
            - WS-IRRF-DEDUCAO-USE.
        IF WS-CALC-CHECK < ZERO
            MOVE ZERO TO WS-CALC-CHECK
        END-IF.
        MOVE WS-CALC-CHECK TO wsDiscIR.
        COMPUTE wsDiscISS ROUNDED =
            wsValorRpa * WS-AT-ALIQ-ISS / 100.
        COMPUTE wsPatronal ROUNDED =
            wsValorRpa * WS-ALIQ-PATRONAL-USE.
        COMPUTE WS-CALC-CHECK = wsValorRpa - wsDiscINSS - wsDiscIR
            - wsDiscISS.
        IF WS-CALC-CHECK > ZERO
            MOVE WS-CALC-CHECK TO wsLiquido
        END-IF.

        GRAVA-RPALOG.
        OPEN EXTEND RPALOG-FILE.
        IF WS-RPALOG-STATUS = "35"
            OPEN OUTPUT RPALOG-FILE
        END-IF.
        MOVE SPACES TO RPALOG-RECORD.
        COMPUTE RP-NUMERO = WS-ULTIMO-NUMERO + 1.
        MOVE WS-AT-CPF TO RP-CPF.
        MOVE WS-COMPETENCIA TO RP-COMPETENCIA.
        MOVE WS-DESCRICAO TO RP-DESCRICAO.
        MOVE wsValorRpa TO RP-VALOR.
        MOVE wsDiscINSS TO RP-INSS.
        MOVE wsDiscIR TO RP-IRRF.
        MOVE wsDiscISS TO RP-ISS.
        MOVE wsPatronal TO RP-PATRONAL.
        MOVE wsLiquido TO RP-LIQUIDO.
        MOVE WS-OPERADOR TO RP-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO RP-TIMESTAMP.
        WRITE RPALOG-RECORD.
        IF WS-RPALOG-STATUS NOT = "00"
            MOVE "RPALOG" TO WS-ERR-ARQUIVO
            MOVE WS-RPALOG-STATUS TO WS-ERR-STATUS
            MOVE "GRAVA-RPALOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE RPALOG-FILE.

        IMPRIME-RECIBO.
        OPEN EXTEND RECIBO-FILE.
        IF WS-RECIBO-STATUS = "35"
            OPEN OUTPUT RECIBO-FILE
        END-IF.
        MOVE ALL "=" TO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "RECIBO DE PAGAMENTO A AUTONOMO - RPA No. " RP-NUMERO
            "   COMPETENCIA " RP-COMPETENCIA
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "PRESTADOR: " WS-AT-NOME
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "CPF: " WS-AT-CPF "   NIT: " WS-AT-NIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "SERVICO: " RP-DESCRICAO
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE wsValorRpa TO WS-VALOR-EDIT.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "VALOR BRUTO DO SERVICO ......... " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE wsDiscINSS TO WS-VALOR-EDIT.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "(-) INSS RETIDO (11%) .......... " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE wsDiscIR TO WS-VALOR-EDIT.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "(-) IRRF RETIDO ................ " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE wsDiscISS TO WS-VALOR-EDIT.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "(-) ISS RETIDO ................. " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE wsLiquido TO WS-VALOR-EDIT.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "VALOR LIQUIDO A RECEBER ........ " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "CREDITO EM CONTA: BANCO " WS-AT-BANCO
            " AGENCIA " WS-AT-AGENCIA " CONTA " WS-AT-CONTA
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE wsPatronal TO WS-VALOR-EDIT.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "INSS PATRONAL 20% (ENCARGO DO CONTRATANTE) "
            WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        MOVE SPACES TO RECIBO-LINHA.
        STRING "EMITIDO EM " RP-TIMESTAMP " POR " RP-OPERADOR
            "     ASSINATURA: ____________________"
            DELIMITED BY SIZE INTO RECIBO-LINHA.
        WRITE RECIBO-LINHA.
        CLOSE RECIBO-FILE.

      * ultimo numero de RPA emitido e INSS ja retido do mesmo CPF
      * na competencia
        APURA-RPALOG-MES.
        MOVE ZERO TO WS-ULTIMO-NUMERO wsInssRetido WS-QTD-RPA-MES.
        MOVE "N" TO WS-RPALOG-EOF.
        OPEN INPUT RPALOG-FILE.
        IF WS-RPALOG-STATUS = "00"
            PERFORM UNTIL RPALOG-EOF
                READ RPALOG-FILE
                    AT END
                        MOVE "Y" TO WS-RPALOG-EOF
                    NOT AT END
                        IF RP-NUMERO > WS-ULTIMO-NUMERO
                            MOVE RP-NUMERO TO WS-ULTIMO-NUMERO
                        END-IF
                        IF RP-CPF = WS-AT-CPF
                            AND RP-COMPETENCIA = WS-COMPETENCIA
                            ADD RP-INSS TO wsInssRetido
                            ADD 1 TO WS-QTD-RPA-MES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RPALOG-FILE
        END-IF.
        IF WS-QTD-RPA-MES > ZERO
            DISPLAY "AUTONOMO JA TEM " WS-QTD-RPA-MES " RPA(S) NA"
                " COMPETENCIA - INSS JA RETIDO: " wsInssRetido
        END-IF.

        LOCALIZA-AUTONOMO.
        MOVE "N" TO WS-ACHOU.
        MOVE "N" TO WS-AUTONOMO-EOF.
        OPEN INPUT AUTONOMO-FILE.
        IF WS-AUTONOMO-STATUS = "00"
            PERFORM UNTIL AUTONOMO-EOF OR AUTONOMO-ACHADO
                READ AUTONOMO-FILE
                    AT END
                        MOVE "Y" TO WS-AUTONOMO-EOF
                    NOT AT END
                        IF AU-CPF = WS-CPF-ENTRADA
                            MOVE "Y" TO WS-ACHOU
                            PERFORM GUARDA-AUTONOMO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUTONOMO-FILE
        END-IF.

        GUARDA-AUTONOMO.
        MOVE AU-CPF TO WS-AT-CPF.
        MOVE AU-NOME TO WS-AT-NOME.
        MOVE AU-NIT TO WS-AT-NIT.
        MOVE AU-BANCO TO WS-AT-BANCO.
        MOVE AU-AGENCIA TO WS-AT-AGENCIA.
        MOVE AU-CONTA TO WS-AT-CONTA.
        MOVE AU-ALIQ-ISS TO WS-AT-ALIQ-ISS.
        MOVE AU-STATUS TO WS-AT-SIT.

      * credito em conta dos RPAs da competencia no leiaute da
      * remessa bancaria; trailer com a quantidade e o total liquido
        GERA-REMESSA.
        DISPLAY "Digite a competencia da remessa (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        MOVE ZERO TO WS-REM-QTD WS-REM-TOTAL WS-QTD-SEM-BANCO.
        MOVE "N" TO WS-RPALOG-EOF.
        OPEN INPUT RPALOG-FILE.
        IF WS-RPALOG-STATUS NOT = "00"
            DISPLAY "NENHUM RPA EMITIDO (RPALOG.DAT status "
                WS-RPALOG-STATUS ")"
            STOP RUN
        END-IF.
        OPEN OUTPUT RPAREM-FILE.
        MOVE SPACES TO BANCOREM-RECORD.
        MOVE "0" TO BR-TIPO.
        MOVE WS-COMPETENCIA TO BR-HDR-COMPETENCIA.
        MOVE FUNCTION CURRENT-DATE(1:14) TO BR-HDR-GERACAO.
        MOVE WS-EMPRESA-REM TO BR-HDR-EMPRESA.
        WRITE BANCOREM-RECORD.
        PERFORM UNTIL RPALOG-EOF
            READ RPALOG-FILE
                AT END
                    MOVE "Y" TO WS-RPALOG-EOF
                NOT AT END
                    IF RP-COMPETENCIA = WS-COMPETENCIA
                        AND RP-LIQUIDO > ZERO
                        PERFORM GRAVA-DETALHE-RPA
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RPALOG-FILE.
        MOVE SPACES TO BANCOREM-RECORD.
        MOVE "9" TO BR-TIPO.
        MOVE WS-REM-QTD TO BR-TRL-QTD.
        MOVE WS-REM-TOTAL TO BR-TRL-TOTAL.
        WRITE BANCOREM-RECORD.
        CLOSE RPAREM-FILE.
        DISPLAY " ".
        DISPLAY "REMESSA DE RPA GERADA - COMPETENCIA " WS-COMPETENCIA.
        DISPLAY "QTD DETALHES:     " WS-REM-QTD.
        DISPLAY "TOTAL DA REMESSA: " WS-REM-TOTAL.
        IF WS-QTD-SEM-BANCO > ZERO
            DISPLAY "ATENCAO: " WS-QTD-SEM-BANCO " RPA(S) SEM"
                " AUTONOMO OU DADOS BANCARIOS NO CADASTRO - FORA"
                " DA REMESSA"
            MOVE 8 TO RETURN-CODE
        END-IF.

        GRAVA-DETALHE-RPA.
        MOVE RP-CPF TO WS-CPF-ENTRADA.
        PERFORM LOCALIZA-AUTONOMO.
        IF NOT AUTONOMO-ACHADO OR WS-AT-BANCO = ZERO
            OR WS-AT-CONTA = SPACES
            ADD 1 TO WS-QTD-SEM-BANCO
            DISPLAY "RPA " RP-NUMERO " CPF " RP-CPF
                " SEM DADOS BANCARIOS - NAO REMETIDO"
        ELSE
            MOVE SPACES TO BANCOREM-RECORD
            MOVE "1" TO BR-TIPO
            MOVE "RP" TO BR-DET-PRONTUARIO(1:2)
            MOVE RP-NUMERO TO BR-DET-PRONTUARIO(3:6)
            MOVE WS-AT-NOME(1:20) TO BR-DET-NOME
            MOVE WS-AT-BANCO TO BR-DET-BANCO
            MOVE WS-AT-AGENCIA TO BR-DET-AGENCIA
            MOVE WS-AT-CONTA TO BR-DET-CONTA
            MOVE RP-LIQUIDO TO BR-DET-VALOR
            WRITE BANCOREM-RECORD
            ADD 1 TO WS-REM-QTD
            ADD RP-LIQUIDO TO WS-REM-TOTAL
        END-IF.

        LOAD-IRRF-TABLE.
        MOVE ZERO TO WS-IRRF-COUNT.
        MOVE "N" TO WS-IRRF-EOF.
        OPEN INPUT IRRFTAB-FILE.
        IF WS-IRRF-STATUS = "00"
            PERFORM UNTIL IRRF-EOF
                READ IRRFTAB-FILE
                    AT END
                        MOVE "Y" TO WS-IRRF-EOF
                    NOT AT END
                        ADD 1 TO WS-IRRF-COUNT
                        MOVE IR-DATA-VIGENCIA
                            TO WS-IRRF-DATA(WS-IRRF-COUNT)
                        MOVE IR-ALIQUOTA
                            TO WS-IRRF-ALIQ(WS-IRRF-COUNT)
                        MOVE IR-DEDUCAO
                            TO WS-IRRF-DEDUC(WS-IRRF-COUNT)
                END-READ
            END-PERFORM
            CLOSE IRRFTAB-FILE
        END-IF.

        SELECT-IRRF-RATE-COMPETENCIA.
        COMPUTE WS-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE ZERO TO WS-IRRF-BEST-DATA.
        MOVE ZERO TO WS-IRRF-ALIQUOTA-USE.
        MOVE ZERO TO WS-IRRF-DEDUCAO-USE.
        PERFORM VARYING WS-IRRF-IDX FROM 1 BY 1
            UNTIL WS-IRRF-IDX > WS-IRRF-COUNT
            IF WS-IRRF-DATA(WS-IRRF-IDX) <= WS-DATA-ALVO
                AND WS-IRRF-DATA(WS-IRRF-IDX) >= WS-IRRF-BEST-DATA
                MOVE WS-IRRF-DATA(WS-IRRF-IDX) TO WS-IRRF-BEST-DATA
                MOVE WS-IRRF-ALIQ(WS-IRRF-IDX) TO WS-IRRF-ALIQUOTA-USE
                MOVE WS-IRRF-DEDUC(WS-IRRF-IDX) TO WS-IRRF-DEDUCAO-USE
            END-IF
        END-PERFORM.

        LOAD-LEGAL-TABLE.
        MOVE ZERO TO WS-LEGAL-COUNT.
        MOVE "N" TO WS-LEGALTAB-EOF.
        OPEN INPUT LEGALTAB-FILE.
        IF WS-LEGALTAB-STATUS = "00"
            PERFORM UNTIL LEGALTAB-EOF
                READ LEGALTAB-FILE
                    AT END
                        MOVE "Y" TO WS-LEGALTAB-EOF
                    NOT AT END
                        IF WS-LEGAL-COUNT >= 20
                            DISPLAY "AVISO: limite de 20 vigencias de"
                                " parametros legais atingido, "
                                LP-DATA-VIGENCIA " ignorada"
                        ELSE
                            ADD 1 TO WS-LEGAL-COUNT
                            PERFORM ACUMULA-LEGAL-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LEGALTAB-FILE
        END-IF.

        ACUMULA-LEGAL-TABLE.
        MOVE LP-DATA-VIGENCIA TO WS-LEGAL-DATA(WS-LEGAL-COUNT).
        MOVE LP-ALIQ-PATRONAL TO WS-LEGAL-PATRONAL(WS-LEGAL-COUNT).
        PERFORM VARYING WS-LEGAL-FX-IDX FROM 1 BY 1
            UNTIL WS-LEGAL-FX-IDX > 4
            MOVE LP-INSS-LIMITE(WS-LEGAL-FX-IDX)
                TO WS-LEGAL-INSS-LIM(WS-LEGAL-COUNT, WS-LEGAL-FX-IDX)
            MOVE LP-INSS-ALIQUOTA(WS-LEGAL-FX-IDX)
                TO WS-LEGAL-INSS-ALQ(WS-LEGAL-COUNT, WS-LEGAL-FX-IDX)
        END-PERFORM.

        SELECT-LEGAL-RATE.
        COMPUTE WS-LEGAL-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE ZERO TO WS-LEGAL-BEST-DATA WS-LEGAL-BEST-IDX.
        PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
            UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT
            IF WS-LEGAL-DATA(WS-LEGAL-IDX) <= WS-LEGAL-DATA-ALVO
                AND WS-LEGAL-DATA(WS-LEGAL-IDX) >= WS-LEGAL-BEST-DATA
                MOVE WS-LEGAL-DATA(WS-LEGAL-IDX)
                    TO WS-LEGAL-BEST-DATA
                MOVE WS-LEGAL-IDX TO WS-LEGAL-BEST-IDX
            END-IF
        END-PERFORM.
        IF WS-LEGAL-BEST-IDX > ZERO
            MOVE WS-LEGAL-PATRONAL(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-PATRONAL-USE
            PERFORM VARYING WS-LEGAL-FX-IDX FROM 1 BY 1
                UNTIL WS-LEGAL-FX-IDX > 4
                MOVE WS-LEGAL-INSS-LIM(WS-LEGAL-BEST-IDX,
                    WS-LEGAL-FX-IDX) TO INSS-LIMITE(WS-LEGAL-FX-IDX)
                MOVE WS-LEGAL-INSS-ALQ(WS-LEGAL-BEST-IDX,
                    WS-LEGAL-FX-IDX) TO INSS-ALIQUOTA(WS-LEGAL-FX-IDX)
            END-PERFORM
        END-IF.

        LOAD-PERIODO-TABLE.
        MOVE ZERO TO WS-PERIODO-COUNT.
        MOVE "N" TO WS-PERIODO-EOF.
        OPEN INPUT PERIODO-FILE.
        IF WS-PERIODO-STATUS = "00"
            PERFORM UNTIL PERIODO-EOF
                READ PERIODO-FILE
                    AT END
                        MOVE "Y" TO WS-PERIODO-EOF
                    NOT AT END
                        ADD 1 TO WS-PERIODO-COUNT
                        MOVE PD-COMPETENCIA
                            TO WS-PERIODO-COMP(WS-PERIODO-COUNT)
                        MOVE PD-STATUS
                            TO WS-PERIODO-SIT(WS-PERIODO-COUNT)
                END-READ
            END-PERFORM
            CLOSE PERIODO-FILE
        END-IF.

        VALIDA-COMPETENCIA.
        MOVE SPACE TO WS-COMPETENCIA-SIT.
        PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
            UNTIL WS-PERIODO-IDX > WS-PERIODO-COUNT
            IF WS-PERIODO-COMP(WS-PERIODO-IDX) = WS-COMPETENCIA
                MOVE WS-PERIODO-SIT(WS-PERIODO-IDX)
                    TO WS-COMPETENCIA-SIT
            END-IF
        END-PERFORM.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
