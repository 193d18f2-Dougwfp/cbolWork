      * Author:
      * Date:
      * Purpose: Digitacao e pre-critica do ponto - gera TIMESHT.DAT
      *          ja validado para o lote do TRAB1. Horas extras acima
      *          das autorizadas pelo gestor (HEAUTOR.DAT) ficam
      *          retidas em HEPEND.DAT aguardando o gestor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT AFAST-FILE ASSIGN TO "data/AFAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AFAST-STATUS.

            SELECT HEAUTOR-FILE ASSIGN TO "data/HEAUTOR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEAUTOR-STATUS.

            SELECT HEPEND-FILE ASSIGN TO "data/HEPEND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEPEND-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  AFAST-FILE.
        COPY "AFAST.cpy".

        FD  HEAUTOR-FILE.
        COPY "HEAUTOR.cpy".

        FD  HEPEND-FILE.
        COPY "HEPEND.cpy".

        WORKING-STORAGE SECTION.
        COPY "PERIODWS.cpy".
        COPY "AFASTWS.cpy".
        COPY "HEAUTWS.cpy".
        77 WS-HORAS-MAXIMO PIC 9(05) VALUE 744.
        77 WS-HORAS-MES PIC 9(03) VALUE 220.
        77 WS-HORAS-AFAST-PERMITIDAS PIC 9(05) VALUE ZERO.
        77 WS-HORAS-EXTRA-MAXIMO PIC 9(05) VALUE 220.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-TSHEET-STATUS PIC XX VALUE "00".
        77 WS-QTD-REJEITADA PIC 9(05) VALUE ZERO.
        77 WS-DUPLICADO PIC X VALUE "N".
            88 DUPLICADO VALUE "Y".
        77 WS-HEPEND-STATUS PIC XX VALUE "00".
        77 WS-HEPEND-EOF PIC X VALUE "N".
            88 HEPEND-EOF VALUE "Y".
        77 WS-HP-COUNT PIC 9(04) VALUE ZERO.
        77 WS-HP-IDX PIC 9(04) VALUE ZERO.
        77 WS-HP-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-HP-OVERFLOW PIC X VALUE "N".
            88 HP-OVERFLOW VALUE "Y".
        77 WS-HE-TOTAL PIC 9(05) VALUE ZERO.
        77 WS-HE-EXCESSO PIC 9(05) VALUE ZERO.
        77 WS-HE-RECUSADAS PIC 9(05) VALUE ZERO.
        77 WS-HE-RETER-EXTRA PIC 9(05) VALUE ZERO.
        77 WS-HE-RETER-DR PIC 9(03) VALUE ZERO.
        77 WS-HE-DEPTO PIC X(10) VALUE SPACES.
        77 WS-HE-GESTOR PIC X(20) VALUE SPACES.
        77 WS-QTD-RETIDA PIC 9(05) VALUE ZERO.
        77 WS-HORAS-RETIDAS PIC 9(07) VALUE ZERO.
        01 WS-HP-TAB.
            05 WS-HP-ENTRY OCCURS 2000 TIMES.
                10 WS-HP-PRONTUARIO PIC X(08).
                10 WS-HP-COMPETENCIA PIC 9(06).
                10 WS-HP-DEPARTAMENTO PIC X(10).
                10 WS-HP-HORAS-EXTRA PIC 9(03).
                10 WS-HP-HORAS-EXTRA-DR PIC 9(03).
                10 WS-HP-AUTORIZADAS PIC 9(03).
                10 WS-HP-HE-DESTINO PIC X(01).
                10 WS-HP-GESTOR PIC X(20).
                10 WS-HP-SIT PIC X(01).
                10 WS-HP-OPERADOR PIC X(08).
                10 WS-HP-TS PIC 9(14).
        01 WS-LOTE-TAB.
            05 WS-LOTE-ENTRY OCCURS 999 TIMES.
                10 WS-LOTE-PRONTUARIO PIC X(08).
            DISPLAY "ABRA A COMPETENCIA ANTES DE DIGITAR O PONTO"
            STOP RUN
        END-IF.
        PERFORM CARREGA-AFASTAMENTOS.
        MOVE WS-COMPETENCIA TO WS-HA-COMP.
        PERFORM CARREGA-AUTORIZACOES-HE.
        IF NOT HA-DISPONIVEL
            DISPLAY "AVISO: autorizacoes de hora extra (HEAUTOR.DAT)"
                " indisponiveis - toda hora extra sera retida para"
                " o gestor"
        END-IF.
        PERFORM CARREGA-PENDENCIAS-HE.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
        PERFORM CAPTURA-ENTRADA UNTIL FIM-DIGITACAO.
        IF WS-QTD-ACEITA > ZERO
            PERFORM GRAVA-TIMESHT
            PERFORM GRAVA-PENDENCIAS-HE
        ELSE
            DISPLAY "NENHUMA ENTRADA ACEITA - TIMESHT.DAT ANTERIOR"
                " FOI PRESERVADO"
        DISPLAY "ENTRADAS DIGITADAS:  " WS-QTD-DIGITADA.
        DISPLAY "ENTRADAS ACEITAS:    " WS-QTD-ACEITA.
        DISPLAY "ENTRADAS REJEITADAS: " WS-QTD-REJEITADA.
        IF WS-QTD-RETIDA > ZERO
            DISPLAY "ENTRADAS COM HORA EXTRA RETIDA: " WS-QTD-RETIDA
                " (" WS-HORAS-RETIDAS " HORA(S)) - AGUARDANDO O"
                " GESTOR NO MANUTHEX"
        END-IF.
        IF WS-QTD-REJEITADA = ZERO
            DISPLAY "LOTE LIBERADO EM data/TIMESHT.DAT"
        ELSE
            END-READ
        END-IF.

      * empregado afastado no mes pode vir com zero horas, mas nao
      * com horas alem dos dias em que esteve trabalhando
        IF ENTRADA-OK
            MOVE wspronturario TO WS-AF-ALVO
            MOVE WS-COMPETENCIA TO WS-AF-COMP
            PERFORM APURA-AFASTAMENTO-MES
            IF (wsHoras = ZERO AND WS-AF-DIAS-TOTAL = ZERO)
                OR wsHoras > WS-HORAS-MAXIMO
                MOVE "N" TO WS-ENTRADA-OK
                MOVE "HORAS FORA DA FAIXA PERMITIDA"
                    TO WS-ENTRADA-MOTIVO
            END-IF
        END-IF.

        IF ENTRADA-OK AND WS-AF-DIAS-TOTAL > ZERO
            COMPUTE WS-HORAS-AFAST-PERMITIDAS ROUNDED =
                (WS-HORAS-MES * (30 - WS-AF-DIAS-TOTAL) / 30) + 8
            IF wsHoras > WS-HORAS-AFAST-PERMITIDAS
                MOVE "N" TO WS-ENTRADA-OK
                MOVE "HORAS LANCADAS EM DIAS DE AFASTAMENTO"
                    TO WS-ENTRADA-MOTIVO
            END-IF
        END-IF.

        IF ENTRADA-OK
            IF wsHorasExtra > WS-HORAS-EXTRA-MAXIMO
                OR wsHorasExtraDr > WS-HORAS-EXTRA-MAXIMO
            END-IF
        END-IF.

      * hora extra acima da autorizada nao e rejeitada: a entrada
      * segue com as autorizadas e o excesso fica retido para o
      * gestor, desde que caiba na tabela de pendencias
        IF ENTRADA-OK
            PERFORM APURA-EXCESSO-HE
            IF WS-HE-EXCESSO > ZERO AND WS-HP-COUNT >= WS-HP-MAXIMO
                MOVE "N" TO WS-ENTRADA-OK
                MOVE "LIMITE DE HORAS EXTRAS RETIDAS ATINGIDO"
                    TO WS-ENTRADA-MOTIVO
            END-IF
        END-IF.

        IF ENTRADA-OK
            IF WS-LOTE-COUNT >= WS-LOTE-MAXIMO
                MOVE "N" TO WS-ENTRADA-OK
        IF wsEmpresa = ZERO
            MOVE 1 TO wsEmpresa
        END-IF.
        PERFORM RETEM-EXTRAS-NAO-AUTORIZADAS.
        ADD 1 TO WS-LOTE-COUNT.
        ADD 1 TO WS-QTD-ACEITA.
        MOVE wspronturario TO WS-LOTE-PRONTUARIO(WS-LOTE-COUNT).
            DELIMITED BY SIZE INTO EDITREL-LINHA.
        WRITE EDITREL-LINHA.

        RELATA-RETIDO.
        MOVE SPACES TO EDITREL-LINHA.
        STRING wspronturario " RETIDO    EXTRAS=" WS-HE-RETER-EXTRA
            " DOM/FER=" WS-HE-RETER-DR
            " AUTORIZADAS=" WS-HA-AUTORIZADAS
            " GESTOR " WS-HE-GESTOR
            DELIMITED BY SIZE INTO EDITREL-LINHA.
        WRITE EDITREL-LINHA.

        RELATA-REJEITADO.
        MOVE SPACES TO EDITREL-LINHA.
        STRING wspronturario " REJEITADO " WS-ENTRADA-MOTIVO
        STRING "TOTAIS: DIGITADAS=" WS-QTD-DIGITADA
            " ACEITAS=" WS-QTD-ACEITA
            " REJEITADAS=" WS-QTD-REJEITADA
            " COM EXTRA RETIDA=" WS-QTD-RETIDA
            DELIMITED BY SIZE INTO EDITREL-LINHA.
        WRITE EDITREL-LINHA.
        CLOSE EDITREL-FILE.
                    TO WS-COMPETENCIA-SIT
            END-IF
        END-PERFORM.

      * extras digitadas/importadas contra as autorizadas do mes
        APURA-EXCESSO-HE.
        MOVE wspronturario TO WS-HA-ALVO.
        PERFORM APURA-AUTORIZADO-HE.
        COMPUTE WS-HE-TOTAL = wsHorasExtra + wsHorasExtraDr.
        MOVE ZERO TO WS-HE-EXCESSO.
        IF WS-HE-TOTAL > WS-HA-AUTORIZADAS
            COMPUTE WS-HE-EXCESSO = WS-HE-TOTAL - WS-HA-AUTORIZADAS
        END-IF.

      * a entrada vai ao lote so com as extras autorizadas (as de
      * 1,5 saem primeiro, depois as de domingo/feriado); o excesso
      * ja recusado pelo gestor e descartado e o restante fica
      * pendente em HEPEND.DAT. Pendencias aprovadas desde a ultima
      * liberacao entram agora no lote, cobertas pela autorizacao
      * que o MANUTHEX gerou.
        RETEM-EXTRAS-NAO-AUTORIZADAS.
        PERFORM VARYING WS-HP-IDX FROM 1 BY 1
            UNTIL WS-HP-IDX > WS-HP-COUNT
            IF WS-HP-PRONTUARIO(WS-HP-IDX) = wspronturario
                AND WS-HP-COMPETENCIA(WS-HP-IDX) = WS-COMPETENCIA
                AND WS-HP-SIT(WS-HP-IDX) = "A"
                MOVE "L" TO WS-HP-SIT(WS-HP-IDX)
                MOVE WS-OPERADOR TO WS-HP-OPERADOR(WS-HP-IDX)
                MOVE FUNCTION CURRENT-DATE(1:14)
                    TO WS-HP-TS(WS-HP-IDX)
            END-IF
        END-PERFORM.
        IF WS-HE-EXCESSO > ZERO
            IF WS-HE-EXCESSO > wsHorasExtra
                MOVE wsHorasExtra TO WS-HE-RETER-EXTRA
                COMPUTE WS-HE-RETER-DR = WS-HE-EXCESSO - wsHorasExtra
            ELSE
                MOVE WS-HE-EXCESSO TO WS-HE-RETER-EXTRA
                MOVE ZERO TO WS-HE-RETER-DR
            END-IF
            SUBTRACT WS-HE-RETER-EXTRA FROM wsHorasExtra
            SUBTRACT WS-HE-RETER-DR FROM wsHorasExtraDr
            PERFORM DESCONTA-RECUSADAS-HE
            IF WS-HE-RETER-EXTRA > ZERO OR WS-HE-RETER-DR > ZERO
                PERFORM INCLUI-PENDENCIA-HE
            ELSE
                DISPLAY wspronturario " EXTRAS ACIMA DO AUTORIZADO"
                    " JA RECUSADAS PELO GESTOR - DESCARTADAS"
            END-IF
        END-IF.

        DESCONTA-RECUSADAS-HE.
        MOVE ZERO TO WS-HE-RECUSADAS.
        PERFORM VARYING WS-HP-IDX FROM 1 BY 1
            UNTIL WS-HP-IDX > WS-HP-COUNT
            IF WS-HP-PRONTUARIO(WS-HP-IDX) = wspronturario
                AND WS-HP-COMPETENCIA(WS-HP-IDX) = WS-COMPETENCIA
                AND WS-HP-SIT(WS-HP-IDX) = "R"
                ADD WS-HP-HORAS-EXTRA(WS-HP-IDX)
                    WS-HP-HORAS-EXTRA-DR(WS-HP-IDX)
                    TO WS-HE-RECUSADAS
            END-IF
        END-PERFORM.
        IF WS-HE-RECUSADAS >= WS-HE-RETER-EXTRA
            SUBTRACT WS-HE-RETER-EXTRA FROM WS-HE-RECUSADAS
            MOVE ZERO TO WS-HE-RETER-EXTRA
        ELSE
            SUBTRACT WS-HE-RECUSADAS FROM WS-HE-RETER-EXTRA
            MOVE ZERO TO WS-HE-RECUSADAS
        END-IF.
        IF WS-HE-RECUSADAS >= WS-HE-RETER-DR
            MOVE ZERO TO WS-HE-RETER-DR
        ELSE
            SUBTRACT WS-HE-RECUSADAS FROM WS-HE-RETER-DR
        END-IF.

        INCLUI-PENDENCIA-HE.
        IF wsDepartamento NOT = SPACES
            MOVE wsDepartamento TO WS-HE-DEPTO
        ELSE
            MOVE EM-DEPARTAMENTO TO WS-HE-DEPTO
        END-IF.
        MOVE SPACES TO WS-HE-GESTOR.
        IF DEPTMAST-DISPONIVEL
            MOVE WS-HE-DEPTO TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DP-RESPONSAVEL TO WS-HE-GESTOR
            END-READ
        END-IF.
        ADD 1 TO WS-HP-COUNT.
        MOVE wspronturario TO WS-HP-PRONTUARIO(WS-HP-COUNT).
        MOVE WS-COMPETENCIA TO WS-HP-COMPETENCIA(WS-HP-COUNT).
        MOVE WS-HE-DEPTO TO WS-HP-DEPARTAMENTO(WS-HP-COUNT).
        MOVE WS-HE-RETER-EXTRA TO WS-HP-HORAS-EXTRA(WS-HP-COUNT).
        MOVE WS-HE-RETER-DR TO WS-HP-HORAS-EXTRA-DR(WS-HP-COUNT).
        MOVE WS-HA-AUTORIZADAS TO WS-HP-AUTORIZADAS(WS-HP-COUNT).
        MOVE wsHeDestino TO WS-HP-HE-DESTINO(WS-HP-COUNT).
        MOVE WS-HE-GESTOR TO WS-HP-GESTOR(WS-HP-COUNT).
        MOVE "P" TO WS-HP-SIT(WS-HP-COUNT).
        MOVE WS-OPERADOR TO WS-HP-OPERADOR(WS-HP-COUNT).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HP-TS(WS-HP-COUNT).
        ADD 1 TO WS-QTD-RETIDA.
        ADD WS-HE-RETER-EXTRA WS-HE-RETER-DR TO WS-HORAS-RETIDAS.
        DISPLAY wspronturario " HORAS EXTRAS SEM AUTORIZACAO RETIDAS"
            " PARA O GESTOR: " WS-HE-RETER-EXTRA " + "
            WS-HE-RETER-DR " DOM/FER".
        PERFORM RELATA-RETIDO.

      * as pendencias "P" da competencia sao refeitas a cada
      * liberacao, pois o TIMESHT.DAT e regravado inteiro
        CARREGA-PENDENCIAS-HE.
        MOVE ZERO TO WS-HP-COUNT.
        MOVE "N" TO WS-HP-OVERFLOW.
        MOVE "N" TO WS-HEPEND-EOF.
        OPEN INPUT HEPEND-FILE.
        IF WS-HEPEND-STATUS = "00"
            PERFORM UNTIL HEPEND-EOF
                READ HEPEND-FILE
                    AT END
                        MOVE "Y" TO WS-HEPEND-EOF
                    NOT AT END
                        IF HP-PENDENTE
                            AND HP-COMPETENCIA = WS-COMPETENCIA
                            CONTINUE
                        ELSE
                            PERFORM ACUMULA-PENDENCIA-HE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HEPEND-FILE
        END-IF.
        IF HP-OVERFLOW
            DISPLAY "ERRO: HEPEND.DAT tem mais de " WS-HP-MAXIMO
                " pendencias de hora extra - digitacao recusada para"
                " nao perder registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-PENDENCIA-HE.
        IF WS-HP-COUNT >= WS-HP-MAXIMO
            MOVE "Y" TO WS-HP-OVERFLOW
        ELSE
            ADD 1 TO WS-HP-COUNT
            MOVE HP-PRONTUARIO TO WS-HP-PRONTUARIO(WS-HP-COUNT)
            MOVE HP-COMPETENCIA TO WS-HP-COMPETENCIA(WS-HP-COUNT)
            MOVE HP-DEPARTAMENTO TO WS-HP-DEPARTAMENTO(WS-HP-COUNT)
            MOVE HP-HORAS-EXTRA TO WS-HP-HORAS-EXTRA(WS-HP-COUNT)
            MOVE HP-HORAS-EXTRA-DR
                TO WS-HP-HORAS-EXTRA-DR(WS-HP-COUNT)
            MOVE HP-HORAS-AUTORIZADAS
                TO WS-HP-AUTORIZADAS(WS-HP-COUNT)
            MOVE HP-HE-DESTINO TO WS-HP-HE-DESTINO(WS-HP-COUNT)
            MOVE HP-GESTOR TO WS-HP-GESTOR(WS-HP-COUNT)
            MOVE HP-SITUACAO TO WS-HP-SIT(WS-HP-COUNT)
            MOVE HP-OPERADOR TO WS-HP-OPERADOR(WS-HP-COUNT)
            MOVE HP-TIMESTAMP TO WS-HP-TS(WS-HP-COUNT)
        END-IF.

        GRAVA-PENDENCIAS-HE.
        OPEN OUTPUT HEPEND-FILE.
        PERFORM VARYING WS-HP-IDX FROM 1 BY 1
            UNTIL WS-HP-IDX > WS-HP-COUNT
            MOVE SPACES TO HEPEND-RECORD
            MOVE WS-HP-PRONTUARIO(WS-HP-IDX) TO HP-PRONTUARIO
            MOVE WS-HP-COMPETENCIA(WS-HP-IDX) TO HP-COMPETENCIA
            MOVE WS-HP-DEPARTAMENTO(WS-HP-IDX) TO HP-DEPARTAMENTO
            MOVE WS-HP-HORAS-EXTRA(WS-HP-IDX) TO HP-HORAS-EXTRA
            MOVE WS-HP-HORAS-EXTRA-DR(WS-HP-IDX)
                TO HP-HORAS-EXTRA-DR
            MOVE WS-HP-AUTORIZADAS(WS-HP-IDX)
                TO HP-HORAS-AUTORIZADAS
            MOVE WS-HP-HE-DESTINO(WS-HP-IDX) TO HP-HE-DESTINO
            MOVE WS-HP-GESTOR(WS-HP-IDX) TO HP-GESTOR
            MOVE WS-HP-SIT(WS-HP-IDX) TO HP-SITUACAO
            MOVE WS-HP-OPERADOR(WS-HP-IDX) TO HP-OPERADOR
            MOVE WS-HP-TS(WS-HP-IDX) TO HP-TIMESTAMP
            WRITE HEPEND-RECORD
        END-PERFORM.
        CLOSE HEPEND-FILE.

        COPY "AFASTCAL.cpy".

        COPY "HEAUTCAL.cpy".
