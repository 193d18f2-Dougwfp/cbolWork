      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credito mensal do cartao refeicao/alimentacao - para
      *          a competencia e o beneficio informados calcula o
      *          credito de cada empregado ativo como valor diario x
      *          dias uteis do CALENDAR.DAT, menos as faltas do mes
      *          anterior (TS-HORAS-FALTA do TIMESHT.DAT), os dias
      *          de ferias programadas (FERPROG.DAT) e os dias de
      *          afastamento (AFAST.DAT). Gera o arquivo
      *          da fornecedora (VACARTAO.DAT, header/detalhe/
      *          trailer com CPF + valor), grava VACRED.DAT com a
      *          parte do empregado no PAT para o TRAB1 descontar e
      *          emite a conciliacao por departamento em VAREL.PRT
      *          para conferir a fatura da fornecedora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. VALEREF.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT TIMESHEET-FILE ASSIGN TO "data/TIMESHT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TSHEET-STATUS.

            SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

            SELECT FERPROG-FILE ASSIGN TO "data/FERPROG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FERPROG-STATUS.

            SELECT AFAST-FILE ASSIGN TO "data/AFAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AFAST-STATUS.

            SELECT VACRED-FILE ASSIGN TO "data/VACRED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VACRED-STATUS.

            SELECT VACARTAO-FILE ASSIGN TO "data/VACARTAO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VACARTAO-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/VAREL.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  TIMESHEET-FILE.
        COPY "TSHEET.cpy".

        FD  CALENDAR-FILE.
        COPY "CALENDAR.cpy".

        FD  FERPROG-FILE.
        COPY "FERPROG.cpy".

        FD  AFAST-FILE.
        COPY "AFAST.cpy".

        FD  VACRED-FILE.
        COPY "VACRED.cpy".

        FD  VACARTAO-FILE.
        COPY "VACARTAO.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "PERIODWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "JOBJRNWS.cpy".
        COPY "AFASTWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-TSHEET-STATUS PIC XX VALUE "00".
        77 WS-CALENDAR-STATUS PIC XX VALUE "00".
        77 WS-FERPROG-STATUS PIC XX VALUE "00".
        77 WS-VACRED-STATUS PIC XX VALUE "00".
        77 WS-VACARTAO-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-TSHEET-EOF PIC X VALUE "N".
            88 TSHEET-EOF VALUE "Y".
        77 WS-CALENDAR-EOF PIC X VALUE "N".
            88 CALENDAR-EOF VALUE "Y".
        77 WS-FERPROG-EOF PIC X VALUE "N".
            88 FERPROG-EOF VALUE "Y".
        77 WS-VACRED-EOF PIC X VALUE "N".
            88 VACRED-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-BENEFICIO PIC X(01) VALUE SPACE.
            88 BENEFICIO-VALIDO VALUE "R" "A".
        77 WS-VALOR-DIARIO PIC 9(03)V99 VALUE ZERO.
        77 WS-PAT-PERCENTUAL PIC 9(02) VALUE ZERO.
        77 WS-PAT-MAXIMO PIC 9(02) VALUE 20.
        77 WS-HORAS-DIA PIC 9(02) VALUE 8.
        77 WS-COMP-ANTERIOR PIC 9(06) VALUE ZERO.
        77 WS-ANT-ANO PIC 9(04) VALUE ZERO.
        77 WS-ANT-MES PIC 9(02) VALUE ZERO.
        77 WS-MES-INICIO PIC 9(08) VALUE ZERO.
        77 WS-CAL-ANOMES PIC 9(06) VALUE ZERO.
        77 WS-DIAS-UTEIS PIC 9(02) VALUE ZERO.
        77 WS-DIAS-FALTA PIC 9(02) VALUE ZERO.
        77 WS-DIAS-FERIAS PIC 9(02) VALUE ZERO.
        77 WS-DIAS-AFASTADO PIC 9(02) VALUE ZERO.
        77 WS-DIAS-CHECK PIC S9(03) VALUE ZERO.
        77 WS-DIAS-CREDITO PIC 9(02) VALUE ZERO.
        77 WS-FERIAS-INI-NUM PIC 9(07) VALUE ZERO.
        77 WS-FERIAS-FIM-NUM PIC 9(07) VALUE ZERO.
        77 WS-DIA-NUM PIC 9(07) VALUE ZERO.
        77 WS-VALOR-CREDITO PIC 9(07)V99 VALUE ZERO.
        77 WS-VALOR-DESCONTO PIC 9(07)V99 VALUE ZERO.
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-CREDITADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-SEM-CREDITO PIC 9(05) VALUE ZERO.
        77 WS-TOTAL-CREDITO PIC 9(09)V99 VALUE ZERO.
        77 WS-TOTAL-DESCONTO PIC 9(09)V99 VALUE ZERO.
        77 WS-CAL-COUNT PIC 9(02) VALUE ZERO.
        77 WS-CAL-IDX PIC 9(02) VALUE ZERO.
        01 WS-CAL-TAB.
            05 WS-CAL-ENTRY OCCURS 31 TIMES.
                10 WS-CAL-DATA PIC 9(08).
                10 WS-CAL-TIPO PIC X(01).
        77 WS-FT-COUNT PIC 9(03) VALUE ZERO.
        77 WS-FT-IDX PIC 9(03) VALUE ZERO.
        77 WS-FT-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-FT-MAXIMO PIC 9(03) VALUE 999.
        01 WS-FT-TAB.
            05 WS-FT-ENTRY OCCURS 999 TIMES.
                10 WS-FT-PRONTUARIO PIC X(08).
                10 WS-FT-HORAS PIC 9(05).
        77 WS-FPR-COUNT PIC 9(03) VALUE ZERO.
        77 WS-FPR-IDX PIC 9(03) VALUE ZERO.
        77 WS-FPR-MAXIMO PIC 9(03) VALUE 200.
        01 WS-FPR-TAB.
            05 WS-FPR-ENTRY OCCURS 200 TIMES.
                10 WS-FPR-PRONTUARIO PIC X(08).
                10 WS-FPR-DATA PIC 9(08).
                10 WS-FPR-DIAS PIC 9(02).
        77 WS-VA-COUNT PIC 9(04) VALUE ZERO.
        77 WS-VA-IDX PIC 9(04) VALUE ZERO.
        77 WS-VA-INICIO-NOVOS PIC 9(04) VALUE ZERO.
        77 WS-VA-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-VA-OVERFLOW PIC X VALUE "N".
            88 VA-OVERFLOW VALUE "Y".
        01 WS-VA-TAB.
            05 WS-VA-ENTRY OCCURS 3000 TIMES.
                10 WS-VA-PRONTUARIO PIC X(08).
                10 WS-VA-COMPETENCIA PIC 9(06).
                10 WS-VA-TIPO PIC X(01).
                10 WS-VA-DIAS PIC 9(02).
                10 WS-VA-CREDITO PIC 9(07)V99.
                10 WS-VA-DESCONTO PIC 9(07)V99.
                10 WS-VA-DEPTO PIC X(10).
                10 WS-VA-CPF PIC X(11).
                10 WS-VA-OPERADOR PIC X(08).
                10 WS-VA-TS PIC 9(14).
        77 WS-DP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-DP-IDX PIC 9(03) VALUE ZERO.
        77 WS-DP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-DP-MAXIMO PIC 9(03) VALUE 100.
        01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 100 TIMES.
                10 WS-DP-DEPTO PIC X(10).
                10 WS-DP-QTD PIC 9(05).
                10 WS-DP-DIAS PIC 9(07).
                10 WS-DP-CREDITO PIC 9(09)V99.
                10 WS-DP-DESCONTO PIC 9(09)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "USER" UPON ENVIRONMENT-NAME.
        ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
        MOVE "VALEREF" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        PERFORM LOAD-PERIODO-TABLE.

        DISPLAY "Digite a competencia do credito (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF COMPETENCIA-FECHADA
            DISPLAY "COMPETENCIA JA FECHADA: " WS-COMPETENCIA
                " - CREDITO RECUSADO"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "Beneficio - R=refeicao, A=alimentacao: "
            NO ADVANCING.
        ACCEPT WS-BENEFICIO.
        IF NOT BENEFICIO-VALIDO
            DISPLAY "ERRO: beneficio invalido (R/A)"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "Digite o valor diario do beneficio: " NO ADVANCING.
        ACCEPT WS-VALOR-DIARIO.
        IF WS-VALOR-DIARIO = ZERO
            DISPLAY "ERRO: valor diario invalido"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "Percentual descontado do empregado (PAT, 0-"
            WS-PAT-MAXIMO ", 0=sem desconto): " NO ADVANCING.
        ACCEPT WS-PAT-PERCENTUAL.
        IF WS-PAT-PERCENTUAL > WS-PAT-MAXIMO
            DISPLAY "ERRO: desconto do PAT limitado a "
                WS-PAT-MAXIMO "% do beneficio"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM CARREGA-CALENDARIO-MES.
        IF WS-DIAS-UTEIS = ZERO
            DISPLAY "ERRO: calendario sem dias uteis para o mes "
                WS-COMPETENCIA " - cadastre o mes no MANUTCAL antes"
                " do credito"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CALCULA-COMP-ANTERIOR.
        PERFORM CARREGA-FALTAS.
        PERFORM CARREGA-FERPROG.
        PERFORM CARREGA-AFASTAMENTOS.
        PERFORM CARREGA-VACRED.

        MOVE "VALEREF" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1.
        COMPUTE WS-VA-INICIO-NOVOS = WS-VA-COUNT + 1.
        MOVE ZERO TO WS-QTD-LIDA WS-QTD-CREDITADA WS-QTD-SEM-CREDITO
            WS-TOTAL-CREDITO WS-TOTAL-DESCONTO WS-DP-COUNT.
        MOVE "N" TO WS-EMPMAST-EOF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    ADD 1 TO WS-QTD-LIDA
                    IF EM-ATIVO
                        AND NOT (EM-DATA-DESLIGAMENTO NUMERIC
                            AND EM-DATA-DESLIGAMENTO > ZERO
                            AND EM-DATA-DESLIGAMENTO < WS-MES-INICIO)
                        PERFORM APURA-EMPREGADO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        PERFORM GRAVA-ARQUIVO-FORNECEDORA.
        PERFORM REGRAVA-VACRED.
        PERFORM EMITE-CONCILIACAO.

        DISPLAY " ".
        DISPLAY "CARTAO " WS-BENEFICIO " - COMPETENCIA "
            WS-COMPETENCIA " DIAS UTEIS " WS-DIAS-UTEIS.
        DISPLAY "EMPREGADOS CREDITADOS:    " WS-QTD-CREDITADA.
        DISPLAY "EMPREGADOS SEM CREDITO:   " WS-QTD-SEM-CREDITO.
        DISPLAY "TOTAL DO PEDIDO:          " WS-TOTAL-CREDITO.
        DISPLAY "TOTAL DESCONTO PAT:       " WS-TOTAL-DESCONTO.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-CREDITADA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-SEM-CREDITO TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOTAL-CREDITO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

        APURA-EMPREGADO.
        PERFORM CONTA-DIAS-FALTA.
        PERFORM CONTA-DIAS-FERIAS.
        PERFORM CONTA-DIAS-AFASTADO.
        COMPUTE WS-DIAS-CHECK = WS-DIAS-UTEIS - WS-DIAS-FALTA
            - WS-DIAS-FERIAS - WS-DIAS-AFASTADO.
        IF WS-DIAS-CHECK <= ZERO
            DISPLAY EM-PRONTUARIO " SEM CREDITO (FALTAS "
                WS-DIAS-FALTA " FERIAS " WS-DIAS-FERIAS
                " AFASTAMENTO " WS-DIAS-AFASTADO ")"
            ADD 1 TO WS-QTD-SEM-CREDITO
        ELSE
            MOVE WS-DIAS-CHECK TO WS-DIAS-CREDITO
            COMPUTE WS-VALOR-CREDITO ROUNDED =
                WS-DIAS-CREDITO * WS-VALOR-DIARIO
            COMPUTE WS-VALOR-DESCONTO ROUNDED =
                WS-VALOR-CREDITO * WS-PAT-PERCENTUAL / 100
            PERFORM INCLUI-VACRED
            PERFORM ACUMULA-DEPARTAMENTO
            ADD 1 TO WS-QTD-CREDITADA
            ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITO
            ADD WS-VALOR-DESCONTO TO WS-TOTAL-DESCONTO
        END-IF.

      * faltas do mes anterior em dias inteiros de jornada
        CONTA-DIAS-FALTA.
        MOVE ZERO TO WS-DIAS-FALTA.
        PERFORM VARYING WS-FT-IDX FROM 1 BY 1
            UNTIL WS-FT-IDX > WS-FT-COUNT
            IF WS-FT-PRONTUARIO(WS-FT-IDX) = EM-PRONTUARIO
                COMPUTE WS-DIAS-FALTA =
                    WS-FT-HORAS(WS-FT-IDX) / WS-HORAS-DIA
            END-IF
        END-PERFORM.

        CONTA-DIAS-FERIAS.
        MOVE ZERO TO WS-DIAS-FERIAS.
        PERFORM VARYING WS-FPR-IDX FROM 1 BY 1
            UNTIL WS-FPR-IDX > WS-FPR-COUNT
            IF WS-FPR-PRONTUARIO(WS-FPR-IDX) = EM-PRONTUARIO
                COMPUTE WS-FERIAS-INI-NUM = FUNCTION INTEGER-OF-DATE
                    (WS-FPR-DATA(WS-FPR-IDX))
                COMPUTE WS-FERIAS-FIM-NUM = WS-FERIAS-INI-NUM
                    + WS-FPR-DIAS(WS-FPR-IDX) - 1
                PERFORM CONTA-DIAS-UTEIS-FERIAS
            END-IF
        END-PERFORM.

        CONTA-DIAS-UTEIS-FERIAS.
        PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
            IF WS-CAL-TIPO(WS-CAL-IDX) = "U"
                COMPUTE WS-DIA-NUM = FUNCTION INTEGER-OF-DATE
                    (WS-CAL-DATA(WS-CAL-IDX))
                IF WS-DIA-NUM >= WS-FERIAS-INI-NUM
                    AND WS-DIA-NUM <= WS-FERIAS-FIM-NUM
                    ADD 1 TO WS-DIAS-FERIAS
                END-IF
            END-IF
        END-PERFORM.

      * dias uteis do mes cobertos por afastamento (AFAST.DAT)
        CONTA-DIAS-AFASTADO.
        MOVE ZERO TO WS-DIAS-AFASTADO.
        MOVE EM-PRONTUARIO TO WS-AF-ALVO.
        PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
            IF WS-CAL-TIPO(WS-CAL-IDX) = "U"
                MOVE WS-CAL-DATA(WS-CAL-IDX) TO WS-AF-DATA
                PERFORM VERIFICA-DATA-AFASTADO
                IF AF-NA-DATA
                    ADD 1 TO WS-DIAS-AFASTADO
                END-IF
            END-IF
        END-PERFORM.

        INCLUI-VACRED.
        IF WS-VA-COUNT >= WS-VA-MAXIMO
            DISPLAY "ERRO: VACRED.DAT excederia " WS-VA-MAXIMO
                " registros - credito recusado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        ADD 1 TO WS-VA-COUNT.
        MOVE EM-PRONTUARIO TO WS-VA-PRONTUARIO(WS-VA-COUNT).
        MOVE WS-COMPETENCIA TO WS-VA-COMPETENCIA(WS-VA-COUNT).
        MOVE WS-BENEFICIO TO WS-VA-TIPO(WS-VA-COUNT).
        MOVE WS-DIAS-CREDITO TO WS-VA-DIAS(WS-VA-COUNT).
        MOVE WS-VALOR-CREDITO TO WS-VA-CREDITO(WS-VA-COUNT).
        MOVE WS-VALOR-DESCONTO TO WS-VA-DESCONTO(WS-VA-COUNT).
        MOVE EM-DEPARTAMENTO TO WS-VA-DEPTO(WS-VA-COUNT).
        MOVE EM-CPF TO WS-VA-CPF(WS-VA-COUNT).
        MOVE WS-OPERADOR TO WS-VA-OPERADOR(WS-VA-COUNT).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VA-TS(WS-VA-COUNT).

        ACUMULA-DEPARTAMENTO.
        MOVE ZERO TO WS-DP-ACHOU.
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
            UNTIL WS-DP-IDX > WS-DP-COUNT
            IF WS-DP-DEPTO(WS-DP-IDX) = EM-DEPARTAMENTO
                MOVE WS-DP-IDX TO WS-DP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-DP-ACHOU = ZERO
            IF WS-DP-COUNT >= WS-DP-MAXIMO
                DISPLAY "AVISO: limite de " WS-DP-MAXIMO
                    " departamentos atingido, " EM-DEPARTAMENTO
                    " fora da conciliacao"
            ELSE
                ADD 1 TO WS-DP-COUNT
                MOVE WS-DP-COUNT TO WS-DP-ACHOU
                MOVE EM-DEPARTAMENTO TO WS-DP-DEPTO(WS-DP-ACHOU)
                MOVE ZERO TO WS-DP-QTD(WS-DP-ACHOU)
                    WS-DP-DIAS(WS-DP-ACHOU)
                    WS-DP-CREDITO(WS-DP-ACHOU)
                    WS-DP-DESCONTO(WS-DP-ACHOU)
            END-IF
        END-IF.
        IF WS-DP-ACHOU > ZERO
            ADD 1 TO WS-DP-QTD(WS-DP-ACHOU)
            ADD WS-DIAS-CREDITO TO WS-DP-DIAS(WS-DP-ACHOU)
            ADD WS-VALOR-CREDITO TO WS-DP-CREDITO(WS-DP-ACHOU)
            ADD WS-VALOR-DESCONTO TO WS-DP-DESCONTO(WS-DP-ACHOU)
        END-IF.

        GRAVA-ARQUIVO-FORNECEDORA.
        OPEN OUTPUT VACARTAO-FILE.
        IF WS-VACARTAO-STATUS NOT = "00"
            MOVE "VACARTAO" TO WS-ERR-ARQUIVO
            MOVE WS-VACARTAO-STATUS TO WS-ERR-STATUS
            MOVE "GRAVA-ARQUIVO-FORNECEDORA" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        MOVE SPACES TO VACARTAO-RECORD.
        MOVE "0" TO VK-TIPO.
        MOVE WS-BENEFICIO TO VK-HDR-BENEFICIO.
        MOVE WS-COMPETENCIA TO VK-HDR-COMPETENCIA.
        MOVE FUNCTION CURRENT-DATE(1:14) TO VK-HDR-GERACAO.
        WRITE VACARTAO-RECORD.
        PERFORM VARYING WS-VA-IDX FROM WS-VA-INICIO-NOVOS BY 1
            UNTIL WS-VA-IDX > WS-VA-COUNT
            MOVE SPACES TO VACARTAO-RECORD
            MOVE "1" TO VK-TIPO
            MOVE WS-VA-CPF(WS-VA-IDX) TO VK-DET-CPF
            MOVE WS-VA-PRONTUARIO(WS-VA-IDX) TO VK-DET-PRONTUARIO
            MOVE WS-VA-CREDITO(WS-VA-IDX) TO VK-DET-VALOR
            WRITE VACARTAO-RECORD
        END-PERFORM.
        MOVE SPACES TO VACARTAO-RECORD.
        MOVE "9" TO VK-TIPO.
        MOVE WS-QTD-CREDITADA TO VK-TRL-QTD.
        MOVE WS-TOTAL-CREDITO TO VK-TRL-TOTAL.
        WRITE VACARTAO-RECORD.
        CLOSE VACARTAO-FILE.

        EMITE-CONCILIACAO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CONCILIACAO CARTAO " WS-BENEFICIO
            " - COMPETENCIA " WS-COMPETENCIA
            " - VALOR DIARIO " WS-VALOR-DIARIO
            " - PAT " WS-PAT-PERCENTUAL "% - "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
            UNTIL WS-DP-IDX > WS-DP-COUNT
            MOVE SPACES TO RELATO-LINHA
            STRING "  " WS-DP-DEPTO(WS-DP-IDX)
                " EMPREGADOS=" WS-DP-QTD(WS-DP-IDX)
                " DIAS=" WS-DP-DIAS(WS-DP-IDX)
                " CREDITO=" WS-DP-CREDITO(WS-DP-IDX)
                " DESCONTO PAT=" WS-DP-DESCONTO(WS-DP-IDX)
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            DISPLAY "  " WS-DP-DEPTO(WS-DP-IDX)
                " EMPREGADOS=" WS-DP-QTD(WS-DP-IDX)
                " CREDITO=" WS-DP-CREDITO(WS-DP-IDX)
        END-PERFORM.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  TOTAL      EMPREGADOS=" WS-QTD-CREDITADA
            " CREDITO=" WS-TOTAL-CREDITO
            " DESCONTO PAT=" WS-TOTAL-DESCONTO
            " - CONFIRA COM O TRAILER DA FATURA"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        CALCULA-COMP-ANTERIOR.
        DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANT-ANO
            REMAINDER WS-ANT-MES.
        IF WS-ANT-MES = 1
            MOVE 12 TO WS-ANT-MES
            SUBTRACT 1 FROM WS-ANT-ANO
        ELSE
            SUBTRACT 1 FROM WS-ANT-MES
        END-IF.
        COMPUTE WS-COMP-ANTERIOR = WS-ANT-ANO * 100 + WS-ANT-MES.

        CARREGA-FALTAS.
        MOVE ZERO TO WS-FT-COUNT.
        MOVE "N" TO WS-TSHEET-EOF.
        OPEN INPUT TIMESHEET-FILE.
        IF WS-TSHEET-STATUS = "00"
            PERFORM UNTIL TSHEET-EOF
                READ TIMESHEET-FILE
                    AT END
                        MOVE "Y" TO WS-TSHEET-EOF
                    NOT AT END
                        IF NOT TL-LOTE-HEADER AND NOT TL-LOTE-TRAILER
                            AND TS-COMPETENCIA = WS-COMP-ANTERIOR
                            AND TS-HORAS-FALTA NUMERIC
                            AND TS-HORAS-FALTA > ZERO
                            PERFORM ACUMULA-FALTAS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TIMESHEET-FILE
        END-IF.
        IF WS-FT-COUNT = ZERO
            DISPLAY "AVISO: nenhuma falta da competencia "
                WS-COMP-ANTERIOR " no TIMESHT.DAT - credito sem"
                " desconto de faltas"
        END-IF.

        ACUMULA-FALTAS.
        MOVE ZERO TO WS-FT-ACHOU.
        PERFORM VARYING WS-FT-IDX FROM 1 BY 1
            UNTIL WS-FT-IDX > WS-FT-COUNT
            IF WS-FT-PRONTUARIO(WS-FT-IDX) = TS-PRONTUARIO
                MOVE WS-FT-IDX TO WS-FT-ACHOU
            END-IF
        END-PERFORM.
        IF WS-FT-ACHOU = ZERO
            IF WS-FT-COUNT >= WS-FT-MAXIMO
                DISPLAY "AVISO: limite de " WS-FT-MAXIMO
                    " empregados com faltas atingido, "
                    TS-PRONTUARIO " ignorado"
            ELSE
                ADD 1 TO WS-FT-COUNT
                MOVE WS-FT-COUNT TO WS-FT-ACHOU
                MOVE TS-PRONTUARIO TO WS-FT-PRONTUARIO(WS-FT-ACHOU)
                MOVE ZERO TO WS-FT-HORAS(WS-FT-ACHOU)
            END-IF
        END-IF.
        IF WS-FT-ACHOU > ZERO
            ADD TS-HORAS-FALTA TO WS-FT-HORAS(WS-FT-ACHOU)
        END-IF.

        CARREGA-CALENDARIO-MES.
        MOVE ZERO TO WS-CAL-COUNT WS-DIAS-UTEIS.
        MOVE "N" TO WS-CALENDAR-EOF.
        OPEN INPUT CALENDAR-FILE.
        IF WS-CALENDAR-STATUS = "00"
            PERFORM UNTIL CALENDAR-EOF
                READ CALENDAR-FILE
                    AT END
                        MOVE "Y" TO WS-CALENDAR-EOF
                    NOT AT END
                        COMPUTE WS-CAL-ANOMES = CD-DATA / 100
                        IF WS-CAL-ANOMES = WS-COMPETENCIA
                            AND WS-CAL-COUNT < 31
                            ADD 1 TO WS-CAL-COUNT
                            MOVE CD-DATA TO WS-CAL-DATA(WS-CAL-COUNT)
                            MOVE CD-TIPO TO WS-CAL-TIPO(WS-CAL-COUNT)
                            IF CD-UTIL
                                ADD 1 TO WS-DIAS-UTEIS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.

        CARREGA-FERPROG.
        MOVE ZERO TO WS-FPR-COUNT.
        MOVE "N" TO WS-FERPROG-EOF.
        OPEN INPUT FERPROG-FILE.
        IF WS-FERPROG-STATUS = "00"
            PERFORM UNTIL FERPROG-EOF
                READ FERPROG-FILE
                    AT END
                        MOVE "Y" TO WS-FERPROG-EOF
                    NOT AT END
                        IF NOT FP-CANCELADA AND FP-DATA-INICIO > ZERO
                            AND FP-DIAS > ZERO
                            PERFORM ACUMULA-FERPROG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FERPROG-FILE
        END-IF.

        ACUMULA-FERPROG.
        IF WS-FPR-COUNT >= WS-FPR-MAXIMO
            DISPLAY "AVISO: limite de " WS-FPR-MAXIMO
                " ferias programadas atingido, " FP-PRONTUARIO
                " ignorada"
        ELSE
            ADD 1 TO WS-FPR-COUNT
            MOVE FP-PRONTUARIO TO WS-FPR-PRONTUARIO(WS-FPR-COUNT)
            MOVE FP-DATA-INICIO TO WS-FPR-DATA(WS-FPR-COUNT)
            MOVE FP-DIAS TO WS-FPR-DIAS(WS-FPR-COUNT)
        END-IF.

      * mantem as outras competencias e o outro beneficio; as linhas
      * da competencia e beneficio em credito sao substituidas
        CARREGA-VACRED.
        MOVE ZERO TO WS-VA-COUNT.
        MOVE "N" TO WS-VA-OVERFLOW.
        MOVE "N" TO WS-VACRED-EOF.
        OPEN INPUT VACRED-FILE.
        IF WS-VACRED-STATUS = "00"
            PERFORM UNTIL VACRED-EOF
                READ VACRED-FILE
                    AT END
                        MOVE "Y" TO WS-VACRED-EOF
                    NOT AT END
                        IF VA-COMPETENCIA NOT = WS-COMPETENCIA
                            OR VA-TIPO NOT = WS-BENEFICIO
                            PERFORM ACUMULA-VACRED
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VACRED-FILE
        END-IF.
        IF VA-OVERFLOW
            DISPLAY "ERRO: VACRED.DAT tem mais de " WS-VA-MAXIMO
                " registros - credito recusado para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-VACRED.
        IF WS-VA-COUNT >= WS-VA-MAXIMO
            MOVE "Y" TO WS-VA-OVERFLOW
        ELSE
            ADD 1 TO WS-VA-COUNT
            MOVE VA-PRONTUARIO TO WS-VA-PRONTUARIO(WS-VA-COUNT)
            MOVE VA-COMPETENCIA TO WS-VA-COMPETENCIA(WS-VA-COUNT)
            MOVE VA-TIPO TO WS-VA-TIPO(WS-VA-COUNT)
            MOVE VA-DIAS TO WS-VA-DIAS(WS-VA-COUNT)
            MOVE VA-VALOR-CREDITO TO WS-VA-CREDITO(WS-VA-COUNT)
            MOVE VA-DESCONTO TO WS-VA-DESCONTO(WS-VA-COUNT)
            MOVE VA-DEPARTAMENTO TO WS-VA-DEPTO(WS-VA-COUNT)
            MOVE SPACES TO WS-VA-CPF(WS-VA-COUNT)
            MOVE VA-OPERADOR TO WS-VA-OPERADOR(WS-VA-COUNT)
            MOVE VA-TIMESTAMP TO WS-VA-TS(WS-VA-COUNT)
        END-IF.

        REGRAVA-VACRED.
        OPEN OUTPUT VACRED-FILE.
        IF WS-VACRED-STATUS NOT = "00"
            MOVE "VACRED" TO WS-ERR-ARQUIVO
            MOVE WS-VACRED-STATUS TO WS-ERR-STATUS
            MOVE "REGRAVA-VACRED" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM VARYING WS-VA-IDX FROM 1 BY 1
            UNTIL WS-VA-IDX > WS-VA-COUNT
            MOVE SPACES TO VACRED-RECORD
            MOVE WS-VA-PRONTUARIO(WS-VA-IDX) TO VA-PRONTUARIO
            MOVE WS-VA-COMPETENCIA(WS-VA-IDX) TO VA-COMPETENCIA
            MOVE WS-VA-TIPO(WS-VA-IDX) TO VA-TIPO
            MOVE WS-VA-DIAS(WS-VA-IDX) TO VA-DIAS
            MOVE WS-VA-CREDITO(WS-VA-IDX) TO VA-VALOR-CREDITO
            MOVE WS-VA-DESCONTO(WS-VA-IDX) TO VA-DESCONTO
            MOVE WS-VA-DEPTO(WS-VA-IDX) TO VA-DEPARTAMENTO
            MOVE WS-VA-OPERADOR(WS-VA-IDX) TO VA-OPERADOR
            MOVE WS-VA-TS(WS-VA-IDX) TO VA-TIMESTAMP
            WRITE VACRED-RECORD
        END-PERFORM.
        CLOSE VACRED-FILE.

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

        COPY "JOBJRN.cpy".

        COPY "AFASTCAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
