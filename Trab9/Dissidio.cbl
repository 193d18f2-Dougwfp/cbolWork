      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reajuste coletivo (dissidio) - aplica o percentual
      *          da convencao (geral ou por departamento, com teto e
      *          piso do aumento mensal) ao valor/hora em vigor na
      *          data-base de cada empregado ativo, grava a nova
      *          vigencia em RATEHIST.DAT com a data-base, altera o
      *          cadastro com registro no CHGLOG.DAT e, para as
      *          competencias ja pagas desde a data-base, recalcula
      *          pela auditoria (liquida de estornos) o bruto devido
      *          e grava as diferencas pendentes em DISSDIF.DAT, que
      *          o lote do TRAB1 paga com reflexo em INSS/IRRF/FGTS.
      *          Relatorio por empregado e competencia para o
      *          sindicato em DISSREL.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. DISSIDIO.

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
            LOCK MODE IS MANUAL
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT RATEHIST-FILE ASSIGN TO "data/RATEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEHIST-STATUS.

            SELECT CHGLOG-FILE ASSIGN TO "data/CHGLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHGLOG-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT DISSDIF-FILE ASSIGN TO "data/DISSDIF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DISSDIF-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/DISSREL.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

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

        FD  RATEHIST-FILE.
        COPY "RATEHIST.cpy".

        FD  CHGLOG-FILE.
        COPY "CHGLOG.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  DISSDIF-FILE.
        COPY "DISSDIF.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-DISSDIF-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-RATEHIST-EOF PIC X VALUE "N".
            88 RATEHIST-EOF VALUE "Y".
        77 WS-AUDIT-EOF PIC X VALUE "N".
            88 AUDIT-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-CONFIRMA PIC X(01) VALUE SPACE.
        77 WS-DATA-BASE PIC 9(08) VALUE ZERO.
        77 WS-COMP-BASE PIC 9(06) VALUE ZERO.
        77 WS-DIA-BASE PIC 9(02) VALUE ZERO.
        77 WS-PERC-GERAL PIC 9(03)V99 VALUE ZERO.
        77 WS-PERC-USE PIC 9(03)V99 VALUE ZERO.
        77 WS-TETO-AUMENTO PIC 9(05)V99 VALUE ZERO.
        77 WS-PISO-AUMENTO PIC 9(05)V99 VALUE ZERO.
        77 WS-HORAS-MES PIC 9(03) VALUE 220.
        77 WS-AUMENTO-MENSAL PIC 9(07)V99 VALUE ZERO.
        77 WS-VALOR-HORA-ANT PIC 9(05)V99 VALUE ZERO.
        77 WS-VALOR-HORA-NOVO PIC 9(05)V99 VALUE ZERO.
        77 WS-VALOR-HORA-MES PIC 9(05)V9(04) VALUE ZERO.
        77 WS-DATA-ANT PIC 9(08) VALUE ZERO.
        77 WS-MOTIVO PIC X(50) VALUE SPACES.
        77 WS-IMAGEM-ANTES PIC X(700) VALUE SPACES.
        77 WS-BRUTO-PAGO PIC 9(07)V99 VALUE ZERO.
        77 WS-BRUTO-DEVIDO PIC 9(07)V99 VALUE ZERO.
        77 WS-DIFERENCA PIC 9(07)V99 VALUE ZERO.
        77 WS-VALOR-AUDIT PIC 9(07)V99 VALUE ZERO.
        77 WS-DIF-AUDIT PIC 9(07)V99 VALUE ZERO.
        77 WS-FIXO-AUDIT PIC 9(07)V99 VALUE ZERO.
        77 WS-FIXO-COLUNA PIC 9(07)V99 VALUE ZERO.
        77 WS-PARTE-FIXA PIC 9(07)V99 VALUE ZERO.
        77 WS-TOT-EMPREGADO PIC 9(09)V99 VALUE ZERO.
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-REAJUSTADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-NAO-REAJUSTADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIFERENCAS PIC 9(05) VALUE ZERO.
        77 WS-TOT-DIFERENCAS PIC 9(11)V99 VALUE ZERO.
        77 WS-DATA-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-DATA-OK PIC X VALUE "N".
            88 DATA-OK VALUE "Y".
        77 WS-DT-ANO PIC 9(04) VALUE ZERO.
        77 WS-DT-MES PIC 9(02) VALUE ZERO.
        77 WS-DT-DIA PIC 9(02) VALUE ZERO.
        77 WS-DT-MMDD PIC 9(04) VALUE ZERO.
        77 WS-DT-RESTO PIC 9(04) VALUE ZERO.
        77 WS-DT-QUOC PIC 9(04) VALUE ZERO.
        77 WS-DIAS-NO-MES PIC 9(02) VALUE ZERO.
        77 WS-PD-COUNT PIC 9(02) VALUE ZERO.
        77 WS-PD-IDX PIC 9(02) VALUE ZERO.
        77 WS-PD-ACHOU PIC 9(02) VALUE ZERO.
        77 WS-PD-MAXIMO PIC 9(02) VALUE 50.
        77 WS-PD-DEPTO-ENTRADA PIC X(10) VALUE SPACES.
        01 WS-PD-TAB.
            05 WS-PD-ENTRY OCCURS 50 TIMES.
                10 WS-PD-DEPARTAMENTO PIC X(10).
                10 WS-PD-PERCENTUAL PIC 9(03)V99.
        77 WS-RH-COUNT PIC 9(05) VALUE ZERO.
        77 WS-RH-IDX PIC 9(05) VALUE ZERO.
        77 WS-RH-MAXIMO PIC 9(05) VALUE 10000.
        77 WS-RH-OVERFLOW PIC X VALUE "N".
            88 RH-OVERFLOW VALUE "Y".
        01 WS-RH-TAB.
            05 WS-RH-ENTRY OCCURS 10000 TIMES.
                10 WS-RH-PRONTUARIO PIC X(08).
                10 WS-RH-DATA PIC 9(08).
                10 WS-RH-VALOR PIC 9(05)V99.
        77 WS-AU-COUNT PIC 9(05) VALUE ZERO.
        77 WS-AU-IDX PIC 9(05) VALUE ZERO.
        77 WS-AU-ACHOU PIC 9(05) VALUE ZERO.
        77 WS-AU-MAXIMO PIC 9(05) VALUE 10000.
        77 WS-AU-OVERFLOW PIC X VALUE "N".
            88 AU-OVERFLOW VALUE "Y".
        01 WS-AU-TAB.
            05 WS-AU-ENTRY OCCURS 10000 TIMES.
                10 WS-AU-PRONTUARIO PIC X(08).
                10 WS-AU-COMP PIC 9(06).
                10 WS-AU-BRUTO PIC S9(09)V99.
                10 WS-AU-FIXO PIC S9(09)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "USER" UPON ENVIRONMENT-NAME.
        ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
        MOVE "DISSIDIO" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.

        PERFORM INFORMA-PARAMETROS.
        PERFORM CARREGA-RATEHIST.
        PERFORM CARREGA-AUDITORIA.

        DISPLAY " ".
        DISPLAY "DISSIDIO - DATA-BASE " WS-DATA-BASE
            " PERCENTUAL GERAL " WS-PERC-GERAL "%".
        DISPLAY "TETO DO AUMENTO MENSAL " WS-TETO-AUMENTO
            " PISO DO AUMENTO MENSAL " WS-PISO-AUMENTO
            " (ZERO = SEM LIMITE)".
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
            DISPLAY "  DEPARTAMENTO " WS-PD-DEPARTAMENTO(WS-PD-IDX)
                " PERCENTUAL " WS-PD-PERCENTUAL(WS-PD-IDX) "%"
        END-PERFORM.
        DISPLAY "COMPETENCIAS PAGAS DESDE A DATA-BASE NA AUDITORIA: "
            WS-AU-COUNT " CALCULO(S)".
        DISPLAY "APLICAR O REAJUSTE (S/N)? " NO ADVANCING.
        ACCEPT WS-CONFIRMA.
        IF WS-CONFIRMA NOT = "S"
            DISPLAY "DISSIDIO CANCELADO - NADA FOI ALTERADO"
            STOP RUN
        END-IF.

        MOVE "DISSIDIO" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMP-BASE TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        OPEN I-O EMPMAST-FILE WITH LOCK.
        IF WS-EMPMAST-STATUS NOT = "00"
            IF WS-EMPMAST-STATUS = "93" OR WS-EMPMAST-STATUS = "94"
                DISPLAY "ARQUIVO EM USO PELO LOTE - TENTE NOVAMENTE"
                    " APOS O FECHAMENTO DO PROCESSAMENTO"
            END-IF
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN EXTEND DISSDIF-FILE.
        IF WS-DISSDIF-STATUS = "35"
            OPEN OUTPUT DISSDIF-FILE
        END-IF.
        IF WS-DISSDIF-STATUS NOT = "00"
            MOVE "DISSDIF" TO WS-ERR-ARQUIVO
            MOVE WS-DISSDIF-STATUS TO WS-ERR-STATUS
            MOVE "MAIN-PARAGRAPH" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "REAJUSTE COLETIVO (DISSIDIO) - DATA-BASE "
            WS-DATA-BASE " - PERCENTUAL GERAL " WS-PERC-GERAL
            "% - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  TETO DO AUMENTO MENSAL=" WS-TETO-AUMENTO
            " PISO DO AUMENTO MENSAL=" WS-PISO-AUMENTO
            " OPERADOR " WS-OPERADOR
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
            MOVE SPACES TO RELATO-LINHA
            STRING "  DEPARTAMENTO " WS-PD-DEPARTAMENTO(WS-PD-IDX)
                " PERCENTUAL " WS-PD-PERCENTUAL(WS-PD-IDX) "%"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-PERFORM.

        MOVE ZERO TO WS-QTD-LIDA WS-QTD-REAJUSTADA
            WS-QTD-NAO-REAJUSTADA WS-QTD-DIFERENCAS
            WS-TOT-DIFERENCAS.
        MOVE "N" TO WS-EMPMAST-EOF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF EM-ATIVO
                        ADD 1 TO WS-QTD-LIDA
                        PERFORM AVALIA-EMPREGADO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.
        CLOSE DISSDIF-FILE.

        MOVE SPACES TO RELATO-LINHA.
        STRING "  EMPREGADOS ATIVOS=" WS-QTD-LIDA
            " REAJUSTADOS=" WS-QTD-REAJUSTADA
            " NAO REAJUSTADOS=" WS-QTD-NAO-REAJUSTADA
            " DIFERENCAS=" WS-QTD-DIFERENCAS
            " TOTAL RETROATIVO=" WS-TOT-DIFERENCAS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        DISPLAY " ".
        DISPLAY "REAJUSTE COLETIVO - DATA-BASE " WS-DATA-BASE.
        DISPLAY "EMPREGADOS ATIVOS:        " WS-QTD-LIDA.
        DISPLAY "REAJUSTADOS:              " WS-QTD-REAJUSTADA.
        DISPLAY "NAO REAJUSTADOS:          " WS-QTD-NAO-REAJUSTADA.
        DISPLAY "DIFERENCAS RETROATIVAS:   " WS-QTD-DIFERENCAS
            " TOTAL " WS-TOT-DIFERENCAS.
        DISPLAY "DIFERENCAS PENDENTES EM data/DISSDIF.DAT - PAGAS"
            " PELO PROXIMO LOTE DO TRAB1".
        DISPLAY "RELATORIO PARA O SINDICATO EM data/DISSREL.PRT".
        IF WS-QTD-NAO-REAJUSTADA > ZERO
            DISPLAY "ATENCAO: empregados nao reajustados listados em"
                " DISSREL.PRT - tratar no MANUTEMP"
            MOVE 8 TO RETURN-CODE
        END-IF.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-REAJUSTADA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-NAO-REAJUSTADA TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOT-DIFERENCAS TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

      * data-base, percentual geral, teto/piso do aumento mensal (em
      * reais sobre 220 horas) e percentuais proprios por departamento
        INFORMA-PARAMETROS.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite a data-base da convencao (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-BASE
            MOVE WS-DATA-BASE TO WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        COMPUTE WS-COMP-BASE = WS-DATA-BASE / 100.
        MOVE WS-DATA-BASE(7:2) TO WS-DIA-BASE.
        IF WS-DIA-BASE > 30
            MOVE 30 TO WS-DIA-BASE
        END-IF.
        DISPLAY "Digite o percentual geral de reajuste: "
            NO ADVANCING.
        ACCEPT WS-PERC-GERAL.
        DISPLAY "Digite o teto do aumento mensal (0 = sem teto): "
            NO ADVANCING.
        ACCEPT WS-TETO-AUMENTO.
        DISPLAY "Digite o piso do aumento mensal (0 = sem piso): "
            NO ADVANCING.
        ACCEPT WS-PISO-AUMENTO.
        IF WS-TETO-AUMENTO > ZERO
            AND WS-PISO-AUMENTO > WS-TETO-AUMENTO
            DISPLAY "ERRO: piso do aumento maior que o teto -"
                " dissidio recusado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ZERO TO WS-PD-COUNT.
        PERFORM WITH TEST AFTER
            UNTIL WS-PD-DEPTO-ENTRADA = SPACES
            OR WS-PD-COUNT >= WS-PD-MAXIMO
            DISPLAY "Departamento com percentual proprio"
                " (vazio encerra): " NO ADVANCING
            MOVE SPACES TO WS-PD-DEPTO-ENTRADA
            ACCEPT WS-PD-DEPTO-ENTRADA
            IF WS-PD-DEPTO-ENTRADA NOT = SPACES
                ADD 1 TO WS-PD-COUNT
                MOVE WS-PD-DEPTO-ENTRADA
                    TO WS-PD-DEPARTAMENTO(WS-PD-COUNT)
                DISPLAY "Percentual do departamento "
                    WS-PD-DEPTO-ENTRADA ": " NO ADVANCING
                ACCEPT WS-PD-PERCENTUAL(WS-PD-COUNT)
            END-IF
        END-PERFORM.
        IF WS-PERC-GERAL = ZERO AND WS-PD-COUNT = ZERO
            DISPLAY "ERRO: nenhum percentual informado - dissidio"
                " recusado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

      * so entra quem ja era empregado na data-base, com o valor/hora
      * daquela data ainda em vigor (uma vigencia posterior, ou a
      * propria data-base ja gravada por uma execucao anterior, fica
      * para tratamento manual e nao e reajustada duas vezes)
        AVALIA-EMPREGADO.
        MOVE SPACES TO WS-MOTIVO.
        IF EM-DATA-ADMISSAO > WS-DATA-BASE
            MOVE "ADMITIDO APOS A DATA-BASE" TO WS-MOTIVO
        END-IF.
        IF WS-MOTIVO = SPACES
            PERFORM LOCALIZA-VALOR-HORA-BASE
        END-IF.
        IF WS-MOTIVO = SPACES
            PERFORM LOCALIZA-PERCENTUAL
            IF WS-PERC-USE = ZERO
                MOVE "SEM PERCENTUAL PARA O DEPARTAMENTO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF WS-MOTIVO = SPACES AND WS-VALOR-HORA-ANT = ZERO
            MOVE "VALOR/HORA ZERO NA DATA-BASE" TO WS-MOTIVO
        END-IF.
        IF WS-MOTIVO NOT = SPACES
            PERFORM REGISTRA-NAO-REAJUSTADO
        ELSE
            PERFORM CALCULA-NOVO-VALOR-HORA
            PERFORM REAJUSTA-EMPREGADO
        END-IF.

        LOCALIZA-VALOR-HORA-BASE.
        MOVE EM-VALOR-HORA TO WS-VALOR-HORA-ANT.
        MOVE ZERO TO WS-DATA-ANT.
        PERFORM VARYING WS-RH-IDX FROM 1 BY 1
            UNTIL WS-RH-IDX > WS-RH-COUNT
            IF WS-RH-PRONTUARIO(WS-RH-IDX) = EM-PRONTUARIO
                IF WS-RH-DATA(WS-RH-IDX) = WS-DATA-BASE
                    MOVE "JA REAJUSTADO NA DATA-BASE" TO WS-MOTIVO
                END-IF
                IF WS-RH-DATA(WS-RH-IDX) > WS-DATA-BASE
                    AND WS-MOTIVO = SPACES
                    MOVE "VALOR/HORA COM VIGENCIA POSTERIOR A DATA-BASE"
                        TO WS-MOTIVO
                END-IF
                IF WS-RH-DATA(WS-RH-IDX) < WS-DATA-BASE
                    AND WS-RH-DATA(WS-RH-IDX) >= WS-DATA-ANT
                    MOVE WS-RH-DATA(WS-RH-IDX) TO WS-DATA-ANT
                    MOVE WS-RH-VALOR(WS-RH-IDX) TO WS-VALOR-HORA-ANT
                END-IF
            END-IF
        END-PERFORM.

        LOCALIZA-PERCENTUAL.
        MOVE WS-PERC-GERAL TO WS-PERC-USE.
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
            IF WS-PD-DEPARTAMENTO(WS-PD-IDX) = EM-DEPARTAMENTO
                MOVE WS-PD-PERCENTUAL(WS-PD-IDX) TO WS-PERC-USE
            END-IF
        END-PERFORM.

      * o teto e o piso limitam o aumento do mes (220 horas), e nao
      * o percentual: acima do teto o valor/hora sobe so o teto
        CALCULA-NOVO-VALOR-HORA.
        COMPUTE WS-VALOR-HORA-NOVO ROUNDED =
            WS-VALOR-HORA-ANT * (1 + WS-PERC-USE / 100).
        COMPUTE WS-AUMENTO-MENSAL =
            (WS-VALOR-HORA-NOVO - WS-VALOR-HORA-ANT) * WS-HORAS-MES.
        IF WS-TETO-AUMENTO > ZERO
            AND WS-AUMENTO-MENSAL > WS-TETO-AUMENTO
            COMPUTE WS-VALOR-HORA-NOVO ROUNDED = WS-VALOR-HORA-ANT
                + WS-TETO-AUMENTO / WS-HORAS-MES
        END-IF.
        IF WS-PISO-AUMENTO > ZERO
            AND WS-AUMENTO-MENSAL < WS-PISO-AUMENTO
            COMPUTE WS-VALOR-HORA-NOVO ROUNDED = WS-VALOR-HORA-ANT
                + WS-PISO-AUMENTO / WS-HORAS-MES
        END-IF.

        REAJUSTA-EMPREGADO.
        MOVE EMPMAST-RECORD TO WS-IMAGEM-ANTES.
        MOVE WS-VALOR-HORA-NOVO TO EM-VALOR-HORA.
        REWRITE EMPMAST-RECORD
            INVALID KEY
                MOVE "FALHA AO REGRAVAR O CADASTRO" TO WS-MOTIVO
        END-REWRITE.
        IF WS-EMPMAST-STATUS NOT = "00"
            AND WS-EMPMAST-STATUS(1:1) NOT = "2"
            MOVE "EMPMAST" TO WS-ERR-ARQUIVO
            MOVE WS-EMPMAST-STATUS TO WS-ERR-STATUS
            MOVE "REAJUSTA-EMPREGADO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        IF WS-MOTIVO NOT = SPACES
            PERFORM REGISTRA-NAO-REAJUSTADO
        ELSE
            ADD 1 TO WS-QTD-REAJUSTADA
            PERFORM WRITE-CHGLOG
            PERFORM WRITE-RATEHIST
            MOVE SPACES TO RELATO-LINHA
            STRING "  " EM-PRONTUARIO " " EM-NOME " "
                EM-DEPARTAMENTO " " WS-PERC-USE "% VALOR/HORA "
                WS-VALOR-HORA-ANT " PARA " WS-VALOR-HORA-NOVO
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            DISPLAY EM-PRONTUARIO " REAJUSTADO " WS-PERC-USE
                "% DE " WS-VALOR-HORA-ANT " PARA " WS-VALOR-HORA-NOVO
            MOVE ZERO TO WS-TOT-EMPREGADO
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                UNTIL WS-AU-IDX > WS-AU-COUNT
                IF WS-AU-PRONTUARIO(WS-AU-IDX) = EM-PRONTUARIO
                    AND WS-AU-BRUTO(WS-AU-IDX) > ZERO
                    PERFORM APURA-DIFERENCA-COMPETENCIA
                END-IF
            END-PERFORM
            IF WS-TOT-EMPREGADO > ZERO
                MOVE SPACES TO RELATO-LINHA
                STRING "      TOTAL RETROATIVO DO EMPREGADO="
                    WS-TOT-EMPREGADO
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
            END-IF
        END-IF.

      * o bruto pago e proporcional ao valor/hora, menos a parte que
      * nao depende dele (comissao, DSR sobre comissao e
      * insalubridade sobre o minimo), que entra no devido sem
      * reajuste; no mes da data-base so os dias a partir dela tem o
      * valor novo (mesma pro-rata de 30 dias do lote)
        APURA-DIFERENCA-COMPETENCIA.
        MOVE WS-AU-BRUTO(WS-AU-IDX) TO WS-BRUTO-PAGO.
        IF WS-AU-FIXO(WS-AU-IDX) > WS-AU-BRUTO(WS-AU-IDX)
            MOVE WS-BRUTO-PAGO TO WS-PARTE-FIXA
        ELSE
            IF WS-AU-FIXO(WS-AU-IDX) > ZERO
                MOVE WS-AU-FIXO(WS-AU-IDX) TO WS-PARTE-FIXA
            ELSE
                MOVE ZERO TO WS-PARTE-FIXA
            END-IF
        END-IF.
        IF WS-AU-COMP(WS-AU-IDX) = WS-COMP-BASE AND WS-DIA-BASE > 1
            COMPUTE WS-VALOR-HORA-MES ROUNDED =
                (WS-VALOR-HORA-ANT * (WS-DIA-BASE - 1)
                + WS-VALOR-HORA-NOVO * (31 - WS-DIA-BASE)) / 30
        ELSE
            MOVE WS-VALOR-HORA-NOVO TO WS-VALOR-HORA-MES
        END-IF.
        COMPUTE WS-BRUTO-DEVIDO ROUNDED =
            (WS-BRUTO-PAGO - WS-PARTE-FIXA) * WS-VALOR-HORA-MES
            / WS-VALOR-HORA-ANT + WS-PARTE-FIXA.
        IF WS-BRUTO-DEVIDO > WS-BRUTO-PAGO
            COMPUTE WS-DIFERENCA = WS-BRUTO-DEVIDO - WS-BRUTO-PAGO
            MOVE SPACES TO DISSDIF-RECORD
            MOVE EM-PRONTUARIO TO DD-PRONTUARIO
            MOVE WS-AU-COMP(WS-AU-IDX) TO DD-COMPETENCIA
            MOVE WS-DATA-BASE TO DD-DATA-BASE
            MOVE WS-PERC-USE TO DD-PERCENTUAL
            MOVE WS-VALOR-HORA-ANT TO DD-VALOR-HORA-ANT
            MOVE WS-VALOR-HORA-NOVO TO DD-VALOR-HORA-NOVO
            MOVE WS-BRUTO-PAGO TO DD-BRUTO-PAGO
            MOVE WS-BRUTO-DEVIDO TO DD-BRUTO-DEVIDO
            MOVE WS-DIFERENCA TO DD-DIFERENCA
            MOVE "P" TO DD-STATUS
            MOVE ZERO TO DD-COMP-ACERTO
            MOVE WS-OPERADOR TO DD-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:14) TO DD-TIMESTAMP
            WRITE DISSDIF-RECORD
            IF WS-DISSDIF-STATUS NOT = "00"
                MOVE "DISSDIF" TO WS-ERR-ARQUIVO
                MOVE WS-DISSDIF-STATUS TO WS-ERR-STATUS
                MOVE "APURA-DIFERENCA-COMPETENCIA"
                    TO WS-ERR-PARAGRAFO
                PERFORM FINALIZA-ERRO-ARQUIVO
            END-IF
            ADD 1 TO WS-QTD-DIFERENCAS
            ADD WS-DIFERENCA TO WS-TOT-DIFERENCAS WS-TOT-EMPREGADO
            MOVE SPACES TO RELATO-LINHA
            STRING "      COMPETENCIA " WS-AU-COMP(WS-AU-IDX)
                " BRUTO PAGO=" WS-BRUTO-PAGO
                " DEVIDO=" WS-BRUTO-DEVIDO
                " DIFERENCA=" WS-DIFERENCA
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.

        REGISTRA-NAO-REAJUSTADO.
        ADD 1 TO WS-QTD-NAO-REAJUSTADA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  NAO REAJUSTADO " EM-PRONTUARIO " " EM-NOME
            " " EM-DEPARTAMENTO " - " WS-MOTIVO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY EM-PRONTUARIO " NAO REAJUSTADO - " WS-MOTIVO.

        WRITE-CHGLOG.
        OPEN EXTEND CHGLOG-FILE.
        IF WS-CHGLOG-STATUS = "35"
            OPEN OUTPUT CHGLOG-FILE
        END-IF.
        MOVE SPACES TO CHGLOG-RECORD.
        MOVE FUNCTION CURRENT-DATE(1:14) TO CG-TIMESTAMP.
        MOVE WS-OPERADOR TO CG-OPERADOR.
        MOVE "A" TO CG-OPERACAO.
        MOVE EM-PRONTUARIO TO CG-PRONTUARIO.
        MOVE WS-IMAGEM-ANTES TO CG-ANTES.
        MOVE EMPMAST-RECORD TO CG-DEPOIS.
        WRITE CHGLOG-RECORD.
        IF WS-CHGLOG-STATUS NOT = "00"
            MOVE "CHGLOG" TO WS-ERR-ARQUIVO
            MOVE WS-CHGLOG-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-CHGLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE CHGLOG-FILE.

        WRITE-RATEHIST.
        OPEN EXTEND RATEHIST-FILE.
        IF WS-RATEHIST-STATUS = "35"
            OPEN OUTPUT RATEHIST-FILE
        END-IF.
        MOVE SPACES TO RATEHIST-RECORD.
        MOVE EM-PRONTUARIO TO RH-PRONTUARIO.
        MOVE WS-DATA-BASE TO RH-DATA-VIGENCIA.
        MOVE WS-VALOR-HORA-NOVO TO RH-VALOR-HORA.
        MOVE WS-OPERADOR TO RH-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO RH-TIMESTAMP.
        WRITE RATEHIST-RECORD.
        IF WS-RATEHIST-STATUS NOT = "00"
            MOVE "RATEHIST" TO WS-ERR-ARQUIVO
            MOVE WS-RATEHIST-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-RATEHIST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE RATEHIST-FILE.

        CARREGA-RATEHIST.
        MOVE ZERO TO WS-RH-COUNT.
        MOVE "N" TO WS-RH-OVERFLOW.
        MOVE "N" TO WS-RATEHIST-EOF.
        OPEN INPUT RATEHIST-FILE.
        IF WS-RATEHIST-STATUS = "00"
            PERFORM UNTIL RATEHIST-EOF
                READ RATEHIST-FILE
                    AT END
                        MOVE "Y" TO WS-RATEHIST-EOF
                    NOT AT END
                        IF WS-RH-COUNT >= WS-RH-MAXIMO
                            MOVE "Y" TO WS-RH-OVERFLOW
                        ELSE
                            ADD 1 TO WS-RH-COUNT
                            MOVE RH-PRONTUARIO
                                TO WS-RH-PRONTUARIO(WS-RH-COUNT)
                            MOVE RH-DATA-VIGENCIA
                                TO WS-RH-DATA(WS-RH-COUNT)
                            MOVE RH-VALOR-HORA
                                TO WS-RH-VALOR(WS-RH-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RATEHIST-FILE
        END-IF.
        IF RH-OVERFLOW
            DISPLAY "ERRO: RATEHIST.DAT tem mais de " WS-RH-MAXIMO
                " vigencias - dissidio recusado para nao reajustar"
                " sobre um valor/hora incompleto"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

      * bruto de cada empregado e competencia ja paga desde a
      * data-base: lote mensal menos os estornos, sem a diferenca de
      * dissidio anterior que ja veio somada ao bruto; a parte do
      * bruto que nao segue o valor/hora fica acumulada a parte
        CARREGA-AUDITORIA.
        MOVE ZERO TO WS-AU-COUNT.
        MOVE "N" TO WS-AU-OVERFLOW.
        MOVE "N" TO WS-AUDIT-EOF.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS = "00"
            PERFORM UNTIL AUDIT-EOF
                READ AUDITLOG-FILE
                    AT END
                        MOVE "Y" TO WS-AUDIT-EOF
                    NOT AT END
                        IF AL-COMPETENCIA >= WS-COMP-BASE
                            AND (AL-NORMAL OR AL-ESTORNO)
                            PERFORM ACUMULA-AUDITORIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDITLOG-FILE
        END-IF.
        IF AU-OVERFLOW
            DISPLAY "ERRO: mais de " WS-AU-MAXIMO " calculos na"
                " auditoria desde a data-base - dissidio recusado"
                " para nao deixar diferencas sem apurar"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-AUDITORIA.
        MOVE AL-SALBRUTO TO WS-VALOR-AUDIT.
        IF AL-DIF-DISSIDIO = SPACES
            MOVE ZERO TO WS-DIF-AUDIT
        ELSE
            MOVE AL-DIF-DISSIDIO TO WS-DIF-AUDIT
        END-IF.
        MOVE ZERO TO WS-FIXO-AUDIT.
        IF AL-COMISSAO NOT = SPACES
            MOVE AL-COMISSAO TO WS-FIXO-COLUNA
            ADD WS-FIXO-COLUNA TO WS-FIXO-AUDIT
        END-IF.
        IF AL-DSR-COMISSAO NOT = SPACES
            MOVE AL-DSR-COMISSAO TO WS-FIXO-COLUNA
            ADD WS-FIXO-COLUNA TO WS-FIXO-AUDIT
        END-IF.
        IF AL-INSALUBRIDADE NOT = SPACES
            MOVE AL-INSALUBRIDADE TO WS-FIXO-COLUNA
            ADD WS-FIXO-COLUNA TO WS-FIXO-AUDIT
        END-IF.
        MOVE ZERO TO WS-AU-ACHOU.
        PERFORM VARYING WS-AU-IDX FROM 1 BY 1
            UNTIL WS-AU-IDX > WS-AU-COUNT
            IF WS-AU-PRONTUARIO(WS-AU-IDX) = AL-PRONTUARIO
                AND WS-AU-COMP(WS-AU-IDX) = AL-COMPETENCIA
                MOVE WS-AU-IDX TO WS-AU-ACHOU
            END-IF
        END-PERFORM.
        IF WS-AU-ACHOU = ZERO
            IF WS-AU-COUNT >= WS-AU-MAXIMO
                MOVE "Y" TO WS-AU-OVERFLOW
            ELSE
                ADD 1 TO WS-AU-COUNT
                MOVE WS-AU-COUNT TO WS-AU-ACHOU
                MOVE AL-PRONTUARIO TO WS-AU-PRONTUARIO(WS-AU-ACHOU)
                MOVE AL-COMPETENCIA TO WS-AU-COMP(WS-AU-ACHOU)
                MOVE ZERO TO WS-AU-BRUTO(WS-AU-ACHOU)
                    WS-AU-FIXO(WS-AU-ACHOU)
            END-IF
        END-IF.
        IF WS-AU-ACHOU > ZERO
            IF AL-ESTORNO
                COMPUTE WS-AU-BRUTO(WS-AU-ACHOU) =
                    WS-AU-BRUTO(WS-AU-ACHOU) - WS-VALOR-AUDIT
                    + WS-DIF-AUDIT
                SUBTRACT WS-FIXO-AUDIT FROM WS-AU-FIXO(WS-AU-ACHOU)
            ELSE
                COMPUTE WS-AU-BRUTO(WS-AU-ACHOU) =
                    WS-AU-BRUTO(WS-AU-ACHOU) + WS-VALOR-AUDIT
                    - WS-DIF-AUDIT
                ADD WS-FIXO-AUDIT TO WS-AU-FIXO(WS-AU-ACHOU)
            END-IF
        END-IF.

        VALIDA-DATA.
        MOVE "N" TO WS-DATA-OK.
        DIVIDE WS-DATA-ENTRADA BY 10000 GIVING WS-DT-ANO
            REMAINDER WS-DT-MMDD.
        DIVIDE WS-DT-MMDD BY 100 GIVING WS-DT-MES
            REMAINDER WS-DT-DIA.
        IF WS-DT-ANO >= 1900 AND WS-DT-MES >= 1 AND WS-DT-MES <= 12
            AND WS-DT-DIA >= 1
            EVALUATE WS-DT-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-NO-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-NO-MES
                WHEN 2
                    MOVE 28 TO WS-DIAS-NO-MES
                    DIVIDE WS-DT-ANO BY 4 GIVING WS-DT-QUOC
                        REMAINDER WS-DT-RESTO
                    IF WS-DT-RESTO = ZERO
                        MOVE 29 TO WS-DIAS-NO-MES
                        DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-QUOC
                            REMAINDER WS-DT-RESTO
                        IF WS-DT-RESTO = ZERO
                            MOVE 28 TO WS-DIAS-NO-MES
                            DIVIDE WS-DT-ANO BY 400
                                GIVING WS-DT-QUOC
                                REMAINDER WS-DT-RESTO
                            IF WS-DT-RESTO = ZERO
                                MOVE 29 TO WS-DIAS-NO-MES
                            END-IF
                        END-IF
                    END-IF
            END-EVALUATE
            IF WS-DT-DIA <= WS-DIAS-NO-MES
                MOVE "Y" TO WS-DATA-OK
            END-IF
        END-IF.

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
