      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela exclusiva de IRRF da PLR
      *          (PLRIRTAB.DAT) - lista, inclui vigencia, altera ou
      *          exclui vigencia futura, com critica de data real,
      *          limites crescentes e aliquotas em faixa sa, com as
      *          mesmas protecoes do MANUTIRF: vigencias ja
      *          alcancadas por competencias cadastradas nao podem
      *          ser excluidas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTPLR.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLRIRTAB-FILE ASSIGN TO "data/PLRIRTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLRIRTAB-STATUS.

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
        FD  PLRIRTAB-FILE.
        COPY "PLRIRTAB.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-PLRIRTAB-STATUS PIC XX VALUE "00".
        77 WS-PERIODO-STATUS PIC XX VALUE "00".
        77 WS-PLRIRTAB-EOF PIC X VALUE "N".
            88 PLRIRTAB-EOF VALUE "Y".
        77 WS-PERIODO-EOF PIC X VALUE "N".
            88 PERIODO-EOF VALUE "Y".
        77 wsopcao PIC 9 VALUE ZERO.
        77 WS-HOJE PIC 9(08) VALUE ZERO.
        77 WS-ULTIMA-COMP PIC 9(06) VALUE ZERO.
        77 WS-ULTIMA-COMP-FIM PIC 9(08) VALUE ZERO.
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
        77 WS-ALIQ-ENTRADA PIC 9V9999 VALUE ZERO.
        77 WS-LIMITE-ANT PIC 9(07)V99 VALUE ZERO.
        77 WS-TB-COUNT PIC 9(03) VALUE ZERO.
        77 WS-TB-IDX PIC 9(03) VALUE ZERO.
        77 WS-TB-FX PIC 9(01) VALUE ZERO.
        77 WS-TB-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-TB-MAXIMO PIC 9(03) VALUE 20.
        77 WS-TB-OVERFLOW PIC X VALUE "N".
            88 TB-OVERFLOW VALUE "Y".
        01 WS-TB-TAB.
            05 WS-TB-ENTRY OCCURS 20 TIMES.
                10 WS-TB-DATA PIC 9(08).
                10 WS-TB-FAIXA OCCURS 5 TIMES.
                    15 WS-TB-LIM PIC 9(07)V99.
                    15 WS-TB-ALQ PIC 9V9999.
                    15 WS-TB-DED PIC 9(07)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        MOVE "MANUTPLR" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.
        PERFORM OBTEM-ULTIMA-COMPETENCIA.

        DISPLAY "1 - Listar tabela".
        DISPLAY "2 - Incluir vigencia".
        DISPLAY "3 - Alterar vigencia futura".
        DISPLAY "4 - Excluir vigencia futura".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-TABELA
            WHEN 2
                PERFORM INCLUI-VIGENCIA
            WHEN 3
                PERFORM ALTERA-VIGENCIA
            WHEN 4
                PERFORM EXCLUI-VIGENCIA
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-VIGENCIA.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite a data de vigencia (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        PERFORM LOCALIZA-VIGENCIA.
        IF WS-TB-ACHOU > ZERO
            DISPLAY "ERRO: vigencia ja cadastrada: " WS-DATA-ENTRADA
        ELSE
            IF WS-TB-COUNT >= WS-TB-MAXIMO
                DISPLAY "ERRO: limite de " WS-TB-MAXIMO
                    " vigencias atingido"
            ELSE
                ADD 1 TO WS-TB-COUNT
                MOVE WS-TB-COUNT TO WS-TB-ACHOU
                MOVE WS-DATA-ENTRADA TO WS-TB-DATA(WS-TB-ACHOU)
                PERFORM OBTEM-FAIXAS
                PERFORM REGRAVA-TABELA
                DISPLAY "VIGENCIA INCLUIDA: " WS-DATA-ENTRADA
                PERFORM LISTA-TABELA
            END-IF
        END-IF.

        ALTERA-VIGENCIA.
        DISPLAY "Digite a vigencia a alterar (AAAAMMDD): "
            NO ADVANCING.
        ACCEPT WS-DATA-ENTRADA.
        PERFORM LOCALIZA-VIGENCIA.
        IF WS-TB-ACHOU = ZERO
            DISPLAY "ERRO: vigencia nao cadastrada: " WS-DATA-ENTRADA
        ELSE
            IF WS-DATA-ENTRADA <= WS-HOJE
                DISPLAY "ERRO: somente vigencias futuras podem ser"
                    " alteradas (em vigor desde " WS-DATA-ENTRADA ")"
            ELSE
                PERFORM OBTEM-FAIXAS
                PERFORM REGRAVA-TABELA
                DISPLAY "VIGENCIA ALTERADA: " WS-DATA-ENTRADA
                PERFORM LISTA-TABELA
            END-IF
        END-IF.

        EXCLUI-VIGENCIA.
        DISPLAY "Digite a vigencia a excluir (AAAAMMDD): "
            NO ADVANCING.
        ACCEPT WS-DATA-ENTRADA.
        PERFORM LOCALIZA-VIGENCIA.
        IF WS-TB-ACHOU = ZERO
            DISPLAY "ERRO: vigencia nao cadastrada: " WS-DATA-ENTRADA
        ELSE
            IF WS-DATA-ENTRADA <= WS-ULTIMA-COMP-FIM
                DISPLAY "ERRO: vigencia ja alcancada por competencia"
                    " cadastrada (" WS-ULTIMA-COMP ") - EXCLUSAO"
                    " RECUSADA"
            ELSE
                IF WS-DATA-ENTRADA <= WS-HOJE
                    DISPLAY "ERRO: vigencia ja em vigor - EXCLUSAO"
                        " RECUSADA"
                ELSE
                    PERFORM VARYING WS-TB-IDX FROM WS-TB-ACHOU BY 1
                        UNTIL WS-TB-IDX >= WS-TB-COUNT
                        MOVE WS-TB-ENTRY(WS-TB-IDX + 1)
                            TO WS-TB-ENTRY(WS-TB-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-TB-COUNT
                    PERFORM REGRAVA-TABELA
                    DISPLAY "VIGENCIA EXCLUIDA: " WS-DATA-ENTRADA
                    PERFORM LISTA-TABELA
                END-IF
            END-IF
        END-IF.

      * quatro faixas com limite superior crescente; a quinta nao
      * tem limite (tudo acima da quarta) e e gravada com o maior
      * valor que o campo comporta
        OBTEM-FAIXAS.
        MOVE ZERO TO WS-LIMITE-ANT.
        PERFORM VARYING WS-TB-FX FROM 1 BY 1 UNTIL WS-TB-FX > 5
            PERFORM OBTEM-FAIXA-PLR
        END-PERFORM.

        OBTEM-FAIXA-PLR.
        IF WS-TB-FX < 5
            PERFORM WITH TEST AFTER
                UNTIL WS-TB-LIM(WS-TB-ACHOU, WS-TB-FX)
                    > WS-LIMITE-ANT
                DISPLAY "Faixa " WS-TB-FX
                    " - limite superior anual (maior que "
                    WS-LIMITE-ANT "): " NO ADVANCING
                ACCEPT WS-TB-LIM(WS-TB-ACHOU, WS-TB-FX)
                IF WS-TB-LIM(WS-TB-ACHOU, WS-TB-FX)
                    <= WS-LIMITE-ANT
                    DISPLAY "ERRO: limite deve ser crescente, digite"
                        " novamente"
                END-IF
            END-PERFORM
            MOVE WS-TB-LIM(WS-TB-ACHOU, WS-TB-FX) TO WS-LIMITE-ANT
        ELSE
            DISPLAY "Faixa 5 - acima de " WS-LIMITE-ANT
            MOVE 9999999,99 TO WS-TB-LIM(WS-TB-ACHOU, WS-TB-FX)
        END-IF.
        DISPLAY "Faixa " WS-TB-FX " - aliquota:".
        PERFORM OBTEM-ALIQUOTA.
        MOVE WS-ALIQ-ENTRADA TO WS-TB-ALQ(WS-TB-ACHOU, WS-TB-FX).
        DISPLAY "Faixa " WS-TB-FX " - parcela a deduzir: "
            NO ADVANCING.
        ACCEPT WS-TB-DED(WS-TB-ACHOU, WS-TB-FX).

      * a faixa de isencao da PLR tem aliquota zero
        OBTEM-ALIQUOTA.
        MOVE 1 TO WS-ALIQ-ENTRADA.
        PERFORM WITH TEST AFTER
            UNTIL WS-ALIQ-ENTRADA <= 0,5000
            DISPLAY "Digite a aliquota (0 a 0,5000): "
                NO ADVANCING
            ACCEPT WS-ALIQ-ENTRADA
            IF WS-ALIQ-ENTRADA > 0,5000
                DISPLAY "ERRO: aliquota fora da faixa, digite"
                    " novamente"
            END-IF
        END-PERFORM.

        LISTA-TABELA.
        DISPLAY " ".
        DISPLAY "TABELA EXCLUSIVA DE IRRF DA PLR (" WS-TB-COUNT
            " VIGENCIA(S)):".
        PERFORM VARYING WS-TB-IDX FROM 1 BY 1
            UNTIL WS-TB-IDX > WS-TB-COUNT
            DISPLAY "VIGENCIA " WS-TB-DATA(WS-TB-IDX)
            PERFORM VARYING WS-TB-FX FROM 1 BY 1 UNTIL WS-TB-FX > 5
                DISPLAY "         FAIXA " WS-TB-FX " LIMITE="
                    WS-TB-LIM(WS-TB-IDX, WS-TB-FX)
                    " ALIQUOTA=" WS-TB-ALQ(WS-TB-IDX, WS-TB-FX)
                    " DEDUCAO=" WS-TB-DED(WS-TB-IDX, WS-TB-FX)
            END-PERFORM
        END-PERFORM.

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

        LOCALIZA-VIGENCIA.
        MOVE ZERO TO WS-TB-ACHOU.
        PERFORM VARYING WS-TB-IDX FROM 1 BY 1
            UNTIL WS-TB-IDX > WS-TB-COUNT
            IF WS-TB-DATA(WS-TB-IDX) = WS-DATA-ENTRADA
                MOVE WS-TB-IDX TO WS-TB-ACHOU
            END-IF
        END-PERFORM.

        OBTEM-ULTIMA-COMPETENCIA.
        MOVE ZERO TO WS-ULTIMA-COMP WS-ULTIMA-COMP-FIM.
        MOVE "N" TO WS-PERIODO-EOF.
        OPEN INPUT PERIODO-FILE.
        IF WS-PERIODO-STATUS = "00"
            PERFORM UNTIL PERIODO-EOF
                READ PERIODO-FILE
                    AT END
                        MOVE "Y" TO WS-PERIODO-EOF
                    NOT AT END
                        IF PD-COMPETENCIA > WS-ULTIMA-COMP
                            MOVE PD-COMPETENCIA TO WS-ULTIMA-COMP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PERIODO-FILE
        END-IF.
        IF WS-ULTIMA-COMP > ZERO
            COMPUTE WS-ULTIMA-COMP-FIM = WS-ULTIMA-COMP * 100 + 31
        END-IF.

        CARREGA-TABELA.
        MOVE ZERO TO WS-TB-COUNT.
        MOVE "N" TO WS-TB-OVERFLOW.
        MOVE "N" TO WS-PLRIRTAB-EOF.
        OPEN INPUT PLRIRTAB-FILE.
        IF WS-PLRIRTAB-STATUS = "00"
            PERFORM UNTIL PLRIRTAB-EOF
                READ PLRIRTAB-FILE
                    AT END
                        MOVE "Y" TO WS-PLRIRTAB-EOF
                    NOT AT END
                        IF WS-TB-COUNT >= WS-TB-MAXIMO
                            MOVE "Y" TO WS-TB-OVERFLOW
                        ELSE
                            ADD 1 TO WS-TB-COUNT
                            PERFORM ACUMULA-VIGENCIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLRIRTAB-FILE
        END-IF.
        IF TB-OVERFLOW
            DISPLAY "ERRO: PLRIRTAB.DAT tem mais de " WS-TB-MAXIMO
                " vigencias - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-VIGENCIA.
        MOVE PT-DATA-VIGENCIA TO WS-TB-DATA(WS-TB-COUNT).
        PERFORM VARYING WS-TB-FX FROM 1 BY 1 UNTIL WS-TB-FX > 5
            MOVE PT-LIMITE(WS-TB-FX)
                TO WS-TB-LIM(WS-TB-COUNT, WS-TB-FX)
            MOVE PT-ALIQUOTA(WS-TB-FX)
                TO WS-TB-ALQ(WS-TB-COUNT, WS-TB-FX)
            MOVE PT-DEDUCAO(WS-TB-FX)
                TO WS-TB-DED(WS-TB-COUNT, WS-TB-FX)
        END-PERFORM.

        REGRAVA-TABELA.
        OPEN OUTPUT PLRIRTAB-FILE.
        PERFORM VARYING WS-TB-IDX FROM 1 BY 1
            UNTIL WS-TB-IDX > WS-TB-COUNT
            MOVE SPACES TO PLRIRTAB-RECORD
            MOVE WS-TB-DATA(WS-TB-IDX) TO PT-DATA-VIGENCIA
            PERFORM VARYING WS-TB-FX FROM 1 BY 1 UNTIL WS-TB-FX > 5
                MOVE WS-TB-LIM(WS-TB-IDX, WS-TB-FX)
                    TO PT-LIMITE(WS-TB-FX)
                MOVE WS-TB-ALQ(WS-TB-IDX, WS-TB-FX)
                    TO PT-ALIQUOTA(WS-TB-FX)
                MOVE WS-TB-DED(WS-TB-IDX, WS-TB-FX)
                    TO PT-DEDUCAO(WS-TB-FX)
            END-PERFORM
            WRITE PLRIRTAB-RECORD
        END-PERFORM.
        CLOSE PLRIRTAB-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
