      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao das comissoes de vendas - le o arquivo
      *          exportado pelo sistema de vendas (COMISMOV.DAT, uma
      *          linha por prontuario, competencia, valor e
      *          referencia da venda), critica cada linha contra o
      *          cadastro e o periodo aberto, grava as aceitas como
      *          pendentes em COMISSAO.DAT para o lote do TRAB1
      *          (que paga a comissao com o reflexo no DSR) e as
      *          recusadas em REJECT.DAT para a bancada de rejeicoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. IMPCOMIS.

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
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT COMISMOV-FILE ASSIGN TO "data/COMISMOV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMISMOV-STATUS.

            SELECT COMISSAO-FILE ASSIGN TO "data/COMISSAO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMISSAO-STATUS.

            SELECT REJECT-FILE ASSIGN TO "data/REJECT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/IMPCOMIS.PRT"
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

        FD  COMISMOV-FILE.
        COPY "COMISMOV.cpy".

        FD  COMISSAO-FILE.
        COPY "COMISSAO.cpy".

        FD  REJECT-FILE.
        COPY "REJECT.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

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
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-COMISMOV-STATUS PIC XX VALUE "00".
        77 WS-COMISSAO-STATUS PIC XX VALUE "00".
        77 WS-REJECT-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-COMISMOV-EOF PIC X VALUE "N".
            88 COMISMOV-EOF VALUE "Y".
        77 WS-COMISSAO-EOF PIC X VALUE "N".
            88 COMISSAO-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-MOTIVO PIC X(40) VALUE SPACES.
        77 WS-REJEITADO PIC X VALUE "N".
            88 REJEITADO VALUE "Y".
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-ACEITA PIC 9(05) VALUE ZERO.
        77 WS-QTD-REJEITADA PIC 9(05) VALUE ZERO.
        77 WS-TOT-ACEITO PIC 9(09)V99 VALUE ZERO.
        77 WS-VALOR-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
      * chaves das comissoes ja importadas (COMISSAO.DAT) e das
      * aceitas nesta execucao, para recusar a mesma venda duas vezes
        77 WS-CK-COUNT PIC 9(04) VALUE ZERO.
        77 WS-CK-IDX PIC 9(04) VALUE ZERO.
        77 WS-CK-MAXIMO PIC 9(04) VALUE 5000.
        77 WS-CK-ACHOU PIC X VALUE "N".
            88 CK-ACHOU VALUE "Y".
        77 WS-CK-OVERFLOW PIC X VALUE "N".
            88 CK-OVERFLOW VALUE "Y".
        01 WS-CK-TAB.
            05 WS-CK-ENTRY OCCURS 5000 TIMES.
                10 WS-CK-PRONTUARIO PIC X(08).
                10 WS-CK-COMPETENCIA PIC 9(06).
                10 WS-CK-REFERENCIA PIC X(15).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "IMPCOMIS" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        PERFORM LOAD-PERIODO-TABLE.

        DISPLAY "Digite a competencia das comissoes (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF NOT COMPETENCIA-ABERTA
            DISPLAY "COMPETENCIA NAO ABERTA OU JA FECHADA: "
                WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM CARREGA-CHAVES-COMISSAO.
        IF CK-OVERFLOW
            DISPLAY "ERRO: COMISSAO.DAT tem mais de " WS-CK-MAXIMO
                " comissoes - importacao recusada para nao deixar"
                " de detectar vendas ja importadas. EXECUTE A"
                " RETENCAO ANTES."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN INPUT COMISMOV-FILE.
        IF WS-COMISMOV-STATUS NOT = "00"
            DISPLAY "ERRO: COMISMOV.DAT indisponivel (status "
                WS-COMISMOV-STATUS ") - EXPORTE AS COMISSOES DO"
                " SISTEMA DE VENDAS"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            CLOSE COMISMOV-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE "IMPCOMIS" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        OPEN EXTEND COMISSAO-FILE.
        IF WS-COMISSAO-STATUS = "35"
            OPEN OUTPUT COMISSAO-FILE
        END-IF.
        IF WS-COMISSAO-STATUS NOT = "00"
            MOVE "COMISSAO" TO WS-ERR-ARQUIVO
            MOVE WS-COMISSAO-STATUS TO WS-ERR-STATUS
            MOVE "MAIN-PARAGRAPH" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        OPEN EXTEND REJECT-FILE.
        IF WS-REJECT-STATUS = "35"
            OPEN OUTPUT REJECT-FILE
        END-IF.
        PERFORM ABRE-RELATORIO.

        PERFORM UNTIL COMISMOV-EOF
            READ COMISMOV-FILE
                AT END
                    MOVE "Y" TO WS-COMISMOV-EOF
                NOT AT END
                    ADD 1 TO WS-QTD-LIDA
                    PERFORM PROCESSA-COMISSAO
            END-READ
        END-PERFORM.

        PERFORM ENCERRA-RELATORIO.
        CLOSE REJECT-FILE.
        CLOSE COMISSAO-FILE.
        CLOSE EMPMAST-FILE.
        CLOSE COMISMOV-FILE.

        IF WS-QTD-REJEITADA > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF.
        DISPLAY " ".
        DISPLAY "IMPORTACAO DE COMISSOES - COMPETENCIA "
            WS-COMPETENCIA.
        DISPLAY "LINHAS LIDAS:        " WS-QTD-LIDA.
        DISPLAY "COMISSOES ACEITAS:   " WS-QTD-ACEITA.
        DISPLAY "REJEITADAS:          " WS-QTD-REJEITADA.
        DISPLAY "TOTAL ACEITO:        " WS-TOT-ACEITO.
        DISPLAY "COMISSOES PENDENTES EM data/COMISSAO.DAT - PAGAS"
            " COM O REFLEXO NO DSR PELO PROXIMO LOTE DO TRAB1".
        IF WS-QTD-REJEITADA > ZERO
            DISPLAY "REJEICOES EM data/REJECT.DAT - CORRIJA NO"
                " SISTEMA DE VENDAS, REIMPORTE E RESOLVA NO REJWB"
        END-IF.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-ACEITA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-REJEITADA TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOT-ACEITO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

        PROCESSA-COMISSAO.
        MOVE CM-MV-PRONTUARIO TO wspronturario.
        MOVE "N" TO WS-REJEITADO.
        MOVE SPACES TO WS-MOTIVO.
        IF CM-MV-VALOR NOT NUMERIC OR CM-MV-VALOR = ZERO
            MOVE "Y" TO WS-REJEITADO
            MOVE "VALOR DA COMISSAO INVALIDO" TO WS-MOTIVO
        END-IF.
        IF NOT REJEITADO
            IF CM-MV-COMPETENCIA NOT NUMERIC
                OR CM-MV-COMPETENCIA NOT = WS-COMPETENCIA
                MOVE "Y" TO WS-REJEITADO
                MOVE "COMPETENCIA DIVERGE DO PERIODO ABERTO"
                    TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            IF CM-MV-REFERENCIA = SPACES
                MOVE "Y" TO WS-REJEITADO
                MOVE "REFERENCIA DA VENDA AUSENTE" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            MOVE wspronturario TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "PRONTUARIO NAO CADASTRADO" TO WS-MOTIVO
                NOT INVALID KEY
                    IF EM-INATIVO
                        MOVE "Y" TO WS-REJEITADO
                        MOVE "FUNCIONARIO INATIVO" TO WS-MOTIVO
                    END-IF
            END-READ
        END-IF.
        IF NOT REJEITADO
            PERFORM LOCALIZA-CHAVE-COMISSAO
            IF CK-ACHOU
                MOVE "Y" TO WS-REJEITADO
                MOVE "COMISSAO JA IMPORTADA" TO WS-MOTIVO
            ELSE
                IF WS-CK-COUNT >= WS-CK-MAXIMO
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "LIMITE DE COMISSOES ATINGIDO" TO WS-MOTIVO
                END-IF
            END-IF
        END-IF.
        IF REJEITADO
            PERFORM REJEITA-COMISSAO
        ELSE
            PERFORM ACEITA-COMISSAO
        END-IF.

        ACEITA-COMISSAO.
        MOVE SPACES TO COMISSAO-RECORD.
        MOVE wspronturario TO CM-PRONTUARIO.
        MOVE CM-MV-COMPETENCIA TO CM-COMPETENCIA.
        MOVE CM-MV-REFERENCIA TO CM-REFERENCIA.
        MOVE CM-MV-VALOR TO CM-VALOR.
        MOVE "P" TO CM-STATUS.
        MOVE ZERO TO CM-COMP-ACERTO CM-DSR.
        MOVE WS-OPERADOR TO CM-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO CM-TIMESTAMP.
        WRITE COMISSAO-RECORD.
        IF WS-COMISSAO-STATUS NOT = "00"
            MOVE "COMISSAO" TO WS-ERR-ARQUIVO
            MOVE WS-COMISSAO-STATUS TO WS-ERR-STATUS
            MOVE "ACEITA-COMISSAO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        ADD 1 TO WS-CK-COUNT.
        MOVE wspronturario TO WS-CK-PRONTUARIO(WS-CK-COUNT).
        MOVE CM-MV-COMPETENCIA TO WS-CK-COMPETENCIA(WS-CK-COUNT).
        MOVE CM-MV-REFERENCIA TO WS-CK-REFERENCIA(WS-CK-COUNT).
        ADD 1 TO WS-QTD-ACEITA.
        ADD CM-MV-VALOR TO WS-TOT-ACEITO.
        MOVE CM-MV-VALOR TO WS-VALOR-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " " EM-NOME " VENDA "
            CM-MV-REFERENCIA " VALOR " WS-VALOR-EDIT " ACEITA"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        REJEITA-COMISSAO.
        ADD 1 TO WS-QTD-REJEITADA.
        DISPLAY wspronturario " REJEITADO: " WS-MOTIVO.
        MOVE SPACES TO REJECT-RECORD.
        MOVE wspronturario TO RJ-PRONTUARIO.
        MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP.
        MOVE WS-MOTIVO TO RJ-MOTIVO.
        MOVE "P" TO RJ-STATUS.
        MOVE ZERO TO RJ-HORAS RJ-HORAS-EXTRA RJ-HORAS-FALTA
            RJ-DSR-HORAS RJ-HORAS-COMP.
        IF CM-MV-COMPETENCIA NUMERIC
            MOVE CM-MV-COMPETENCIA TO RJ-COMPETENCIA
        ELSE
            MOVE WS-COMPETENCIA TO RJ-COMPETENCIA
        END-IF.
        MOVE "C" TO RJ-ORIGEM.
        IF CM-MV-VALOR NUMERIC
            MOVE CM-MV-VALOR TO RJ-VALOR
        ELSE
            MOVE ZERO TO RJ-VALOR
        END-IF.
        MOVE CM-MV-REFERENCIA TO RJ-REFERENCIA.
        WRITE REJECT-RECORD.
        IF WS-REJECT-STATUS NOT = "00"
            MOVE "REJECT" TO WS-ERR-ARQUIVO
            MOVE WS-REJECT-STATUS TO WS-ERR-STATUS
            MOVE "REJEITA-COMISSAO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " VENDA " CM-MV-REFERENCIA
            " REJEITADA: " WS-MOTIVO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        LOCALIZA-CHAVE-COMISSAO.
        MOVE "N" TO WS-CK-ACHOU.
        PERFORM VARYING WS-CK-IDX FROM 1 BY 1
            UNTIL WS-CK-IDX > WS-CK-COUNT OR CK-ACHOU
            IF WS-CK-PRONTUARIO(WS-CK-IDX) = wspronturario
                AND WS-CK-COMPETENCIA(WS-CK-IDX) = CM-MV-COMPETENCIA
                AND WS-CK-REFERENCIA(WS-CK-IDX) = CM-MV-REFERENCIA
                MOVE "Y" TO WS-CK-ACHOU
            END-IF
        END-PERFORM.

        CARREGA-CHAVES-COMISSAO.
        MOVE ZERO TO WS-CK-COUNT.
        MOVE "N" TO WS-CK-OVERFLOW.
        MOVE "N" TO WS-COMISSAO-EOF.
        OPEN INPUT COMISSAO-FILE.
        IF WS-COMISSAO-STATUS = "00"
            PERFORM UNTIL COMISSAO-EOF
                READ COMISSAO-FILE
                    AT END
                        MOVE "Y" TO WS-COMISSAO-EOF
                    NOT AT END
                        IF WS-CK-COUNT >= WS-CK-MAXIMO
                            MOVE "Y" TO WS-CK-OVERFLOW
                        ELSE
                            ADD 1 TO WS-CK-COUNT
                            MOVE CM-PRONTUARIO
                                TO WS-CK-PRONTUARIO(WS-CK-COUNT)
                            MOVE CM-COMPETENCIA
                                TO WS-CK-COMPETENCIA(WS-CK-COUNT)
                            MOVE CM-REFERENCIA
                                TO WS-CK-REFERENCIA(WS-CK-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COMISSAO-FILE
        END-IF.

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "IMPORTACAO DE COMISSOES - COMPETENCIA "
            WS-COMPETENCIA " - OPERADOR " WS-OPERADOR
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: LIDAS=" WS-QTD-LIDA
            " ACEITAS=" WS-QTD-ACEITA
            " REJEITADAS=" WS-QTD-REJEITADA
            " VALOR ACEITO=" WS-TOT-ACEITO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

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

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
