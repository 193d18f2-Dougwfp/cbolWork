      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de operadores (inclui,
      *          altera senha/nivel/CPF, inativa, lista). Exige
      *          nivel 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "DOCVALWS.cpy".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wsoperid PIC X(08) VALUE SPACES.
        77 WS-OP-COUNT PIC 9(03) VALUE ZERO.
                10 WS-OP-SENHA PIC X(08).
                10 WS-OP-NIVEL PIC 9(01).
                10 WS-OP-SITUACAO PIC X(01).
                10 WS-OP-CPF PIC X(11).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        PERFORM EFETUA-SIGNON.

        DISPLAY "1 - Incluir operador".
        DISPLAY "2 - Alterar senha/nivel/CPF".
        DISPLAY "3 - Inativar operador".
        DISPLAY "4 - Listar operadores".
        DISPLAY "0 - Sair".
                MOVE WS-OP-COUNT TO WS-OP-ACHOU
                MOVE wsoperid TO WS-OP-ID(WS-OP-ACHOU)
                PERFORM OBTEM-SENHA-NIVEL
                PERFORM OBTEM-CPF-OPERADOR
                MOVE "A" TO WS-OP-SITUACAO(WS-OP-ACHOU)
                PERFORM REGRAVA-OPERADORES
                DISPLAY "OPERADOR INCLUIDO: " wsoperid
            DISPLAY "OPERADOR NAO CADASTRADO: " wsoperid
        ELSE
            PERFORM OBTEM-SENHA-NIVEL
            PERFORM OBTEM-CPF-OPERADOR
            PERFORM REGRAVA-OPERADORES
            DISPLAY "OPERADOR ALTERADO: " wsoperid
        END-IF.
            DISPLAY WS-OP-ID(WS-OP-IDX)
                " NIVEL=" WS-OP-NIVEL(WS-OP-IDX)
                " SITUACAO=" WS-OP-SITUACAO(WS-OP-IDX)
                " CPF=" WS-OP-CPF(WS-OP-IDX)
        END-PERFORM.

        OBTEM-SENHA-NIVEL.
            END-IF
        END-PERFORM.

      * CPF do proprio operador, confrontado pelo FRAUDE com o dos
      * empregados pagos; em branco = nao informado
        OBTEM-CPF-OPERADOR.
        MOVE "N" TO WS-DOC-OK.
        PERFORM WITH TEST AFTER UNTIL DOC-OK
            DISPLAY "Digite o CPF do operador (vazio se nao"
                " informado): " NO ADVANCING
            ACCEPT WS-OP-CPF(WS-OP-ACHOU)
            IF WS-OP-CPF(WS-OP-ACHOU) = SPACES
                MOVE "Y" TO WS-DOC-OK
            ELSE
                MOVE WS-OP-CPF(WS-OP-ACHOU) TO WS-DOC-ENTRADA
                PERFORM VALIDA-CPF
                IF NOT DOC-OK
                    DISPLAY "ERRO: CPF invalido, digite novamente"
                END-IF
            END-IF
        END-PERFORM.

        LOCALIZA-OPERADOR.
        MOVE ZERO TO WS-OP-ACHOU.
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                                TO WS-OP-NIVEL(WS-OP-COUNT)
                            MOVE OP-STATUS
                                TO WS-OP-SITUACAO(WS-OP-COUNT)
                            MOVE OP-CPF TO WS-OP-CPF(WS-OP-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-OP-SENHA(WS-OP-IDX) TO OP-SENHA
            MOVE WS-OP-NIVEL(WS-OP-IDX) TO OP-NIVEL
            MOVE WS-OP-SITUACAO(WS-OP-IDX) TO OP-STATUS
            MOVE WS-OP-CPF(WS-OP-IDX) TO OP-CPF
            WRITE OPERMAST-RECORD
        END-PERFORM.
        CLOSE OPERMAST-FILE.

        COPY "SIGNON.cpy".

        COPY "DOCVAL.cpy".
