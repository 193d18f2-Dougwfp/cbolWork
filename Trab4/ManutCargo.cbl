      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de cargos e salarios (codigo,
      *          descricao, CBO, grade e faixa de valor/hora minimo e
      *          maximo da grade) - inclui, altera, inativa, lista.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTCAR.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CARGO-FILE ASSIGN TO "data/CARGO.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CODIGO
            FILE STATUS IS WS-CARGO-STATUS.
            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CARGO-FILE.
        COPY "CARGO.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-CARGO-STATUS PIC XX VALUE "00".
        77 WS-CARGO-EOF PIC X VALUE "N".
            88 CARGO-EOF VALUE "Y".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wscodigo PIC X(06) VALUE SPACES.
        77 WS-FAIXA-OK PIC X VALUE "N".
            88 FAIXA-OK VALUE "Y".

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTCAR" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        DISPLAY "1 - Incluir cargo".
        DISPLAY "2 - Alterar cargo".
        DISPLAY "3 - Inativar cargo".
        DISPLAY "4 - Listar cargos".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM INCLUI-CARGO
            WHEN 2
                PERFORM ALTERA-CARGO
            WHEN 3
                PERFORM INATIVA-CARGO
            WHEN 4
                PERFORM LISTA-CARGOS
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-CARGO.
        OPEN I-O CARGO-FILE.
        IF WS-CARGO-STATUS = "35"
            OPEN OUTPUT CARGO-FILE
        END-IF.

        DISPLAY "Digite o codigo do cargo: " NO ADVANCING.
        ACCEPT wscodigo.
        MOVE wscodigo TO CA-CODIGO.
        DISPLAY "Digite a descricao: " NO ADVANCING.
        ACCEPT CA-DESCRICAO.
        PERFORM INFORMA-CBO.
        PERFORM INFORMA-GRADE-FAIXA.
        MOVE "A" TO CA-STATUS.

        WRITE CARGO-RECORD
            INVALID KEY
                DISPLAY "ERRO: cargo ja cadastrado: " wscodigo
            NOT INVALID KEY
                DISPLAY "CARGO INCLUIDO: " wscodigo
        END-WRITE.

        CLOSE CARGO-FILE.

        ALTERA-CARGO.
        OPEN I-O CARGO-FILE.
        IF WS-CARGO-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de cargos indisponivel"
                " (status " WS-CARGO-STATUS ")"
            STOP RUN
        END-IF.

        DISPLAY "Digite o codigo do cargo: " NO ADVANCING.
        ACCEPT wscodigo.
        MOVE wscodigo TO CA-CODIGO.
        READ CARGO-FILE
            INVALID KEY
                DISPLAY "CARGO NAO CADASTRADO: " wscodigo
            NOT INVALID KEY
                PERFORM ALTERA-CARGO-PROCESS
        END-READ.

        CLOSE CARGO-FILE.

        ALTERA-CARGO-PROCESS.
        DISPLAY "ATUAL: " CA-DESCRICAO " CBO " CA-CBO " GRADE "
            CA-GRADE " FAIXA " CA-VH-MINIMO " A " CA-VH-MAXIMO.
        DISPLAY "Digite a nova descricao: " NO ADVANCING.
        ACCEPT CA-DESCRICAO.
        PERFORM INFORMA-CBO.
        PERFORM INFORMA-GRADE-FAIXA.
        DISPLAY "Situacao (A=ativo I=inativo): " NO ADVANCING.
        ACCEPT CA-STATUS.
        IF CA-STATUS NOT = "A" AND CA-STATUS NOT = "I"
            MOVE "A" TO CA-STATUS
        END-IF.

        REWRITE CARGO-RECORD
            INVALID KEY
                DISPLAY "ERRO: falha ao alterar " wscodigo
            NOT INVALID KEY
                DISPLAY "CARGO ALTERADO: " wscodigo
        END-REWRITE.

        INATIVA-CARGO.
        OPEN I-O CARGO-FILE.
        IF WS-CARGO-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de cargos indisponivel"
                " (status " WS-CARGO-STATUS ")"
            STOP RUN
        END-IF.

        DISPLAY "Digite o codigo do cargo: " NO ADVANCING.
        ACCEPT wscodigo.
        MOVE wscodigo TO CA-CODIGO.
        READ CARGO-FILE
            INVALID KEY
                DISPLAY "CARGO NAO CADASTRADO: " wscodigo
            NOT INVALID KEY
                MOVE "I" TO CA-STATUS
                REWRITE CARGO-RECORD
                    INVALID KEY
                        DISPLAY "ERRO: falha ao inativar " wscodigo
                    NOT INVALID KEY
                        DISPLAY "CARGO INATIVADO: " wscodigo
                END-REWRITE
        END-READ.

        CLOSE CARGO-FILE.

        LISTA-CARGOS.
        OPEN INPUT CARGO-FILE.
        IF WS-CARGO-STATUS NOT = "00"
            DISPLAY "NENHUM CARGO CADASTRADO (status "
                WS-CARGO-STATUS ")"
            STOP RUN
        END-IF.
        PERFORM UNTIL CARGO-EOF
            READ CARGO-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-CARGO-EOF
                NOT AT END
                    DISPLAY CA-CODIGO " " CA-DESCRICAO
                        " CBO=" CA-CBO " GRADE=" CA-GRADE
                        " FAIXA=" CA-VH-MINIMO " A " CA-VH-MAXIMO
                        " SITUACAO=" CA-STATUS
            END-READ
        END-PERFORM.
        CLOSE CARGO-FILE.

      * CBO: seis digitos da Classificacao Brasileira de Ocupacoes,
      * exigido no eSocial
        INFORMA-CBO.
        PERFORM WITH TEST AFTER UNTIL CA-CBO IS NUMERIC
            DISPLAY "Digite o codigo CBO (6 digitos): " NO ADVANCING
            ACCEPT CA-CBO
            IF CA-CBO IS NOT NUMERIC
                DISPLAY "ERRO: CBO deve ter 6 digitos, digite"
                    " novamente"
            END-IF
        END-PERFORM.

        INFORMA-GRADE-FAIXA.
        DISPLAY "Digite a grade salarial: " NO ADVANCING.
        ACCEPT CA-GRADE.
        MOVE "N" TO WS-FAIXA-OK.
        PERFORM WITH TEST AFTER UNTIL FAIXA-OK
            DISPLAY "Digite o valor/hora minimo da grade: "
                NO ADVANCING
            ACCEPT CA-VH-MINIMO
            DISPLAY "Digite o valor/hora maximo da grade: "
                NO ADVANCING
            ACCEPT CA-VH-MAXIMO
            IF CA-VH-MAXIMO > ZERO
                AND CA-VH-MAXIMO >= CA-VH-MINIMO
                MOVE "Y" TO WS-FAIXA-OK
            ELSE
                DISPLAY "ERRO: maximo deve ser maior que zero e nao"
                    " menor que o minimo, digite novamente"
            END-IF
        END-PERFORM.

        COPY "SIGNON.cpy".
