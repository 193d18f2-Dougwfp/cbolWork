      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de cargos e salarios para a revisao anual
      *          de merito - empregados ativos por cargo e grade, com
      *          o valor/hora de cada um e a posicao dentro da faixa
      *          da grade (0% no minimo, 100% no maximo), marcando
      *          quem esta abaixo ou acima da faixa, quadro por cargo
      *          e resumo por grade. Empregados sem cargo ou com cargo
      *          nao cadastrado aparecem no fim para regularizacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RELCARGO.

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

            SELECT CARGO-FILE ASSIGN TO "data/CARGO.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CODIGO
            FILE STATUS IS WS-CARGO-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/RELCARGO.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  CARGO-FILE.
        COPY "CARGO.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-CARGO-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-CARGO-EOF PIC X VALUE "N".
            88 CARGO-EOF VALUE "Y".
        77 WS-POSICAO PIC S9(05)V99 VALUE ZERO.
        77 WS-POSICAO-EDIT PIC -(4)9,99.
        77 WS-SITUACAO PIC X(12) VALUE SPACES.
        77 WS-QTD-CARGO PIC 9(05) VALUE ZERO.
        77 WS-QTD-ABAIXO PIC 9(05) VALUE ZERO.
        77 WS-QTD-ACIMA PIC 9(05) VALUE ZERO.
        77 WS-QTD-SEM-CARGO PIC 9(05) VALUE ZERO.
        77 WS-QTD-ATIVOS PIC 9(05) VALUE ZERO.
        77 WS-SOMA-POSICAO PIC S9(09)V99 VALUE ZERO.
        77 WS-MEDIA-POSICAO PIC S9(05)V99 VALUE ZERO.
        77 WS-CA-COUNT PIC 9(03) VALUE ZERO.
        77 WS-CA-IDX PIC 9(03) VALUE ZERO.
        77 WS-CA-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-CA-MAXIMO PIC 9(03) VALUE 300.
        01 WS-CA-TAB.
            05 WS-CA-ENTRY OCCURS 300 TIMES.
                10 WS-CA-CODIGO PIC X(06).
                10 WS-CA-DESCRICAO PIC X(30).
                10 WS-CA-CBO PIC X(06).
                10 WS-CA-GRADE PIC X(03).
                10 WS-CA-VH-MIN PIC 9(05)V99.
                10 WS-CA-VH-MAX PIC 9(05)V99.
                10 WS-CA-STATUS PIC X(01).
        77 WS-EP-COUNT PIC 9(04) VALUE ZERO.
        77 WS-EP-IDX PIC 9(04) VALUE ZERO.
        77 WS-EP-MAXIMO PIC 9(04) VALUE 5000.
        01 WS-EP-TAB.
            05 WS-EP-ENTRY OCCURS 5000 TIMES.
                10 WS-EP-PRONTUARIO PIC X(08).
                10 WS-EP-NOME PIC X(20).
                10 WS-EP-DEPTO PIC X(10).
                10 WS-EP-CARGO PIC X(06).
                10 WS-EP-VALOR-HORA PIC 9(05)V99.
                10 WS-EP-CARGO-IDX PIC 9(03).
        77 WS-GR-COUNT PIC 9(03) VALUE ZERO.
        77 WS-GR-IDX PIC 9(03) VALUE ZERO.
        77 WS-GR-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-GR-MAXIMO PIC 9(03) VALUE 100.
        01 WS-GR-TAB.
            05 WS-GR-ENTRY OCCURS 100 TIMES.
                10 WS-GR-GRADE PIC X(03).
                10 WS-GR-QTD PIC 9(05).
                10 WS-GR-ABAIXO PIC 9(05).
                10 WS-GR-ACIMA PIC 9(05).
                10 WS-GR-SOMA-POS PIC S9(09)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        PERFORM CARREGA-CARGOS.
        PERFORM CARREGA-EMPREGADOS.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CARGOS E SALARIOS - POSICAO NA FAIXA - "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        PERFORM VARYING WS-CA-IDX FROM 1 BY 1
            UNTIL WS-CA-IDX > WS-CA-COUNT
            PERFORM RELATA-CARGO
        END-PERFORM.
        PERFORM RELATA-SEM-CARGO.
        PERFORM RELATA-GRADES.

        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAL ATIVOS=" WS-QTD-ATIVOS
            " CARGOS=" WS-CA-COUNT
            " SEM CARGO VALIDO=" WS-QTD-SEM-CARGO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.
        DISPLAY "CARGOS E SALARIOS: " WS-QTD-ATIVOS " ATIVO(S), "
            WS-CA-COUNT " CARGO(S), " WS-QTD-SEM-CARGO
            " SEM CARGO VALIDO - RELATORIO EM data/RELCARGO.PRT".
        STOP RUN.

        RELATA-CARGO.
        MOVE ZERO TO WS-QTD-CARGO WS-QTD-ABAIXO WS-QTD-ACIMA
            WS-SOMA-POSICAO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CARGO " WS-CA-CODIGO(WS-CA-IDX) " "
            WS-CA-DESCRICAO(WS-CA-IDX)
            " CBO " WS-CA-CBO(WS-CA-IDX)
            " GRADE " WS-CA-GRADE(WS-CA-IDX)
            " FAIXA " WS-CA-VH-MIN(WS-CA-IDX)
            " A " WS-CA-VH-MAX(WS-CA-IDX)
            " SITUACAO " WS-CA-STATUS(WS-CA-IDX)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-EP-IDX FROM 1 BY 1
            UNTIL WS-EP-IDX > WS-EP-COUNT
            IF WS-EP-CARGO-IDX(WS-EP-IDX) = WS-CA-IDX
                PERFORM RELATA-EMPREGADO-CARGO
            END-IF
        END-PERFORM.
        IF WS-QTD-CARGO > ZERO
            COMPUTE WS-MEDIA-POSICAO ROUNDED =
                WS-SOMA-POSICAO / WS-QTD-CARGO
        ELSE
            MOVE ZERO TO WS-MEDIA-POSICAO
        END-IF.
        MOVE WS-MEDIA-POSICAO TO WS-POSICAO-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  QUADRO DO CARGO=" WS-QTD-CARGO
            " ABAIXO DA FAIXA=" WS-QTD-ABAIXO
            " ACIMA DA FAIXA=" WS-QTD-ACIMA
            " POSICAO MEDIA=" WS-POSICAO-EDIT "%"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM ACUMULA-GRADE.

      * posicao na faixa: (valor/hora - minimo) / (maximo - minimo);
      * abaixo de zero ou acima de cem esta fora da faixa
        RELATA-EMPREGADO-CARGO.
        ADD 1 TO WS-QTD-CARGO.
        IF WS-CA-VH-MAX(WS-CA-IDX) > WS-CA-VH-MIN(WS-CA-IDX)
            COMPUTE WS-POSICAO ROUNDED =
                (WS-EP-VALOR-HORA(WS-EP-IDX) - WS-CA-VH-MIN(WS-CA-IDX))
                * 100 / (WS-CA-VH-MAX(WS-CA-IDX)
                - WS-CA-VH-MIN(WS-CA-IDX))
        ELSE
            EVALUATE TRUE
                WHEN WS-EP-VALOR-HORA(WS-EP-IDX)
                    < WS-CA-VH-MIN(WS-CA-IDX)
                    MOVE -1 TO WS-POSICAO
                WHEN WS-EP-VALOR-HORA(WS-EP-IDX)
                    > WS-CA-VH-MAX(WS-CA-IDX)
                    MOVE 101 TO WS-POSICAO
                WHEN OTHER
                    MOVE 100 TO WS-POSICAO
            END-EVALUATE
        END-IF.
        MOVE SPACES TO WS-SITUACAO.
        IF WS-EP-VALOR-HORA(WS-EP-IDX) < WS-CA-VH-MIN(WS-CA-IDX)
            MOVE "ABAIXO FAIXA" TO WS-SITUACAO
            ADD 1 TO WS-QTD-ABAIXO
        END-IF.
        IF WS-EP-VALOR-HORA(WS-EP-IDX) > WS-CA-VH-MAX(WS-CA-IDX)
            MOVE "ACIMA FAIXA" TO WS-SITUACAO
            ADD 1 TO WS-QTD-ACIMA
        END-IF.
        ADD WS-POSICAO TO WS-SOMA-POSICAO.
        MOVE WS-POSICAO TO WS-POSICAO-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING "    " WS-EP-PRONTUARIO(WS-EP-IDX) " "
            WS-EP-NOME(WS-EP-IDX) " " WS-EP-DEPTO(WS-EP-IDX)
            " VALOR/HORA " WS-EP-VALOR-HORA(WS-EP-IDX)
            " POSICAO " WS-POSICAO-EDIT "% " WS-SITUACAO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ACUMULA-GRADE.
        MOVE ZERO TO WS-GR-ACHOU.
        PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
            IF WS-GR-GRADE(WS-GR-IDX) = WS-CA-GRADE(WS-CA-IDX)
                MOVE WS-GR-IDX TO WS-GR-ACHOU
            END-IF
        END-PERFORM.
        IF WS-GR-ACHOU = ZERO
            IF WS-GR-COUNT < WS-GR-MAXIMO
                ADD 1 TO WS-GR-COUNT
                MOVE WS-GR-COUNT TO WS-GR-ACHOU
                MOVE WS-CA-GRADE(WS-CA-IDX)
                    TO WS-GR-GRADE(WS-GR-ACHOU)
                MOVE ZERO TO WS-GR-QTD(WS-GR-ACHOU)
                    WS-GR-ABAIXO(WS-GR-ACHOU)
                    WS-GR-ACIMA(WS-GR-ACHOU)
                    WS-GR-SOMA-POS(WS-GR-ACHOU)
            ELSE
                DISPLAY "AVISO: limite de " WS-GR-MAXIMO
                    " grades no resumo - grade "
                    WS-CA-GRADE(WS-CA-IDX) " fora do resumo"
            END-IF
        END-IF.
        IF WS-GR-ACHOU > ZERO
            ADD WS-QTD-CARGO TO WS-GR-QTD(WS-GR-ACHOU)
            ADD WS-QTD-ABAIXO TO WS-GR-ABAIXO(WS-GR-ACHOU)
            ADD WS-QTD-ACIMA TO WS-GR-ACIMA(WS-GR-ACHOU)
            ADD WS-SOMA-POSICAO TO WS-GR-SOMA-POS(WS-GR-ACHOU)
        END-IF.

        RELATA-GRADES.
        MOVE SPACES TO RELATO-LINHA.
        STRING "RESUMO POR GRADE" DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
            IF WS-GR-QTD(WS-GR-IDX) > ZERO
                COMPUTE WS-MEDIA-POSICAO ROUNDED =
                    WS-GR-SOMA-POS(WS-GR-IDX) / WS-GR-QTD(WS-GR-IDX)
            ELSE
                MOVE ZERO TO WS-MEDIA-POSICAO
            END-IF
            MOVE WS-MEDIA-POSICAO TO WS-POSICAO-EDIT
            MOVE SPACES TO RELATO-LINHA
            STRING "  GRADE " WS-GR-GRADE(WS-GR-IDX)
                " EMPREGADOS=" WS-GR-QTD(WS-GR-IDX)
                " ABAIXO DA FAIXA=" WS-GR-ABAIXO(WS-GR-IDX)
                " ACIMA DA FAIXA=" WS-GR-ACIMA(WS-GR-IDX)
                " POSICAO MEDIA=" WS-POSICAO-EDIT "%"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-PERFORM.

        RELATA-SEM-CARGO.
        IF WS-QTD-SEM-CARGO > ZERO
            MOVE SPACES TO RELATO-LINHA
            STRING "EMPREGADOS SEM CARGO OU COM CARGO NAO CADASTRADO"
                " - REGULARIZAR NO MANUTEMP"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                UNTIL WS-EP-IDX > WS-EP-COUNT
                IF WS-EP-CARGO-IDX(WS-EP-IDX) = ZERO
                    MOVE SPACES TO RELATO-LINHA
                    STRING "    " WS-EP-PRONTUARIO(WS-EP-IDX) " "
                        WS-EP-NOME(WS-EP-IDX) " "
                        WS-EP-DEPTO(WS-EP-IDX)
                        " CARGO '" WS-EP-CARGO(WS-EP-IDX) "'"
                        " VALOR/HORA " WS-EP-VALOR-HORA(WS-EP-IDX)
                        DELIMITED BY SIZE INTO RELATO-LINHA
                    WRITE RELATO-LINHA
                END-IF
            END-PERFORM
        END-IF.

        CARREGA-CARGOS.
        MOVE ZERO TO WS-CA-COUNT.
        OPEN INPUT CARGO-FILE.
        IF WS-CARGO-STATUS NOT = "00"
            DISPLAY "AVISO: cadastro de cargos indisponivel (status "
                WS-CARGO-STATUS ") - todos os empregados sairao sem"
                " cargo"
        ELSE
            PERFORM UNTIL CARGO-EOF
                READ CARGO-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-CARGO-EOF
                    NOT AT END
                        IF WS-CA-COUNT < WS-CA-MAXIMO
                            ADD 1 TO WS-CA-COUNT
                            MOVE CA-CODIGO
                                TO WS-CA-CODIGO(WS-CA-COUNT)
                            MOVE CA-DESCRICAO
                                TO WS-CA-DESCRICAO(WS-CA-COUNT)
                            MOVE CA-CBO TO WS-CA-CBO(WS-CA-COUNT)
                            MOVE CA-GRADE TO WS-CA-GRADE(WS-CA-COUNT)
                            MOVE CA-VH-MINIMO
                                TO WS-CA-VH-MIN(WS-CA-COUNT)
                            MOVE CA-VH-MAXIMO
                                TO WS-CA-VH-MAX(WS-CA-COUNT)
                            MOVE CA-STATUS
                                TO WS-CA-STATUS(WS-CA-COUNT)
                        ELSE
                            DISPLAY "AVISO: limite de " WS-CA-MAXIMO
                                " cargos - cargo " CA-CODIGO
                                " ignorado"
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARGO-FILE
        END-IF.

        CARREGA-EMPREGADOS.
        MOVE ZERO TO WS-EP-COUNT WS-QTD-ATIVOS WS-QTD-SEM-CARGO.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF EM-ATIVO
                        PERFORM GUARDA-EMPREGADO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        GUARDA-EMPREGADO.
        IF WS-EP-COUNT >= WS-EP-MAXIMO
            DISPLAY "AVISO: limite de " WS-EP-MAXIMO
                " empregados - " EM-PRONTUARIO " fora do relatorio"
        ELSE
            ADD 1 TO WS-EP-COUNT
            ADD 1 TO WS-QTD-ATIVOS
            MOVE EM-PRONTUARIO TO WS-EP-PRONTUARIO(WS-EP-COUNT)
            MOVE EM-NOME TO WS-EP-NOME(WS-EP-COUNT)
            MOVE EM-DEPARTAMENTO TO WS-EP-DEPTO(WS-EP-COUNT)
            MOVE EM-CARGO TO WS-EP-CARGO(WS-EP-COUNT)
            MOVE EM-VALOR-HORA TO WS-EP-VALOR-HORA(WS-EP-COUNT)
            MOVE ZERO TO WS-CA-ACHOU
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                UNTIL WS-CA-IDX > WS-CA-COUNT
                IF WS-CA-CODIGO(WS-CA-IDX) = EM-CARGO
                    AND EM-CARGO NOT = SPACES
                    MOVE WS-CA-IDX TO WS-CA-ACHOU
                END-IF
            END-PERFORM
            MOVE WS-CA-ACHOU TO WS-EP-CARGO-IDX(WS-EP-COUNT)
            IF WS-CA-ACHOU = ZERO
                ADD 1 TO WS-QTD-SEM-CARGO
            END-IF
        END-IF.
