      * Author:
      * Date:
      * Purpose: Extrato de recolhimento INSS/FGTS por competencia a
      *          partir do resultado consolidado da folha
      *          (RESFOLHA.DAT, ja liquido de estornos; espirito
      *          SEFIP),
      *          com a categoria de cada empregado e os totais por
      *          categoria (CLT, aprendiz, estagiario, diretor).
      *          O empregado transferido entre empresas do grupo sai
      *          na empresa em vigor na competencia (EMPHIST.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GOVREM-STATUS.

            SELECT VINCEXT-FILE ASSIGN TO "data/VINCEXT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VINCEXT-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".
        FD  GOVREM-FILE.
        COPY "GOVREM.cpy".

        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        WORKING-STORAGE SECTION.
        COPY "JOBJRNWS.cpy".
        COPY "EMPHWS.cpy".
        COPY "CATEGWS.cpy".
        COPY "INSSTAB.cpy".
        COPY "VINCWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-GOVREM-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-ACUM-COUNT PIC 9(03) VALUE ZERO.
        77 WS-ACUM-IDX PIC 9(03) VALUE ZERO.
        77 WS-ACUM-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-ACUM-MAXIMO PIC 9(03) VALUE 500.
        77 WS-EMPRESA-FILTRO PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-EMPREGADO PIC 9(02) VALUE ZERO.
        77 WS-FORA-DA-EMPRESA PIC X VALUE "N".
            88 FORA-DA-EMPRESA VALUE "Y".
        77 WS-QTD-OUTRA-EMPRESA PIC 9(05) VALUE ZERO.
        77 WS-QTD-MULTIPLOS PIC 9(05) VALUE ZERO.
        77 WS-TRL-QTD PIC 9(07) VALUE ZERO.
        77 WS-TRL-BASE PIC 9(11)V99 VALUE ZERO.
        77 WS-TRL-INSS PIC 9(11)V99 VALUE ZERO.
                10 WS-ACUM-BASE PIC 9(09)V99.
                10 WS-ACUM-INSS PIC 9(09)V99.
                10 WS-ACUM-FGTS PIC 9(09)V99.
        01 WS-TOT-CATEGORIA-TAB.
            05 WS-TOT-CATEGORIA OCCURS 4 TIMES.
                10 WS-TCAT-QTD PIC 9(07).
                10 WS-TCAT-BASE PIC 9(11)V99.
                10 WS-TCAT-INSS PIC 9(11)V99.
                10 WS-TCAT-FGTS PIC 9(11)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.
        PERFORM CARREGA-VINCULOS.
        PERFORM CARREGA-HISTORICO-EMPRESA.

        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "ERRO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - monte-o pelo MONTARES"
            STOP RUN
        END-IF.

      * so a competencia pedida; a PLR fica fora da base
        MOVE LOW-VALUES TO RF-CHAVE.
        MOVE WS-COMPETENCIA TO RF-COMPETENCIA.
        START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
            INVALID KEY
                MOVE "Y" TO WS-RESFOLHA-EOF
        END-START.
        PERFORM UNTIL RESFOLHA-EOF
            READ RESFOLHA-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RESFOLHA-EOF
                NOT AT END
                    IF RF-COMPETENCIA NOT = WS-COMPETENCIA
                        MOVE "Y" TO WS-RESFOLHA-EOF
                    ELSE
                        IF NOT RF-PLR AND RF-VALOR NOT = ZERO
                            AND (RF-CODIGO = "BRUTO" OR "INSS"
                                OR "FGTS")
                            PERFORM ACUMULA-EMPREGADO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RESFOLHA-FILE.

        IF WS-ACUM-COUNT = ZERO
            DISPLAY "NENHUM CALCULO ENCONTRADO NA FOLHA PARA A"
                " COMPETENCIA " WS-COMPETENCIA
            STOP RUN
        END-IF.
        DISPLAY "TOTAL BASE:     " WS-TRL-BASE.
        DISPLAY "TOTAL INSS:     " WS-TRL-INSS.
        DISPLAY "TOTAL FGTS:     " WS-TRL-FGTS.
        IF WS-QTD-MULTIPLOS > ZERO
            DISPLAY "COM OUTRO VINCULO (OCORRENCIA 05): "
                WS-QTD-MULTIPLOS
        END-IF.
        PERFORM VARYING WS-CAT-ORDEM FROM 1 BY 1
            UNTIL WS-CAT-ORDEM > WS-CAT-LIMITE
            IF WS-TCAT-QTD(WS-CAT-ORDEM) > ZERO
                DISPLAY "  " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                    " QTD " WS-TCAT-QTD(WS-CAT-ORDEM)
                    " BASE " WS-TCAT-BASE(WS-CAT-ORDEM)
                    " INSS " WS-TCAT-INSS(WS-CAT-ORDEM)
                    " FGTS " WS-TCAT-FGTS(WS-CAT-ORDEM)
            END-IF
        END-PERFORM.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-TRL-QTD TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-TRL-BASE TO WS-JJ-TOTAL-CONTROLE.
        STOP RUN.

        ACUMULA-EMPREGADO.
        MOVE ZERO TO WS-ACUM-ACHOU.
        PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
            UNTIL WS-ACUM-IDX > WS-ACUM-COUNT
            IF WS-ACUM-PRONTUARIO(WS-ACUM-IDX) = RF-PRONTUARIO
                MOVE WS-ACUM-IDX TO WS-ACUM-ACHOU
            END-IF
        END-PERFORM.
        IF WS-ACUM-ACHOU = ZERO
            IF WS-ACUM-COUNT >= WS-ACUM-MAXIMO
                DISPLAY "AVISO: limite de " WS-ACUM-MAXIMO
                    " empregados atingido, " RF-PRONTUARIO
                    " nao acumulado"
            ELSE
                ADD 1 TO WS-ACUM-COUNT
                MOVE WS-ACUM-COUNT TO WS-ACUM-ACHOU
                MOVE RF-PRONTUARIO
                    TO WS-ACUM-PRONTUARIO(WS-ACUM-ACHOU)
                MOVE ZERO TO WS-ACUM-BASE(WS-ACUM-ACHOU)
                    WS-ACUM-INSS(WS-ACUM-ACHOU)
            END-IF
        END-IF.
        IF WS-ACUM-ACHOU > ZERO
            EVALUATE RF-CODIGO
                WHEN "BRUTO"
                    ADD RF-VALOR TO WS-ACUM-BASE(WS-ACUM-ACHOU)
                WHEN "INSS"
                    ADD RF-VALOR TO WS-ACUM-INSS(WS-ACUM-ACHOU)
                WHEN "FGTS"
                    ADD RF-VALOR TO WS-ACUM-FGTS(WS-ACUM-ACHOU)
            END-EVALUATE
        END-IF.

        GRAVA-HEADER.
        WRITE GOVREM-RECORD.

        GRAVA-DETALHES.
        INITIALIZE WS-TOT-CATEGORIA-TAB.
        PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
            UNTIL WS-ACUM-IDX > WS-ACUM-COUNT
            MOVE SPACES TO GOVREM-RECORD
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE SPACES TO GV-DET-CPF GV-DET-PIS
                    MOVE SPACE TO WS-CAT-CODIGO
                    DISPLAY WS-ACUM-PRONTUARIO(WS-ACUM-IDX)
                        " AVISO: prontuario nao encontrado no cadastro"
                NOT INVALID KEY
                    MOVE EM-CPF TO GV-DET-CPF
                    MOVE EM-PIS TO GV-DET-PIS
                    MOVE EM-CATEGORIA TO WS-CAT-CODIGO
                    IF EM-CPF = SPACES
                        DISPLAY WS-ACUM-PRONTUARIO(WS-ACUM-IDX)
                            " AVISO: CPF nao cadastrado"
                    IF WS-EMPRESA-EMPREGADO = ZERO
                        MOVE 1 TO WS-EMPRESA-EMPREGADO
                    END-IF
                    MOVE WS-EMPRESA-EMPREGADO TO WS-EH-PADRAO
                    MOVE EM-PRONTUARIO TO WS-EH-ALVO
                    MOVE WS-COMPETENCIA TO WS-EH-COMP
                    PERFORM APURA-EMPRESA-COMPETENCIA
                    MOVE WS-EH-EMPRESA TO WS-EMPRESA-EMPREGADO
                    IF WS-EMPRESA-FILTRO > ZERO
                        AND WS-EMPRESA-EMPREGADO
                            NOT = WS-EMPRESA-FILTRO
                MOVE WS-ACUM-BASE(WS-ACUM-IDX) TO GV-DET-BASE
                MOVE WS-ACUM-INSS(WS-ACUM-IDX) TO GV-DET-INSS
                MOVE WS-ACUM-FGTS(WS-ACUM-IDX) TO GV-DET-FGTS
                PERFORM APURA-CATEGORIA
                MOVE WS-CAT-CODIGO TO GV-DET-CATEGORIA
                IF GV-DET-CATEGORIA = SPACE
                    MOVE "C" TO GV-DET-CATEGORIA
                END-IF
                MOVE WS-ACUM-PRONTUARIO(WS-ACUM-IDX) TO WS-VX-ALVO
                MOVE WS-COMPETENCIA TO WS-VX-COMP
                PERFORM APURA-VINCULOS
                MOVE WS-VX-REM-OUTROS TO GV-DET-REM-OUTROS
                IF WS-VX-QTD > ZERO
                    MOVE "05" TO GV-DET-OCORRENCIA
                    ADD 1 TO WS-QTD-MULTIPLOS
                END-IF
                WRITE GOVREM-RECORD
                ADD 1 TO WS-TRL-QTD
                ADD WS-ACUM-BASE(WS-ACUM-IDX) TO WS-TRL-BASE
                ADD WS-ACUM-INSS(WS-ACUM-IDX) TO WS-TRL-INSS
                ADD WS-ACUM-FGTS(WS-ACUM-IDX) TO WS-TRL-FGTS
                ADD 1 TO WS-TCAT-QTD(WS-CAT-ORDEM)
                ADD WS-ACUM-BASE(WS-ACUM-IDX)
                    TO WS-TCAT-BASE(WS-CAT-ORDEM)
                ADD WS-ACUM-INSS(WS-ACUM-IDX)
                    TO WS-TCAT-INSS(WS-CAT-ORDEM)
                ADD WS-ACUM-FGTS(WS-ACUM-IDX)
                    TO WS-TCAT-FGTS(WS-CAT-ORDEM)
            END-IF
        END-PERFORM.
        IF WS-EMPRESA-FILTRO > ZERO
        WRITE GOVREM-RECORD.

        COPY "JOBJRN.cpy".
        COPY "CATEGCAL.cpy".
        COPY "VINCCAL.cpy".
        COPY "EMPHCAL.cpy".
