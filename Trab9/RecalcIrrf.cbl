      * Author:
      * Date:
      * Purpose: Recalculo retroativo do IRRF - reexecuta o passo de
      *          IRRF de uma faixa de competencias sobre o resultado
      *          consolidado da folha (RESFOLHA.DAT, ja liquido de
      *          estornos) contra a tabela corrigida e gera diferencas
      *          (complemento/estorno) com relatorio.
      * Tectonics: cobc
      ******************************************************************
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IRRF-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT DIFERENC-FILE ASSIGN TO "data/DIFERENC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
        FD  IRRFTAB-FILE.
        COPY "IRRFTAB.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  DIFERENC-FILE.
        COPY "DIFERENC.cpy".
        WORKING-STORAGE SECTION.
        COPY "IRRFWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-DIFERENC-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-GR-COMP PIC 9(06) VALUE ZERO.
        77 WS-GR-PRONTUARIO PIC X(08) VALUE SPACES.
        77 WS-GR-FLUXO PIC X(01) VALUE SPACE.
        77 WS-GR-BRUTO PIC S9(09)V99 VALUE ZERO.
        77 WS-GR-INSS PIC S9(09)V99 VALUE ZERO.
        77 WS-GR-IRRF PIC S9(09)V99 VALUE ZERO.
        77 WS-COMP-INICIO PIC 9(06) VALUE ZERO.
        77 WS-COMP-FIM PIC 9(06) VALUE ZERO.
        77 WS-DATA-ALVO PIC 9(08) VALUE ZERO.
        77 WS-QTD-ANULADA PIC 9(05) VALUE ZERO.
        77 WS-JA-ACERTADA PIC X VALUE "N".
            88 JA-ACERTADA VALUE "Y".
        77 WS-AC-COUNT PIC 9(03) VALUE ZERO.
        77 WS-AC-IDX PIC 9(03) VALUE ZERO.
        77 WS-AC-MAXIMO PIC 9(03) VALUE 500.
        01 WS-AC-TAB.
            05 WS-AC-ENTRY OCCURS 500 TIMES.
                10 WS-AC-PRONTUARIO PIC X(08).
                10 WS-AC-IRRF-NOVO PIC 9(07)V99.
                10 WS-AC-DIFERENCA PIC S9(07)V99.
                10 WS-AC-COMP-ACERTO PIC 9(06).
        77 WS-CP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-CP-IDX PIC 9(03) VALUE ZERO.
        77 WS-CP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-CP-MAXIMO PIC 9(03) VALUE 500.
        77 WS-QTD-COMPL-SOMADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-COMPL-NAO-RECALC PIC 9(05) VALUE ZERO.
        01 WS-CP-TAB.
            05 WS-CP-ENTRY OCCURS 500 TIMES.
                10 WS-CP-PRONTUARIO PIC X(08).
                10 WS-CP-COMP PIC 9(06).
                10 WS-CP-BRUTO PIC 9(07)V99.
                10 WS-CP-INSS PIC 9(07)V99.
                10 WS-CP-IRRF PIC 9(07)V99.
                10 WS-CP-SOMADA PIC X(01).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        END-IF.

        PERFORM CARREGA-DIFERENCAS-ACERTADAS.

        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "ERRO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - monte-o pelo MONTARES"
            STOP RUN
        END-IF.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            CLOSE RESFOLHA-FILE
            STOP RUN
        END-IF.
        OPEN OUTPUT DIFERENC-FILE.
        PERFORM REGRAVA-DIFERENCAS-ACERTADAS.

      * os elementos vem pela chave: competencia, prontuario, fluxo;
      * cada grupo prontuario/fluxo e tratado quando a chave muda
        MOVE ZERO TO WS-CP-COUNT.
        MOVE SPACES TO WS-GR-PRONTUARIO.
        MOVE LOW-VALUES TO RF-CHAVE.
        MOVE WS-COMP-INICIO TO RF-COMPETENCIA.
        START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
            INVALID KEY
                MOVE "Y" TO WS-RESFOLHA-EOF
        END-START.
        PERFORM UNTIL RESFOLHA-EOF
            READ RESFOLHA-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RESFOLHA-EOF
                NOT AT END
                    IF RF-COMPETENCIA > WS-COMP-FIM
                        MOVE "Y" TO WS-RESFOLHA-EOF
                    ELSE
                        PERFORM ACUMULA-ELEMENTO
                    END-IF
            END-READ
        END-PERFORM.
        IF WS-GR-PRONTUARIO NOT = SPACES
            PERFORM TRATA-GRUPO
        END-IF.

        CLOSE DIFERENC-FILE.
        CLOSE EMPMAST-FILE.
        CLOSE RESFOLHA-FILE.
        PERFORM LISTA-COMPLEMENTARES-PENDENTES.

        DISPLAY " ".
        DISPLAY "RECALCULO RETROATIVO DO IRRF - COMPETENCIAS "
        DISPLAY "ENTRADAS ANULADAS POR ESTORNO: " WS-QTD-ANULADA.
        DISPLAY "DIFERENCAS JA ACERTADAS PRESERVADAS: "
            WS-QTD-PRESERVADA.
        DISPLAY "FOLHAS COMPLEMENTARES SOMADAS A ENTRADA NORMAL: "
            WS-QTD-COMPL-SOMADA.
        DISPLAY "FOLHAS COMPLEMENTARES NAO RECALCULADAS: "
            WS-QTD-COMPL-NAO-RECALC.
        DISPLAY "DIFERENCAS GRAVADAS EM data/DIFERENC.DAT".
        STOP RUN.

        ACUMULA-ELEMENTO.
        IF RF-COMPETENCIA NOT = WS-GR-COMP
            OR RF-PRONTUARIO NOT = WS-GR-PRONTUARIO
            OR RF-FLUXO NOT = WS-GR-FLUXO
            IF WS-GR-PRONTUARIO NOT = SPACES
                PERFORM TRATA-GRUPO
            END-IF
            MOVE RF-COMPETENCIA TO WS-GR-COMP
            MOVE RF-PRONTUARIO TO WS-GR-PRONTUARIO
            MOVE RF-FLUXO TO WS-GR-FLUXO
            MOVE ZERO TO WS-GR-BRUTO WS-GR-INSS WS-GR-IRRF
        END-IF.
        EVALUATE RF-CODIGO
            WHEN "BRUTO"
                ADD RF-VALOR TO WS-GR-BRUTO
            WHEN "INSS"
                ADD RF-VALOR TO WS-GR-INSS
            WHEN "IRRF"
                ADD RF-VALOR TO WS-GR-IRRF
        END-EVALUATE.

      * o calculo mensal revertido pelo ESTORNO chega zerado no
      * RESFOLHA e nao gera diferenca; a complementar ("C") vem
      * antes da normal na chave e fica guardada para ser somada a
      * ela; a PLR tem tabela exclusiva e fica de fora; diferencas ja
      * acertadas pelo lote (DF-ACERTADO) sao preservadas e nao
      * regeneradas como pendentes
        TRATA-GRUPO.
        EVALUATE TRUE
            WHEN WS-GR-FLUXO = "P"
                CONTINUE
            WHEN WS-GR-BRUTO = ZERO AND WS-GR-INSS = ZERO
                AND WS-GR-IRRF = ZERO
                IF WS-GR-FLUXO = "N"
                    ADD 1 TO WS-QTD-ANULADA
                END-IF
            WHEN WS-GR-FLUXO = "C"
                PERFORM ACUMULA-COMPLEMENTAR
            WHEN OTHER
                PERFORM VERIFICA-JA-ACERTADA
                IF JA-ACERTADA
                    DISPLAY WS-GR-PRONTUARIO " " WS-GR-COMP
                        " DIFERENCA JA ACERTADA PELO LOTE - NAO"
                        " REGENERADA"
                ELSE
                    PERFORM RECALCULA-ENTRADA
                END-IF
        END-EVALUATE.

        VERIFICA-JA-ACERTADA.
        MOVE "N" TO WS-JA-ACERTADA.
        PERFORM VARYING WS-AC-IDX FROM 1 BY 1
            UNTIL WS-AC-IDX > WS-AC-COUNT
            IF WS-AC-PRONTUARIO(WS-AC-IDX) = WS-GR-PRONTUARIO
                AND WS-AC-COMP(WS-AC-IDX) = WS-GR-COMP
                MOVE "Y" TO WS-JA-ACERTADA
            END-IF
        END-PERFORM.

      * a folha complementar guarda so a diferenca de INSS e IRRF
      * sobre a base combinada: bruto, INSS e IRRF entram no
      * recalculo da entrada normal do mes
        ACUMULA-COMPLEMENTAR.
        PERFORM LOCALIZA-COMPLEMENTAR.
        IF WS-CP-ACHOU = ZERO
            IF WS-CP-COUNT >= WS-CP-MAXIMO
                DISPLAY "AVISO: limite de " WS-CP-MAXIMO
                    " folhas complementares atingido, "
                    WS-GR-PRONTUARIO " ignorado"
            ELSE
                ADD 1 TO WS-CP-COUNT
                MOVE WS-CP-COUNT TO WS-CP-ACHOU
                MOVE WS-GR-PRONTUARIO
                    TO WS-CP-PRONTUARIO(WS-CP-ACHOU)
                MOVE WS-GR-COMP TO WS-CP-COMP(WS-CP-ACHOU)
                MOVE ZERO TO WS-CP-BRUTO(WS-CP-ACHOU)
                    WS-CP-INSS(WS-CP-ACHOU) WS-CP-IRRF(WS-CP-ACHOU)
                MOVE "N" TO WS-CP-SOMADA(WS-CP-ACHOU)
            END-IF
        END-IF.
        IF WS-CP-ACHOU > ZERO
            ADD WS-GR-BRUTO TO WS-CP-BRUTO(WS-CP-ACHOU)
            ADD WS-GR-INSS TO WS-CP-INSS(WS-CP-ACHOU)
            ADD WS-GR-IRRF TO WS-CP-IRRF(WS-CP-ACHOU)
        END-IF.

        LOCALIZA-COMPLEMENTAR.
        MOVE ZERO TO WS-CP-ACHOU.
        PERFORM VARYING WS-CP-IDX FROM 1 BY 1
            UNTIL WS-CP-IDX > WS-CP-COUNT
            IF WS-CP-PRONTUARIO(WS-CP-IDX) = WS-GR-PRONTUARIO
                AND WS-CP-COMP(WS-CP-IDX) = WS-GR-COMP
                MOVE WS-CP-IDX TO WS-CP-ACHOU
            END-IF
        END-PERFORM.

      * soma a complementar do mes uma unica vez, na entrada normal
        SOMA-COMPLEMENTAR.
        PERFORM LOCALIZA-COMPLEMENTAR.
        IF WS-CP-ACHOU > ZERO
            IF WS-CP-SOMADA(WS-CP-ACHOU) = "N"
                ADD WS-CP-BRUTO(WS-CP-ACHOU) TO WS-BRUTO-NUM
                ADD WS-CP-INSS(WS-CP-ACHOU) TO WS-INSS-NUM
                ADD WS-CP-IRRF(WS-CP-ACHOU) TO WS-IRRF-ANTERIOR
                MOVE "S" TO WS-CP-SOMADA(WS-CP-ACHOU)
                ADD 1 TO WS-QTD-COMPL-SOMADA
                DISPLAY WS-GR-PRONTUARIO " " WS-GR-COMP
                    " FOLHA COMPLEMENTAR SOMADA AO RECALCULO"
            END-IF
        END-IF.

      * complementar sem entrada normal recalculada no mes (anulada
      * por estorno ou ja acertada) nao e recalculada
        LISTA-COMPLEMENTARES-PENDENTES.
        PERFORM VARYING WS-CP-IDX FROM 1 BY 1
            UNTIL WS-CP-IDX > WS-CP-COUNT
            IF WS-CP-SOMADA(WS-CP-IDX) = "N"
                ADD 1 TO WS-QTD-COMPL-NAO-RECALC
                DISPLAY WS-CP-PRONTUARIO(WS-CP-IDX) " "
                    WS-CP-COMP(WS-CP-IDX)
                    " FOLHA COMPLEMENTAR NAO RECALCULADA"
            END-IF
        END-PERFORM.

        CARREGA-DIFERENCAS-ACERTADAS.
        MOVE ZERO TO WS-AC-COUNT.

        RECALCULA-ENTRADA.
        ADD 1 TO WS-QTD-RECALCULADA.
        MOVE WS-GR-BRUTO TO WS-BRUTO-NUM.
        MOVE WS-GR-INSS TO WS-INSS-NUM.
        MOVE WS-GR-IRRF TO WS-IRRF-ANTERIOR.
        IF WS-GR-FLUXO = "N"
            PERFORM SOMA-COMPLEMENTAR
        END-IF.

        COMPUTE WS-DATA-ALVO = WS-GR-COMP * 100 + 31.
        PERFORM SELECT-IRRF-RATE-COMPETENCIA.

        MOVE WS-GR-PRONTUARIO TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                MOVE ZERO TO EM-QTD-DEPENDENTE
                DISPLAY WS-GR-PRONTUARIO
                    " AVISO: prontuario nao encontrado, recalculo"
                    " sem dependentes"
        END-READ.
        COMPUTE WS-DIFERENCA = WS-IRRF-NOVO - WS-IRRF-ANTERIOR.

        MOVE SPACES TO DIFERENC-RECORD.
        MOVE WS-GR-PRONTUARIO TO DF-PRONTUARIO.
        MOVE WS-GR-COMP TO DF-COMPETENCIA.
        MOVE WS-IRRF-ANTERIOR TO DF-IRRF-ANTERIOR.
        MOVE WS-IRRF-NOVO TO DF-IRRF-NOVO.
        MOVE WS-DIFERENCA TO DF-DIFERENCA.
            MOVE "C" TO DF-TIPO
            ADD 1 TO WS-QTD-COMPLEMENTO
            ADD WS-DIFERENCA TO WS-TOT-COMPLEMENTO
            DISPLAY WS-GR-PRONTUARIO " " WS-GR-COMP
                " COMPLEMENTO=" WS-DIFERENCA
        ELSE
            IF WS-DIFERENCA < ZERO
                MOVE "E" TO DF-TIPO
                ADD 1 TO WS-QTD-ESTORNO
                SUBTRACT WS-DIFERENCA FROM WS-TOT-ESTORNO
                DISPLAY WS-GR-PRONTUARIO " " WS-GR-COMP
                    " ESTORNO=" WS-DIFERENCA
            ELSE
                MOVE "I" TO DF-TIPO
