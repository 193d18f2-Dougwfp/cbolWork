      ******************************************************************
      * Author:
      * Date:
      * Purpose: Controle do stream noturno - le o arquivo de controle
      *          (JOBSTRM.DAT: passo, programa, parametros, dias em
      *          que roda e predecessores) e monta o plano da noite
      *          (JOBPLAN.DAT) que o nightly_run.sh executa. Passo
      *          fora do seu calendario e saltado; num reinicio, o
      *          que ja terminou bem na mesma data de lote (linhas
      *          "T" do JOBJRNL.DAT) nao e repetido e o stream volta
      *          do passo que falhou. Opcao T registra no diario o
      *          termino de cada passo com o codigo de retorno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. JOBCTL.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOBSTRM-FILE ASSIGN TO "data/JOBSTRM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBSTRM-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

            SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

            SELECT JOBPLAN-FILE ASSIGN TO "data/JOBPLAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBPLAN-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  JOBSTRM-FILE.
        COPY "JOBSTRM.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  CALENDAR-FILE.
        COPY "CALENDAR.cpy".

        FD  JOBPLAN-FILE.
        01 JOBPLAN-RECORD.
            05 JP-PASSO PIC X(08).
            05 FILLER PIC X(01).
            05 JP-ACAO PIC X(01).
            05 FILLER PIC X(01).
            05 JP-EXECUTAVEL PIC X(16).
            05 FILLER PIC X(01).
            05 JP-RC-MAXIMO PIC 9(02).
            05 FILLER PIC X(01).
            05 JP-PARAMETROS PIC X(80).
            05 FILLER PIC X(01).
            05 JP-DESCRICAO PIC X(50).

        WORKING-STORAGE SECTION.
        COPY "JOBJRNWS.cpy".
        77 WS-JOBSTRM-STATUS PIC XX VALUE "00".
        77 WS-CALENDAR-STATUS PIC XX VALUE "00".
        77 WS-JOBPLAN-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-OPCAO PIC X(01) VALUE SPACE.
        01 WS-DATA-LOTE PIC 9(08) VALUE ZERO.
        01 WS-DATA-LOTE-R REDEFINES WS-DATA-LOTE.
            05 WS-DL-ANO PIC 9(04).
            05 WS-DL-MES PIC 9(02).
            05 WS-DL-DIA PIC 9(02).
        77 WS-PASSO-INFORMADO PIC X(08) VALUE SPACES.
        77 WS-RETORNO-INFORMADO PIC 9(03) VALUE ZERO.
        77 WS-QTD-EXECUTAR PIC 9(03) VALUE ZERO.
        77 WS-QTD-SALTADOS PIC 9(03) VALUE ZERO.
        77 WS-QTD-CONCLUIDOS PIC 9(03) VALUE ZERO.
        77 WS-QTD-REINICIADOS PIC 9(03) VALUE ZERO.
        77 WS-ERROS-CONTROLE PIC 9(03) VALUE ZERO.
      * passos do arquivo de controle, na ordem de execucao
        77 WS-PS-COUNT PIC 9(03) VALUE ZERO.
        77 WS-PS-IDX PIC 9(03) VALUE ZERO.
        77 WS-PS-IDX2 PIC 9(03) VALUE ZERO.
        77 WS-PS-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-PS-MAXIMO PIC 9(03) VALUE 60.
        77 WS-PR-IDX PIC 9(01) VALUE ZERO.
        01 WS-PS-TAB.
            05 WS-PS-ENTRY OCCURS 60 TIMES.
                10 WS-PS-PASSO PIC X(08).
                10 WS-PS-PROGRAMA PIC X(08).
                10 WS-PS-EXECUTAVEL PIC X(16).
                10 WS-PS-FREQUENCIA PIC X(01).
                10 WS-PS-DIA PIC 9(02).
                10 WS-PS-MES PIC 9(02).
                10 WS-PS-RC-MAXIMO PIC 9(02).
                10 WS-PS-PRED OCCURS 3 TIMES PIC X(08).
                10 WS-PS-PARAMETROS PIC X(80).
                10 WS-PS-DESCRICAO PIC X(50).
                10 WS-PS-TENTOU PIC X(01).
                10 WS-PS-CONCLUIDO PIC X(01).
                10 WS-PS-JA-SALTADO PIC X(01).
                10 WS-PS-ULT-RC PIC 9(02).
      * dias do mes do lote no calendario de dias uteis
        77 WS-CL-ACHOU PIC X VALUE "N".
            88 CL-MES-NO-CALENDARIO VALUE "S".
        77 WS-CL-DIA PIC 9(02) VALUE ZERO.
        01 WS-CL-TAB.
            05 WS-CL-UTIL OCCURS 31 TIMES PIC X(01).
        77 WS-DIA-UTIL-LOTE PIC 9(02) VALUE ZERO.
        77 WS-DATA-TESTE PIC 9(08) VALUE ZERO.
        77 WS-DIA-JULIANO PIC 9(08) VALUE ZERO.
        77 WS-DIA-SEMANA PIC 9(01) VALUE ZERO.
        77 WS-QUOCIENTE PIC 9(08) VALUE ZERO.
        77 WS-DEVIDO PIC X VALUE "N".
            88 PASSO-DEVIDO VALUE "S".

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "JOBCTL" TO WS-JJ-PROGRAMA.
        DISPLAY "Opcao (P = planejar o stream, T = registrar termino"
            " de passo): " NO ADVANCING.
        ACCEPT WS-OPCAO.
        DISPLAY "Digite a data do lote (AAAAMMDD, 0 = hoje): "
            NO ADVANCING.
        ACCEPT WS-DATA-LOTE.
        IF WS-DATA-LOTE = ZERO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-LOTE
        END-IF.
        IF WS-DL-MES < 1 OR WS-DL-MES > 12
            OR WS-DL-DIA < 1 OR WS-DL-DIA > 31
            DISPLAY "ERRO: data do lote invalida: " WS-DATA-LOTE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CARREGA-PASSOS.
        EVALUATE WS-OPCAO
            WHEN "P"
            WHEN "p"
                PERFORM PLANEJA-STREAM
            WHEN "T"
            WHEN "t"
                PERFORM REGISTRA-TERMINO
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida: " WS-OPCAO
                MOVE 12 TO RETURN-CODE
        END-EVALUATE.
        STOP RUN.

        PLANEJA-STREAM.
        PERFORM VALIDA-PREDECESSORES.
        IF WS-ERROS-CONTROLE > ZERO
            DISPLAY "ERRO: " WS-ERROS-CONTROLE " erro(s) no arquivo"
                " de controle JOBSTRM.DAT - stream nao planejado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CARREGA-HISTORICO-LOTE.
        PERFORM CARREGA-CALENDARIO.
        PERFORM APURA-DIA-UTIL.
        OPEN OUTPUT JOBPLAN-FILE.
        IF WS-JOBPLAN-STATUS NOT = "00"
            DISPLAY "ERRO: JOBPLAN.DAT indisponivel (status "
                WS-JOBPLAN-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "PLANO DO STREAM - DATA DO LOTE " WS-DATA-LOTE
            " (DIA UTIL " WS-DIA-UTIL-LOTE " DO MES)".
        PERFORM VARYING WS-PS-IDX FROM 1 BY 1
            UNTIL WS-PS-IDX > WS-PS-COUNT
            PERFORM PLANEJA-PASSO
        END-PERFORM.
        CLOSE JOBPLAN-FILE.
        DISPLAY "A EXECUTAR: " WS-QTD-EXECUTAR
            " REINICIADOS: " WS-QTD-REINICIADOS
            " JA CONCLUIDOS: " WS-QTD-CONCLUIDOS
            " SALTADOS PELO CALENDARIO: " WS-QTD-SALTADOS.

      * um passo devido e ja concluido na data nao se repete; se ja
      * foi tentado e falhou, volta marcado como reinicio
        PLANEJA-PASSO.
        PERFORM AVALIA-CALENDARIO.
        MOVE WS-PS-PASSO(WS-PS-IDX) TO WS-JJ-PASSO.
        MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO WS-JJ-PROGRAMA.
        MOVE WS-DATA-LOTE TO WS-JJ-DATA-LOTE.
        MOVE WS-DL-ANO TO WS-JJ-COMPETENCIA(1:4).
        MOVE WS-DL-MES TO WS-JJ-COMPETENCIA(5:2).
        MOVE WS-PS-ULT-RC(WS-PS-IDX) TO WS-JJ-RETORNO.
        EVALUATE TRUE
            WHEN NOT PASSO-DEVIDO
                ADD 1 TO WS-QTD-SALTADOS
                DISPLAY "  " WS-PS-PASSO(WS-PS-IDX) " "
                    WS-PS-PROGRAMA(WS-PS-IDX)
                    " SALTADO - FORA DO CALENDARIO"
                IF WS-PS-JA-SALTADO(WS-PS-IDX) NOT = "S"
                    MOVE "S" TO WS-JJ-EVENTO
                    PERFORM GRAVA-JOBJRNL
                END-IF
            WHEN WS-PS-CONCLUIDO(WS-PS-IDX) = "S"
                ADD 1 TO WS-QTD-CONCLUIDOS
                DISPLAY "  " WS-PS-PASSO(WS-PS-IDX) " "
                    WS-PS-PROGRAMA(WS-PS-IDX)
                    " JA CONCLUIDO NESTA DATA - NAO REPETIDO"
                MOVE "J" TO WS-JJ-EVENTO
                PERFORM GRAVA-JOBJRNL
            WHEN OTHER
                ADD 1 TO WS-QTD-EXECUTAR
                MOVE SPACES TO JOBPLAN-RECORD
                MOVE WS-PS-PASSO(WS-PS-IDX) TO JP-PASSO
                MOVE WS-PS-EXECUTAVEL(WS-PS-IDX) TO JP-EXECUTAVEL
                MOVE WS-PS-RC-MAXIMO(WS-PS-IDX) TO JP-RC-MAXIMO
                MOVE WS-PS-PARAMETROS(WS-PS-IDX) TO JP-PARAMETROS
                MOVE WS-PS-DESCRICAO(WS-PS-IDX) TO JP-DESCRICAO
                IF JP-PARAMETROS = SPACES
                    MOVE "-" TO JP-PARAMETROS
                END-IF
                IF WS-PS-TENTOU(WS-PS-IDX) = "S"
                    ADD 1 TO WS-QTD-REINICIADOS
                    MOVE "R" TO JP-ACAO
                    DISPLAY "  " WS-PS-PASSO(WS-PS-IDX) " "
                        WS-PS-PROGRAMA(WS-PS-IDX)
                        " REINICIO - FALHOU ANTES COM RETORNO "
                        WS-PS-ULT-RC(WS-PS-IDX)
                    MOVE "R" TO WS-JJ-EVENTO
                    PERFORM GRAVA-JOBJRNL
                ELSE
                    MOVE "N" TO JP-ACAO
                    DISPLAY "  " WS-PS-PASSO(WS-PS-IDX) " "
                        WS-PS-PROGRAMA(WS-PS-IDX) " A EXECUTAR"
                END-IF
                WRITE JOBPLAN-RECORD
        END-EVALUATE.

      * frequencia do passo contra a data do lote
        AVALIA-CALENDARIO.
        MOVE "N" TO WS-DEVIDO.
        EVALUATE WS-PS-FREQUENCIA(WS-PS-IDX)
            WHEN "D"
                MOVE "S" TO WS-DEVIDO
            WHEN "M"
                IF WS-PS-DIA(WS-PS-IDX) = WS-DL-DIA
                    MOVE "S" TO WS-DEVIDO
                END-IF
            WHEN "U"
                IF WS-PS-DIA(WS-PS-IDX) = WS-DIA-UTIL-LOTE
                    MOVE "S" TO WS-DEVIDO
                END-IF
        END-EVALUATE.
        IF WS-PS-MES(WS-PS-IDX) NOT = ZERO
            AND WS-PS-MES(WS-PS-IDX) NOT = WS-DL-MES
            MOVE "N" TO WS-DEVIDO
        END-IF.

        REGISTRA-TERMINO.
        DISPLAY "Digite o passo: " NO ADVANCING.
        ACCEPT WS-PASSO-INFORMADO.
        DISPLAY "Digite o codigo de retorno: " NO ADVANCING.
        ACCEPT WS-RETORNO-INFORMADO.
        MOVE WS-PASSO-INFORMADO TO WS-JJ-PASSO.
        MOVE WS-DATA-LOTE TO WS-JJ-DATA-LOTE.
        MOVE WS-DL-ANO TO WS-JJ-COMPETENCIA(1:4).
        MOVE WS-DL-MES TO WS-JJ-COMPETENCIA(5:2).
        IF WS-RETORNO-INFORMADO > 99
            MOVE 99 TO WS-JJ-RETORNO
        ELSE
            MOVE WS-RETORNO-INFORMADO TO WS-JJ-RETORNO
        END-IF.
        MOVE ZERO TO WS-PS-ACHOU.
        PERFORM VARYING WS-PS-IDX FROM 1 BY 1
            UNTIL WS-PS-IDX > WS-PS-COUNT
            IF WS-PS-PASSO(WS-PS-IDX) = WS-PASSO-INFORMADO
                MOVE WS-PS-IDX TO WS-PS-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PS-ACHOU > ZERO
            MOVE WS-PS-PROGRAMA(WS-PS-ACHOU) TO WS-JJ-PROGRAMA
        ELSE
            DISPLAY "AVISO: passo " WS-PASSO-INFORMADO
                " nao consta do JOBSTRM.DAT"
        END-IF.
        MOVE "T" TO WS-JJ-EVENTO.
        PERFORM GRAVA-JOBJRNL.

        CARREGA-PASSOS.
        MOVE ZERO TO WS-PS-COUNT.
        MOVE "N" TO WS-EOF.
        OPEN INPUT JOBSTRM-FILE.
        IF WS-JOBSTRM-STATUS NOT = "00"
            DISPLAY "ERRO: arquivo de controle JOBSTRM.DAT"
                " indisponivel (status " WS-JOBSTRM-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL ARQUIVO-EOF
            READ JOBSTRM-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF JS-PASSO NOT = SPACES
                        AND JS-PASSO(1:1) NOT = "*"
                        PERFORM GUARDA-PASSO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE JOBSTRM-FILE.

        GUARDA-PASSO.
        IF WS-PS-COUNT >= WS-PS-MAXIMO
            DISPLAY "ERRO: limite de " WS-PS-MAXIMO
                " passos no JOBSTRM.DAT, " JS-PASSO " fora"
            ADD 1 TO WS-ERROS-CONTROLE
        ELSE
            ADD 1 TO WS-PS-COUNT
            MOVE JS-PASSO TO WS-PS-PASSO(WS-PS-COUNT)
            MOVE JS-PROGRAMA TO WS-PS-PROGRAMA(WS-PS-COUNT)
            MOVE JS-EXECUTAVEL TO WS-PS-EXECUTAVEL(WS-PS-COUNT)
            MOVE JS-FREQUENCIA TO WS-PS-FREQUENCIA(WS-PS-COUNT)
            MOVE JS-PARAMETROS TO WS-PS-PARAMETROS(WS-PS-COUNT)
            MOVE JS-DESCRICAO TO WS-PS-DESCRICAO(WS-PS-COUNT)
            IF JS-DIA NUMERIC
                MOVE JS-DIA TO WS-PS-DIA(WS-PS-COUNT)
            ELSE
                MOVE ZERO TO WS-PS-DIA(WS-PS-COUNT)
            END-IF
            IF JS-MES NUMERIC
                MOVE JS-MES TO WS-PS-MES(WS-PS-COUNT)
            ELSE
                MOVE ZERO TO WS-PS-MES(WS-PS-COUNT)
            END-IF
            IF JS-RC-MAXIMO NUMERIC
                MOVE JS-RC-MAXIMO TO WS-PS-RC-MAXIMO(WS-PS-COUNT)
            ELSE
                MOVE ZERO TO WS-PS-RC-MAXIMO(WS-PS-COUNT)
            END-IF
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 3
                MOVE JS-PRED-PASSO(WS-PR-IDX)
                    TO WS-PS-PRED(WS-PS-COUNT, WS-PR-IDX)
            END-PERFORM
            MOVE "N" TO WS-PS-TENTOU(WS-PS-COUNT)
            MOVE "N" TO WS-PS-CONCLUIDO(WS-PS-COUNT)
            MOVE "N" TO WS-PS-JA-SALTADO(WS-PS-COUNT)
            MOVE ZERO TO WS-PS-ULT-RC(WS-PS-COUNT)
            IF NOT JS-DIARIO AND NOT JS-DIA-DO-MES
                AND NOT JS-DIA-UTIL
                DISPLAY "ERRO: " JS-PASSO " frequencia invalida: "
                    JS-FREQUENCIA
                ADD 1 TO WS-ERROS-CONTROLE
            END-IF
            IF NOT JS-DIARIO AND WS-PS-DIA(WS-PS-COUNT) = ZERO
                DISPLAY "ERRO: " JS-PASSO " sem o dia em que roda"
                ADD 1 TO WS-ERROS-CONTROLE
            END-IF
        END-IF.

      * o stream roda na ordem do arquivo e para no primeiro passo
      * que falha, entao todo predecessor tem de vir antes
        VALIDA-PREDECESSORES.
        PERFORM VARYING WS-PS-IDX FROM 1 BY 1
            UNTIL WS-PS-IDX > WS-PS-COUNT
            PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                UNTIL WS-PS-IDX2 >= WS-PS-IDX
                IF WS-PS-PASSO(WS-PS-IDX2) = WS-PS-PASSO(WS-PS-IDX)
                    DISPLAY "ERRO: passo " WS-PS-PASSO(WS-PS-IDX)
                        " repetido no JOBSTRM.DAT"
                    ADD 1 TO WS-ERROS-CONTROLE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 3
                IF WS-PS-PRED(WS-PS-IDX, WS-PR-IDX) NOT = SPACES
                    PERFORM VALIDA-UM-PREDECESSOR
                END-IF
            END-PERFORM
        END-PERFORM.

        VALIDA-UM-PREDECESSOR.
        MOVE ZERO TO WS-PS-ACHOU.
        PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
            UNTIL WS-PS-IDX2 >= WS-PS-IDX
            IF WS-PS-PASSO(WS-PS-IDX2)
                = WS-PS-PRED(WS-PS-IDX, WS-PR-IDX)
                MOVE WS-PS-IDX2 TO WS-PS-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PS-ACHOU = ZERO
            DISPLAY "ERRO: " WS-PS-PASSO(WS-PS-IDX)
                " depende de " WS-PS-PRED(WS-PS-IDX, WS-PR-IDX)
                ", que nao vem antes dele no JOBSTRM.DAT"
            ADD 1 TO WS-ERROS-CONTROLE
        END-IF.

      * o que o stream ja fez para esta data de lote
        CARREGA-HISTORICO-LOTE.
        MOVE "N" TO WS-EOF.
        OPEN INPUT JOBJRNL-FILE.
        IF WS-JOBJRNL-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ JOBJRNL-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF JJ-DATA-LOTE NUMERIC
                            AND JJ-DATA-LOTE = WS-DATA-LOTE
                            AND JJ-PASSO NOT = SPACES
                            PERFORM AVALIA-HISTORICO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOBJRNL-FILE
        END-IF.

        AVALIA-HISTORICO.
        MOVE ZERO TO WS-PS-ACHOU.
        PERFORM VARYING WS-PS-IDX FROM 1 BY 1
            UNTIL WS-PS-IDX > WS-PS-COUNT
            IF WS-PS-PASSO(WS-PS-IDX) = JJ-PASSO
                MOVE WS-PS-IDX TO WS-PS-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PS-ACHOU > ZERO
            EVALUATE TRUE
                WHEN JJ-PASSO-TERMINADO
                    MOVE "S" TO WS-PS-TENTOU(WS-PS-ACHOU)
                    MOVE JJ-RETORNO TO WS-PS-ULT-RC(WS-PS-ACHOU)
                    IF JJ-RETORNO NOT > WS-PS-RC-MAXIMO(WS-PS-ACHOU)
                        MOVE "S" TO WS-PS-CONCLUIDO(WS-PS-ACHOU)
                    END-IF
                WHEN JJ-PASSO-SALTADO
                    MOVE "S" TO WS-PS-JA-SALTADO(WS-PS-ACHOU)
            END-EVALUATE
        END-IF.

        CARREGA-CALENDARIO.
        MOVE "N" TO WS-CL-ACHOU.
        MOVE SPACES TO WS-CL-TAB.
        MOVE "N" TO WS-EOF.
        OPEN INPUT CALENDAR-FILE.
        IF WS-CALENDAR-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ CALENDAR-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CD-DATA(1:6) = WS-DATA-LOTE(1:6)
                            MOVE "S" TO WS-CL-ACHOU
                            MOVE CD-DATA(7:2) TO WS-CL-DIA
                            MOVE CD-TIPO TO WS-CL-UTIL(WS-CL-DIA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.

      * numero de ordem da data do lote entre os dias uteis do mes
      * (zero quando ela mesma nao e dia util); mes fora do
      * calendario conta segunda a sexta
        APURA-DIA-UTIL.
        MOVE ZERO TO WS-DIA-UTIL-LOTE.
        PERFORM VARYING WS-CL-DIA FROM 1 BY 1
            UNTIL WS-CL-DIA > WS-DL-DIA
            IF CL-MES-NO-CALENDARIO
                IF WS-CL-UTIL(WS-CL-DIA) = "U"
                    ADD 1 TO WS-DIA-UTIL-LOTE
                END-IF
            ELSE
                MOVE WS-DATA-LOTE TO WS-DATA-TESTE
                MOVE WS-CL-DIA TO WS-DATA-TESTE(7:2)
                COMPUTE WS-DIA-JULIANO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) - 1
                DIVIDE WS-DIA-JULIANO BY 7 GIVING WS-QUOCIENTE
                    REMAINDER WS-DIA-SEMANA
                IF WS-DIA-SEMANA < 5
                    ADD 1 TO WS-DIA-UTIL-LOTE
                END-IF
            END-IF
        END-PERFORM.
        IF CL-MES-NO-CALENDARIO
            IF WS-CL-UTIL(WS-DL-DIA) NOT = "U"
                MOVE ZERO TO WS-DIA-UTIL-LOTE
            END-IF
        ELSE
            IF WS-DIA-SEMANA > 4
                MOVE ZERO TO WS-DIA-UTIL-LOTE
            END-IF
        END-IF.

        COPY "JOBJRN.cpy".
