      ******************************************************************
      * Author:
      * Date:
      * Purpose: Montagem e conferencia do arquivo consolidado de
      *          resultados da folha (RESFOLHA.DAT). Opcao M recria
      *          o arquivo a partir da trilha de auditoria e do
      *          razonete de rubricas (RUBLOG.DAT), liquidando os
      *          estornos "E" (a linha mensal anterior ao estorno
      *          da mesma competencia e prontuario e desconsiderada
      *          com as suas rubricas), e em seguida confere; opcao
      *          C apenas confere. A conferencia totaliza a trilha
      *          e o arquivo por competencia, fluxo e elemento e
      *          lista em data/MONTARES.PRT cada total que nao bate,
      *          terminando com RETURN-CODE 8 quando ha divergencia.
      *          Competencias que so existem no arquivo (trilha ja
      *          expurgada pelo RETENCAO) sao listadas sem conferir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MONTARES.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT RUBLOG-FILE ASSIGN TO "data/RUBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBLOG-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/MONTARES.PRT"
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
        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  RUBLOG-FILE.
        COPY "RUBLOG.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(132).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "RESFWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-RUBLOG-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-OPCAO PIC X(01) VALUE SPACE.
            88 MODO-MONTAGEM VALUE "M".
            88 MODO-CONFERENCIA VALUE "C".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-COMP-INICIAL PIC 9(06) VALUE ZERO.
        77 WS-QTD-LIDOS PIC 9(07) VALUE ZERO.
        77 WS-QTD-ESTORNOS PIC 9(07) VALUE ZERO.
        77 WS-QTD-CONSOLIDADAS PIC 9(07) VALUE ZERO.
        77 WS-QTD-DESCONSIDERADAS PIC 9(07) VALUE ZERO.
        77 WS-QTD-IGNORADAS PIC 9(07) VALUE ZERO.
        77 WS-QTD-RUBLOG PIC 9(07) VALUE ZERO.
        77 WS-QTD-RUB-CONSOLIDADAS PIC 9(07) VALUE ZERO.
        77 WS-QTD-RUB-ESTORNADAS PIC 9(07) VALUE ZERO.
        77 WS-QTD-RUB-SEM-TRILHA PIC 9(07) VALUE ZERO.
        77 WS-QTD-RESULTADOS PIC 9(07) VALUE ZERO.
        77 WS-QTD-DESCONHECIDOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-COMP-CONFERIDAS PIC 9(05) VALUE ZERO.
        77 WS-QTD-COMP-SEM-TRILHA PIC 9(05) VALUE ZERO.
        77 WS-QTD-COMP-FORA PIC 9(05) VALUE ZERO.
        77 WS-QTD-ELEMENTOS PIC 9(07) VALUE ZERO.
        77 WS-QTD-DIVERGENCIAS PIC 9(05) VALUE ZERO.
        77 WS-TOT-DIFERENCA PIC 9(11)V99 VALUE ZERO.
      * chave procurada nas tabelas
        77 WS-BUSCA-COMP PIC 9(06) VALUE ZERO.
        77 WS-BUSCA-PRONT PIC X(08) VALUE SPACES.
        77 WS-BUSCA-TS PIC 9(14) VALUE ZERO.
        77 WS-BUSCA-RUBRICA PIC X(04) VALUE SPACES.
        77 WS-ESTORNADA PIC X VALUE "N".
            88 LINHA-ESTORNADA VALUE "S".
      * ultimo estorno ("E") de cada competencia e prontuario: a
      * linha mensal gravada ate ele foi desfeita
        77 WS-EP-COUNT PIC 9(04) VALUE ZERO.
        77 WS-EP-IDX PIC 9(04) VALUE ZERO.
        77 WS-EP-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-EP-MAXIMO PIC 9(04) VALUE 5000.
        01 WS-EP-TAB.
            05 WS-EP-ENTRY OCCURS 5000 TIMES.
                10 WS-EP-COMPETENCIA PIC 9(06).
                10 WS-EP-PRONTUARIO PIC X(08).
                10 WS-EP-TIMESTAMP PIC 9(14).
      * rubricas encontradas, na ordem em que aparecem; a rubrica n
      * ocupa a posicao 168 + n de cada competencia
        77 WS-RB-COUNT PIC 9(03) VALUE ZERO.
        77 WS-RB-IDX PIC 9(03) VALUE ZERO.
        77 WS-RB-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-RB-MAXIMO PIC 9(03) VALUE 100.
        01 WS-RB-TAB.
            05 WS-RB-CODIGO OCCURS 100 TIMES PIC X(04).
      * totais por competencia: posicao (fluxo - 1) * 28 + coluna
      * para os elementos da trilha, 168 + n para a rubrica n
        77 WS-CT-COUNT PIC 9(03) VALUE ZERO.
        77 WS-CT-IDX PIC 9(03) VALUE ZERO.
        77 WS-CT-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-CT-MAXIMO PIC 9(03) VALUE 120.
        77 WS-SL-IDX PIC 9(03) VALUE ZERO.
        77 WS-SL-ULTIMO PIC 9(03) VALUE ZERO.
        77 WS-SL-FIXOS PIC 9(03) VALUE 168.
        77 WS-SL-AUX PIC 9(03) VALUE ZERO.
        77 WS-SL-QUOC PIC 9(03) VALUE ZERO.
        77 WS-SL-RESTO PIC 9(03) VALUE ZERO.
        01 WS-CT-TAB.
            05 WS-CT-ENTRY OCCURS 120 TIMES.
                10 WS-CT-COMPETENCIA PIC 9(06).
                10 WS-CT-TRILHA PIC X(01).
                10 WS-CT-QTD-RES PIC 9(07).
                10 WS-CT-SLOT OCCURS 268 TIMES.
                    15 WS-CT-VL-TRILHA PIC S9(11)V99.
                    15 WS-CT-VL-RESULTADO PIC S9(11)V99.
      * conferencia de uma competencia
        77 WS-CP-DIVERGENCIAS PIC 9(05) VALUE ZERO.
        77 WS-CP-ELEMENTOS PIC 9(05) VALUE ZERO.
        77 WS-CP-TOT-TRILHA PIC S9(13)V99 VALUE ZERO.
        77 WS-CP-TOT-RESULTADO PIC S9(13)V99 VALUE ZERO.
        77 WS-DV-DIFERENCA PIC S9(11)V99 VALUE ZERO.
        77 WS-DV-FLUXO PIC X(01) VALUE SPACE.
        77 WS-DV-CODIGO PIC X(07) VALUE SPACES.
        77 WS-ED-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
        77 WS-ED-TOTAL PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
        77 WS-ED-TOTAL-RES PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
        01 WS-RL-SAIDA.
            05 WS-RL-COMPETENCIA PIC X(06).
            05 FILLER PIC X(02).
            05 WS-RL-FLUXO PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RL-ELEMENTO PIC X(08).
            05 FILLER PIC X(01).
            05 WS-RL-TRILHA PIC X(18).
            05 FILLER PIC X(01).
            05 WS-RL-RESULTADO PIC X(18).
            05 FILLER PIC X(01).
            05 WS-RL-DIFERENCA PIC X(18).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MONTARES" TO WS-ERR-PROGRAMA.
        DISPLAY "Opcao (M = montar RESFOLHA.DAT a partir da trilha e"
            " conferir, C = somente conferir): " NO ADVANCING.
        ACCEPT WS-OPCAO.
        EVALUATE WS-OPCAO
            WHEN "M"
            WHEN "m"
                MOVE "M" TO WS-OPCAO
                MOVE 4 TO WS-NIVEL-EXIGIDO
            WHEN "C"
            WHEN "c"
                MOVE "C" TO WS-OPCAO
                MOVE 2 TO WS-NIVEL-EXIGIDO
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida: " WS-OPCAO
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.

        DISPLAY "Competencia inicial da conferencia (AAAAMM, 0 ="
            " todas): " NO ADVANCING.
        ACCEPT WS-COMP-INICIAL.
        IF WS-COMP-INICIAL NOT = ZERO
            AND (WS-COMP-INICIAL(5:2) < "01"
            OR WS-COMP-INICIAL(5:2) > "12")
            DISPLAY "ERRO: competencia invalida " WS-COMP-INICIAL
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE "MONTARES" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMP-INICIAL TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        PERFORM CARREGA-ESTORNOS.
        IF MODO-MONTAGEM
            PERFORM RECRIA-RESFOLHA
        END-IF.
        PERFORM SOMA-TRILHA-AUDITORIA.
        PERFORM SOMA-RUBLOG.
        IF MODO-MONTAGEM
            CLOSE RESFOLHA-FILE
            PERFORM REGISTRA-SYSLOG-MONTAGEM
        END-IF.
        PERFORM LE-RESFOLHA.

        PERFORM ABRE-RELATORIO.
        PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-COUNT
            PERFORM CONFERE-COMPETENCIA
        END-PERFORM.
        PERFORM ENCERRA-RELATORIO.

        DISPLAY " ".
        IF MODO-MONTAGEM
            DISPLAY "MONTAGEM E CONFERENCIA DO ARQUIVO DE RESULTADOS"
        ELSE
            DISPLAY "CONFERENCIA DO ARQUIVO DE RESULTADOS"
        END-IF.
        DISPLAY "LINHAS DA AUDITORIA LIDAS:    " WS-QTD-LIDOS.
        DISPLAY "  CONSOLIDADAS:               " WS-QTD-CONSOLIDADAS.
        DISPLAY "  ESTORNOS (E):               " WS-QTD-ESTORNOS.
        DISPLAY "  DESFEITAS POR ESTORNO:      "
            WS-QTD-DESCONSIDERADAS.
        DISPLAY "  TIPO DESCONHECIDO:          " WS-QTD-IGNORADAS.
        DISPLAY "LINHAS DO RUBLOG LIDAS:       " WS-QTD-RUBLOG.
        DISPLAY "  CONSOLIDADAS:               "
            WS-QTD-RUB-CONSOLIDADAS.
        DISPLAY "  DESFEITAS POR ESTORNO:      "
            WS-QTD-RUB-ESTORNADAS.
        DISPLAY "  SEM TRILHA (EXPURGADA):     "
            WS-QTD-RUB-SEM-TRILHA.
        DISPLAY "REGISTROS DO RESFOLHA LIDOS:  " WS-QTD-RESULTADOS.
        DISPLAY "COMPETENCIAS CONFERIDAS:      "
            WS-QTD-COMP-CONFERIDAS.
        DISPLAY "COMPETENCIAS SEM TRILHA:      "
            WS-QTD-COMP-SEM-TRILHA.
        DISPLAY "COMPETENCIAS ANTES DO INICIO: " WS-QTD-COMP-FORA.
        DISPLAY "ELEMENTOS CONFERIDOS:         " WS-QTD-ELEMENTOS.
        DISPLAY "ELEMENTOS DIVERGENTES:        " WS-QTD-DIVERGENCIAS.
        DISPLAY "RELATORIO EM data/MONTARES.PRT".
        IF WS-QTD-DIVERGENCIAS > ZERO
            DISPLAY "RESFOLHA.DAT NAO CONFERE COM A TRILHA DE"
                " AUDITORIA - NAO LIBERE OS LEITORES DO ARQUIVO"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "RESFOLHA.DAT CONFERE COM A TRILHA DE AUDITORIA"
        END-IF.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

        ENCERRA-JOURNAL.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDOS TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-RESULTADOS TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-DIVERGENCIAS TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOT-DIFERENCA TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.

      * uma prova pela metade nao prova nada: sem a trilha ou sem
      * espaco nas tabelas o passo para
        ENCERRA-COM-ERRO.
        MOVE 12 TO RETURN-CODE.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

      * primeira leitura da trilha: so os estornos
        CARREGA-ESTORNOS.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "ERRO: trilha de auditoria indisponivel (status "
                WS-AUDITLOG-STATUS ")"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        MOVE "N" TO WS-EOF.
        PERFORM UNTIL ARQUIVO-EOF
            READ AUDITLOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF AL-ESTORNO
                        PERFORM REGISTRA-ESTORNO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AUDITLOG-FILE.

        REGISTRA-ESTORNO.
        MOVE AL-COMPETENCIA TO WS-BUSCA-COMP.
        MOVE AL-PRONTUARIO TO WS-BUSCA-PRONT.
        PERFORM PROCURA-ESTORNO.
        IF WS-EP-ACHOU = ZERO
            IF WS-EP-COUNT >= WS-EP-MAXIMO
                DISPLAY "ERRO: limite de " WS-EP-MAXIMO
                    " estornos atingido - montagem incompleta"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-EP-COUNT
            MOVE WS-EP-COUNT TO WS-EP-ACHOU
            MOVE AL-COMPETENCIA TO WS-EP-COMPETENCIA(WS-EP-ACHOU)
            MOVE AL-PRONTUARIO TO WS-EP-PRONTUARIO(WS-EP-ACHOU)
            MOVE ZERO TO WS-EP-TIMESTAMP(WS-EP-ACHOU)
        END-IF.
        IF AL-TIMESTAMP > WS-EP-TIMESTAMP(WS-EP-ACHOU)
            MOVE AL-TIMESTAMP TO WS-EP-TIMESTAMP(WS-EP-ACHOU)
        END-IF.

        PROCURA-ESTORNO.
        MOVE ZERO TO WS-EP-ACHOU.
        PERFORM VARYING WS-EP-IDX FROM 1 BY 1
            UNTIL WS-EP-IDX > WS-EP-COUNT OR WS-EP-ACHOU > ZERO
            IF WS-EP-COMPETENCIA(WS-EP-IDX) = WS-BUSCA-COMP
                AND WS-EP-PRONTUARIO(WS-EP-IDX) = WS-BUSCA-PRONT
                MOVE WS-EP-IDX TO WS-EP-ACHOU
            END-IF
        END-PERFORM.

      * linha mensal gravada ate o ultimo estorno da competencia e
      * prontuario em WS-BUSCA-*: o estorno a desfez
        VERIFICA-ESTORNADA.
        MOVE "N" TO WS-ESTORNADA.
        IF WS-RF-FLUXO = "N"
            PERFORM PROCURA-ESTORNO
            IF WS-EP-ACHOU > ZERO
                IF WS-EP-TIMESTAMP(WS-EP-ACHOU) >= WS-BUSCA-TS
                    MOVE "S" TO WS-ESTORNADA
                END-IF
            END-IF
        END-IF.

        RECRIA-RESFOLHA.
        OPEN OUTPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            MOVE "RESFOLHA" TO WS-ERR-ARQUIVO
            MOVE WS-RESFOLHA-STATUS TO WS-ERR-STATUS
            MOVE "RECRIA-RESFOLHA" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE RESFOLHA-FILE.
        PERFORM ABRE-RESFOLHA.

      * segunda leitura da trilha: soma os elementos de cada linha
      * que nao foi desfeita por estorno (e grava, na montagem)
        SOMA-TRILHA-AUDITORIA.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "ERRO: trilha de auditoria indisponivel (status "
                WS-AUDITLOG-STATUS ")"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        MOVE "N" TO WS-EOF.
        PERFORM UNTIL ARQUIVO-EOF
            READ AUDITLOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM CONSIDERA-LINHA-AUDITORIA
            END-READ
        END-PERFORM.
        CLOSE AUDITLOG-FILE.

        CONSIDERA-LINHA-AUDITORIA.
        MOVE AL-COMPETENCIA TO WS-BUSCA-COMP.
        MOVE AL-PRONTUARIO TO WS-BUSCA-PRONT.
        MOVE AL-TIMESTAMP TO WS-BUSCA-TS.
        PERFORM LOCALIZA-COMPETENCIA.
        MOVE "S" TO WS-CT-TRILHA(WS-CT-ACHOU).
        EVALUATE TRUE
            WHEN AL-ESTORNO
                ADD 1 TO WS-QTD-ESTORNOS
            WHEN OTHER
                PERFORM CARREGA-COLUNAS-AUDITORIA
                PERFORM VERIFICA-ESTORNADA
                EVALUATE TRUE
                    WHEN WS-RF-FX-IDX = ZERO
                        ADD 1 TO WS-QTD-IGNORADAS
                        DISPLAY "AVISO: tipo " AL-TIPO " desconhecido"
                            " na linha " WS-QTD-LIDOS " ("
                            AL-PRONTUARIO " " AL-TIMESTAMP
                            ") - nao consolidada"
                    WHEN LINHA-ESTORNADA
                        ADD 1 TO WS-QTD-DESCONSIDERADAS
                    WHEN OTHER
                        ADD 1 TO WS-QTD-CONSOLIDADAS
                        PERFORM VARYING WS-RF-COL-IDX FROM 1 BY 1
                            UNTIL WS-RF-COL-IDX > WS-RF-COLUNAS
                            PERFORM ACUMULA-COLUNA
                        END-PERFORM
                END-EVALUATE
        END-EVALUATE.

        ACUMULA-COLUNA.
        IF WS-RF-COL-VALOR(WS-RF-COL-IDX) NOT = ZERO
            COMPUTE WS-SL-IDX = (WS-RF-FX-IDX - 1) * WS-RF-COLUNAS
                + WS-RF-COL-IDX
            ADD WS-RF-COL-VALOR(WS-RF-COL-IDX)
                TO WS-CT-VL-TRILHA(WS-CT-ACHOU, WS-SL-IDX)
            IF MODO-MONTAGEM
                MOVE WS-BUSCA-COMP TO WS-RF-COMP
                MOVE WS-BUSCA-PRONT TO WS-RF-PRONT
                MOVE WS-RF-COD(WS-RF-COL-IDX) TO WS-RF-CODIGO
                MOVE WS-RF-COL-VALOR(WS-RF-COL-IDX) TO WS-RF-VALOR
                PERFORM SOMA-ELEMENTO-RESFOLHA
            END-IF
        END-IF.

      * rubricas do lote mensal: fluxo "N", desfeitas pelo mesmo
      * estorno da linha da auditoria gravada com elas; competencia
      * fora da trilha (expurgada) nao entra
        SOMA-RUBLOG.
        OPEN INPUT RUBLOG-FILE.
        IF WS-RUBLOG-STATUS = "35"
            DISPLAY "AVISO: RUBLOG.DAT inexistente - sem rubricas"
        ELSE
            IF WS-RUBLOG-STATUS NOT = "00"
                MOVE "RUBLOG" TO WS-ERR-ARQUIVO
                MOVE WS-RUBLOG-STATUS TO WS-ERR-STATUS
                MOVE "SOMA-RUBLOG" TO WS-ERR-PARAGRAFO
                PERFORM FINALIZA-ERRO-ARQUIVO
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ RUBLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-RUBLOG
                        PERFORM CONSIDERA-LINHA-RUBLOG
                END-READ
            END-PERFORM
            CLOSE RUBLOG-FILE
        END-IF.

        CONSIDERA-LINHA-RUBLOG.
        MOVE RL-COMPETENCIA TO WS-BUSCA-COMP.
        MOVE RL-PRONTUARIO TO WS-BUSCA-PRONT.
        MOVE RL-TIMESTAMP TO WS-BUSCA-TS.
        MOVE "N" TO WS-RF-FLUXO.
        PERFORM PROCURA-COMPETENCIA.
        EVALUATE TRUE
            WHEN WS-CT-ACHOU = ZERO
                ADD 1 TO WS-QTD-RUB-SEM-TRILHA
            WHEN WS-CT-TRILHA(WS-CT-ACHOU) NOT = "S"
                ADD 1 TO WS-QTD-RUB-SEM-TRILHA
            WHEN OTHER
                PERFORM VERIFICA-ESTORNADA
                IF LINHA-ESTORNADA
                    ADD 1 TO WS-QTD-RUB-ESTORNADAS
                ELSE
                    ADD 1 TO WS-QTD-RUB-CONSOLIDADAS
                    MOVE RL-RUBRICA TO WS-BUSCA-RUBRICA
                    PERFORM LOCALIZA-RUBRICA
                    COMPUTE WS-SL-IDX = WS-SL-FIXOS + WS-RB-ACHOU
                    ADD RL-VALOR
                        TO WS-CT-VL-TRILHA(WS-CT-ACHOU, WS-SL-IDX)
                    IF MODO-MONTAGEM
                        MOVE WS-BUSCA-COMP TO WS-RF-COMP
                        MOVE WS-BUSCA-PRONT TO WS-RF-PRONT
                        MOVE SPACES TO WS-RF-CODIGO
                        STRING "RB" RL-RUBRICA DELIMITED BY SIZE
                            INTO WS-RF-CODIGO
                        MOVE RL-VALOR TO WS-RF-VALOR
                        PERFORM SOMA-ELEMENTO-RESFOLHA
                    END-IF
                END-IF
        END-EVALUATE.

        PROCURA-COMPETENCIA.
        MOVE ZERO TO WS-CT-ACHOU.
        PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-ACHOU > ZERO
            IF WS-CT-COMPETENCIA(WS-CT-IDX) = WS-BUSCA-COMP
                MOVE WS-CT-IDX TO WS-CT-ACHOU
            END-IF
        END-PERFORM.

      * localiza a competencia em WS-BUSCA-COMP, incluindo-a (ainda
      * sem trilha) quando nao existe
        LOCALIZA-COMPETENCIA.
        PERFORM PROCURA-COMPETENCIA.
        IF WS-CT-ACHOU = ZERO
            IF WS-CT-COUNT >= WS-CT-MAXIMO
                DISPLAY "ERRO: limite de " WS-CT-MAXIMO
                    " competencias atingido - conferencia incompleta"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-CT-COUNT
            INITIALIZE WS-CT-ENTRY(WS-CT-COUNT)
            MOVE WS-BUSCA-COMP TO WS-CT-COMPETENCIA(WS-CT-COUNT)
            MOVE "N" TO WS-CT-TRILHA(WS-CT-COUNT)
            MOVE WS-CT-COUNT TO WS-CT-ACHOU
        END-IF.

        LOCALIZA-RUBRICA.
        MOVE ZERO TO WS-RB-ACHOU.
        PERFORM VARYING WS-RB-IDX FROM 1 BY 1
            UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-RB-ACHOU > ZERO
            IF WS-RB-CODIGO(WS-RB-IDX) = WS-BUSCA-RUBRICA
                MOVE WS-RB-IDX TO WS-RB-ACHOU
            END-IF
        END-PERFORM.
        IF WS-RB-ACHOU = ZERO
            IF WS-RB-COUNT >= WS-RB-MAXIMO
                DISPLAY "ERRO: limite de " WS-RB-MAXIMO
                    " rubricas atingido - conferencia incompleta"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-RB-COUNT
            MOVE WS-BUSCA-RUBRICA TO WS-RB-CODIGO(WS-RB-COUNT)
            MOVE WS-RB-COUNT TO WS-RB-ACHOU
        END-IF.

      * o arquivo como esta gravado, totalizado do mesmo jeito
        LE-RESFOLHA.
        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS = "35"
            DISPLAY "AVISO: RESFOLHA.DAT inexistente - nada gravado"
                " para conferir com a trilha"
        ELSE
            IF WS-RESFOLHA-STATUS NOT = "00"
                MOVE "RESFOLHA" TO WS-ERR-ARQUIVO
                MOVE WS-RESFOLHA-STATUS TO WS-ERR-STATUS
                MOVE "LE-RESFOLHA" TO WS-ERR-PARAGRAFO
                PERFORM FINALIZA-ERRO-ARQUIVO
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ RESFOLHA-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-RESULTADOS
                        PERFORM CONSIDERA-RESULTADO
                END-READ
            END-PERFORM
            CLOSE RESFOLHA-FILE
        END-IF.

        CONSIDERA-RESULTADO.
        MOVE RF-COMPETENCIA TO WS-BUSCA-COMP.
        PERFORM LOCALIZA-COMPETENCIA.
        ADD 1 TO WS-CT-QTD-RES(WS-CT-ACHOU).
        MOVE ZERO TO WS-SL-IDX WS-RF-FX-IDX.
        PERFORM VARYING WS-RF-COL-IDX FROM 1 BY 1
            UNTIL WS-RF-COL-IDX > 6
            IF WS-RF-FX(WS-RF-COL-IDX) = RF-FLUXO
                MOVE WS-RF-COL-IDX TO WS-RF-FX-IDX
            END-IF
        END-PERFORM.
        EVALUATE TRUE
            WHEN WS-RF-FX-IDX = ZERO
                CONTINUE
            WHEN RF-E-RUBRICA
                IF RF-NORMAL
                    MOVE RF-RUBRICA TO WS-BUSCA-RUBRICA
                    PERFORM LOCALIZA-RUBRICA
                    COMPUTE WS-SL-IDX = WS-SL-FIXOS + WS-RB-ACHOU
                END-IF
            WHEN OTHER
                PERFORM VARYING WS-RF-COL-IDX FROM 1 BY 1
                    UNTIL WS-RF-COL-IDX > WS-RF-COLUNAS
                    OR WS-SL-IDX > ZERO
                    IF WS-RF-COD(WS-RF-COL-IDX) = RF-CODIGO
                        COMPUTE WS-SL-IDX =
                            (WS-RF-FX-IDX - 1) * WS-RF-COLUNAS
                            + WS-RF-COL-IDX
                    END-IF
                END-PERFORM
        END-EVALUATE.
        IF WS-SL-IDX = ZERO
            ADD 1 TO WS-QTD-DESCONHECIDOS WS-QTD-DIVERGENCIAS
            DISPLAY "AVISO: elemento desconhecido " RF-FLUXO " "
                RF-CODIGO " (" RF-COMPETENCIA " " RF-PRONTUARIO
                ") no RESFOLHA.DAT"
        ELSE
            ADD RF-VALOR
                TO WS-CT-VL-RESULTADO(WS-CT-ACHOU, WS-SL-IDX)
        END-IF.

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CONFERENCIA DO ARQUIVO DE RESULTADOS DA FOLHA COM A"
            " TRILHA DE AUDITORIA - OPCAO " WS-OPCAO
            " - INICIO " WS-COMP-INICIAL " - OPERADOR " WS-OPERADOR
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO WS-RL-SAIDA.
        MOVE "COMPET" TO WS-RL-COMPETENCIA.
        MOVE "FLUXO" TO WS-RL-FLUXO.
        MOVE "ELEMENTO" TO WS-RL-ELEMENTO.
        MOVE "           TRILHA" TO WS-RL-TRILHA.
        MOVE "        RESFOLHA" TO WS-RL-RESULTADO.
        MOVE "        DIFERENCA" TO WS-RL-DIFERENCA.
        MOVE WS-RL-SAIDA TO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: AUDITORIA=" WS-QTD-LIDOS
            " RUBLOG=" WS-QTD-RUBLOG
            " RESFOLHA=" WS-QTD-RESULTADOS
            " COMPETENCIAS=" WS-QTD-COMP-CONFERIDAS
            " SEM TRILHA=" WS-QTD-COMP-SEM-TRILHA
            " ELEMENTOS=" WS-QTD-ELEMENTOS
            " DIVERGENTES=" WS-QTD-DIVERGENCIAS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        IF WS-QTD-DESCONHECIDOS > ZERO
            MOVE SPACES TO RELATO-LINHA
            STRING "ELEMENTOS DESCONHECIDOS NO RESFOLHA.DAT: "
                WS-QTD-DESCONHECIDOS " (LISTADOS NO CONSOLE)"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.
        CLOSE RELATO-FILE.

        CONFERE-COMPETENCIA.
        EVALUATE TRUE
            WHEN WS-CT-COMPETENCIA(WS-CT-IDX) < WS-COMP-INICIAL
                ADD 1 TO WS-QTD-COMP-FORA
            WHEN WS-CT-TRILHA(WS-CT-IDX) NOT = "S"
                ADD 1 TO WS-QTD-COMP-SEM-TRILHA
                MOVE SPACES TO RELATO-LINHA
                STRING WS-CT-COMPETENCIA(WS-CT-IDX)
                    "  SEM TRILHA DE AUDITORIA (EXPURGADA) - "
                    WS-CT-QTD-RES(WS-CT-IDX)
                    " REGISTROS DO RESFOLHA NAO CONFERIDOS"
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
            WHEN OTHER
                ADD 1 TO WS-QTD-COMP-CONFERIDAS
                MOVE ZERO TO WS-CP-DIVERGENCIAS WS-CP-ELEMENTOS
                    WS-CP-TOT-TRILHA WS-CP-TOT-RESULTADO
                COMPUTE WS-SL-ULTIMO = WS-SL-FIXOS + WS-RB-COUNT
                PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > WS-SL-ULTIMO
                    PERFORM CONFERE-ELEMENTO
                END-PERFORM
                MOVE SPACES TO RELATO-LINHA
                MOVE WS-CP-TOT-TRILHA TO WS-ED-TOTAL
                MOVE WS-CP-TOT-RESULTADO TO WS-ED-TOTAL-RES
                STRING WS-CT-COMPETENCIA(WS-CT-IDX)
                    "  TOTAL ELEMENTOS=" WS-CP-ELEMENTOS
                    " TRILHA=" WS-ED-TOTAL
                    " RESFOLHA=" WS-ED-TOTAL-RES
                    " DIVERGENTES=" WS-CP-DIVERGENCIAS
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
        END-EVALUATE.

        CONFERE-ELEMENTO.
        IF WS-CT-VL-TRILHA(WS-CT-IDX, WS-SL-IDX) NOT = ZERO
            OR WS-CT-VL-RESULTADO(WS-CT-IDX, WS-SL-IDX) NOT = ZERO
            ADD 1 TO WS-CP-ELEMENTOS WS-QTD-ELEMENTOS
            ADD WS-CT-VL-TRILHA(WS-CT-IDX, WS-SL-IDX)
                TO WS-CP-TOT-TRILHA
            ADD WS-CT-VL-RESULTADO(WS-CT-IDX, WS-SL-IDX)
                TO WS-CP-TOT-RESULTADO
        END-IF.
        IF WS-CT-VL-TRILHA(WS-CT-IDX, WS-SL-IDX)
            NOT = WS-CT-VL-RESULTADO(WS-CT-IDX, WS-SL-IDX)
            ADD 1 TO WS-CP-DIVERGENCIAS WS-QTD-DIVERGENCIAS
            COMPUTE WS-DV-DIFERENCA =
                WS-CT-VL-RESULTADO(WS-CT-IDX, WS-SL-IDX)
                - WS-CT-VL-TRILHA(WS-CT-IDX, WS-SL-IDX)
            IF WS-DV-DIFERENCA < ZERO
                SUBTRACT WS-DV-DIFERENCA FROM WS-TOT-DIFERENCA
            ELSE
                ADD WS-DV-DIFERENCA TO WS-TOT-DIFERENCA
            END-IF
            PERFORM DESCREVE-ELEMENTO
            MOVE SPACES TO WS-RL-SAIDA
            MOVE WS-CT-COMPETENCIA(WS-CT-IDX) TO WS-RL-COMPETENCIA
            MOVE WS-DV-FLUXO TO WS-RL-FLUXO
            MOVE WS-DV-CODIGO TO WS-RL-ELEMENTO
            MOVE WS-CT-VL-TRILHA(WS-CT-IDX, WS-SL-IDX) TO WS-ED-VALOR
            MOVE WS-ED-VALOR TO WS-RL-TRILHA
            MOVE WS-CT-VL-RESULTADO(WS-CT-IDX, WS-SL-IDX)
                TO WS-ED-VALOR
            MOVE WS-ED-VALOR TO WS-RL-RESULTADO
            MOVE WS-DV-DIFERENCA TO WS-ED-VALOR
            MOVE WS-ED-VALOR TO WS-RL-DIFERENCA
            MOVE WS-RL-SAIDA TO RELATO-LINHA
            WRITE RELATO-LINHA
            DISPLAY "DIVERGENCIA " WS-CT-COMPETENCIA(WS-CT-IDX) " "
                WS-DV-FLUXO " " WS-DV-CODIGO " TRILHA "
                WS-RL-TRILHA " RESFOLHA " WS-RL-RESULTADO
        END-IF.

      * fluxo e codigo do elemento na posicao WS-SL-IDX
        DESCREVE-ELEMENTO.
        IF WS-SL-IDX > WS-SL-FIXOS
            MOVE "N" TO WS-DV-FLUXO
            MOVE SPACES TO WS-DV-CODIGO
            COMPUTE WS-RB-IDX = WS-SL-IDX - WS-SL-FIXOS
            STRING "RB" WS-RB-CODIGO(WS-RB-IDX) DELIMITED BY SIZE
                INTO WS-DV-CODIGO
        ELSE
            COMPUTE WS-SL-AUX = WS-SL-IDX - 1
            DIVIDE WS-SL-AUX BY WS-RF-COLUNAS
                GIVING WS-SL-QUOC REMAINDER WS-SL-RESTO
            ADD 1 TO WS-SL-QUOC WS-SL-RESTO
            MOVE WS-RF-FX(WS-SL-QUOC) TO WS-DV-FLUXO
            MOVE WS-RF-COD(WS-SL-RESTO) TO WS-DV-CODIGO
        END-IF.

        REGISTRA-SYSLOG-MONTAGEM.
        OPEN EXTEND SYSLOG-FILE.
        IF WS-SYSLOG-STATUS = "35"
            OPEN OUTPUT SYSLOG-FILE
        END-IF.
        IF WS-SYSLOG-STATUS = "00"
            MOVE SPACES TO SYSLOG-RECORD
            MOVE FUNCTION CURRENT-DATE(1:14) TO SY-TIMESTAMP
            MOVE "MONTARES" TO SY-PROGRAMA
            MOVE "RESFOLHA" TO SY-ARQUIVO
            MOVE "MR" TO SY-STATUS
            MOVE SPACES TO SY-PARAGRAFO
            STRING "RECRIADO POR " WS-OPERADOR
                DELIMITED BY SIZE INTO SY-PARAGRAFO
            WRITE SYSLOG-RECORD
            CLOSE SYSLOG-FILE
        END-IF.

        COPY "RESFCAL.cpy".

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
