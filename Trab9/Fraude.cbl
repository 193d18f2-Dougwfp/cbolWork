      ******************************************************************
      * Author:
      * Date:
      * Purpose: Varredura de indicios de fraude na folha da
      *          competencia, rodada depois do lote e antes do
      *          LIBERA - sobre os empregados pagos pela folha mensal
      *          (trilha de auditoria, descontados os estornos)
      *          aponta: conta bancaria compartilhada por dois ou
      *          mais prontuarios; dados bancarios alterados no
      *          CHGLOG nos N dias antes da remessa; ativo pago sem
      *          batida no ponto eletronico (PONTOELE/PONTOIMP) nem
      *          ficha aceita na digitacao do PREPONTO; pago depois
      *          do desligamento; aumento de valor/hora acima do
      *          limite sem vigencia correspondente no RATEHIST; CPF
      *          igual ao de um operador ou de um beneficiario de
      *          pensao. Cada indicio sai com a gravidade (ALTA ou
      *          MEDIA) em FRAUDE.PRT, cuja linha de totais o LIBERA
      *          mostra ao lado da critica. RETURN-CODE 8 quando ha
      *          indicio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FRAUDE.

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

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT CHGLOG-FILE ASSIGN TO "data/CHGLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHGLOG-STATUS.

            SELECT BANCOREM-FILE ASSIGN TO "data/BANCOREM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANCOREM-STATUS.

            SELECT PUNCH-FILE ASSIGN TO "data/PONTOELE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUNCH-STATUS.

            SELECT PONTOIMP-FILE ASSIGN TO "data/PONTOIMP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PONTOIMP-STATUS.

            SELECT EDITREL-FILE ASSIGN TO "data/PONTOEDIT.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EDITREL-STATUS.

            SELECT RATEHIST-FILE ASSIGN TO "data/RATEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEHIST-STATUS.

            SELECT PENBEN-FILE ASSIGN TO "data/PENBEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PENBEN-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/FRAUDE.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  CHGLOG-FILE.
        COPY "CHGLOG.cpy".

        FD  BANCOREM-FILE.
        COPY "BANCOREM.cpy".

        FD  PUNCH-FILE.
        COPY "PUNCH.cpy".

        FD  PONTOIMP-FILE.
        01 PONTOIMP-REGISTRO.
           05 PI-PRONTUARIO      PIC X(08).
           05 PI-HORAS           PIC 9(05).
           05 PI-HORAS-EXTRA     PIC 9(05).
           05 PI-DEPARTAMENTO    PIC X(10).
           05 PI-TURNO           PIC X(01).
           05 PI-COMPETENCIA     PIC 9(06).

        FD  EDITREL-FILE.
        01 EDITREL-LINHA PIC X(100).

        FD  RATEHIST-FILE.
        COPY "RATEHIST.cpy".

        FD  PENBEN-FILE.
        COPY "PENBEN.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(132).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        WORKING-STORAGE SECTION.
        COPY "JOBJRNWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-BANCOREM-STATUS PIC XX VALUE "00".
        77 WS-PUNCH-STATUS PIC XX VALUE "00".
        77 WS-PONTOIMP-STATUS PIC XX VALUE "00".
        77 WS-EDITREL-STATUS PIC XX VALUE "00".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-PENBEN-STATUS PIC XX VALUE "00".
        77 WS-OPERMAST-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-COMP-EDITREL PIC X(06) VALUE SPACES.
        77 WS-DIAS-REMESSA PIC 9(03) VALUE ZERO.
        77 WS-PERC-AUMENTO PIC 9(03)V99 VALUE ZERO.
        77 WS-INICIO-COMP PIC 9(08) VALUE ZERO.
        77 WS-FIM-COMP PIC 9(08) VALUE ZERO.
      * remessa de referencia: a BANCOREM.DAT ja gerada para a
      * competencia ou, antes dela, a que sai depois do LIBERA (hoje)
        77 WS-DATA-REMESSA PIC 9(08) VALUE ZERO.
        77 WS-ORIGEM-REMESSA PIC X(20) VALUE SPACES.
        77 WS-DATA-ALTERACAO PIC 9(08) VALUE ZERO.
        77 WS-DIAS-ANTES PIC S9(05) VALUE ZERO.
        77 WS-LIQUIDO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-VALOR-HORA PIC 9(05)V99 VALUE ZERO.
        77 WS-AN-BANCO PIC 9(03) VALUE ZERO.
        77 WS-AN-AGENCIA PIC X(06) VALUE SPACES.
        77 WS-AN-CONTA PIC X(12) VALUE SPACES.
        77 WS-AUMENTO-PERC PIC 9(05)V99 VALUE ZERO.
        77 WS-QTD-AUDITLOG PIC 9(07) VALUE ZERO.
        77 WS-QTD-PAGOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-INDICIOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-ALTA PIC 9(05) VALUE ZERO.
        77 WS-QTD-MEDIA PIC 9(05) VALUE ZERO.
        77 WS-QTD-SECAO PIC 9(05) VALUE ZERO.
        77 WS-ED-LIQUIDO PIC Z(6)9,99.
        77 WS-ED-VALOR-1 PIC Z(4)9,99.
        77 WS-ED-VALOR-2 PIC Z(4)9,99.
        77 WS-ED-PERC PIC Z(4)9,99.
        77 WS-ED-DIAS PIC ZZZZ9.
        77 WS-DT-PTR PIC 9(03) VALUE ZERO.
      * empregados pagos pela folha mensal da competencia, com os
      * dados do cadastro usados pelos indicadores
        77 WS-BUSCA-PRONT PIC X(08) VALUE SPACES.
        77 WS-PG-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PG-IDX PIC 9(04) VALUE ZERO.
        77 WS-PG-IDX2 PIC 9(04) VALUE ZERO.
        77 WS-PG-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-PG-MAXIMO PIC 9(04) VALUE 2000.
        01 WS-PG-TAB.
            05 WS-PG-ENTRY OCCURS 2000 TIMES.
                10 WS-PG-PRONTUARIO PIC X(08).
                10 WS-PG-NOME PIC X(20).
                10 WS-PG-LIQUIDO PIC 9(07)V99.
                10 WS-PG-TS-CALCULO PIC 9(14).
                10 WS-PG-TS-ESTORNO PIC 9(14).
                10 WS-PG-CADASTRADO PIC X(01).
                10 WS-PG-SITUACAO PIC X(01).
                10 WS-PG-DESLIGAMENTO PIC 9(08).
                10 WS-PG-CPF PIC X(11).
                10 WS-PG-BANCO PIC 9(03).
                10 WS-PG-AGENCIA PIC X(06).
                10 WS-PG-CONTA PIC X(12).
                10 WS-PG-PONTO PIC X(01).
                10 WS-PG-CONTA-LISTADA PIC X(01).
      * aumentos de valor/hora acima do limite a confrontar com o
      * historico de vigencias
        77 WS-AU-COUNT PIC 9(04) VALUE ZERO.
        77 WS-AU-IDX PIC 9(04) VALUE ZERO.
        77 WS-AU-MAXIMO PIC 9(04) VALUE 2000.
        01 WS-AU-TAB.
            05 WS-AU-ENTRY OCCURS 2000 TIMES.
                10 WS-AU-PG PIC 9(04).
                10 WS-AU-TIMESTAMP PIC 9(14).
                10 WS-AU-OPERADOR PIC X(08).
                10 WS-AU-ANTES PIC 9(05)V99.
                10 WS-AU-DEPOIS PIC 9(05)V99.
                10 WS-AU-PERC PIC 9(05)V99.
                10 WS-AU-VIGENCIA PIC X(01).
      * CPFs de operadores e de beneficiarios de pensao
        77 WS-OC-COUNT PIC 9(03) VALUE ZERO.
        77 WS-OC-IDX PIC 9(03) VALUE ZERO.
        77 WS-OC-MAXIMO PIC 9(03) VALUE 500.
        01 WS-OC-TAB.
            05 WS-OC-ENTRY OCCURS 500 TIMES.
                10 WS-OC-CPF PIC X(11).
                10 WS-OC-ID PIC X(08).
                10 WS-OC-SITUACAO PIC X(01).
        77 WS-PB-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PB-IDX PIC 9(04) VALUE ZERO.
        77 WS-PB-MAXIMO PIC 9(04) VALUE 2000.
        01 WS-PB-TAB.
            05 WS-PB-ENTRY OCCURS 2000 TIMES.
                10 WS-PB-CPF PIC X(11).
                10 WS-PB-PRONTUARIO PIC X(08).
                10 WS-PB-PROCESSO PIC X(20).
        01 WS-RL-INDICIO.
            05 WS-RI-GRAVIDADE PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RI-PRONTUARIO PIC X(08).
            05 FILLER PIC X(01).
            05 WS-RI-NOME PIC X(20).
            05 FILLER PIC X(01).
            05 WS-RI-LIQUIDO PIC X(10).
            05 FILLER PIC X(01).
            05 WS-RI-DETALHE PIC X(85).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        DISPLAY "Dias antes da remessa para alerta de troca de"
            " conta (0 = 30): " NO ADVANCING.
        ACCEPT WS-DIAS-REMESSA.
        IF WS-DIAS-REMESSA = ZERO
            MOVE 30 TO WS-DIAS-REMESSA
        END-IF.
        DISPLAY "Percentual de aumento de valor/hora a apontar"
            " (0 = 20): " NO ADVANCING.
        ACCEPT WS-PERC-AUMENTO.
        IF WS-PERC-AUMENTO = ZERO
            MOVE 20 TO WS-PERC-AUMENTO
        END-IF.
        COMPUTE WS-INICIO-COMP = WS-COMPETENCIA * 100 + 1.
        COMPUTE WS-FIM-COMP = WS-COMPETENCIA * 100 + 31.

        MOVE "FRAUDE" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        PERFORM CARREGA-PAGOS.
        PERFORM CARREGA-CADASTRO.
        PERFORM CARREGA-PONTO-ELETRONICO.
        PERFORM CARREGA-PONTO-IMPORTADO.
        PERFORM CARREGA-PONTO-DIGITADO.
        PERFORM CARREGA-CPF-OPERADORES.
        PERFORM CARREGA-BENEFICIARIOS.
        PERFORM OBTEM-DATA-REMESSA.

        PERFORM ABRE-RELATORIO.
        PERFORM INDICIO-CONTA-COMPARTILHADA.
        PERFORM INDICIO-TROCA-DE-CONTA.
        PERFORM INDICIO-SEM-PONTO.
        PERFORM INDICIO-DESLIGADO.
        PERFORM INDICIO-AUMENTO.
        PERFORM INDICIO-CPF.
        PERFORM ENCERRA-RELATORIO.

        DISPLAY " ".
        DISPLAY "VARREDURA DE INDICIOS DE FRAUDE - COMPETENCIA "
            WS-COMPETENCIA.
        DISPLAY "LINHAS DA AUDITORIA LIDAS: " WS-QTD-AUDITLOG.
        DISPLAY "EMPREGADOS PAGOS:          " WS-QTD-PAGOS.
        DISPLAY "INDICIOS:                  " WS-QTD-INDICIOS.
        DISPLAY "  GRAVIDADE ALTA:          " WS-QTD-ALTA.
        DISPLAY "  GRAVIDADE MEDIA:         " WS-QTD-MEDIA.
        DISPLAY "RELATORIO EM data/FRAUDE.PRT".
        IF WS-QTD-INDICIOS > ZERO
            DISPLAY "HA INDICIOS - O SUPERVISOR DEVE EXAMINA-LOS"
                " ANTES DE LIBERAR O LOTE"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "NENHUM INDICIO NA COMPETENCIA"
        END-IF.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

        ENCERRA-JOURNAL.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-AUDITLOG TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-PAGOS TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-INDICIOS TO WS-JJ-QTD-REJEITADA.
        MOVE ZERO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.

      * sem a trilha, o cadastro ou espaco nas tabelas a varredura
      * nao examinaria todos os pagos
        ENCERRA-COM-ERRO.
        MOVE 12 TO RETURN-CODE.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

      * pagos: linhas da folha mensal da competencia nao anuladas
      * por um estorno posterior do mesmo prontuario
        CARREGA-PAGOS.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "ERRO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ")"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        MOVE "N" TO WS-EOF.
        PERFORM UNTIL ARQUIVO-EOF
            READ AUDITLOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-QTD-AUDITLOG
                    IF AL-COMPETENCIA = WS-COMPETENCIA
                        AND (AL-NORMAL OR AL-ESTORNO)
                        PERFORM CONSIDERA-PAGAMENTO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AUDITLOG-FILE.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-PG-TS-CALCULO(WS-PG-IDX)
                > WS-PG-TS-ESTORNO(WS-PG-IDX)
                ADD 1 TO WS-QTD-PAGOS
            END-IF
        END-PERFORM.

        CONSIDERA-PAGAMENTO.
        MOVE AL-PRONTUARIO TO WS-BUSCA-PRONT.
        PERFORM LOCALIZA-PAGO.
        IF WS-PG-ACHOU = ZERO
            IF WS-PG-COUNT >= WS-PG-MAXIMO
                DISPLAY "ERRO: limite de " WS-PG-MAXIMO
                    " empregados pagos atingido"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-PG-COUNT
            INITIALIZE WS-PG-ENTRY(WS-PG-COUNT)
            MOVE AL-PRONTUARIO TO WS-PG-PRONTUARIO(WS-PG-COUNT)
            MOVE "N" TO WS-PG-CADASTRADO(WS-PG-COUNT)
                WS-PG-PONTO(WS-PG-COUNT)
                WS-PG-CONTA-LISTADA(WS-PG-COUNT)
            MOVE WS-PG-COUNT TO WS-PG-ACHOU
        END-IF.
        IF AL-ESTORNO
            IF AL-TIMESTAMP > WS-PG-TS-ESTORNO(WS-PG-ACHOU)
                MOVE AL-TIMESTAMP TO WS-PG-TS-ESTORNO(WS-PG-ACHOU)
            END-IF
        ELSE
            IF AL-TIMESTAMP > WS-PG-TS-CALCULO(WS-PG-ACHOU)
                MOVE AL-TIMESTAMP TO WS-PG-TS-CALCULO(WS-PG-ACHOU)
                MOVE AL-SALLIQUIDO TO WS-LIQUIDO-NUM
                MOVE WS-LIQUIDO-NUM TO WS-PG-LIQUIDO(WS-PG-ACHOU)
            END-IF
        END-IF.

        LOCALIZA-PAGO.
        MOVE ZERO TO WS-PG-ACHOU.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT OR WS-PG-ACHOU > ZERO
            IF WS-PG-PRONTUARIO(WS-PG-IDX) = WS-BUSCA-PRONT
                MOVE WS-PG-IDX TO WS-PG-ACHOU
            END-IF
        END-PERFORM.

      * so conta como pago quem nao teve o calculo estornado depois
        VERIFICA-PAGO.
        PERFORM LOCALIZA-PAGO.
        IF WS-PG-ACHOU > ZERO
            IF WS-PG-TS-CALCULO(WS-PG-ACHOU)
                NOT > WS-PG-TS-ESTORNO(WS-PG-ACHOU)
                MOVE ZERO TO WS-PG-ACHOU
            END-IF
        END-IF.

        CARREGA-CADASTRO.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            MOVE WS-PG-PRONTUARIO(WS-PG-IDX) TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "(NAO CADASTRADO)" TO WS-PG-NOME(WS-PG-IDX)
                NOT INVALID KEY
                    MOVE "S" TO WS-PG-CADASTRADO(WS-PG-IDX)
                    MOVE EM-NOME TO WS-PG-NOME(WS-PG-IDX)
                    MOVE EM-STATUS TO WS-PG-SITUACAO(WS-PG-IDX)
                    MOVE EM-CPF TO WS-PG-CPF(WS-PG-IDX)
                    MOVE EM-BANCO TO WS-PG-BANCO(WS-PG-IDX)
                    MOVE EM-AGENCIA TO WS-PG-AGENCIA(WS-PG-IDX)
                    MOVE EM-CONTA TO WS-PG-CONTA(WS-PG-IDX)
                    IF EM-DATA-DESLIGAMENTO NUMERIC
                        MOVE EM-DATA-DESLIGAMENTO
                            TO WS-PG-DESLIGAMENTO(WS-PG-IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        CARREGA-PONTO-ELETRONICO.
        OPEN INPUT PUNCH-FILE.
        IF WS-PUNCH-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ PUNCH-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PC-DATA(1:6) = WS-COMPETENCIA
                            MOVE PC-PRONTUARIO TO WS-BUSCA-PRONT
                            PERFORM MARCA-PONTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PUNCH-FILE
        END-IF.

        CARREGA-PONTO-IMPORTADO.
        OPEN INPUT PONTOIMP-FILE.
        IF WS-PONTOIMP-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ PONTOIMP-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PI-COMPETENCIA = WS-COMPETENCIA
                            MOVE PI-PRONTUARIO TO WS-BUSCA-PRONT
                            PERFORM MARCA-PONTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PONTOIMP-FILE
        END-IF.

      * ficha aceita pela pre-critica do PREPONTO: linha ACEITO
      * debaixo do cabecalho de digitacao da competencia
        CARREGA-PONTO-DIGITADO.
        OPEN INPUT EDITREL-FILE.
        IF WS-EDITREL-STATUS = "00"
            MOVE SPACES TO WS-COMP-EDITREL
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ EDITREL-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EDITREL-LINHA(1:44) =
                          "RELATORIO DE CRITICA DO PONTO - COMPETENCIA "
                            MOVE EDITREL-LINHA(45:6) TO WS-COMP-EDITREL
                        END-IF
                        IF EDITREL-LINHA(9:8) = " ACEITO "
                            AND WS-COMP-EDITREL = WS-COMPETENCIA
                            MOVE EDITREL-LINHA(1:8) TO WS-BUSCA-PRONT
                            PERFORM MARCA-PONTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EDITREL-FILE
        END-IF.

        MARCA-PONTO.
        PERFORM LOCALIZA-PAGO.
        IF WS-PG-ACHOU > ZERO
            MOVE "S" TO WS-PG-PONTO(WS-PG-ACHOU)
        END-IF.

        CARREGA-CPF-OPERADORES.
        OPEN INPUT OPERMAST-FILE.
        IF WS-OPERMAST-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ OPERMAST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF OP-CPF NOT = SPACES
                            AND WS-OC-COUNT < WS-OC-MAXIMO
                            ADD 1 TO WS-OC-COUNT
                            MOVE OP-CPF TO WS-OC-CPF(WS-OC-COUNT)
                            MOVE OP-ID TO WS-OC-ID(WS-OC-COUNT)
                            MOVE OP-STATUS
                                TO WS-OC-SITUACAO(WS-OC-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPERMAST-FILE
        END-IF.

        CARREGA-BENEFICIARIOS.
        OPEN INPUT PENBEN-FILE.
        IF WS-PENBEN-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ PENBEN-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PB-CPF NOT = SPACES
                            IF WS-PB-COUNT >= WS-PB-MAXIMO
                                DISPLAY "ERRO: limite de "
                                    WS-PB-MAXIMO " beneficiarios"
                                    " atingido"
                                PERFORM ENCERRA-COM-ERRO
                            END-IF
                            ADD 1 TO WS-PB-COUNT
                            MOVE PB-CPF TO WS-PB-CPF(WS-PB-COUNT)
                            MOVE PB-PRONTUARIO
                                TO WS-PB-PRONTUARIO(WS-PB-COUNT)
                            MOVE PB-PROCESSO
                                TO WS-PB-PROCESSO(WS-PB-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PENBEN-FILE
        END-IF.

        OBTEM-DATA-REMESSA.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REMESSA.
        MOVE "PROXIMA REMESSA" TO WS-ORIGEM-REMESSA.
        OPEN INPUT BANCOREM-FILE.
        IF WS-BANCOREM-STATUS = "00"
            READ BANCOREM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF BR-HEADER
                        AND BR-HDR-COMPETENCIA = WS-COMPETENCIA
                        MOVE BR-HDR-GERACAO(1:8) TO WS-DATA-REMESSA
                        MOVE "BANCOREM.DAT GERADA" TO WS-ORIGEM-REMESSA
                    END-IF
            END-READ
            CLOSE BANCOREM-FILE
        END-IF.

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "INDICIOS DE FRAUDE NA FOLHA - COMPETENCIA "
            WS-COMPETENCIA " - REMESSA DE REFERENCIA "
            WS-DATA-REMESSA " (" DELIMITED BY SIZE
            WS-ORIGEM-REMESSA DELIMITED BY "  "
            ") - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ABRE-SECAO.
        MOVE ZERO TO WS-QTD-SECAO.
        WRITE RELATO-LINHA.
        MOVE SPACES TO WS-RL-INDICIO.
        MOVE "GRAV." TO WS-RI-GRAVIDADE.
        MOVE "PRONTUAR" TO WS-RI-PRONTUARIO.
        MOVE "NOME" TO WS-RI-NOME.
        MOVE "   LIQUIDO" TO WS-RI-LIQUIDO.
        MOVE "DETALHE" TO WS-RI-DETALHE.
        MOVE WS-RL-INDICIO TO RELATO-LINHA.
        WRITE RELATO-LINHA.

        FECHA-SECAO.
        IF WS-QTD-SECAO = ZERO
            MOVE "  NENHUM" TO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * o indicio ja vem com WS-RI-GRAVIDADE e WS-RI-DETALHE; o pago
      * esta em WS-PG-IDX
        GRAVA-INDICIO.
        ADD 1 TO WS-QTD-INDICIOS WS-QTD-SECAO.
        IF WS-RI-GRAVIDADE = "ALTA"
            ADD 1 TO WS-QTD-ALTA
        ELSE
            ADD 1 TO WS-QTD-MEDIA
        END-IF.
        MOVE WS-PG-PRONTUARIO(WS-PG-IDX) TO WS-RI-PRONTUARIO.
        MOVE WS-PG-NOME(WS-PG-IDX) TO WS-RI-NOME.
        MOVE WS-PG-LIQUIDO(WS-PG-IDX) TO WS-ED-LIQUIDO.
        MOVE WS-ED-LIQUIDO TO WS-RI-LIQUIDO.
        MOVE WS-RL-INDICIO TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY "INDICIO " WS-RI-GRAVIDADE " "
            WS-PG-PRONTUARIO(WS-PG-IDX) " " WS-RI-DETALHE(1:50).

      * dois ou mais prontuarios pagos na mesma conta: cada grupo e
      * listado uma vez, a partir do primeiro prontuario
        INDICIO-CONTA-COMPARTILHADA.
        MOVE "CONTA BANCARIA COMPARTILHADA POR MAIS DE UM PRONTUARIO"
            TO RELATO-LINHA.
        PERFORM ABRE-SECAO.
        PERFORM VARYING WS-PG-ACHOU FROM 1 BY 1
            UNTIL WS-PG-ACHOU > WS-PG-COUNT
            IF WS-PG-TS-CALCULO(WS-PG-ACHOU)
                > WS-PG-TS-ESTORNO(WS-PG-ACHOU)
                AND WS-PG-CADASTRADO(WS-PG-ACHOU) = "S"
                AND WS-PG-CONTA-LISTADA(WS-PG-ACHOU) = "N"
                AND WS-PG-CONTA(WS-PG-ACHOU) NOT = SPACES
                PERFORM COMPARA-CONTA
            END-IF
        END-PERFORM.
        PERFORM FECHA-SECAO.

        COMPARA-CONTA.
        PERFORM VARYING WS-PG-IDX2 FROM WS-PG-ACHOU BY 1
            UNTIL WS-PG-IDX2 > WS-PG-COUNT
            IF WS-PG-IDX2 > WS-PG-ACHOU
                AND WS-PG-TS-CALCULO(WS-PG-IDX2)
                    > WS-PG-TS-ESTORNO(WS-PG-IDX2)
                AND WS-PG-BANCO(WS-PG-IDX2) = WS-PG-BANCO(WS-PG-ACHOU)
                AND WS-PG-AGENCIA(WS-PG-IDX2)
                    = WS-PG-AGENCIA(WS-PG-ACHOU)
                AND WS-PG-CONTA(WS-PG-IDX2) = WS-PG-CONTA(WS-PG-ACHOU)
                IF WS-PG-CONTA-LISTADA(WS-PG-ACHOU) = "N"
                    MOVE "S" TO WS-PG-CONTA-LISTADA(WS-PG-ACHOU)
                    MOVE WS-PG-ACHOU TO WS-PG-IDX
                    PERFORM RELATA-CONTA-COMPARTILHADA
                END-IF
                MOVE "S" TO WS-PG-CONTA-LISTADA(WS-PG-IDX2)
                MOVE WS-PG-IDX2 TO WS-PG-IDX
                PERFORM RELATA-CONTA-COMPARTILHADA
            END-IF
        END-PERFORM.

        RELATA-CONTA-COMPARTILHADA.
        MOVE SPACES TO WS-RL-INDICIO.
        MOVE "ALTA" TO WS-RI-GRAVIDADE.
        MOVE 1 TO WS-DT-PTR.
        STRING "BANCO " WS-PG-BANCO(WS-PG-IDX)
            " AG " WS-PG-AGENCIA(WS-PG-IDX)
            " CONTA " WS-PG-CONTA(WS-PG-IDX)
            DELIMITED BY SIZE INTO WS-RI-DETALHE
            WITH POINTER WS-DT-PTR.
        IF WS-PG-IDX NOT = WS-PG-ACHOU
            STRING " - MESMA CONTA DE " WS-PG-PRONTUARIO(WS-PG-ACHOU)
                DELIMITED BY SIZE INTO WS-RI-DETALHE
                WITH POINTER WS-DT-PTR
        END-IF.
        PERFORM GRAVA-INDICIO.

      * troca de banco/agencia/conta dentro da janela antes da
      * remessa; o mesmo passo guarda os aumentos de valor/hora
      * feitos desde o inicio da competencia
        INDICIO-TROCA-DE-CONTA.
        MOVE WS-DIAS-REMESSA TO WS-ED-DIAS.
        MOVE SPACES TO RELATO-LINHA.
        STRING "DADOS BANCARIOS ALTERADOS ATE" WS-ED-DIAS
            " DIAS ANTES DA REMESSA"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        PERFORM ABRE-SECAO.
        OPEN INPUT CHGLOG-FILE.
        IF WS-CHGLOG-STATUS NOT = "00"
            DISPLAY "AVISO: CHGLOG.DAT indisponivel (status "
                WS-CHGLOG-STATUS ") - sem trocas de conta e aumentos"
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ CHGLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CG-ALTERACAO
                            MOVE CG-PRONTUARIO TO WS-BUSCA-PRONT
                            PERFORM VERIFICA-PAGO
                            IF WS-PG-ACHOU > ZERO
                                PERFORM CONSIDERA-ALTERACAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHGLOG-FILE
        END-IF.
        PERFORM FECHA-SECAO.

        CONSIDERA-ALTERACAO.
        MOVE CG-TIMESTAMP(1:8) TO WS-DATA-ALTERACAO.
        MOVE CG-ANTES TO EMPMAST-RECORD.
        MOVE EM-VALOR-HORA TO WS-AN-VALOR-HORA.
        MOVE EM-BANCO TO WS-AN-BANCO.
        MOVE EM-AGENCIA TO WS-AN-AGENCIA.
        MOVE EM-CONTA TO WS-AN-CONTA.
        MOVE CG-DEPOIS TO EMPMAST-RECORD.
        IF (EM-BANCO NOT = WS-AN-BANCO
            OR EM-AGENCIA NOT = WS-AN-AGENCIA
            OR EM-CONTA NOT = WS-AN-CONTA)
            AND WS-DATA-ALTERACAO NOT > WS-DATA-REMESSA
            COMPUTE WS-DIAS-ANTES =
                FUNCTION INTEGER-OF-DATE(WS-DATA-REMESSA)
                - FUNCTION INTEGER-OF-DATE(WS-DATA-ALTERACAO)
            IF WS-DIAS-ANTES <= WS-DIAS-REMESSA
                PERFORM RELATA-TROCA-DE-CONTA
            END-IF
        END-IF.
        IF EM-VALOR-HORA > WS-AN-VALOR-HORA
            AND WS-DATA-ALTERACAO >= WS-INICIO-COMP
            AND WS-DATA-ALTERACAO NOT > WS-DATA-REMESSA
            PERFORM AVALIA-AUMENTO
        END-IF.

        RELATA-TROCA-DE-CONTA.
        MOVE WS-PG-ACHOU TO WS-PG-IDX.
        MOVE SPACES TO WS-RL-INDICIO.
        MOVE "ALTA" TO WS-RI-GRAVIDADE.
        MOVE WS-DIAS-ANTES TO WS-ED-DIAS.
        STRING "EM " WS-DATA-ALTERACAO " POR " CG-OPERADOR
            WS-ED-DIAS " DIAS ANTES: " WS-AN-BANCO "/"
            WS-AN-AGENCIA "/" WS-AN-CONTA " -> " EM-BANCO "/"
            EM-AGENCIA "/" EM-CONTA
            DELIMITED BY SIZE INTO WS-RI-DETALHE.
        PERFORM GRAVA-INDICIO.

        AVALIA-AUMENTO.
        IF WS-AN-VALOR-HORA = ZERO
            MOVE 999,99 TO WS-AUMENTO-PERC
        ELSE
            COMPUTE WS-AUMENTO-PERC ROUNDED =
                (EM-VALOR-HORA - WS-AN-VALOR-HORA) * 100
                / WS-AN-VALOR-HORA
        END-IF.
        IF WS-AUMENTO-PERC > WS-PERC-AUMENTO
            IF WS-AU-COUNT >= WS-AU-MAXIMO
                DISPLAY "ERRO: limite de " WS-AU-MAXIMO
                    " aumentos atingido"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-AU-COUNT
            MOVE WS-PG-ACHOU TO WS-AU-PG(WS-AU-COUNT)
            MOVE CG-TIMESTAMP TO WS-AU-TIMESTAMP(WS-AU-COUNT)
            MOVE CG-OPERADOR TO WS-AU-OPERADOR(WS-AU-COUNT)
            MOVE WS-AN-VALOR-HORA TO WS-AU-ANTES(WS-AU-COUNT)
            MOVE EM-VALOR-HORA TO WS-AU-DEPOIS(WS-AU-COUNT)
            MOVE WS-AUMENTO-PERC TO WS-AU-PERC(WS-AU-COUNT)
            MOVE "N" TO WS-AU-VIGENCIA(WS-AU-COUNT)
        END-IF.

      * ativo pago sem batida no relogio, sem ficha importada e sem
      * ficha aceita na digitacao do ponto da competencia
        INDICIO-SEM-PONTO.
        MOVE "ATIVO PAGO SEM PONTO ELETRONICO NEM DIGITACAO"
            TO RELATO-LINHA.
        PERFORM ABRE-SECAO.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-PG-TS-CALCULO(WS-PG-IDX)
                > WS-PG-TS-ESTORNO(WS-PG-IDX)
                AND WS-PG-SITUACAO(WS-PG-IDX) = "A"
                AND WS-PG-PONTO(WS-PG-IDX) = "N"
                MOVE SPACES TO WS-RL-INDICIO
                MOVE "MEDIA" TO WS-RI-GRAVIDADE
                STRING "NENHUMA BATIDA EM PONTOELE/PONTOIMP NEM FICHA"
                    " ACEITA NO PONTOEDIT DA COMPETENCIA"
                    DELIMITED BY SIZE INTO WS-RI-DETALHE
                PERFORM GRAVA-INDICIO
            END-IF
        END-PERFORM.
        PERFORM FECHA-SECAO.

      * pago em competencia posterior ao desligamento (ALTA) ou pela
      * folha mensal no proprio mes do desligamento, que ja tem a
      * rescisao (MEDIA)
        INDICIO-DESLIGADO.
        MOVE "PAGO APOS O DESLIGAMENTO" TO RELATO-LINHA.
        PERFORM ABRE-SECAO.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-PG-TS-CALCULO(WS-PG-IDX)
                > WS-PG-TS-ESTORNO(WS-PG-IDX)
                AND WS-PG-DESLIGAMENTO(WS-PG-IDX) > ZERO
                AND WS-PG-DESLIGAMENTO(WS-PG-IDX) < WS-FIM-COMP
                MOVE SPACES TO WS-RL-INDICIO
                IF WS-PG-DESLIGAMENTO(WS-PG-IDX) < WS-INICIO-COMP
                    MOVE "ALTA" TO WS-RI-GRAVIDADE
                    STRING "DESLIGADO EM "
                        WS-PG-DESLIGAMENTO(WS-PG-IDX)
                        " - COMPETENCIA POSTERIOR AO DESLIGAMENTO"
                        DELIMITED BY SIZE INTO WS-RI-DETALHE
                ELSE
                    MOVE "MEDIA" TO WS-RI-GRAVIDADE
                    STRING "DESLIGADO EM "
                        WS-PG-DESLIGAMENTO(WS-PG-IDX)
                        " - FOLHA MENSAL NO MES DA RESCISAO"
                        DELIMITED BY SIZE INTO WS-RI-DETALHE
                END-IF
                PERFORM GRAVA-INDICIO
            END-IF
        END-PERFORM.
        PERFORM FECHA-SECAO.

      * aumento acima do limite sem linha no RATEHIST com o novo
      * valor em vigor ate o fim da competencia
        INDICIO-AUMENTO.
        MOVE WS-PERC-AUMENTO TO WS-ED-PERC.
        MOVE SPACES TO RELATO-LINHA.
        STRING "AUMENTO DE VALOR/HORA ACIMA DE" WS-ED-PERC
            "% SEM VIGENCIA NO RATEHIST"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        PERFORM ABRE-SECAO.
        IF WS-AU-COUNT > ZERO
            OPEN INPUT RATEHIST-FILE
            IF WS-RATEHIST-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL ARQUIVO-EOF
                    READ RATEHIST-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            PERFORM CONFRONTA-VIGENCIA
                    END-READ
                END-PERFORM
                CLOSE RATEHIST-FILE
            END-IF
        END-IF.
        PERFORM VARYING WS-AU-IDX FROM 1 BY 1
            UNTIL WS-AU-IDX > WS-AU-COUNT
            IF WS-AU-VIGENCIA(WS-AU-IDX) = "N"
                PERFORM RELATA-AUMENTO
            END-IF
        END-PERFORM.
        PERFORM FECHA-SECAO.

        CONFRONTA-VIGENCIA.
        PERFORM VARYING WS-AU-IDX FROM 1 BY 1
            UNTIL WS-AU-IDX > WS-AU-COUNT
            MOVE WS-AU-PG(WS-AU-IDX) TO WS-PG-IDX
            IF RH-PRONTUARIO = WS-PG-PRONTUARIO(WS-PG-IDX)
                AND RH-VALOR-HORA = WS-AU-DEPOIS(WS-AU-IDX)
                AND RH-DATA-VIGENCIA NOT > WS-FIM-COMP
                MOVE "S" TO WS-AU-VIGENCIA(WS-AU-IDX)
            END-IF
        END-PERFORM.

        RELATA-AUMENTO.
        MOVE WS-AU-PG(WS-AU-IDX) TO WS-PG-IDX.
        MOVE SPACES TO WS-RL-INDICIO.
        MOVE "ALTA" TO WS-RI-GRAVIDADE.
        MOVE WS-AU-ANTES(WS-AU-IDX) TO WS-ED-VALOR-1.
        MOVE WS-AU-DEPOIS(WS-AU-IDX) TO WS-ED-VALOR-2.
        MOVE WS-AU-PERC(WS-AU-IDX) TO WS-ED-PERC.
        STRING "EM " WS-AU-TIMESTAMP(WS-AU-IDX)(1:8) " POR "
            WS-AU-OPERADOR(WS-AU-IDX) " DE " WS-ED-VALOR-1
            " PARA " WS-ED-VALOR-2 " (" WS-ED-PERC "%)"
            DELIMITED BY SIZE INTO WS-RI-DETALHE.
        PERFORM GRAVA-INDICIO.

      * CPF do pago igual ao de um operador (MEDIA) ou ao de um
      * beneficiario de pensao - ALTA quando a pensao e descontada
      * do proprio empregado
        INDICIO-CPF.
        MOVE "CPF IGUAL AO DE OPERADOR OU DE BENEFICIARIO DE PENSAO"
            TO RELATO-LINHA.
        PERFORM ABRE-SECAO.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-PG-TS-CALCULO(WS-PG-IDX)
                > WS-PG-TS-ESTORNO(WS-PG-IDX)
                AND WS-PG-CPF(WS-PG-IDX) NOT = SPACES
                PERFORM CONFRONTA-CPF
            END-IF
        END-PERFORM.
        PERFORM FECHA-SECAO.

        CONFRONTA-CPF.
        PERFORM VARYING WS-OC-IDX FROM 1 BY 1
            UNTIL WS-OC-IDX > WS-OC-COUNT
            IF WS-OC-CPF(WS-OC-IDX) = WS-PG-CPF(WS-PG-IDX)
                MOVE SPACES TO WS-RL-INDICIO
                MOVE "MEDIA" TO WS-RI-GRAVIDADE
                STRING "CPF " WS-PG-CPF(WS-PG-IDX)
                    " E DO OPERADOR " WS-OC-ID(WS-OC-IDX)
                    " (SITUACAO " WS-OC-SITUACAO(WS-OC-IDX) ")"
                    DELIMITED BY SIZE INTO WS-RI-DETALHE
                PERFORM GRAVA-INDICIO
            END-IF
        END-PERFORM.
        PERFORM VARYING WS-PB-IDX FROM 1 BY 1
            UNTIL WS-PB-IDX > WS-PB-COUNT
            IF WS-PB-CPF(WS-PB-IDX) = WS-PG-CPF(WS-PG-IDX)
                MOVE SPACES TO WS-RL-INDICIO
                IF WS-PB-PRONTUARIO(WS-PB-IDX)
                    = WS-PG-PRONTUARIO(WS-PG-IDX)
                    MOVE "ALTA" TO WS-RI-GRAVIDADE
                ELSE
                    MOVE "MEDIA" TO WS-RI-GRAVIDADE
                END-IF
                STRING "CPF " WS-PG-CPF(WS-PG-IDX)
                    " BENEFICIARIO DA PENSAO DE "
                    WS-PB-PRONTUARIO(WS-PB-IDX)
                    " PROCESSO " WS-PB-PROCESSO(WS-PB-IDX)
                    DELIMITED BY SIZE INTO WS-RI-DETALHE
                PERFORM GRAVA-INDICIO
            END-IF
        END-PERFORM.

      * a linha de totais e a que o LIBERA mostra ao supervisor
        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: COMPETENCIA=" WS-COMPETENCIA
            " PAGOS=" WS-QTD-PAGOS
            " INDICIOS=" WS-QTD-INDICIOS
            " ALTA=" WS-QTD-ALTA
            " MEDIA=" WS-QTD-MEDIA
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        COPY "JOBJRN.cpy".
