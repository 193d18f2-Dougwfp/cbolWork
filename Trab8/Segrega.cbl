      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de segregacao de funcoes e atividade dos
      *          operadores por faixa de datas, para a auditoria -
      *          cruza o change log do cadastro (CHGLOG.DAT: quem
      *          incluiu funcionario ou alterou valor/hora, dados
      *          bancarios ou departamento), as decisoes do LIBERA
      *          e os overrides e acessos negados do SYSLOG.DAT, o
      *          estagio atual (STAGECTL.DAT) e o AL-OPERADOR da
      *          trilha de auditoria (quem calculou). Aponta como
      *          conflito o operador que alterou o cadastro de um
      *          funcionario e calculou ou liberou o pagamento dele
      *          na mesma competencia, quem rodou e liberou o mesmo
      *          lote e todo override de nivel 4; lista a atividade
      *          de cada operador e as contas do OPERMAST sem
      *          nenhuma atividade no periodo (dormentes). Termina
      *          com RETURN-CODE 8 quando ha conflito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SEGREGA.

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

            SELECT CHGLOG-FILE ASSIGN TO "data/CHGLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHGLOG-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT STAGECTL-FILE ASSIGN TO "data/STAGECTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAGECTL-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/SEGREGA.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  CHGLOG-FILE.
        COPY "CHGLOG.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  STAGECTL-FILE.
        COPY "STAGECTL.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(132).

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-STAGECTL-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-CADASTRO-ABERTO PIC X VALUE "N".
            88 CADASTRO-ABERTO VALUE "S".
        77 WS-DATA-INICIAL PIC 9(08) VALUE ZERO.
        77 WS-DATA-FINAL PIC 9(08) VALUE 99999999.
        77 WS-DATA-REGISTRO PIC 9(08) VALUE ZERO.
        77 WS-NO-PERIODO PIC X VALUE "N".
            88 NO-PERIODO VALUE "S".
        77 WS-QTD-CHGLOG PIC 9(07) VALUE ZERO.
        77 WS-QTD-SYSLOG PIC 9(07) VALUE ZERO.
        77 WS-QTD-AUDITLOG PIC 9(07) VALUE ZERO.
        77 WS-QTD-DORMENTES PIC 9(05) VALUE ZERO.
        77 WS-QTD-EVENTOS PIC 9(05) VALUE ZERO.
      * estagio atual: quem rodou o ultimo lote estagiado
        77 WS-SG-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-SG-OPERADOR PIC X(08) VALUE SPACES.
      * evento do SYSLOG decomposto
        77 WS-EV-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-EV-COMPETENCIA PIC X(06) VALUE SPACES.
        77 WS-EV-PRONTUARIO PIC X(08) VALUE SPACES.
        77 WS-EV-TIPO PIC X(30) VALUE SPACES.
        77 WS-EV-RELEVANTE PIC X VALUE "N".
            88 EV-RELEVANTE VALUE "S".
      * imagem anterior dos campos sensiveis do cadastro
        77 WS-AN-VALOR-HORA PIC 9(05)V99 VALUE ZERO.
        77 WS-AN-DEPARTAMENTO PIC X(10) VALUE SPACES.
        77 WS-AN-BANCO PIC 9(03) VALUE ZERO.
        77 WS-AN-AGENCIA PIC X(06) VALUE SPACES.
        77 WS-AN-CONTA PIC X(12) VALUE SPACES.
        77 WS-ALT-TIPOS PIC X(04) VALUE SPACES.
        77 WS-ALT-PTR PIC 9(02) VALUE ZERO.
        77 WS-DETALHE PIC X(40) VALUE SPACES.
        77 WS-DT-PTR PIC 9(02) VALUE ZERO.
        77 WS-DT-IDX PIC 9(01) VALUE ZERO.
      * janela da competencia: do dia 1 ate o calculo ou a liberacao
        77 WS-TS-INICIO-COMP PIC 9(14) VALUE ZERO.
      * operadores: cadastrados no OPERMAST e os que aparecem nos
      * arquivos sem estar nele
        77 WS-BUSCA-OPER PIC X(08) VALUE SPACES.
        77 WS-BUSCA-TS PIC 9(14) VALUE ZERO.
        77 WS-OP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-OP-IDX PIC 9(03) VALUE ZERO.
        77 WS-OP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-OP-MAXIMO PIC 9(03) VALUE 500.
        01 WS-OP-TAB.
            05 WS-OP-ENTRY OCCURS 500 TIMES.
                10 WS-OP-ID PIC X(08).
                10 WS-OP-NIVEL PIC 9(01).
                10 WS-OP-SITUACAO PIC X(01).
                10 WS-OP-INCLUSOES PIC 9(05).
                10 WS-OP-ALTERACOES PIC 9(05).
                10 WS-OP-INATIVACOES PIC 9(05).
                10 WS-OP-SENSIVEIS PIC 9(05).
                10 WS-OP-CALCULOS PIC 9(07).
                10 WS-OP-LIBERACOES PIC 9(05).
                10 WS-OP-DESCARTES PIC 9(05).
                10 WS-OP-NEGACOES PIC 9(05).
                10 WS-OP-OVERRIDES PIC 9(05).
                10 WS-OP-ESTORNOS PIC 9(05).
                10 WS-OP-CONFLITOS PIC 9(05).
                10 WS-OP-ULTIMA PIC 9(14).
                10 WS-OP-ATIVO-PERIODO PIC X(01).
      * alteracoes sensiveis do periodo: I inclusao, S valor/hora,
      * B dados bancarios, D departamento
        77 WS-MC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-MC-IDX PIC 9(04) VALUE ZERO.
        77 WS-MC-MAXIMO PIC 9(04) VALUE 5000.
        01 WS-MC-TAB.
            05 WS-MC-ENTRY OCCURS 5000 TIMES.
                10 WS-MC-PRONTUARIO PIC X(08).
                10 WS-MC-OPERADOR PIC X(08).
                10 WS-MC-TIMESTAMP PIC 9(14).
                10 WS-MC-TIPOS PIC X(04).
                10 WS-MC-CONF-CALCULO PIC X(01).
                10 WS-MC-CONF-LIBERACAO PIC X(01).
      * liberacoes de lote do periodo (LIBERA, decisao "L")
        77 WS-LB-COUNT PIC 9(03) VALUE ZERO.
        77 WS-LB-IDX PIC 9(03) VALUE ZERO.
        77 WS-LB-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-LB-MAXIMO PIC 9(03) VALUE 200.
        01 WS-LB-TAB.
            05 WS-LB-ENTRY OCCURS 200 TIMES.
                10 WS-LB-COMPETENCIA PIC 9(06).
                10 WS-LB-OPERADOR PIC X(08).
                10 WS-LB-TIMESTAMP PIC 9(14).
                10 WS-LB-CONF-CALCULO PIC X(01).
      * conflitos encontrados, impressos no inicio do relatorio
        77 WS-CF-COUNT PIC 9(04) VALUE ZERO.
        77 WS-CF-IDX PIC 9(04) VALUE ZERO.
        77 WS-CF-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-CF-PERDIDOS PIC 9(05) VALUE ZERO.
        77 WS-CF-TOTAL PIC 9(05) VALUE ZERO.
        01 WS-CF-TAB.
            05 WS-CF-ENTRY OCCURS 2000 TIMES.
                10 WS-CF-TIPO PIC X(30).
                10 WS-CF-OPERADOR PIC X(08).
                10 WS-CF-PRONTUARIO PIC X(08).
                10 WS-CF-COMPETENCIA PIC X(06).
                10 WS-CF-TIMESTAMP PIC 9(14).
                10 WS-CF-DETALHE PIC X(40).
        01 WS-CF-NOVO.
            05 WS-CN-TIPO PIC X(30).
            05 WS-CN-OPERADOR PIC X(08).
            05 WS-CN-PRONTUARIO PIC X(08).
            05 WS-CN-COMPETENCIA PIC X(06).
            05 WS-CN-TIMESTAMP PIC 9(14).
            05 WS-CN-DETALHE PIC X(40).
        01 WS-RL-CONFLITO.
            05 WS-RC-TIPO PIC X(30).
            05 FILLER PIC X(01).
            05 WS-RC-OPERADOR PIC X(08).
            05 FILLER PIC X(01).
            05 WS-RC-PRONTUARIO PIC X(08).
            05 FILLER PIC X(01).
            05 WS-RC-NOME PIC X(20).
            05 FILLER PIC X(01).
            05 WS-RC-COMPETENCIA PIC X(06).
            05 FILLER PIC X(01).
            05 WS-RC-TIMESTAMP PIC X(14).
            05 FILLER PIC X(01).
            05 WS-RC-DETALHE PIC X(40).
        01 WS-RL-ATIVIDADE.
            05 WS-RA-OPERADOR PIC X(08).
            05 FILLER PIC X(01).
            05 WS-RA-NIVEL PIC X(03).
            05 FILLER PIC X(01).
            05 WS-RA-SITUACAO PIC X(03).
            05 FILLER PIC X(01).
            05 WS-RA-INCLUSOES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-ALTERACOES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-INATIVACOES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-SENSIVEIS PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-CALCULOS PIC X(07).
            05 FILLER PIC X(01).
            05 WS-RA-LIBERACOES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-DESCARTES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-NEGACOES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-OVERRIDES PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-ESTORNOS PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-CONFLITOS PIC X(05).
            05 FILLER PIC X(01).
            05 WS-RA-ULTIMA PIC X(14).
            05 FILLER PIC X(01).
            05 WS-RA-OBS PIC X(16).
        77 WS-ED-QTD PIC ZZZZ9.
        77 WS-ED-QTD7 PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "SEGREGA" TO WS-ERR-PROGRAMA.
        MOVE 4 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.

        DISPLAY "Data inicial (AAAAMMDD, 0 = sem limite): "
            NO ADVANCING.
        ACCEPT WS-DATA-INICIAL.
        DISPLAY "Data final (AAAAMMDD, 0 = sem limite): "
            NO ADVANCING.
        ACCEPT WS-DATA-FINAL.
        IF WS-DATA-FINAL = ZERO
            MOVE 99999999 TO WS-DATA-FINAL
        END-IF.
        IF WS-DATA-FINAL < WS-DATA-INICIAL
            DISPLAY "ERRO: data final anterior a inicial"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE "SEGREGA" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        PERFORM GRAVA-JOBJRNL.

        PERFORM CARREGA-OPERADORES.
        PERFORM LE-CHGLOG.
        PERFORM LE-SYSLOG.
        PERFORM LE-STAGECTL.
        PERFORM LE-AUDITLOG.

        PERFORM ABRE-RELATORIO.
        PERFORM IMPRIME-CONFLITOS.
        PERFORM IMPRIME-EVENTOS.
        PERFORM IMPRIME-ATIVIDADE.
        PERFORM ENCERRA-RELATORIO.

        DISPLAY " ".
        DISPLAY "SEGREGACAO DE FUNCOES DE " WS-DATA-INICIAL " A "
            WS-DATA-FINAL.
        DISPLAY "ALTERACOES DO CADASTRO LIDAS: " WS-QTD-CHGLOG.
        DISPLAY "EVENTOS DO SYSLOG LIDOS:      " WS-QTD-SYSLOG.
        DISPLAY "LINHAS DA AUDITORIA LIDAS:    " WS-QTD-AUDITLOG.
        DISPLAY "ALTERACOES SENSIVEIS:         " WS-MC-COUNT.
        DISPLAY "LIBERACOES DE LOTE:           " WS-LB-COUNT.
        DISPLAY "OPERADORES:                   " WS-OP-COUNT.
        DISPLAY "CONTAS DORMENTES:             " WS-QTD-DORMENTES.
        DISPLAY "CONFLITOS:                    " WS-CF-TOTAL.
        DISPLAY "RELATORIO EM data/SEGREGA.PRT".
        IF WS-CF-TOTAL > ZERO
            DISPLAY "HA CONFLITOS DE SEGREGACAO DE FUNCOES - VEJA O"
                " RELATORIO"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "NENHUM CONFLITO DE SEGREGACAO DE FUNCOES"
        END-IF.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

        ENCERRA-JOURNAL.
        MOVE "F" TO WS-JJ-EVENTO.
        COMPUTE WS-JJ-QTD-LIDA = WS-QTD-CHGLOG + WS-QTD-SYSLOG
            + WS-QTD-AUDITLOG.
        MOVE WS-MC-COUNT TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-CF-TOTAL TO WS-JJ-QTD-REJEITADA.
        MOVE ZERO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.

      * sem espaco nas tabelas o cruzamento ficaria incompleto
        ENCERRA-COM-ERRO.
        MOVE 12 TO RETURN-CODE.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

        CARREGA-OPERADORES.
        OPEN INPUT OPERMAST-FILE.
        IF WS-OPERMAST-STATUS NOT = "00"
            DISPLAY "AVISO: OPERMAST.DAT indisponivel (status "
                WS-OPERMAST-STATUS ") - sem contas dormentes"
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ OPERMAST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OP-ID TO WS-BUSCA-OPER
                        PERFORM LOCALIZA-OPERADOR
                        MOVE OP-NIVEL TO WS-OP-NIVEL(WS-OP-ACHOU)
                        MOVE OP-STATUS
                            TO WS-OP-SITUACAO(WS-OP-ACHOU)
                END-READ
            END-PERFORM
            CLOSE OPERMAST-FILE
        END-IF.

      * localiza o operador em WS-BUSCA-OPER, incluindo-o (fora do
      * OPERMAST, situacao em branco) quando ainda nao existe
        LOCALIZA-OPERADOR.
        MOVE ZERO TO WS-OP-ACHOU.
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OP-COUNT OR WS-OP-ACHOU > ZERO
            IF WS-OP-ID(WS-OP-IDX) = WS-BUSCA-OPER
                MOVE WS-OP-IDX TO WS-OP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-OP-ACHOU = ZERO
            IF WS-OP-COUNT >= WS-OP-MAXIMO
                DISPLAY "ERRO: limite de " WS-OP-MAXIMO
                    " operadores atingido - relatorio incompleto"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-OP-COUNT
            INITIALIZE WS-OP-ENTRY(WS-OP-COUNT)
            MOVE WS-BUSCA-OPER TO WS-OP-ID(WS-OP-COUNT)
            MOVE SPACE TO WS-OP-SITUACAO(WS-OP-COUNT)
            MOVE "N" TO WS-OP-ATIVO-PERIODO(WS-OP-COUNT)
            MOVE WS-OP-COUNT TO WS-OP-ACHOU
        END-IF.

      * atividade de WS-BUSCA-OPER em WS-BUSCA-TS: ultima atividade
      * de todo o historico e marca de atividade no periodo
        REGISTRA-ATIVIDADE.
        PERFORM LOCALIZA-OPERADOR.
        IF WS-BUSCA-TS > WS-OP-ULTIMA(WS-OP-ACHOU)
            MOVE WS-BUSCA-TS TO WS-OP-ULTIMA(WS-OP-ACHOU)
        END-IF.
        IF NO-PERIODO
            MOVE "S" TO WS-OP-ATIVO-PERIODO(WS-OP-ACHOU)
        END-IF.

        VERIFICA-PERIODO.
        MOVE WS-BUSCA-TS(1:8) TO WS-DATA-REGISTRO.
        IF WS-DATA-REGISTRO >= WS-DATA-INICIAL
            AND WS-DATA-REGISTRO <= WS-DATA-FINAL
            MOVE "S" TO WS-NO-PERIODO
        ELSE
            MOVE "N" TO WS-NO-PERIODO
        END-IF.

        LE-CHGLOG.
        OPEN INPUT CHGLOG-FILE.
        IF WS-CHGLOG-STATUS NOT = "00"
            DISPLAY "AVISO: CHGLOG.DAT indisponivel (status "
                WS-CHGLOG-STATUS ") - sem alteracoes do cadastro"
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ CHGLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CONSIDERA-ALTERACAO
                END-READ
            END-PERFORM
            CLOSE CHGLOG-FILE
        END-IF.

        CONSIDERA-ALTERACAO.
        MOVE CG-OPERADOR TO WS-BUSCA-OPER.
        MOVE CG-TIMESTAMP TO WS-BUSCA-TS.
        PERFORM VERIFICA-PERIODO.
        PERFORM REGISTRA-ATIVIDADE.
        IF NO-PERIODO
            ADD 1 TO WS-QTD-CHGLOG
            MOVE SPACES TO WS-ALT-TIPOS
            MOVE 1 TO WS-ALT-PTR
            EVALUATE TRUE
                WHEN CG-INCLUSAO
                    ADD 1 TO WS-OP-INCLUSOES(WS-OP-ACHOU)
                    STRING "I" DELIMITED BY SIZE INTO WS-ALT-TIPOS
                        WITH POINTER WS-ALT-PTR
                WHEN CG-INATIVACAO
                    ADD 1 TO WS-OP-INATIVACOES(WS-OP-ACHOU)
                WHEN OTHER
                    ADD 1 TO WS-OP-ALTERACOES(WS-OP-ACHOU)
                    PERFORM COMPARA-IMAGENS
            END-EVALUATE
            IF WS-ALT-TIPOS NOT = SPACES
                ADD 1 TO WS-OP-SENSIVEIS(WS-OP-ACHOU)
                PERFORM GUARDA-ALTERACAO
            END-IF
        END-IF.

      * campos que mudam para quem o pagamento vai e quanto
        COMPARA-IMAGENS.
        MOVE CG-ANTES TO EMPMAST-RECORD.
        MOVE EM-VALOR-HORA TO WS-AN-VALOR-HORA.
        MOVE EM-DEPARTAMENTO TO WS-AN-DEPARTAMENTO.
        MOVE EM-BANCO TO WS-AN-BANCO.
        MOVE EM-AGENCIA TO WS-AN-AGENCIA.
        MOVE EM-CONTA TO WS-AN-CONTA.
        MOVE CG-DEPOIS TO EMPMAST-RECORD.
        IF EM-VALOR-HORA NOT = WS-AN-VALOR-HORA
            STRING "S" DELIMITED BY SIZE INTO WS-ALT-TIPOS
                WITH POINTER WS-ALT-PTR
        END-IF.
        IF EM-BANCO NOT = WS-AN-BANCO
            OR EM-AGENCIA NOT = WS-AN-AGENCIA
            OR EM-CONTA NOT = WS-AN-CONTA
            STRING "B" DELIMITED BY SIZE INTO WS-ALT-TIPOS
                WITH POINTER WS-ALT-PTR
        END-IF.
        IF EM-DEPARTAMENTO NOT = WS-AN-DEPARTAMENTO
            STRING "D" DELIMITED BY SIZE INTO WS-ALT-TIPOS
                WITH POINTER WS-ALT-PTR
        END-IF.

        GUARDA-ALTERACAO.
        IF WS-MC-COUNT >= WS-MC-MAXIMO
            DISPLAY "ERRO: limite de " WS-MC-MAXIMO
                " alteracoes sensiveis atingido - reduza o periodo"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        ADD 1 TO WS-MC-COUNT.
        MOVE CG-PRONTUARIO TO WS-MC-PRONTUARIO(WS-MC-COUNT).
        MOVE CG-OPERADOR TO WS-MC-OPERADOR(WS-MC-COUNT).
        MOVE CG-TIMESTAMP TO WS-MC-TIMESTAMP(WS-MC-COUNT).
        MOVE WS-ALT-TIPOS TO WS-MC-TIPOS(WS-MC-COUNT).
        MOVE "N" TO WS-MC-CONF-CALCULO(WS-MC-COUNT)
            WS-MC-CONF-LIBERACAO(WS-MC-COUNT).

        LE-SYSLOG.
        OPEN INPUT SYSLOG-FILE.
        IF WS-SYSLOG-STATUS NOT = "00"
            DISPLAY "AVISO: SYSLOG.DAT indisponivel (status "
                WS-SYSLOG-STATUS ") - sem liberacoes, overrides e"
                " acessos negados"
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ SYSLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM DECOMPOE-EVENTO
                        IF EV-RELEVANTE
                            PERFORM CONSIDERA-EVENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SYSLOG-FILE
        END-IF.

      * separa operador, competencia e prontuario do texto que cada
      * programa grava em SY-PARAGRAFO; erros de arquivo nao entram
        DECOMPOE-EVENTO.
        MOVE "S" TO WS-EV-RELEVANTE.
        MOVE SPACES TO WS-EV-OPERADOR WS-EV-COMPETENCIA
            WS-EV-PRONTUARIO WS-EV-TIPO.
        EVALUATE TRUE
            WHEN SY-STATUS = "NG"
                MOVE SY-PARAGRAFO(15:8) TO WS-EV-OPERADOR
                STRING "ACESSO NEGADO " SY-PROGRAMA
                    DELIMITED BY SIZE INTO WS-EV-TIPO
            WHEN SY-PROGRAMA = "LIBERA"
                MOVE SY-PARAGRAFO(9:6) TO WS-EV-COMPETENCIA
                MOVE SY-PARAGRAFO(22:8) TO WS-EV-OPERADOR
                IF SY-STATUS(1:1) = "L"
                    MOVE "LIBERACAO DO LOTE" TO WS-EV-TIPO
                ELSE
                    MOVE "DESCARTE DO LOTE" TO WS-EV-TIPO
                END-IF
            WHEN SY-STATUS = "OV" AND SY-PROGRAMA = "MANUTPER"
                MOVE "OVERRIDE NO FECHAMENTO" TO WS-EV-TIPO
                IF SY-PARAGRAFO(1:16) = "FECHO C/OVERRIDE"
                    MOVE SY-PARAGRAFO(18:6) TO WS-EV-COMPETENCIA
                    MOVE SY-PARAGRAFO(25:6) TO WS-EV-OPERADOR
                ELSE
                    MOVE SY-PARAGRAFO(16:6) TO WS-EV-COMPETENCIA
                    MOVE SY-PARAGRAFO(23:8) TO WS-EV-OPERADOR
                END-IF
            WHEN SY-STATUS = "OV"
                MOVE "OVERRIDE DE ESTABILIDADE" TO WS-EV-TIPO
                MOVE SY-PARAGRAFO(9:8) TO WS-EV-PRONTUARIO
                MOVE SY-PARAGRAFO(18:8) TO WS-EV-OPERADOR
            WHEN SY-STATUS = "ES"
                MOVE "ESTORNO DE COMPETENCIA" TO WS-EV-TIPO
                MOVE SY-PARAGRAFO(9:6) TO WS-EV-COMPETENCIA
                MOVE SY-PARAGRAFO(20:8) TO WS-EV-OPERADOR
            WHEN OTHER
                MOVE "N" TO WS-EV-RELEVANTE
        END-EVALUATE.

        CONSIDERA-EVENTO.
        MOVE SY-TIMESTAMP TO WS-BUSCA-TS.
        PERFORM VERIFICA-PERIODO.
        MOVE WS-EV-OPERADOR TO WS-BUSCA-OPER.
        IF SY-STATUS = "NG"
            PERFORM LOCALIZA-OPERADOR
        ELSE
            PERFORM REGISTRA-ATIVIDADE
        END-IF.
        IF NO-PERIODO
            ADD 1 TO WS-QTD-SYSLOG
            EVALUATE TRUE
                WHEN SY-STATUS = "NG"
                    ADD 1 TO WS-OP-NEGACOES(WS-OP-ACHOU)
                WHEN SY-PROGRAMA = "LIBERA"
                    IF SY-STATUS(1:1) = "L"
                        ADD 1 TO WS-OP-LIBERACOES(WS-OP-ACHOU)
                        PERFORM GUARDA-LIBERACAO
                    ELSE
                        ADD 1 TO WS-OP-DESCARTES(WS-OP-ACHOU)
                    END-IF
                WHEN SY-STATUS = "OV"
                    ADD 1 TO WS-OP-OVERRIDES(WS-OP-ACHOU)
                    MOVE WS-EV-TIPO TO WS-CN-TIPO
                    MOVE WS-EV-OPERADOR TO WS-CN-OPERADOR
                    MOVE WS-EV-PRONTUARIO TO WS-CN-PRONTUARIO
                    MOVE WS-EV-COMPETENCIA TO WS-CN-COMPETENCIA
                    MOVE SY-TIMESTAMP TO WS-CN-TIMESTAMP
                    MOVE "OPERADOR NIVEL 4 DISPENSOU O CONTROLE"
                        TO WS-CN-DETALHE
                    PERFORM GUARDA-CONFLITO
                WHEN SY-STATUS = "ES"
                    ADD 1 TO WS-OP-ESTORNOS(WS-OP-ACHOU)
            END-EVALUATE
        END-IF.

        GUARDA-LIBERACAO.
        IF WS-LB-COUNT >= WS-LB-MAXIMO
            DISPLAY "ERRO: limite de " WS-LB-MAXIMO
                " liberacoes atingido - reduza o periodo"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        ADD 1 TO WS-LB-COUNT.
        MOVE WS-EV-COMPETENCIA TO WS-LB-COMPETENCIA(WS-LB-COUNT).
        MOVE WS-EV-OPERADOR TO WS-LB-OPERADOR(WS-LB-COUNT).
        MOVE SY-TIMESTAMP TO WS-LB-TIMESTAMP(WS-LB-COUNT).
        MOVE "N" TO WS-LB-CONF-CALCULO(WS-LB-COUNT).

      * o LIBERA ja recusa o operador que rodou o lote; o que passar
      * (implantacao sem OPERMAST) aparece aqui
        LE-STAGECTL.
        OPEN INPUT STAGECTL-FILE.
        IF WS-STAGECTL-STATUS = "00"
            READ STAGECTL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE SG-COMPETENCIA TO WS-SG-COMPETENCIA
                    MOVE SG-OPERADOR TO WS-SG-OPERADOR
            END-READ
            CLOSE STAGECTL-FILE
        END-IF.
        PERFORM VARYING WS-LB-IDX FROM 1 BY 1
            UNTIL WS-LB-IDX > WS-LB-COUNT
            IF WS-LB-COMPETENCIA(WS-LB-IDX) = WS-SG-COMPETENCIA
                AND WS-LB-OPERADOR(WS-LB-IDX) = WS-SG-OPERADOR
                AND WS-LB-CONF-CALCULO(WS-LB-IDX) = "N"
                MOVE "S" TO WS-LB-CONF-CALCULO(WS-LB-IDX)
                PERFORM CONFLITO-RODOU-LIBEROU
            END-IF
        END-PERFORM.

        CONFLITO-RODOU-LIBEROU.
        MOVE "RODOU E LIBEROU O MESMO LOTE" TO WS-CN-TIPO.
        MOVE WS-LB-OPERADOR(WS-LB-IDX) TO WS-CN-OPERADOR.
        MOVE SPACES TO WS-CN-PRONTUARIO.
        MOVE WS-LB-COMPETENCIA(WS-LB-IDX) TO WS-CN-COMPETENCIA.
        MOVE WS-LB-TIMESTAMP(WS-LB-IDX) TO WS-CN-TIMESTAMP.
        MOVE "CALCULO E LIBERACAO PELO MESMO OPERADOR"
            TO WS-CN-DETALHE.
        PERFORM GUARDA-CONFLITO.

        LE-AUDITLOG.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "AVISO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ") - sem calculos"
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ AUDITLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CONSIDERA-CALCULO
                END-READ
            END-PERFORM
            CLOSE AUDITLOG-FILE
        END-IF.

        CONSIDERA-CALCULO.
        MOVE AL-OPERADOR TO WS-BUSCA-OPER.
        MOVE AL-TIMESTAMP TO WS-BUSCA-TS.
        PERFORM VERIFICA-PERIODO.
        PERFORM REGISTRA-ATIVIDADE.
        IF NO-PERIODO
            ADD 1 TO WS-QTD-AUDITLOG
            ADD 1 TO WS-OP-CALCULOS(WS-OP-ACHOU)
        END-IF.
        IF AL-NORMAL
            MOVE AL-COMPETENCIA TO WS-TS-INICIO-COMP(1:6)
            MOVE "01000000" TO WS-TS-INICIO-COMP(7:8)
            MOVE ZERO TO WS-LB-ACHOU
            PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                UNTIL WS-LB-IDX > WS-LB-COUNT
                IF WS-LB-COMPETENCIA(WS-LB-IDX) = AL-COMPETENCIA
                    MOVE WS-LB-IDX TO WS-LB-ACHOU
                    IF WS-LB-OPERADOR(WS-LB-IDX) = AL-OPERADOR
                        AND WS-LB-CONF-CALCULO(WS-LB-IDX) = "N"
                        MOVE "S" TO WS-LB-CONF-CALCULO(WS-LB-IDX)
                        PERFORM CONFLITO-RODOU-LIBEROU
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                UNTIL WS-MC-IDX > WS-MC-COUNT
                IF WS-MC-PRONTUARIO(WS-MC-IDX) = AL-PRONTUARIO
                    AND WS-MC-TIMESTAMP(WS-MC-IDX)
                        >= WS-TS-INICIO-COMP
                    PERFORM CONFRONTA-ALTERACAO
                END-IF
            END-PERFORM
        END-IF.

      * a alteracao de WS-MC-IDX foi feita na competencia da linha
      * da auditoria: quem alterou nao pode calcular nem liberar
        CONFRONTA-ALTERACAO.
        IF WS-MC-OPERADOR(WS-MC-IDX) = AL-OPERADOR
            AND WS-MC-TIMESTAMP(WS-MC-IDX) <= AL-TIMESTAMP
            AND WS-MC-CONF-CALCULO(WS-MC-IDX) = "N"
            MOVE "S" TO WS-MC-CONF-CALCULO(WS-MC-IDX)
            MOVE "ALTEROU E CALCULOU" TO WS-CN-TIPO
            MOVE AL-TIMESTAMP TO WS-CN-TIMESTAMP
            PERFORM CONFLITO-ALTERACAO
        END-IF.
        IF WS-LB-ACHOU > ZERO
            IF WS-MC-OPERADOR(WS-MC-IDX) = WS-LB-OPERADOR(WS-LB-ACHOU)
                AND WS-MC-TIMESTAMP(WS-MC-IDX)
                    <= WS-LB-TIMESTAMP(WS-LB-ACHOU)
                AND WS-MC-CONF-LIBERACAO(WS-MC-IDX) = "N"
                MOVE "S" TO WS-MC-CONF-LIBERACAO(WS-MC-IDX)
                MOVE "ALTEROU E LIBEROU O PAGAMENTO" TO WS-CN-TIPO
                MOVE WS-LB-TIMESTAMP(WS-LB-ACHOU) TO WS-CN-TIMESTAMP
                PERFORM CONFLITO-ALTERACAO
            END-IF
        END-IF.

        CONFLITO-ALTERACAO.
        MOVE WS-MC-OPERADOR(WS-MC-IDX) TO WS-CN-OPERADOR.
        MOVE AL-PRONTUARIO TO WS-CN-PRONTUARIO.
        MOVE AL-COMPETENCIA TO WS-CN-COMPETENCIA.
        MOVE SPACES TO WS-DETALHE.
        MOVE 1 TO WS-DT-PTR.
        STRING "ALTEROU EM " WS-MC-TIMESTAMP(WS-MC-IDX)(1:8) ":"
            DELIMITED BY SIZE INTO WS-DETALHE
            WITH POINTER WS-DT-PTR.
        PERFORM VARYING WS-DT-IDX FROM 1 BY 1 UNTIL WS-DT-IDX > 4
            EVALUATE WS-MC-TIPOS(WS-MC-IDX)(WS-DT-IDX:1)
                WHEN "I"
                    STRING " INCL" DELIMITED BY SIZE INTO WS-DETALHE
                        WITH POINTER WS-DT-PTR
                WHEN "S"
                    STRING " VL/HORA" DELIMITED BY SIZE
                        INTO WS-DETALHE WITH POINTER WS-DT-PTR
                WHEN "B"
                    STRING " BANCO" DELIMITED BY SIZE INTO WS-DETALHE
                        WITH POINTER WS-DT-PTR
                WHEN "D"
                    STRING " DEPTO" DELIMITED BY SIZE INTO WS-DETALHE
                        WITH POINTER WS-DT-PTR
            END-EVALUATE
        END-PERFORM.
        MOVE WS-DETALHE TO WS-CN-DETALHE.
        PERFORM GUARDA-CONFLITO.

        GUARDA-CONFLITO.
        ADD 1 TO WS-CF-TOTAL.
        MOVE WS-CN-OPERADOR TO WS-BUSCA-OPER.
        PERFORM LOCALIZA-OPERADOR.
        ADD 1 TO WS-OP-CONFLITOS(WS-OP-ACHOU).
        IF WS-CF-COUNT >= WS-CF-MAXIMO
            ADD 1 TO WS-CF-PERDIDOS
        ELSE
            ADD 1 TO WS-CF-COUNT
            MOVE WS-CF-NOVO TO WS-CF-ENTRY(WS-CF-COUNT)
        END-IF.

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "SEGREGACAO DE FUNCOES E ATIVIDADE DOS OPERADORES DE "
            WS-DATA-INICIAL " A " WS-DATA-FINAL " - OPERADOR "
            WS-SIGNON-OPERADOR " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        IMPRIME-CONFLITOS.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE "CONFLITOS" TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO WS-RL-CONFLITO.
        MOVE "TIPO" TO WS-RC-TIPO.
        MOVE "OPERADOR" TO WS-RC-OPERADOR.
        MOVE "PRONTUAR" TO WS-RC-PRONTUARIO.
        MOVE "NOME" TO WS-RC-NOME.
        MOVE "COMPET" TO WS-RC-COMPETENCIA.
        MOVE "DATA/HORA" TO WS-RC-TIMESTAMP.
        MOVE "DETALHE" TO WS-RC-DETALHE.
        MOVE WS-RL-CONFLITO TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS = "00"
            MOVE "S" TO WS-CADASTRO-ABERTO
        ELSE
            DISPLAY "AVISO: cadastro indisponivel (status "
                WS-EMPMAST-STATUS ") - conflitos sem o nome"
        END-IF.
        PERFORM VARYING WS-CF-IDX FROM 1 BY 1
            UNTIL WS-CF-IDX > WS-CF-COUNT
            PERFORM IMPRIME-CONFLITO
        END-PERFORM.
        IF CADASTRO-ABERTO
            CLOSE EMPMAST-FILE
        END-IF.
        IF WS-CF-PERDIDOS > ZERO
            MOVE SPACES TO RELATO-LINHA
            STRING "MAIS " WS-CF-PERDIDOS " CONFLITO(S) NAO LISTADO(S)"
                " - REDUZA O PERIODO"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.
        IF WS-CF-TOTAL = ZERO
            MOVE "NENHUM CONFLITO NO PERIODO" TO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.

        IMPRIME-CONFLITO.
        MOVE SPACES TO WS-RL-CONFLITO.
        MOVE WS-CF-TIPO(WS-CF-IDX) TO WS-RC-TIPO.
        MOVE WS-CF-OPERADOR(WS-CF-IDX) TO WS-RC-OPERADOR.
        MOVE WS-CF-PRONTUARIO(WS-CF-IDX) TO WS-RC-PRONTUARIO.
        MOVE WS-CF-COMPETENCIA(WS-CF-IDX) TO WS-RC-COMPETENCIA.
        MOVE WS-CF-TIMESTAMP(WS-CF-IDX) TO WS-RC-TIMESTAMP.
        MOVE WS-CF-DETALHE(WS-CF-IDX) TO WS-RC-DETALHE.
        IF CADASTRO-ABERTO
            AND WS-CF-PRONTUARIO(WS-CF-IDX) NOT = SPACES
            MOVE WS-CF-PRONTUARIO(WS-CF-IDX) TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "(NAO CADASTRADO)" TO WS-RC-NOME
                NOT INVALID KEY
                    MOVE EM-NOME TO WS-RC-NOME
            END-READ
        END-IF.
        MOVE WS-RL-CONFLITO TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY "CONFLITO: " WS-RC-TIPO " " WS-RC-OPERADOR " "
            WS-RC-PRONTUARIO " " WS-RC-COMPETENCIA.

      * segunda leitura do SYSLOG: os eventos do periodo em ordem
        IMPRIME-EVENTOS.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE "LIBERACOES, OVERRIDES, ESTORNOS E ACESSOS NEGADOS"
            TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        OPEN INPUT SYSLOG-FILE.
        IF WS-SYSLOG-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM UNTIL ARQUIVO-EOF
                READ SYSLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SY-TIMESTAMP TO WS-BUSCA-TS
                        PERFORM VERIFICA-PERIODO
                        PERFORM DECOMPOE-EVENTO
                        IF EV-RELEVANTE AND NO-PERIODO
                            PERFORM IMPRIME-EVENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SYSLOG-FILE
        END-IF.
        IF WS-QTD-EVENTOS = ZERO
            MOVE "NENHUM EVENTO NO PERIODO" TO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.

        IMPRIME-EVENTO.
        ADD 1 TO WS-QTD-EVENTOS.
        MOVE SPACES TO WS-RL-CONFLITO.
        MOVE WS-EV-TIPO TO WS-RC-TIPO.
        MOVE WS-EV-OPERADOR TO WS-RC-OPERADOR.
        MOVE WS-EV-PRONTUARIO TO WS-RC-PRONTUARIO.
        MOVE WS-EV-COMPETENCIA TO WS-RC-COMPETENCIA.
        MOVE SY-TIMESTAMP TO WS-RC-TIMESTAMP.
        MOVE SY-PARAGRAFO TO WS-RC-DETALHE.
        MOVE WS-RL-CONFLITO TO RELATO-LINHA.
        WRITE RELATO-LINHA.

        IMPRIME-ATIVIDADE.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE "ATIVIDADE POR OPERADOR" TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO WS-RL-ATIVIDADE.
        MOVE "OPERADOR" TO WS-RA-OPERADOR.
        MOVE "NIV" TO WS-RA-NIVEL.
        MOVE "SIT" TO WS-RA-SITUACAO.
        MOVE " INCL" TO WS-RA-INCLUSOES.
        MOVE "ALTER" TO WS-RA-ALTERACOES.
        MOVE "INATV" TO WS-RA-INATIVACOES.
        MOVE "SENSV" TO WS-RA-SENSIVEIS.
        MOVE "CALCULO" TO WS-RA-CALCULOS.
        MOVE "LIBER" TO WS-RA-LIBERACOES.
        MOVE "DESCT" TO WS-RA-DESCARTES.
        MOVE "NEGAD" TO WS-RA-NEGACOES.
        MOVE "OVERR" TO WS-RA-OVERRIDES.
        MOVE "ESTOR" TO WS-RA-ESTORNOS.
        MOVE "CONFL" TO WS-RA-CONFLITOS.
        MOVE "ULTIMA ATIVID." TO WS-RA-ULTIMA.
        MOVE "OBSERVACAO" TO WS-RA-OBS.
        MOVE WS-RL-ATIVIDADE TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OP-COUNT
            PERFORM IMPRIME-OPERADOR
        END-PERFORM.

        IMPRIME-OPERADOR.
        MOVE SPACES TO WS-RL-ATIVIDADE.
        MOVE WS-OP-ID(WS-OP-IDX) TO WS-RA-OPERADOR.
        IF WS-OP-SITUACAO(WS-OP-IDX) = SPACE
            MOVE "-" TO WS-RA-NIVEL WS-RA-SITUACAO
            MOVE "FORA DO OPERMAST" TO WS-RA-OBS
        ELSE
            MOVE WS-OP-NIVEL(WS-OP-IDX) TO WS-RA-NIVEL
            MOVE WS-OP-SITUACAO(WS-OP-IDX) TO WS-RA-SITUACAO
        END-IF.
        MOVE WS-OP-INCLUSOES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-INCLUSOES.
        MOVE WS-OP-ALTERACOES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-ALTERACOES.
        MOVE WS-OP-INATIVACOES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-INATIVACOES.
        MOVE WS-OP-SENSIVEIS(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-SENSIVEIS.
        MOVE WS-OP-CALCULOS(WS-OP-IDX) TO WS-ED-QTD7.
        MOVE WS-ED-QTD7 TO WS-RA-CALCULOS.
        MOVE WS-OP-LIBERACOES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-LIBERACOES.
        MOVE WS-OP-DESCARTES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-DESCARTES.
        MOVE WS-OP-NEGACOES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-NEGACOES.
        MOVE WS-OP-OVERRIDES(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-OVERRIDES.
        MOVE WS-OP-ESTORNOS(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-ESTORNOS.
        MOVE WS-OP-CONFLITOS(WS-OP-IDX) TO WS-ED-QTD.
        MOVE WS-ED-QTD TO WS-RA-CONFLITOS.
        IF WS-OP-ULTIMA(WS-OP-IDX) = ZERO
            MOVE "NUNCA" TO WS-RA-ULTIMA
        ELSE
            MOVE WS-OP-ULTIMA(WS-OP-IDX) TO WS-RA-ULTIMA
        END-IF.
      * conta ativa sem nenhum registro no periodo
        IF WS-OP-SITUACAO(WS-OP-IDX) = "A"
            AND WS-OP-ATIVO-PERIODO(WS-OP-IDX) NOT = "S"
            MOVE "DORMENTE" TO WS-RA-OBS
            ADD 1 TO WS-QTD-DORMENTES
            DISPLAY "CONTA DORMENTE: " WS-OP-ID(WS-OP-IDX)
                " NIVEL " WS-OP-NIVEL(WS-OP-IDX)
                " ULTIMA ATIVIDADE " WS-RA-ULTIMA
        END-IF.
        MOVE WS-RL-ATIVIDADE TO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: ALTERACOES=" WS-QTD-CHGLOG
            " SENSIVEIS=" WS-MC-COUNT
            " EVENTOS=" WS-QTD-SYSLOG
            " CALCULOS=" WS-QTD-AUDITLOG
            " LIBERADOS=" WS-LB-COUNT
            " OPER=" WS-OP-COUNT
            " DORMENTES=" WS-QTD-DORMENTES
            " CONFLITOS=" WS-CF-TOTAL
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".

        COPY "JOBJRN.cpy".
