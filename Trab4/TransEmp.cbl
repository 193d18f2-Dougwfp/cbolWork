      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transferencia de funcionario entre empresas do grupo
      *          com continuidade do contrato. Troca a empresa do
      *          cadastro a partir de uma data de vigencia e registra
      *          a vigencia em EMPHIST.DAT (a primeira transferencia
      *          grava tambem a empresa de admissao). O prontuario, a
      *          data de admissao, os periodos de ferias, o banco de
      *          horas, os consignados e o extrato do FGTS continuam os
      *          mesmos. A folha, as guias, o eSocial, a remessa
      *          bancaria e o informe de rendimentos usam a empresa em
      *          vigor em cada competencia; o custo do mes da
      *          transferencia e rateado entre as duas empresas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. TRANSEMP.

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
            LOCK MODE IS MANUAL
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT EMPRESA-FILE ASSIGN TO "data/EMPRESA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPRESA-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

            SELECT CHGLOG-FILE ASSIGN TO "data/CHGLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHGLOG-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  EMPRESA-FILE.
        COPY "EMPRESA.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        FD  CHGLOG-FILE.
        COPY "CHGLOG.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        WORKING-STORAGE SECTION.
        COPY "SYSERRWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "PERIODWS.cpy".
        COPY "EMPHWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-OK PIC X VALUE "N".
            88 EMPRESA-OK VALUE "Y".
        77 WS-EMPRESA-CODIGO PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-RAZAO PIC X(30) VALUE SPACES.
        77 WS-EMPRESA-ATUAL PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-NOVA PIC 9(02) VALUE ZERO.
        77 WS-RAZAO-ATUAL PIC X(30) VALUE SPACES.
        77 WS-RAZAO-NOVA PIC X(30) VALUE SPACES.
        77 WS-VIGENCIA PIC 9(08) VALUE ZERO.
        77 WS-ULTIMA-VIGENCIA PIC 9(08) VALUE ZERO.
        77 WS-VIGENCIA-OK PIC X VALUE "N".
            88 VIGENCIA-OK VALUE "Y".
        77 WS-TEM-HISTORICO PIC X VALUE "N".
            88 TEM-HISTORICO VALUE "Y".
        77 WS-CONFIRMA PIC X(01) VALUE SPACE.
        77 WS-OPERACAO-LOG PIC X(01) VALUE SPACE.
        77 WS-IMAGEM-ANTES PIC X(700) VALUE SPACES.
        77 WS-IMAGEM-DEPOIS PIC X(700) VALUE SPACES.
        77 wspronturario PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "TRANSEMP" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM LOAD-PERIODO-TABLE.
        PERFORM CARREGA-HISTORICO-EMPRESA.

        OPEN I-O EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            IF WS-EMPMAST-STATUS = "93" OR WS-EMPMAST-STATUS = "94"
                DISPLAY "ARQUIVO EM USO PELO LOTE - TENTE NOVAMENTE"
                    " APOS O FECHAMENTO DO PROCESSAMENTO"
            END-IF
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        MOVE wspronturario TO EM-PRONTUARIO.
        READ EMPMAST-FILE WITH LOCK
            INVALID KEY
                DISPLAY "PRONTUARIO NAO CADASTRADO: " wspronturario
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                PERFORM TRANSFERE-EMPREGADO
        END-READ.
        IF WS-EMPMAST-STATUS = "51"
            DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - TENTE"
                " NOVAMENTE: " wspronturario
            MOVE 8 TO RETURN-CODE
        END-IF.

        CLOSE EMPMAST-FILE.
        STOP RUN.

      * so funcionario ativo muda de empresa; o desligado volta pela
      * admissao na nova empresa
        TRANSFERE-EMPREGADO.
        IF NOT EM-ATIVO
            DISPLAY "ERRO: funcionario inativo, transferencia"
                " recusada: " wspronturario
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM TRANSFERE-EMPREGADO-ATIVO
        END-IF.

        TRANSFERE-EMPREGADO-ATIVO.
        MOVE EMPMAST-RECORD TO WS-IMAGEM-ANTES.
        IF EM-EMPRESA NUMERIC
            MOVE EM-EMPRESA TO WS-EMPRESA-ATUAL
        ELSE
            MOVE 1 TO WS-EMPRESA-ATUAL
        END-IF.
        IF WS-EMPRESA-ATUAL = ZERO
            MOVE 1 TO WS-EMPRESA-ATUAL
        END-IF.
        MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-CODIGO.
        PERFORM VALIDA-EMPRESA.
        MOVE WS-EMPRESA-RAZAO TO WS-RAZAO-ATUAL.
        PERFORM LOCALIZA-ULTIMA-VIGENCIA.

        DISPLAY "FUNCIONARIO: " EM-NOME " " EM-SOBRENOME.
        DISPLAY "ADMISSAO: " EM-DATA-ADMISSAO
            "  EMPRESA ATUAL: " WS-EMPRESA-ATUAL " " WS-RAZAO-ATUAL.
        IF TEM-HISTORICO
            DISPLAY "ULTIMA TRANSFERENCIA COM VIGENCIA EM "
                WS-ULTIMA-VIGENCIA
        END-IF.

        PERFORM OBTEM-EMPRESA-NOVA.
        PERFORM OBTEM-VIGENCIA.

        DISPLAY "TRANSFERIR " wspronturario " DA EMPRESA "
            WS-EMPRESA-ATUAL " PARA A EMPRESA " WS-EMPRESA-NOVA
            " " WS-RAZAO-NOVA.
        DISPLAY "A PARTIR DE " WS-VIGENCIA " - confirma (S/N)? "
            NO ADVANCING.
        ACCEPT WS-CONFIRMA.
        IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
            DISPLAY "TRANSFERENCIA CANCELADA PELO OPERADOR"
        ELSE
            PERFORM EFETIVA-TRANSFERENCIA
        END-IF.

        OBTEM-EMPRESA-NOVA.
        PERFORM WITH TEST AFTER UNTIL EMPRESA-OK
            DISPLAY "Digite a empresa de destino (codigo): "
                NO ADVANCING
            ACCEPT WS-EMPRESA-NOVA
            MOVE WS-EMPRESA-NOVA TO WS-EMPRESA-CODIGO
            PERFORM VALIDA-EMPRESA
            IF NOT EMPRESA-OK
                DISPLAY "ERRO: empresa nao cadastrada ou inativa,"
                    " digite novamente"
            ELSE
                IF WS-EMPRESA-NOVA = WS-EMPRESA-ATUAL
                    DISPLAY "ERRO: funcionario ja pertence a"
                        " empresa " WS-EMPRESA-NOVA
                        ", digite outra"
                    MOVE "N" TO WS-EMPRESA-OK
                END-IF
            END-IF
        END-PERFORM.
        MOVE WS-EMPRESA-RAZAO TO WS-RAZAO-NOVA.

      * a vigencia fica depois da admissao e da ultima transferencia
      * e nao pode cair em competencia ja fechada
        OBTEM-VIGENCIA.
        PERFORM WITH TEST AFTER UNTIL VIGENCIA-OK
            MOVE "N" TO WS-VIGENCIA-OK
            DISPLAY "Digite a data de vigencia na nova empresa"
                " (AAAAMMDD): " NO ADVANCING
            ACCEPT WS-VIGENCIA
            COMPUTE WS-COMPETENCIA = WS-VIGENCIA / 100
            PERFORM VALIDA-COMPETENCIA
            EVALUATE TRUE
                WHEN WS-VIGENCIA <= 19000000
                    DISPLAY "ERRO: data invalida, digite novamente"
                WHEN WS-VIGENCIA <= EM-DATA-ADMISSAO
                    DISPLAY "ERRO: vigencia deve ser posterior a"
                        " admissao (" EM-DATA-ADMISSAO ")"
                WHEN WS-VIGENCIA <= WS-ULTIMA-VIGENCIA
                    DISPLAY "ERRO: vigencia deve ser posterior a"
                        " ultima transferencia ("
                        WS-ULTIMA-VIGENCIA ")"
                WHEN COMPETENCIA-FECHADA
                    DISPLAY "ERRO: competencia " WS-COMPETENCIA
                        " ja fechada - a transferencia retroativa"
                        " alteraria guias e eventos ja enviados"
                WHEN OTHER
                    MOVE "Y" TO WS-VIGENCIA-OK
            END-EVALUATE
        END-PERFORM.

      * a primeira transferencia grava antes a empresa de admissao,
      * para as competencias anteriores continuarem no CNPJ antigo
        EFETIVA-TRANSFERENCIA.
        MOVE WS-EMPRESA-NOVA TO EM-EMPRESA.
        REWRITE EMPMAST-RECORD
            INVALID KEY
                DISPLAY "ERRO: falha ao transferir " wspronturario
            NOT INVALID KEY
                MOVE EMPMAST-RECORD TO WS-IMAGEM-DEPOIS
                MOVE "A" TO WS-OPERACAO-LOG
                PERFORM WRITE-CHGLOG
                IF NOT TEM-HISTORICO
                    MOVE EM-DATA-ADMISSAO TO EH-DATA-VIGENCIA
                    MOVE WS-EMPRESA-ATUAL TO EH-EMPRESA
                    PERFORM WRITE-EMPHIST
                END-IF
                MOVE WS-VIGENCIA TO EH-DATA-VIGENCIA
                MOVE WS-EMPRESA-NOVA TO EH-EMPRESA
                PERFORM WRITE-EMPHIST
                PERFORM EXIBE-CONTINUIDADE
        END-REWRITE.
        IF WS-EMPMAST-STATUS NOT = "00"
            AND WS-EMPMAST-STATUS(1:1) NOT = "2"
            MOVE "EMPMAST" TO WS-ERR-ARQUIVO
            MOVE WS-EMPMAST-STATUS TO WS-ERR-STATUS
            MOVE "EFETIVA-TRANSFERENCIA" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        EXIBE-CONTINUIDADE.
        DISPLAY "FUNCIONARIO TRANSFERIDO: " wspronturario
            " PARA A EMPRESA " WS-EMPRESA-NOVA " EM " WS-VIGENCIA.
        DISPLAY "  MANTIDOS NO MESMO PRONTUARIO: ADMISSAO "
            EM-DATA-ADMISSAO ", PERIODOS DE FERIAS, BANCO DE HORAS,"
            " CONSIGNADOS E EXTRATO DO FGTS".
        DISPLAY "  COMPETENCIAS ATE A VIGENCIA CONTINUAM NA EMPRESA "
            WS-EMPRESA-ATUAL "; O CUSTO DO MES DA TRANSFERENCIA SERA"
            " RATEADO PELO LOTE".
        IF WS-VIGENCIA(7:2) NOT = "01"
            DISPLAY "  AVISO: vigencia no meio do mes - a folha,"
                " guias, eSocial e remessa do mes saem pela empresa"
                " " WS-EMPRESA-NOVA
        END-IF.

        LOCALIZA-ULTIMA-VIGENCIA.
        MOVE ZERO TO WS-ULTIMA-VIGENCIA.
        MOVE "N" TO WS-TEM-HISTORICO.
        PERFORM VARYING WS-EH-IDX FROM 1 BY 1
            UNTIL WS-EH-IDX > WS-EH-COUNT
            IF WS-EH-PRONTUARIO(WS-EH-IDX) = wspronturario
                MOVE "Y" TO WS-TEM-HISTORICO
                IF WS-EH-DATA(WS-EH-IDX) > WS-ULTIMA-VIGENCIA
                    MOVE WS-EH-DATA(WS-EH-IDX) TO WS-ULTIMA-VIGENCIA
                END-IF
            END-IF
        END-PERFORM.

        VALIDA-EMPRESA.
        MOVE "N" TO WS-EMPRESA-OK.
        MOVE SPACES TO WS-EMPRESA-RAZAO.
        OPEN INPUT EMPRESA-FILE.
        IF WS-EMPRESA-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de empresas indisponivel"
                " (status " WS-EMPRESA-STATUS ") - transferencia"
                " exige empresa de destino cadastrada"
            MOVE "EMPRESA" TO WS-ERR-ARQUIVO
            MOVE WS-EMPRESA-STATUS TO WS-ERR-STATUS
            MOVE "VALIDA-EMPRESA" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        ELSE
            PERFORM UNTIL WS-EMPRESA-STATUS NOT = "00"
                OR EMPRESA-OK
                READ EMPRESA-FILE
                    AT END
                        MOVE "10" TO WS-EMPRESA-STATUS
                    NOT AT END
                        IF EP-CODIGO = WS-EMPRESA-CODIGO
                            AND EP-ATIVA
                            MOVE "Y" TO WS-EMPRESA-OK
                            MOVE EP-RAZAO TO WS-EMPRESA-RAZAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESA-FILE
        END-IF.

        WRITE-CHGLOG.
        OPEN EXTEND CHGLOG-FILE.
        IF WS-CHGLOG-STATUS = "35"
            OPEN OUTPUT CHGLOG-FILE
        END-IF.
        MOVE SPACES TO CHGLOG-RECORD.
        MOVE FUNCTION CURRENT-DATE(1:14) TO CG-TIMESTAMP.
        MOVE WS-SIGNON-OPERADOR TO CG-OPERADOR.
        MOVE WS-OPERACAO-LOG TO CG-OPERACAO.
        MOVE wspronturario TO CG-PRONTUARIO.
        MOVE WS-IMAGEM-ANTES TO CG-ANTES.
        MOVE WS-IMAGEM-DEPOIS TO CG-DEPOIS.
        WRITE CHGLOG-RECORD.
        IF WS-CHGLOG-STATUS NOT = "00"
            MOVE "CHGLOG" TO WS-ERR-ARQUIVO
            MOVE WS-CHGLOG-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-CHGLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE CHGLOG-FILE.

      * EH-DATA-VIGENCIA e EH-EMPRESA ja movidos pelo chamador
        WRITE-EMPHIST.
        OPEN EXTEND EMPHIST-FILE.
        IF WS-EMPHIST-STATUS = "35"
            OPEN OUTPUT EMPHIST-FILE
        END-IF.
        MOVE wspronturario TO EH-PRONTUARIO.
        MOVE WS-SIGNON-OPERADOR TO EH-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO EH-TIMESTAMP.
        WRITE EMPHIST-RECORD.
        IF WS-EMPHIST-STATUS NOT = "00"
            MOVE "EMPHIST" TO WS-ERR-ARQUIVO
            MOVE WS-EMPHIST-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-EMPHIST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE EMPHIST-FILE.

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

        COPY "EMPHCAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
