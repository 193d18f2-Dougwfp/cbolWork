      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao das admissoes do sistema de recrutamento -
      *          le o arquivo de contratacoes (ADMISSAO.DAT), aplica a
      *          cada linha as criticas da inclusao do MANUTEMP (digito
      *          de CPF/PIS, cargo e faixa do valor/hora, departamento,
      *          empresa, contrato, categoria e sexo), recusa CPF/PIS ja
      *          cadastrado para funcionario ativo e dados bancarios
      *          incompletos, e inclui os aceitos no EMPMAST com as
      *          linhas de abertura do RATEHIST, DEPTHIST e CARGHIST e
      *          o "I" no CHGLOG. Recusas em ADMREJ.PRT com o motivo;
      *          totais de lidas/admitidas/recusadas em IMPADMIS.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. IMPADMIS.

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
            LOCK MODE IS MANUAL
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT CARGO-FILE ASSIGN TO "data/CARGO.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CA-CODIGO
            FILE STATUS IS WS-CARGO-STATUS.

            SELECT ADMISSAO-FILE ASSIGN TO "data/ADMISSAO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADMISSAO-STATUS.

            SELECT EMPRESA-FILE ASSIGN TO "data/EMPRESA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPRESA-STATUS.

            SELECT RATEHIST-FILE ASSIGN TO "data/RATEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEHIST-STATUS.

            SELECT DEPTHIST-FILE ASSIGN TO "data/DEPTHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTHIST-STATUS.

            SELECT CARGHIST-FILE ASSIGN TO "data/CARGHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARGHIST-STATUS.

            SELECT CHGLOG-FILE ASSIGN TO "data/CHGLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHGLOG-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/IMPADMIS.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT RECUSA-FILE ASSIGN TO "data/ADMREJ.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECUSA-STATUS.

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
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  CARGO-FILE.
        COPY "CARGO.cpy".

        FD  ADMISSAO-FILE.
        COPY "ADMISSAO.cpy".

        FD  EMPRESA-FILE.
        COPY "EMPRESA.cpy".

        FD  RATEHIST-FILE.
        COPY "RATEHIST.cpy".

        FD  DEPTHIST-FILE.
        COPY "DEPTHIST.cpy".

        FD  CARGHIST-FILE.
        COPY "CARGHIST.cpy".

        FD  CHGLOG-FILE.
        COPY "CHGLOG.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  RECUSA-FILE.
        01 RECUSA-LINHA PIC X(120).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "JOBJRNWS.cpy".
        COPY "DOCVALWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 WS-CARGO-STATUS PIC XX VALUE "00".
        77 WS-ADMISSAO-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-DEPTHIST-STATUS PIC XX VALUE "00".
        77 WS-CARGHIST-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-RECUSA-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-ADMISSAO-EOF PIC X VALUE "N".
            88 ADMISSAO-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-HOJE PIC 9(08) VALUE ZERO.
        77 WS-COMP-ATUAL PIC 9(06) VALUE ZERO.
        77 WS-MOTIVO PIC X(50) VALUE SPACES.
        77 WS-REJEITADO PIC X VALUE "N".
            88 REJEITADO VALUE "Y".
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-ADMITIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-REJEITADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-AVISOS PIC 9(05) VALUE ZERO.
      * cadastros de apoio: indisponivel = codigo aceito sem validacao,
      * como no MANUTEMP
        77 WS-DEPTMAST-ABERTO PIC X VALUE "N".
            88 DEPTMAST-ABERTO VALUE "Y".
        77 WS-CARGO-ABERTO PIC X VALUE "N".
            88 CARGO-ABERTO VALUE "Y".
        77 WS-EMPRESA-CARREGADA PIC X VALUE "N".
            88 EMPRESA-CARREGADA VALUE "Y".
        77 WS-DEP-IDX PIC 9(02) VALUE ZERO.
        77 WS-QTD-DEPENDENTE-MAXIMO PIC 9(02) VALUE 10.
        77 WS-DEP-SEM-CPF PIC 9(02) VALUE ZERO.
        77 WS-DIAS-PERIODO-1 PIC 9(03) VALUE ZERO.
        77 WS-DIAS-PRORROGACAO PIC 9(03) VALUE ZERO.
        77 WS-DIAS-EXPERIENCIA-PADRAO PIC 9(03) VALUE 45.
        77 WS-DIAS-EXPERIENCIA-MAXIMO PIC 9(03) VALUE 90.
        77 WS-DIAS-PRAZO-MAXIMO PIC 9(03) VALUE 730.
        77 WS-ADMISSAO-NUM PIC 9(07) VALUE ZERO.
        77 WS-FIM-NUM PIC 9(07) VALUE ZERO.
        77 WS-DATA-CRITICA PIC 9(08) VALUE ZERO.
        77 WS-DATA-OK PIC X VALUE "N".
            88 DATA-OK VALUE "Y".
        77 WS-VIGENCIA PIC 9(08) VALUE ZERO.
        77 WS-IMAGEM-DEPOIS PIC X(700) VALUE SPACES.
        77 WS-READMISSAO PIC X(08) VALUE SPACES.
      * empresas ativas de EMPRESA.DAT
        77 WS-EP-COUNT PIC 9(02) VALUE ZERO.
        77 WS-EP-IDX PIC 9(03) VALUE ZERO.
        77 WS-EP-ACHOU PIC X VALUE "N".
            88 EP-ACHOU VALUE "Y".
        01 WS-EP-TAB.
            05 WS-EP-ENTRY OCCURS 99 TIMES.
                10 WS-EP-CODIGO PIC 9(02).
      * CPF/PIS do cadastro e das admissoes desta execucao; so o
      * funcionario ativo impede a admissao (o inativo e readmissao)
        77 WS-DC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-DC-IDX PIC 9(04) VALUE ZERO.
        77 WS-DC-MAXIMO PIC 9(04) VALUE 5000.
        77 WS-DC-OVERFLOW PIC X VALUE "N".
            88 DC-OVERFLOW VALUE "Y".
        01 WS-DC-TAB.
            05 WS-DC-ENTRY OCCURS 5000 TIMES.
                10 WS-DC-PRONTUARIO PIC X(08).
                10 WS-DC-CPF PIC X(11).
                10 WS-DC-PIS PIC X(11).
                10 WS-DC-STATUS PIC X(01).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "IMPADMIS" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        COMPUTE WS-COMP-ATUAL = WS-HOJE / 100.

        OPEN INPUT ADMISSAO-FILE.
        IF WS-ADMISSAO-STATUS NOT = "00"
            DISPLAY "ERRO: ADMISSAO.DAT indisponivel (status "
                WS-ADMISSAO-STATUS ") - EXPORTE AS CONTRATACOES DO"
                " SISTEMA DE RECRUTAMENTO"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN I-O EMPMAST-FILE.
        IF WS-EMPMAST-STATUS = "35"
            OPEN OUTPUT EMPMAST-FILE
            CLOSE EMPMAST-FILE
            OPEN I-O EMPMAST-FILE
        END-IF.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            CLOSE ADMISSAO-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM CARREGA-DOCUMENTOS.
        IF DC-OVERFLOW
            DISPLAY "ERRO: EMPMAST.DAT tem mais de " WS-DC-MAXIMO
                " funcionarios - importacao recusada para nao deixar"
                " de detectar CPF/PIS ja cadastrado"
            CLOSE EMPMAST-FILE
            CLOSE ADMISSAO-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CARREGA-EMPRESAS.

        MOVE "IMPADMIS" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMP-ATUAL TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        PERFORM ABRE-RELATORIOS.
        PERFORM ABRE-CADASTROS-APOIO.
        PERFORM ABRE-HISTORICOS.

        PERFORM UNTIL ADMISSAO-EOF
            READ ADMISSAO-FILE
                AT END
                    MOVE "Y" TO WS-ADMISSAO-EOF
                NOT AT END
                    ADD 1 TO WS-QTD-LIDA
                    PERFORM PROCESSA-ADMISSAO
            END-READ
        END-PERFORM.

        PERFORM FECHA-HISTORICOS.
        IF DEPTMAST-ABERTO
            CLOSE DEPTMAST-FILE
        END-IF.
        IF CARGO-ABERTO
            CLOSE CARGO-FILE
        END-IF.
        PERFORM ENCERRA-RELATORIOS.
        CLOSE EMPMAST-FILE.
        CLOSE ADMISSAO-FILE.

        IF WS-QTD-REJEITADA > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF.
        DISPLAY " ".
        DISPLAY "IMPORTACAO DE ADMISSOES - " WS-HOJE.
        DISPLAY "LINHAS LIDAS:        " WS-QTD-LIDA.
        DISPLAY "ADMITIDOS:           " WS-QTD-ADMITIDA.
        DISPLAY "RECUSADOS:           " WS-QTD-REJEITADA.
        DISPLAY "AVISOS:              " WS-QTD-AVISOS.
        DISPLAY "RELATORIO DE CONTROLE EM data/IMPADMIS.PRT".
        IF WS-QTD-REJEITADA > ZERO
            DISPLAY "RECUSAS EM data/ADMREJ.PRT - CORRIJA NO SISTEMA"
                " DE RECRUTAMENTO E REENVIE SO AS LINHAS RECUSADAS"
        END-IF.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-ADMITIDA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-REJEITADA TO WS-JJ-QTD-REJEITADA.
        MOVE ZERO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

      * as criticas param na primeira recusa; o registro so e montado
      * depois de confirmar que o prontuario ainda nao existe
        PROCESSA-ADMISSAO.
        MOVE AD-PRONTUARIO TO wspronturario.
        MOVE "N" TO WS-REJEITADO.
        MOVE SPACES TO WS-MOTIVO WS-READMISSAO.
        MOVE ZERO TO WS-DEP-SEM-CPF.
        PERFORM CRITICA-IDENTIFICACAO.
        IF NOT REJEITADO
            PERFORM MONTA-EMPREGADO
            PERFORM CRITICA-CARGO
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-DEPENDENTES
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-DEPARTAMENTO
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-BANCO
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-DOCUMENTOS
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-CONTRATO
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-CATEGORIA
        END-IF.
        IF NOT REJEITADO
            IF NOT EM-SEXO-VALIDO
                MOVE "Y" TO WS-REJEITADO
                MOVE "SEXO INVALIDO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            PERFORM CRITICA-EMPRESA
        END-IF.
        IF NOT REJEITADO
            PERFORM ADMITE-EMPREGADO
        END-IF.
        IF REJEITADO
            PERFORM REJEITA-ADMISSAO
        END-IF.

        CRITICA-IDENTIFICACAO.
        IF AD-PRONTUARIO = SPACES
            MOVE "Y" TO WS-REJEITADO
            MOVE "PRONTUARIO NAO INFORMADO" TO WS-MOTIVO
        END-IF.
        IF NOT REJEITADO
            IF AD-NOME = SPACES OR AD-SOBRENOME = SPACES
                MOVE "Y" TO WS-REJEITADO
                MOVE "NOME OU SOBRENOME NAO INFORMADO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            IF AD-VALOR-HORA NOT NUMERIC
                OR AD-DATA-ADMISSAO NOT NUMERIC
                OR AD-EMPRESA NOT NUMERIC
                OR AD-BANCO NOT NUMERIC
                OR AD-QTD-DEPENDENTE NOT NUMERIC
                MOVE "Y" TO WS-REJEITADO
                MOVE "CAMPO NUMERICO INVALIDO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            IF AD-VALOR-HORA = ZERO
                MOVE "Y" TO WS-REJEITADO
                MOVE "VALOR/HORA NAO INFORMADO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            IF AD-QTD-DEPENDENTE > WS-QTD-DEPENDENTE-MAXIMO
                MOVE "Y" TO WS-REJEITADO
                MOVE "MAIS DE 10 DEPENDENTES" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            IF AD-DATA-ADMISSAO NOT = ZERO
                MOVE AD-DATA-ADMISSAO TO WS-DATA-CRITICA
                PERFORM VALIDA-DATA
                IF NOT DATA-OK
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "DATA DE ADMISSAO INVALIDA" TO WS-MOTIVO
                END-IF
            END-IF
        END-IF.
        IF NOT REJEITADO
            MOVE wspronturario TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "PRONTUARIO JA CADASTRADO" TO WS-MOTIVO
            END-READ
        END-IF.

        MONTA-EMPREGADO.
        MOVE SPACES TO EMPMAST-RECORD.
        MOVE wspronturario TO EM-PRONTUARIO.
        MOVE AD-NOME TO EM-NOME.
        MOVE AD-SOBRENOME TO EM-SOBRENOME.
        MOVE AD-VALOR-HORA TO EM-VALOR-HORA.
        MOVE AD-QTD-DEPENDENTE TO EM-QTD-DEPENDENTE.
        MOVE AD-DEPARTAMENTO TO EM-DEPARTAMENTO.
        MOVE "A" TO EM-STATUS.
        MOVE ZERO TO EM-YTD-SALBRUTO EM-YTD-INSS EM-YTD-IRRF
            EM-YTD-DECIMO13 EM-DATA-DESLIGAMENTO EM-YTD-PLR.
        PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-QTD-DEPENDENTE-MAXIMO
            IF WS-DEP-IDX > EM-QTD-DEPENDENTE
                MOVE SPACES TO EM-DEP-NOME(WS-DEP-IDX)
                MOVE SPACES TO EM-DEP-CPF(WS-DEP-IDX)
                MOVE ZERO TO EM-DEP-NASCIMENTO(WS-DEP-IDX)
            ELSE
                MOVE AD-DEP-NOME(WS-DEP-IDX)
                    TO EM-DEP-NOME(WS-DEP-IDX)
                MOVE AD-DEP-CPF(WS-DEP-IDX) TO EM-DEP-CPF(WS-DEP-IDX)
                MOVE ZERO TO EM-DEP-NASCIMENTO(WS-DEP-IDX)
            END-IF
        END-PERFORM.
        MOVE AD-BANCO TO EM-BANCO.
        MOVE AD-AGENCIA TO EM-AGENCIA.
        MOVE AD-CONTA TO EM-CONTA.
        MOVE AD-CPF TO EM-CPF.
        MOVE AD-PIS TO EM-PIS.
        MOVE AD-DATA-ADMISSAO TO EM-DATA-ADMISSAO.
        MOVE AD-EMPRESA TO EM-EMPRESA.
        IF EM-EMPRESA = ZERO
            MOVE 1 TO EM-EMPRESA
        END-IF.
        MOVE AD-CARGO TO EM-CARGO.
        MOVE AD-TIPO-CONTRATO TO EM-TIPO-CONTRATO.
        MOVE ZERO TO EM-FIM-CONTRATO-1 EM-FIM-CONTRATO.
        MOVE AD-CATEGORIA TO EM-CATEGORIA.
        MOVE ZERO TO EM-FIM-ESTAGIO.
        MOVE AD-SEXO TO EM-SEXO.

      * sem o operador para confirmar, valor/hora fora da faixa da
      * grade do cargo e recusado
        CRITICA-CARGO.
        IF CARGO-ABERTO
            MOVE EM-CARGO TO CA-CODIGO
            READ CARGO-FILE
                INVALID KEY
                    MOVE "Y" TO WS-REJEITADO
                NOT INVALID KEY
                    IF NOT CA-ATIVO
                        MOVE "Y" TO WS-REJEITADO
                    END-IF
            END-READ
            IF REJEITADO
                MOVE "CARGO NAO CADASTRADO OU INATIVO" TO WS-MOTIVO
            ELSE
                IF CA-VH-MAXIMO > ZERO
                    AND (EM-VALOR-HORA < CA-VH-MINIMO
                        OR EM-VALOR-HORA > CA-VH-MAXIMO)
                    MOVE "Y" TO WS-REJEITADO
                    MOVE SPACES TO WS-MOTIVO
                    STRING "VALOR/HORA FORA DA FAIXA DA GRADE "
                        CA-GRADE DELIMITED BY SIZE INTO WS-MOTIVO
                END-IF
            END-IF
        END-IF.

        CRITICA-DEPENDENTES.
        PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > EM-QTD-DEPENDENTE OR REJEITADO
            IF AD-DEP-NASCIMENTO(WS-DEP-IDX) NOT NUMERIC
                MOVE "Y" TO WS-REJEITADO
                MOVE SPACES TO WS-MOTIVO
                STRING "NASCIMENTO DO DEPENDENTE " WS-DEP-IDX
                    " INVALIDO" DELIMITED BY SIZE INTO WS-MOTIVO
            ELSE
                MOVE AD-DEP-NASCIMENTO(WS-DEP-IDX)
                    TO EM-DEP-NASCIMENTO(WS-DEP-IDX)
            END-IF
            IF NOT REJEITADO
                IF EM-DEP-CPF(WS-DEP-IDX) = SPACES
                    ADD 1 TO WS-DEP-SEM-CPF
                ELSE
                    MOVE EM-DEP-CPF(WS-DEP-IDX) TO WS-DOC-ENTRADA
                    PERFORM VALIDA-CPF
                    IF NOT DOC-OK
                        MOVE "Y" TO WS-REJEITADO
                        MOVE SPACES TO WS-MOTIVO
                        STRING "CPF DO DEPENDENTE " WS-DEP-IDX
                            " COM DIGITO VERIFICADOR INVALIDO"
                            DELIMITED BY SIZE INTO WS-MOTIVO
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

        CRITICA-DEPARTAMENTO.
        IF DEPTMAST-ABERTO
            MOVE EM-DEPARTAMENTO TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    MOVE "Y" TO WS-REJEITADO
                NOT INVALID KEY
                    IF NOT DP-ATIVO
                        MOVE "Y" TO WS-REJEITADO
                    END-IF
            END-READ
            IF REJEITADO
                MOVE "DEPARTAMENTO NAO CADASTRADO OU INATIVO"
                    TO WS-MOTIVO
            END-IF
        END-IF.

      * o BANCOREM nao paga quem nao tem banco, agencia e conta
        CRITICA-BANCO.
        IF EM-BANCO = ZERO OR EM-AGENCIA = SPACES
            OR EM-CONTA = SPACES
            MOVE "Y" TO WS-REJEITADO
            MOVE "DADOS BANCARIOS INCOMPLETOS" TO WS-MOTIVO
        END-IF.

      * CPF/PIS em branco e aceito com aviso, como no MANUTEMP
        CRITICA-DOCUMENTOS.
        IF EM-CPF NOT = SPACES
            MOVE EM-CPF TO WS-DOC-ENTRADA
            PERFORM VALIDA-CPF
            IF NOT DOC-OK
                MOVE "Y" TO WS-REJEITADO
                MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                    TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO AND EM-PIS NOT = SPACES
            MOVE EM-PIS TO WS-DOC-ENTRADA
            PERFORM VALIDA-PIS
            IF NOT DOC-OK
                MOVE "Y" TO WS-REJEITADO
                MOVE "PIS COM DIGITO VERIFICADOR INVALIDO"
                    TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO
            PERFORM VERIFICA-DOC-DUPLICADO
        END-IF.

        VERIFICA-DOC-DUPLICADO.
        PERFORM VARYING WS-DC-IDX FROM 1 BY 1
            UNTIL WS-DC-IDX > WS-DC-COUNT OR REJEITADO
            IF EM-CPF NOT = SPACES
                AND WS-DC-CPF(WS-DC-IDX) = EM-CPF
                IF WS-DC-STATUS(WS-DC-IDX) = "A"
                    MOVE "Y" TO WS-REJEITADO
                    MOVE SPACES TO WS-MOTIVO
                    STRING "CPF JA CADASTRADO NO PRONTUARIO "
                        WS-DC-PRONTUARIO(WS-DC-IDX)
                        DELIMITED BY SIZE INTO WS-MOTIVO
                ELSE
                    MOVE WS-DC-PRONTUARIO(WS-DC-IDX) TO WS-READMISSAO
                END-IF
            END-IF
            IF NOT REJEITADO AND EM-PIS NOT = SPACES
                AND WS-DC-PIS(WS-DC-IDX) = EM-PIS
                IF WS-DC-STATUS(WS-DC-IDX) = "A"
                    MOVE "Y" TO WS-REJEITADO
                    MOVE SPACES TO WS-MOTIVO
                    STRING "PIS JA CADASTRADO NO PRONTUARIO "
                        WS-DC-PRONTUARIO(WS-DC-IDX)
                        DELIMITED BY SIZE INTO WS-MOTIVO
                ELSE
                    MOVE WS-DC-PRONTUARIO(WS-DC-IDX) TO WS-READMISSAO
                END-IF
            END-IF
        END-PERFORM.

      * experiencia: primeiro periodo (padrao 45 dias) mais a
      * prorrogacao, no maximo 90 dias; prazo determinado: no maximo
      * 2 anos. As datas de fim sao o ultimo dia do contrato
        CRITICA-CONTRATO.
        IF EM-TIPO-CONTRATO NOT = "E" AND NOT = "D"
            AND NOT = "I" AND NOT = "T"
            MOVE "Y" TO WS-REJEITADO
            MOVE "TIPO DE CONTRATO INVALIDO" TO WS-MOTIVO
        END-IF.
        IF NOT REJEITADO AND EM-CONTRATO-A-PRAZO
            IF EM-DATA-ADMISSAO = ZERO
                MOVE "Y" TO WS-REJEITADO
                MOVE "CONTRATO A PRAZO EXIGE DATA DE ADMISSAO"
                    TO WS-MOTIVO
            ELSE
                COMPUTE WS-ADMISSAO-NUM =
                    FUNCTION INTEGER-OF-DATE(EM-DATA-ADMISSAO)
            END-IF
        END-IF.
        IF NOT REJEITADO AND EM-CONTRATO-EXPERIENCIA
            PERFORM CRITICA-EXPERIENCIA
        END-IF.
        IF NOT REJEITADO AND EM-CONTRATO-DETERMINADO
            PERFORM CRITICA-PRAZO-DETERMINADO
        END-IF.

        CRITICA-EXPERIENCIA.
        IF AD-DIAS-PERIODO-1 NOT NUMERIC
            OR AD-DIAS-PRORROGACAO NOT NUMERIC
            MOVE "Y" TO WS-REJEITADO
            MOVE "DIAS DE EXPERIENCIA INVALIDOS" TO WS-MOTIVO
        ELSE
            MOVE AD-DIAS-PERIODO-1 TO WS-DIAS-PERIODO-1
            MOVE AD-DIAS-PRORROGACAO TO WS-DIAS-PRORROGACAO
            IF WS-DIAS-PERIODO-1 = ZERO
                MOVE WS-DIAS-EXPERIENCIA-PADRAO TO WS-DIAS-PERIODO-1
            END-IF
            IF WS-DIAS-PRORROGACAO = ZERO
                AND WS-DIAS-PERIODO-1 < WS-DIAS-EXPERIENCIA-MAXIMO
                COMPUTE WS-DIAS-PRORROGACAO =
                    WS-DIAS-EXPERIENCIA-MAXIMO - WS-DIAS-PERIODO-1
            END-IF
            IF WS-DIAS-PERIODO-1 + WS-DIAS-PRORROGACAO
                > WS-DIAS-EXPERIENCIA-MAXIMO
                MOVE "Y" TO WS-REJEITADO
                MOVE "EXPERIENCIA ACIMA DE 90 DIAS" TO WS-MOTIVO
            ELSE
                COMPUTE EM-FIM-CONTRATO-1 = FUNCTION DATE-OF-INTEGER
                    (WS-ADMISSAO-NUM + WS-DIAS-PERIODO-1 - 1)
                COMPUTE EM-FIM-CONTRATO = FUNCTION DATE-OF-INTEGER
                    (WS-ADMISSAO-NUM + WS-DIAS-PERIODO-1
                        + WS-DIAS-PRORROGACAO - 1)
            END-IF
        END-IF.

        CRITICA-PRAZO-DETERMINADO.
        MOVE "N" TO WS-DATA-OK.
        IF AD-FIM-CONTRATO NUMERIC
            MOVE AD-FIM-CONTRATO TO WS-DATA-CRITICA
            PERFORM VALIDA-DATA
        END-IF.
        IF NOT DATA-OK OR AD-FIM-CONTRATO NOT > EM-DATA-ADMISSAO
            MOVE "Y" TO WS-REJEITADO
            MOVE "FIM DO CONTRATO INVALIDO OU ANTERIOR A ADMISSAO"
                TO WS-MOTIVO
        ELSE
            COMPUTE WS-FIM-NUM =
                FUNCTION INTEGER-OF-DATE(AD-FIM-CONTRATO)
            IF WS-FIM-NUM - WS-ADMISSAO-NUM >= WS-DIAS-PRAZO-MAXIMO
                MOVE "Y" TO WS-REJEITADO
                MOVE "PRAZO DETERMINADO ACIMA DE 2 ANOS" TO WS-MOTIVO
            ELSE
                MOVE AD-FIM-CONTRATO TO EM-FIM-CONTRATO
                MOVE AD-FIM-CONTRATO TO EM-FIM-CONTRATO-1
            END-IF
        END-IF.

      * o termo de compromisso do estagio tem fim obrigatorio, no
      * maximo 2 anos apos o inicio
        CRITICA-CATEGORIA.
        IF NOT EM-CATEGORIA-VALIDA
            MOVE "Y" TO WS-REJEITADO
            MOVE "CATEGORIA INVALIDA" TO WS-MOTIVO
        END-IF.
        IF NOT REJEITADO AND EM-CATEGORIA-ESTAGIARIO
            IF EM-DATA-ADMISSAO = ZERO
                MOVE "Y" TO WS-REJEITADO
                MOVE "ESTAGIO EXIGE DATA DE ADMISSAO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF NOT REJEITADO AND EM-CATEGORIA-ESTAGIARIO
            MOVE "N" TO WS-DATA-OK
            IF AD-FIM-ESTAGIO NUMERIC
                MOVE AD-FIM-ESTAGIO TO WS-DATA-CRITICA
                PERFORM VALIDA-DATA
            END-IF
            IF NOT DATA-OK OR AD-FIM-ESTAGIO NOT > EM-DATA-ADMISSAO
                MOVE "Y" TO WS-REJEITADO
                MOVE "FIM DO ESTAGIO INVALIDO OU ANTERIOR A ADMISSAO"
                    TO WS-MOTIVO
            ELSE
                COMPUTE WS-ADMISSAO-NUM =
                    FUNCTION INTEGER-OF-DATE(EM-DATA-ADMISSAO)
                COMPUTE WS-FIM-NUM =
                    FUNCTION INTEGER-OF-DATE(AD-FIM-ESTAGIO)
                IF WS-FIM-NUM - WS-ADMISSAO-NUM
                    >= WS-DIAS-PRAZO-MAXIMO
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "ESTAGIO ACIMA DE 2 ANOS" TO WS-MOTIVO
                ELSE
                    MOVE AD-FIM-ESTAGIO TO EM-FIM-ESTAGIO
                END-IF
            END-IF
        END-IF.

        CRITICA-EMPRESA.
        IF EMPRESA-CARREGADA
            MOVE "N" TO WS-EP-ACHOU
            PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                UNTIL WS-EP-IDX > WS-EP-COUNT OR EP-ACHOU
                IF WS-EP-CODIGO(WS-EP-IDX) = EM-EMPRESA
                    MOVE "Y" TO WS-EP-ACHOU
                END-IF
            END-PERFORM
            IF NOT EP-ACHOU
                MOVE "Y" TO WS-REJEITADO
                MOVE "EMPRESA NAO CADASTRADA OU INATIVA" TO WS-MOTIVO
            END-IF
        END-IF.

        VALIDA-DATA.
        MOVE "N" TO WS-DATA-OK.
        IF WS-DATA-CRITICA > 19000000
            AND WS-DATA-CRITICA(5:2) >= "01"
            AND WS-DATA-CRITICA(5:2) <= "12"
            AND WS-DATA-CRITICA(7:2) >= "01"
            AND WS-DATA-CRITICA(7:2) <= "31"
            MOVE "Y" TO WS-DATA-OK
        END-IF.

        ADMITE-EMPREGADO.
        WRITE EMPMAST-RECORD
            INVALID KEY
                MOVE "Y" TO WS-REJEITADO
                MOVE "PRONTUARIO JA CADASTRADO" TO WS-MOTIVO
            NOT INVALID KEY
                MOVE EMPMAST-RECORD TO WS-IMAGEM-DEPOIS
                PERFORM WRITE-CHGLOG
                MOVE EM-DATA-ADMISSAO TO WS-VIGENCIA
                IF WS-VIGENCIA = ZERO
                    MOVE WS-HOJE TO WS-VIGENCIA
                END-IF
                PERFORM WRITE-RATEHIST
                PERFORM WRITE-DEPTHIST
                PERFORM WRITE-CARGHIST
                PERFORM RELATA-ADMISSAO
        END-WRITE.
        IF WS-EMPMAST-STATUS NOT = "00"
            AND WS-EMPMAST-STATUS(1:1) NOT = "2"
            MOVE "EMPMAST" TO WS-ERR-ARQUIVO
            MOVE WS-EMPMAST-STATUS TO WS-ERR-STATUS
            MOVE "ADMITE-EMPREGADO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        RELATA-ADMISSAO.
        ADD 1 TO WS-QTD-ADMITIDA.
        IF WS-DC-COUNT < WS-DC-MAXIMO
            ADD 1 TO WS-DC-COUNT
            MOVE wspronturario TO WS-DC-PRONTUARIO(WS-DC-COUNT)
            MOVE EM-CPF TO WS-DC-CPF(WS-DC-COUNT)
            MOVE EM-PIS TO WS-DC-PIS(WS-DC-COUNT)
            MOVE EM-STATUS TO WS-DC-STATUS(WS-DC-COUNT)
        END-IF.
        DISPLAY "FUNCIONARIO INCLUIDO: " wspronturario.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " " EM-NOME " " EM-SOBRENOME
            " CPF " EM-CPF " ADMISSAO " WS-VIGENCIA
            " DEPTO " EM-DEPARTAMENTO " CARGO " EM-CARGO
            " ADMITIDO"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        IF EM-CPF = SPACES
            MOVE "FUNCIONARIO SEM CPF - REGULARIZE ANTES DA REMESSA"
                TO WS-MOTIVO
            PERFORM RELATA-AVISO
        END-IF.
        IF EM-PIS = SPACES
            MOVE "FUNCIONARIO SEM PIS - REGULARIZE ANTES DA REMESSA"
                TO WS-MOTIVO
            PERFORM RELATA-AVISO
        END-IF.
        IF WS-DEP-SEM-CPF > ZERO
            MOVE SPACES TO WS-MOTIVO
            STRING WS-DEP-SEM-CPF " DEPENDENTE(S) SEM CPF"
                DELIMITED BY SIZE INTO WS-MOTIVO
            PERFORM RELATA-AVISO
        END-IF.
        IF WS-READMISSAO NOT = SPACES
            MOVE SPACES TO WS-MOTIVO
            STRING "READMISSAO DO PRONTUARIO INATIVO "
                WS-READMISSAO DELIMITED BY SIZE INTO WS-MOTIVO
            PERFORM RELATA-AVISO
        END-IF.

        RELATA-AVISO.
        ADD 1 TO WS-QTD-AVISOS.
        DISPLAY "AVISO: " wspronturario " " WS-MOTIVO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "    AVISO: " WS-MOTIVO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        REJEITA-ADMISSAO.
        ADD 1 TO WS-QTD-REJEITADA.
        DISPLAY AD-PRONTUARIO " RECUSADO: " WS-MOTIVO.
        MOVE SPACES TO RECUSA-LINHA.
        STRING "LINHA " WS-QTD-LIDA " " AD-PRONTUARIO " "
            AD-NOME " CPF " AD-CPF " RECUSADA: " WS-MOTIVO
            DELIMITED BY SIZE INTO RECUSA-LINHA.
        WRITE RECUSA-LINHA.
        IF WS-RECUSA-STATUS NOT = "00"
            MOVE "ADMREJ" TO WS-ERR-ARQUIVO
            MOVE WS-RECUSA-STATUS TO WS-ERR-STATUS
            MOVE "REJEITA-ADMISSAO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        CARREGA-DOCUMENTOS.
        MOVE ZERO TO WS-DC-COUNT.
        MOVE "N" TO WS-DC-OVERFLOW.
        MOVE "N" TO WS-EMPMAST-EOF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF WS-DC-COUNT >= WS-DC-MAXIMO
                        MOVE "Y" TO WS-DC-OVERFLOW
                    ELSE
                        ADD 1 TO WS-DC-COUNT
                        MOVE EM-PRONTUARIO
                            TO WS-DC-PRONTUARIO(WS-DC-COUNT)
                        MOVE EM-CPF TO WS-DC-CPF(WS-DC-COUNT)
                        MOVE EM-PIS TO WS-DC-PIS(WS-DC-COUNT)
                        MOVE EM-STATUS TO WS-DC-STATUS(WS-DC-COUNT)
                    END-IF
            END-READ
        END-PERFORM.

        CARREGA-EMPRESAS.
        MOVE ZERO TO WS-EP-COUNT.
        MOVE "N" TO WS-EMPRESA-CARREGADA.
        OPEN INPUT EMPRESA-FILE.
        IF WS-EMPRESA-STATUS NOT = "00"
            DISPLAY "AVISO: cadastro de empresas indisponivel"
                " (status " WS-EMPRESA-STATUS ") - codigo aceito"
                " sem validacao"
        ELSE
            MOVE "Y" TO WS-EMPRESA-CARREGADA
            PERFORM UNTIL WS-EMPRESA-STATUS NOT = "00"
                READ EMPRESA-FILE
                    AT END
                        MOVE "10" TO WS-EMPRESA-STATUS
                    NOT AT END
                        IF EP-ATIVA AND WS-EP-COUNT < 99
                            ADD 1 TO WS-EP-COUNT
                            MOVE EP-CODIGO TO WS-EP-CODIGO(WS-EP-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESA-FILE
        END-IF.

        ABRE-CADASTROS-APOIO.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE "Y" TO WS-DEPTMAST-ABERTO
        ELSE
            DISPLAY "AVISO: cadastro de departamentos indisponivel"
                " (status " WS-DEPTMAST-STATUS ") - codigo aceito"
                " sem validacao"
        END-IF.
        OPEN INPUT CARGO-FILE.
        IF WS-CARGO-STATUS = "00"
            MOVE "Y" TO WS-CARGO-ABERTO
        ELSE
            DISPLAY "AVISO: cadastro de cargos indisponivel"
                " (status " WS-CARGO-STATUS ") - codigo aceito"
                " sem validacao da faixa salarial"
        END-IF.

        ABRE-HISTORICOS.
        OPEN EXTEND CHGLOG-FILE.
        IF WS-CHGLOG-STATUS = "35"
            OPEN OUTPUT CHGLOG-FILE
        END-IF.
        OPEN EXTEND RATEHIST-FILE.
        IF WS-RATEHIST-STATUS = "35"
            OPEN OUTPUT RATEHIST-FILE
        END-IF.
        OPEN EXTEND DEPTHIST-FILE.
        IF WS-DEPTHIST-STATUS = "35"
            OPEN OUTPUT DEPTHIST-FILE
        END-IF.
        OPEN EXTEND CARGHIST-FILE.
        IF WS-CARGHIST-STATUS = "35"
            OPEN OUTPUT CARGHIST-FILE
        END-IF.

        FECHA-HISTORICOS.
        CLOSE CHGLOG-FILE.
        CLOSE RATEHIST-FILE.
        CLOSE DEPTHIST-FILE.
        CLOSE CARGHIST-FILE.

        ABRE-RELATORIOS.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "IMPORTACAO DE ADMISSOES - OPERADOR " WS-OPERADOR
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        OPEN EXTEND RECUSA-FILE.
        IF WS-RECUSA-STATUS = "35"
            OPEN OUTPUT RECUSA-FILE
        END-IF.
        MOVE SPACES TO RECUSA-LINHA.
        STRING "ADMISSOES RECUSADAS - OPERADOR " WS-OPERADOR
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RECUSA-LINHA.
        WRITE RECUSA-LINHA.

        ENCERRA-RELATORIOS.
        MOVE SPACES TO RECUSA-LINHA.
        STRING "TOTAL RECUSADAS: " WS-QTD-REJEITADA
            DELIMITED BY SIZE INTO RECUSA-LINHA.
        WRITE RECUSA-LINHA.
        CLOSE RECUSA-FILE.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: LIDAS=" WS-QTD-LIDA
            " ADMITIDAS=" WS-QTD-ADMITIDA
            " RECUSADAS=" WS-QTD-REJEITADA
            " AVISOS=" WS-QTD-AVISOS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        WRITE-CHGLOG.
        MOVE SPACES TO CHGLOG-RECORD.
        MOVE FUNCTION CURRENT-DATE(1:14) TO CG-TIMESTAMP.
        MOVE WS-OPERADOR TO CG-OPERADOR.
        MOVE "I" TO CG-OPERACAO.
        MOVE wspronturario TO CG-PRONTUARIO.
        MOVE SPACES TO CG-ANTES.
        MOVE WS-IMAGEM-DEPOIS TO CG-DEPOIS.
        WRITE CHGLOG-RECORD.
        IF WS-CHGLOG-STATUS NOT = "00"
            MOVE "CHGLOG" TO WS-ERR-ARQUIVO
            MOVE WS-CHGLOG-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-CHGLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        WRITE-RATEHIST.
        MOVE SPACES TO RATEHIST-RECORD.
        MOVE wspronturario TO RH-PRONTUARIO.
        MOVE WS-VIGENCIA TO RH-DATA-VIGENCIA.
        MOVE EM-VALOR-HORA TO RH-VALOR-HORA.
        MOVE WS-OPERADOR TO RH-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO RH-TIMESTAMP.
        WRITE RATEHIST-RECORD.
        IF WS-RATEHIST-STATUS NOT = "00"
            MOVE "RATEHIST" TO WS-ERR-ARQUIVO
            MOVE WS-RATEHIST-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-RATEHIST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        WRITE-DEPTHIST.
        MOVE SPACES TO DEPTHIST-RECORD.
        MOVE wspronturario TO DH-PRONTUARIO.
        MOVE WS-VIGENCIA TO DH-DATA-VIGENCIA.
        MOVE EM-DEPARTAMENTO TO DH-DEPARTAMENTO.
        MOVE WS-OPERADOR TO DH-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO DH-TIMESTAMP.
        WRITE DEPTHIST-RECORD.
        IF WS-DEPTHIST-STATUS NOT = "00"
            MOVE "DEPTHIST" TO WS-ERR-ARQUIVO
            MOVE WS-DEPTHIST-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-DEPTHIST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        WRITE-CARGHIST.
        MOVE SPACES TO CARGHIST-RECORD.
        MOVE wspronturario TO CH-PRONTUARIO.
        MOVE WS-VIGENCIA TO CH-DATA-VIGENCIA.
        MOVE EM-CARGO TO CH-CARGO.
        MOVE WS-OPERADOR TO CH-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO CH-TIMESTAMP.
        WRITE CARGHIST-RECORD.
        IF WS-CARGHIST-STATUS NOT = "00"
            MOVE "CARGHIST" TO WS-ERR-ARQUIVO
            MOVE WS-CARGHIST-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-CARGHIST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        COPY "JOBJRN.cpy".

        COPY "DOCVAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
