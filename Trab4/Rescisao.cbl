      * Date:
      * Purpose: Calculo de rescisao (verbas rescisorias), emissao do
      *          termo e inativacao do funcionario apos o calculo.
      *          Aviso previo, 13o e ferias proporcionais incluem a
      *          media das comissoes e DSR pagos nos 12 meses
      *          anteriores e o adicional de insalubridade ou
      *          periculosidade do departamento/exposicao. Data de
      *          rescisao dentro de estabilidade provisoria
      *          (ESTABIL.DAT) e recusada, salvo override de operador
      *          nivel 4 com justificativa registrada no SYSLOG.
      *          Contrato de experiencia ou prazo determinado encerrado
      *          antes do fim segue os arts. 479/480 da CLT (metade
      *          dos dias restantes) em vez do aviso previo.
      *          A categoria do cadastro limita as verbas: aprendiz
      *          segue a CLT; estagiario recebe saldo e recesso
      *          proporcional sem 1/3, sem INSS, aviso ou multa do
      *          FGTS; diretor estatutario recebe so o saldo do
      *          pro-labore.
      *          O motivo do desligamento (sem justa causa, pedido de
      *          demissao, justa causa ou o termino do contrato a
      *          prazo) fica registrado em DESLIG.DAT para o pacote de
      *          documentos do DOCRESC (seguro-desemprego e saque do
      *          FGTS).
      *          Sem exame demissional (ASO.DAT) feito ate 10 dias
      *          apos a data da rescisao a rescisao e recusada,
      *          salvo ultimo exame ocupacional apto ha menos de 90
      *          dias (departamento com insalubridade ou
      *          periculosidade) ou 135 dias (demais), que dispensa
      *          o demissional pela NR-7.
      *          O NETPAY sai na empresa em vigor na competencia
      *          (EMPHIST.DAT), como o da folha mensal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

            SELECT COMISSAO-FILE ASSIGN TO "data/COMISSAO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMISSAO-STATUS.

            SELECT LEGALTAB-FILE ASSIGN TO "data/LEGALTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEGALTAB-STATUS.

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT EXPOSIC-FILE ASSIGN TO "data/EXPOSIC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPOSIC-STATUS.

            SELECT ESTABIL-FILE ASSIGN TO "data/ESTABIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESTABIL-STATUS.

            SELECT VINCEXT-FILE ASSIGN TO "data/VINCEXT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VINCEXT-STATUS.

            SELECT DESLIG-FILE ASSIGN TO "data/DESLIG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DESLIG-STATUS.

            SELECT ASO-FILE ASSIGN TO "data/ASO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        FD  COMISSAO-FILE.
        COPY "COMISSAO.cpy".

        FD  LEGALTAB-FILE.
        COPY "LEGALTAB.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  EXPOSIC-FILE.
        COPY "EXPOSIC.cpy".

        FD  ESTABIL-FILE.
        COPY "ESTABIL.cpy".

        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        FD  DESLIG-FILE.
        COPY "DESLIG.cpy".

        FD  ASO-FILE.
        COPY "ASO.cpy".

        WORKING-STORAGE SECTION.
        COPY "INSSTAB.cpy".
        COPY "IRRFWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "AUDCHNWS.cpy".
        COPY "RESFWS.cpy".
        COPY "EMPHWS.cpy".
        COPY "COMISWS.cpy".
        COPY "LEGALWS.cpy".
        COPY "RISCOWS.cpy".
        COPY "CATEGWS.cpy".
        COPY "VINCWS.cpy".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 WS-ADIC-RISCO-MENSAL PIC 9(07)V99 VALUE ZERO.
        77 WS-ADIC-RISCO-SALDO PIC 9(07)V99 VALUE ZERO.
        77 WS-ESTABIL-STATUS PIC XX VALUE "00".
        77 WS-ESTABIL-EOF PIC X VALUE "N".
            88 ESTABIL-EOF VALUE "Y".
        77 WS-ESTAB-ACHOU PIC X VALUE "N".
            88 ESTAB-ACHOU VALUE "Y".
        77 WS-ESTAB-TIPO PIC X(01) VALUE SPACE.
        77 WS-ESTAB-INICIO PIC 9(08) VALUE ZERO.
        77 WS-ESTAB-FIM PIC 9(08) VALUE ZERO.
        77 WS-OVERRIDE-RESPOSTA PIC X(01) VALUE "N".
        77 WS-ASO-STATUS PIC XX VALUE "00".
        77 WS-ASO-EOF PIC X VALUE "N".
            88 ASO-EOF VALUE "Y".
        77 WS-ASO-DIAS-RISCO PIC 9(03) VALUE 90.
        77 WS-ASO-DIAS-DEMAIS PIC 9(03) VALUE 135.
        77 WS-ASO-DIAS-APOS PIC 9(03) VALUE 10.
        77 WS-ASO-DIAS-JANELA PIC 9(03) VALUE ZERO.
        77 WS-ASO-INICIO-JANELA PIC 9(08) VALUE ZERO.
        77 WS-ASO-FIM-JANELA PIC 9(08) VALUE ZERO.
        77 WS-ASO-DATA PIC 9(08) VALUE ZERO.
        77 WS-ASO-TIPO PIC X(01) VALUE SPACE.
        77 WS-ASO-RESULTADO PIC X(01) VALUE SPACE.
        77 WS-TERMINO-CONTRATO PIC X(01) VALUE SPACE.
            88 TERMINO-ANTECIPADO VALUE "A".
            88 TERMINO-NO-PRAZO VALUE "N".
        77 WS-INICIATIVA PIC X(01) VALUE SPACE.
            88 INICIATIVA-EMPREGADOR VALUE "E".
            88 INICIATIVA-EMPREGADO VALUE "F".
        77 WS-DIAS-RESTANTES-CONTRATO PIC 9(05) VALUE ZERO.
        77 WS-DESLIG-STATUS PIC XX VALUE "00".
        77 WS-MOTIVO PIC X(01) VALUE SPACE.
            88 MOTIVO-SEM-JUSTA-CAUSA VALUE "S".
            88 MOTIVO-PEDIDO-DEMISSAO VALUE "P".
            88 MOTIVO-JUSTA-CAUSA VALUE "J".
            88 MOTIVO-COM-SAQUE VALUE "S" "A" "T".
        77 WS-MOTIVO-DESCRICAO PIC X(30) VALUE SPACES.
        77 WS-INDENIZ-479 PIC 9(07)V99 VALUE ZERO.
        77 WS-DESCONTO-480 PIC 9(07)V99 VALUE ZERO.
        01 WS-JUSTIFICATIVA.
            05 WS-JUSTIFICATIVA-1 PIC X(30) VALUE SPACES.
            05 WS-JUSTIFICATIVA-2 PIC X(30) VALUE SPACES.
        77 WS-HORAS-MES PIC 9(03) VALUE 220.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-MESES-AQUISITIVO PIC 9(02) VALUE ZERO.
        77 WS-SALDO-FGTS-CONTA PIC 9(07)V99 VALUE ZERO.
        77 WS-SALARIO-MENSAL PIC 9(07)V99 VALUE ZERO.
        77 WS-REMUNERACAO-MEDIA PIC 9(07)V99 VALUE ZERO.
        77 WS-SALDO-SALARIO PIC 9(07)V99 VALUE ZERO.
        77 WS-AVISO-PREVIO PIC 9(07)V99 VALUE ZERO.
        77 WS-DECIMO-PROP PIC 9(07)V99 VALUE ZERO.
                WS-COMPETENCIA
            STOP RUN
        END-IF.
        PERFORM LOAD-LEGAL-TABLE.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM CARREGA-VINCULOS.
        PERFORM CARREGA-HISTORICO-EMPRESA.

        OPEN I-O EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
        MOVE EM-QTD-DEPENDENTE TO wsQtdDependente.

        DISPLAY "Funcionario: " wsnome " " wssobrenome.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        MOVE WS-ALIQ-FGTS-USE TO WS-CAT-ALIQ-FGTS-NORMAL.
        PERFORM APURA-CATEGORIA.
        IF NOT EM-CATEGORIA-CLT
            DISPLAY "CATEGORIA: " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
        END-IF.

        IF wsValorHora = ZERO
            DISPLAY "ERRO: valor/hora cadastrado e zero"
            PERFORM WRITE-NETPAY
            PERFORM IMPRIME-TERMO
            PERFORM WRITE-AUDITLOG
            PERFORM REGISTRA-DESLIGAMENTO
            PERFORM INATIVA-EMPREGADO
            IF MOTIVO-COM-SAQUE
                DISPLAY "EMITA O PACOTE DE DESLIGAMENTO (SEGURO-"
                    "DESEMPREGO, SAQUE DO FGTS) COM O DOCRESC"
            END-IF
        END-IF.

        OBTEM-DADOS-RESCISAO.
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        PERFORM VERIFICA-ESTABILIDADE.
        PERFORM VERIFICA-EXAME-DEMISSIONAL.
        MOVE WS-DATA-RESCISAO(7:2) TO WS-DIAS-MES.
        IF WS-DIAS-MES > 30
            MOVE 30 TO WS-DIAS-MES
        END-IF.

        PERFORM VERIFICA-CONTRATO-PRAZO.
        PERFORM OBTEM-MOTIVO-DESLIGAMENTO.
        IF WS-TERMINO-CONTRATO = SPACE AND CAT-TEM-VERBAS-CLT
            AND MOTIVO-SEM-JUSTA-CAUSA
            DISPLAY "Aviso previo indenizado (S/N)? " NO ADVANCING
            ACCEPT WS-AVISO-INDENIZADO
        ELSE
            MOVE "N" TO WS-AVISO-INDENIZADO
        END-IF.

        MOVE ZERO TO WS-MESES-ANO.
        IF CAT-TEM-13 AND NOT MOTIVO-JUSTA-CAUSA
            PERFORM WITH TEST AFTER
                UNTIL WS-MESES-ANO <= 12
                DISPLAY "Meses trabalhados no ano para 13o (0-12): "
                    NO ADVANCING
                ACCEPT WS-MESES-ANO
                IF WS-MESES-ANO > 12
                    DISPLAY "ERRO: meses invalidos, digite novamente"
                END-IF
            END-PERFORM
        END-IF.

        MOVE ZERO TO WS-MESES-AQUISITIVO.
        IF CAT-TEM-FERIAS AND NOT MOTIVO-JUSTA-CAUSA
            PERFORM WITH TEST AFTER
                UNTIL WS-MESES-AQUISITIVO <= 12
                DISPLAY "Meses do periodo aquisitivo de ferias em"
                    " curso (0-12): " NO ADVANCING
                ACCEPT WS-MESES-AQUISITIVO
                IF WS-MESES-AQUISITIVO > 12
                    DISPLAY "ERRO: meses invalidos, digite novamente"
                END-IF
            END-PERFORM
        END-IF.

        MOVE WS-COMPETENCIA TO WS-CM-COMP-REF.
        PERFORM CARREGA-MEDIA-COMISSAO.
        MOVE wspronturario TO WS-CM-ALVO.
        PERFORM APURA-MEDIA-COMISSAO.
        IF WS-CM-MEDIA > ZERO
            DISPLAY "MEDIA DE COMISSOES/DSR DOS ULTIMOS 12 MESES: "
                WS-CM-MEDIA
        END-IF.
        IF WS-CM-QTD-PENDENTE > ZERO
            DISPLAY "AVISO: " WS-CM-QTD-PENDENTE " COMISSAO(OES)"
                " PENDENTE(S) EM COMISSAO.DAT - PAGUE NO LOTE DO"
                " TRAB1 ANTES DA RESCISAO OU INCLUA NO TERMO"
        END-IF.

        PERFORM OBTEM-ADICIONAL-RISCO.
        IF WS-ADIC-RISCO-MENSAL > ZERO
            DISPLAY "ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE MENSAL: "
                WS-ADIC-RISCO-MENSAL
        END-IF.

        MOVE ZERO TO WS-SALDO-FGTS-CONTA.
        IF CAT-TEM-VERBAS-CLT AND MOTIVO-COM-SAQUE
            PERFORM OBTEM-SALDO-FGTS-CONTA
        END-IF.

      * o motivo decide o aviso indenizado, a multa do FGTS, o 13o e
      * as ferias proporcionais (perdidos na justa causa) e o direito
      * ao seguro-desemprego e ao saque; no contrato a prazo ele sai
      * do termino apurado acima
        OBTEM-MOTIVO-DESLIGAMENTO.
        MOVE SPACE TO WS-MOTIVO.
        EVALUATE TRUE
            WHEN NOT CAT-TEM-VERBAS-CLT
                CONTINUE
            WHEN TERMINO-NO-PRAZO
                MOVE "T" TO WS-MOTIVO
            WHEN TERMINO-ANTECIPADO AND INICIATIVA-EMPREGADOR
                MOVE "A" TO WS-MOTIVO
            WHEN TERMINO-ANTECIPADO
                MOVE "F" TO WS-MOTIVO
            WHEN OTHER
                PERFORM UNTIL MOTIVO-SEM-JUSTA-CAUSA
                    OR MOTIVO-PEDIDO-DEMISSAO OR MOTIVO-JUSTA-CAUSA
                    DISPLAY "Motivo (S=sem justa causa, P=pedido de"
                        " demissao, J=justa causa): " NO ADVANCING
                    ACCEPT WS-MOTIVO
                END-PERFORM
        END-EVALUATE.
        EVALUATE WS-MOTIVO
            WHEN "S"
                MOVE "DISPENSA SEM JUSTA CAUSA" TO WS-MOTIVO-DESCRICAO
            WHEN "P"
                MOVE "PEDIDO DE DEMISSAO" TO WS-MOTIVO-DESCRICAO
            WHEN "J"
                MOVE "DISPENSA POR JUSTA CAUSA" TO WS-MOTIVO-DESCRICAO
                DISPLAY "JUSTA CAUSA - SEM AVISO, MULTA DO FGTS, 13o"
                    " E FERIAS PROPORCIONAIS"
            WHEN "T"
                MOVE "TERMINO DO CONTRATO A PRAZO"
                    TO WS-MOTIVO-DESCRICAO
            WHEN "A"
                MOVE "TERMINO ANTECIPADO - ART. 479"
                    TO WS-MOTIVO-DESCRICAO
            WHEN "F"
                MOVE "TERMINO ANTECIPADO - ART. 480"
                    TO WS-MOTIVO-DESCRICAO
            WHEN OTHER
                MOVE "NAO SE APLICA (CATEGORIA)"
                    TO WS-MOTIVO-DESCRICAO
        END-EVALUATE.

      * a multa de 40% so cabe ao empregado com FGTS (CLT/aprendiz)
        OBTEM-SALDO-FGTS-CONTA.
        PERFORM OBTEM-SALDO-FGTS-LEDGER.
        IF WS-SALDO-FGTS-LEDGER < ZERO
            DISPLAY "AVISO: saldo FGTS do razonete negativo ("
        CALC-VERBAS-RESCISORIAS.
        COMPUTE WS-SALARIO-MENSAL ROUNDED =
            wsValorHora * WS-HORAS-MES.
        COMPUTE WS-ADIC-RISCO-SALDO ROUNDED =
            WS-ADIC-RISCO-MENSAL / 30 * WS-DIAS-MES.
        COMPUTE WS-SALDO-SALARIO ROUNDED =
            WS-SALARIO-MENSAL / 30 * WS-DIAS-MES
            + WS-ADIC-RISCO-SALDO.
        COMPUTE WS-REMUNERACAO-MEDIA =
            WS-SALARIO-MENSAL + WS-CM-MEDIA + WS-ADIC-RISCO-MENSAL.
        IF AVISO-INDENIZADO
            MOVE WS-REMUNERACAO-MEDIA TO WS-AVISO-PREVIO
        ELSE
            MOVE ZERO TO WS-AVISO-PREVIO
        END-IF.
        COMPUTE WS-DECIMO-PROP ROUNDED =
            WS-REMUNERACAO-MEDIA * WS-MESES-ANO / 12.
        COMPUTE WS-FERIAS-PROP ROUNDED =
            WS-REMUNERACAO-MEDIA * WS-MESES-AQUISITIVO / 12.
        IF CAT-TEM-TERCO
            COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-PROP / 3
        ELSE
            MOVE ZERO TO WS-TERCO-FERIAS
        END-IF.
        COMPUTE WS-MULTA-FGTS ROUNDED =
            WS-SALDO-FGTS-CONTA * 0,40.
        MOVE ZERO TO WS-INDENIZ-479 WS-DESCONTO-480.
        IF TERMINO-ANTECIPADO
            IF INICIATIVA-EMPREGADOR
                COMPUTE WS-INDENIZ-479 ROUNDED =
                    WS-REMUNERACAO-MEDIA / 30
                    * WS-DIAS-RESTANTES-CONTRATO / 2
            ELSE
                COMPUTE WS-DESCONTO-480 ROUNDED =
                    WS-REMUNERACAO-MEDIA / 30
                    * WS-DIAS-RESTANTES-CONTRATO / 2
                MOVE ZERO TO WS-MULTA-FGTS
            END-IF
        END-IF.
        IF TERMINO-NO-PRAZO
            MOVE ZERO TO WS-MULTA-FGTS
        END-IF.
        COMPUTE WS-TOTAL-VERBAS = WS-SALDO-SALARIO + WS-AVISO-PREVIO
            + WS-DECIMO-PROP + WS-FERIAS-PROP + WS-TERCO-FERIAS
            + WS-MULTA-FGTS + WS-INDENIZ-479.

        CALC-DESCONTOS-RESCISAO.
        MOVE WS-SALDO-SALARIO TO wsSalBruto.
        PERFORM CALC-INSS.
      * com outro vinculo o saldo de salario so retem o que falta ate
      * o teto do mes; o 13o proporcional tem teto proprio
        IF CAT-INSS-TABELA
            MOVE wspronturario TO WS-VX-ALVO
            MOVE WS-COMPETENCIA TO WS-VX-COMP
            MOVE wsDiscINSS TO WS-VX-INSS-VALOR
            PERFORM LIMITA-INSS-VINCULOS
            MOVE WS-VX-INSS-VALOR TO wsDiscINSS
        END-IF.
        MOVE wsDiscINSS TO WS-INSS-SALDO.
        SUBTRACT WS-INSS-SALDO FROM WS-SALDO-SALARIO
            GIVING wsQReferencia.
        ADD wstemp WKdescDepe GIVING WS-IRRF-DECIMO.

        COMPUTE WS-TOTAL-DESCONTOS = WS-INSS-SALDO + WS-INSS-DECIMO
            + WS-IRRF-SALDO + WS-IRRF-DECIMO + WS-DESCONTO-480.

        CALC-LIQUIDO-RESCISAO.
        COMPUTE WS-LIQUIDO-CHECK =
        DISPLAY "DEMONSTRATIVO DA RESCISAO - " wspronturario.
        DISPLAY "SALDO DE SALARIO (" WS-DIAS-MES " DIAS): "
            WS-SALDO-SALARIO.
        IF WS-CM-MEDIA > ZERO
            DISPLAY "MEDIA DE VARIAVEIS:       " WS-CM-MEDIA
                " (AVISO, 13o E FERIAS)"
        END-IF.
        IF WS-ADIC-RISCO-MENSAL > ZERO
            DISPLAY "ADICIONAL DE RISCO:       " WS-ADIC-RISCO-MENSAL
                " (SALDO " WS-ADIC-RISCO-SALDO ", AVISO, 13o E FERIAS)"
        END-IF.
        DISPLAY "AVISO PREVIO INDENIZADO:  " WS-AVISO-PREVIO.
        DISPLAY "13o PROPORCIONAL:         " WS-DECIMO-PROP.
        DISPLAY "FERIAS PROPORCIONAIS:     " WS-FERIAS-PROP.
        DISPLAY "1/3 CONSTITUCIONAL:       " WS-TERCO-FERIAS.
        DISPLAY "MULTA FGTS 40%:           " WS-MULTA-FGTS.
        IF WS-INDENIZ-479 > ZERO
            DISPLAY "INDENIZACAO ART. 479:     " WS-INDENIZ-479
                " (" WS-DIAS-RESTANTES-CONTRATO " DIAS RESTANTES / 2)"
        END-IF.
        DISPLAY "TOTAL DAS VERBAS:         " WS-TOTAL-VERBAS.
        DISPLAY "INSS (SALDO + 13o):       " WS-INSS-SALDO " "
            WS-INSS-DECIMO.
        DISPLAY "IRRF (SALDO + 13o):       " WS-IRRF-SALDO " "
            WS-IRRF-DECIMO.
        IF WS-DESCONTO-480 > ZERO
            DISPLAY "INDENIZACAO ART. 480:     " WS-DESCONTO-480
                " (" WS-DIAS-RESTANTES-CONTRATO " DIAS RESTANTES / 2)"
        END-IF.
        DISPLAY "TOTAL DE DESCONTOS:       " WS-TOTAL-DESCONTOS.
        DISPLAY "LIQUIDO DA RESCISAO:      " WS-LIQUIDO-RESCISAO.

        STRING "DATA RESCISAO " WS-DATA-RESCISAO
            " COMPETENCIA " WS-COMPETENCIA
            " OPERADOR " WS-OPERADOR
            " CATEGORIA " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
            DELIMITED BY SIZE INTO TERMO-LINHA.
        WRITE TERMO-LINHA.
        MOVE SPACES TO TERMO-LINHA.
        STRING "MOTIVO " WS-MOTIVO " " WS-MOTIVO-DESCRICAO
            " AVISO INDENIZADO " WS-AVISO-INDENIZADO
            DELIMITED BY SIZE INTO TERMO-LINHA.
        WRITE TERMO-LINHA.
        MOVE SPACES TO TERMO-LINHA.
            " MULTA FGTS=" WS-MULTA-FGTS
            DELIMITED BY SIZE INTO TERMO-LINHA.
        WRITE TERMO-LINHA.
        IF WS-TERMINO-CONTRATO NOT = SPACE
            MOVE SPACES TO TERMO-LINHA
            STRING "CONTRATO A PRAZO " EM-TIPO-CONTRATO
                " FIM " EM-FIM-CONTRATO
                " ART.479=" WS-INDENIZ-479
                " ART.480=" WS-DESCONTO-480
                DELIMITED BY SIZE INTO TERMO-LINHA
            WRITE TERMO-LINHA
        END-IF.
        MOVE SPACES TO TERMO-LINHA.
        STRING "VERBAS=" WS-TOTAL-VERBAS
            " DESCONTOS=" WS-TOTAL-DESCONTOS
        IF NP-EMPRESA = ZERO
            MOVE 1 TO NP-EMPRESA
        END-IF.
        MOVE NP-EMPRESA TO WS-EH-PADRAO.
        MOVE wspronturario TO WS-EH-ALVO.
        MOVE WS-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO NP-EMPRESA.
        WRITE NETPAY-RECORD.
        IF WS-NETPAY-STATUS NOT = "00"
            MOVE "NETPAY" TO WS-ERR-ARQUIVO
        END-IF.
        CLOSE NETPAY-FILE.

      * o que os documentos do desligamento precisam e o cadastro
      * nao guarda; o DOCRESC usa a ultima linha do prontuario
        REGISTRA-DESLIGAMENTO.
        OPEN EXTEND DESLIG-FILE.
        IF WS-DESLIG-STATUS = "35"
            OPEN OUTPUT DESLIG-FILE
        END-IF.
        MOVE SPACES TO DESLIG-RECORD.
        MOVE wspronturario TO DL-PRONTUARIO.
        MOVE WS-DATA-RESCISAO TO DL-DATA-RESCISAO.
        MOVE WS-COMPETENCIA TO DL-COMPETENCIA.
        MOVE WS-MOTIVO TO DL-MOTIVO.
        MOVE WS-AVISO-INDENIZADO TO DL-AVISO-INDENIZADO.
        MOVE EM-CATEGORIA TO DL-CATEGORIA.
        MOVE WS-SALARIO-MENSAL TO DL-SALARIO-MENSAL.
        MOVE WS-REMUNERACAO-MEDIA TO DL-REMUNERACAO.
        MOVE WS-SALDO-FGTS-CONTA TO DL-SALDO-FGTS.
        MOVE WS-MULTA-FGTS TO DL-MULTA-FGTS.
        MOVE WS-TOTAL-VERBAS TO DL-TOTAL-VERBAS.
        MOVE WS-LIQUIDO-RESCISAO TO DL-LIQUIDO.
        MOVE WS-OPERADOR TO DL-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO DL-TIMESTAMP.
        WRITE DESLIG-RECORD.
        IF WS-DESLIG-STATUS NOT = "00"
            MOVE "DESLIG" TO WS-ERR-ARQUIVO
            MOVE WS-DESLIG-STATUS TO WS-ERR-STATUS
            MOVE "REGISTRA-DESLIGAMENTO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE DESLIG-FILE.

        INATIVA-EMPREGADO.
        MOVE "I" TO EM-STATUS.
        MOVE WS-DATA-RESCISAO TO EM-DATA-DESLIGAMENTO.
        IF WS-AUDITLOG-STATUS = "35"
            OPEN OUTPUT AUDITLOG-FILE
        END-IF.
        PERFORM ABRE-RESFOLHA.
        MOVE SPACES TO AUDITLOG-RECORD.
        MOVE wspronturario TO AL-PRONTUARIO.
        MOVE WS-OPERADOR TO AL-OPERADOR.
        MOVE WS-LIQUIDO-RESCISAO TO AL-SALLIQUIDO.
        MOVE WS-COMPETENCIA TO AL-COMPETENCIA.
        MOVE ZERO TO AL-FGTS.
        IF WS-EX-INSALUBRIDADE > ZERO
            MOVE WS-ADIC-RISCO-SALDO TO AL-INSALUBRIDADE
            MOVE ZERO TO AL-PERICULOSIDADE
        ELSE
            MOVE ZERO TO AL-INSALUBRIDADE
            MOVE WS-ADIC-RISCO-SALDO TO AL-PERICULOSIDADE
        END-IF.
        MOVE "R" TO AL-TIPO.
        MOVE "S" TO AL-REMESSA.
        PERFORM CALCULA-ELO-AUDITLOG.
        WRITE AUDITLOG-RECORD.
        IF WS-AUDITLOG-STATUS NOT = "00"
            MOVE "WRITE-AUDITLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM ACUMULA-RESFOLHA-AUDITORIA.
        CLOSE AUDITLOG-FILE.
        CLOSE RESFOLHA-FILE.

        CALC-INSS.
        MOVE ZERO TO WS-INSS-ACUM WS-INSS-FAIXA-ANT.
            END-IF
        END-PERFORM.
        MOVE WS-INSS-ACUM TO wsDiscINSS.
      * estagiario nao contribui; o diretor recolhe 11% do pro-labore
      * como contribuinte individual, limitado ao teto
        EVALUATE TRUE
            WHEN CAT-INSS-ISENTO
                MOVE ZERO TO wsDiscINSS
            WHEN CAT-INSS-INDIVIDUAL
                MOVE wsSalBruto TO WS-CAT-BASE
                MOVE INSS-LIMITE(4) TO WS-CAT-TETO
                PERFORM APURA-INSS-INDIVIDUAL
                MOVE WS-CAT-INSS-VALOR TO wsDiscINSS
        END-EVALUATE.

      * contrato a prazo: no vencimento (fim do 1o periodo sem
      * prorrogacao ou fim do contrato) nao ha aviso nem multa do
      * FGTS; antes dele vale o art. 479 (empregador paga metade dos
      * dias restantes) ou o art. 480 (empregado indeniza o mesmo
      * valor); depois do fim o contrato ja e indeterminado
        VERIFICA-CONTRATO-PRAZO.
        MOVE SPACE TO WS-TERMINO-CONTRATO WS-INICIATIVA.
        MOVE ZERO TO WS-DIAS-RESTANTES-CONTRATO.
        IF EM-CONTRATO-A-PRAZO
            AND EM-FIM-CONTRATO IS NUMERIC
            AND EM-FIM-CONTRATO-1 IS NUMERIC
            AND EM-FIM-CONTRATO > 19000000
            AND WS-DATA-RESCISAO <= EM-FIM-CONTRATO
            IF WS-DATA-RESCISAO = EM-FIM-CONTRATO
                OR WS-DATA-RESCISAO = EM-FIM-CONTRATO-1
                MOVE "N" TO WS-TERMINO-CONTRATO
                DISPLAY "TERMINO DE CONTRATO A PRAZO NO VENCIMENTO ("
                    EM-TIPO-CONTRATO ") - SEM AVISO PREVIO E SEM"
                    " MULTA DO FGTS"
            ELSE
                MOVE "A" TO WS-TERMINO-CONTRATO
                COMPUTE WS-DIAS-RESTANTES-CONTRATO =
                    FUNCTION INTEGER-OF-DATE(EM-FIM-CONTRATO)
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-RESCISAO)
                DISPLAY "TERMINO ANTECIPADO DE CONTRATO A PRAZO ("
                    EM-TIPO-CONTRATO ") COM FIM EM " EM-FIM-CONTRATO
                    " - " WS-DIAS-RESTANTES-CONTRATO
                    " DIA(S) RESTANTE(S)"
                PERFORM UNTIL INICIATIVA-EMPREGADOR
                    OR INICIATIVA-EMPREGADO
                    DISPLAY "Iniciativa (E=empregador art. 479,"
                        " F=funcionario art. 480): " NO ADVANCING
                    ACCEPT WS-INICIATIVA
                END-PERFORM
            END-IF
        END-IF.

      * desligamento dentro de estabilidade provisoria so com
      * override de operador nivel 4 e justificativa no SYSLOG
        VERIFICA-ESTABILIDADE.
        MOVE "N" TO WS-ESTAB-ACHOU.
        MOVE "N" TO WS-ESTABIL-EOF.
        OPEN INPUT ESTABIL-FILE.
        IF WS-ESTABIL-STATUS = "00"
            PERFORM UNTIL ESTABIL-EOF
                READ ESTABIL-FILE
                    AT END
                        MOVE "Y" TO WS-ESTABIL-EOF
                    NOT AT END
                        IF ES-PRONTUARIO = wspronturario
                            AND ES-ATIVO
                            AND ES-DATA-INICIO <= WS-DATA-RESCISAO
                            AND ES-DATA-FIM >= WS-DATA-RESCISAO
                            MOVE "Y" TO WS-ESTAB-ACHOU
                            MOVE ES-TIPO TO WS-ESTAB-TIPO
                            MOVE ES-DATA-INICIO TO WS-ESTAB-INICIO
                            MOVE ES-DATA-FIM TO WS-ESTAB-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTABIL-FILE
        END-IF.
        IF ESTAB-ACHOU
            DISPLAY "FUNCIONARIO COM ESTABILIDADE PROVISORIA TIPO "
                WS-ESTAB-TIPO " DE " WS-ESTAB-INICIO " A "
                WS-ESTAB-FIM
                " (G=GESTANTE C=CIPA A=ACIDENTE S=SINDICAL"
                " P=PRE-APOSENTADORIA)"
            MOVE "N" TO WS-OVERRIDE-RESPOSTA
            IF WS-OPER-NIVEL >= 4
                DISPLAY "OPERADOR NIVEL 4 - desligar mesmo assim com"
                    " override (S/N)? " NO ADVANCING
                ACCEPT WS-OVERRIDE-RESPOSTA
                IF WS-OVERRIDE-RESPOSTA = "S"
                    MOVE SPACES TO WS-JUSTIFICATIVA
                    PERFORM UNTIL WS-JUSTIFICATIVA NOT = SPACES
                        DISPLAY "Justificativa (obrigatoria): "
                            NO ADVANCING
                        ACCEPT WS-JUSTIFICATIVA
                    END-PERFORM
                    PERFORM REGISTRA-OVERRIDE-ESTABILIDADE
                END-IF
            ELSE
                DISPLAY "OVERRIDE EXIGE OPERADOR NIVEL 4"
            END-IF
            IF WS-OVERRIDE-RESPOSTA NOT = "S"
                DISPLAY "RESCISAO RECUSADA: DATA " WS-DATA-RESCISAO
                    " DENTRO DO PERIODO DE ESTABILIDADE"
                CLOSE EMPMAST-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.

        REGISTRA-OVERRIDE-ESTABILIDADE.
        OPEN EXTEND SYSLOG-FILE.
        IF WS-SYSLOG-STATUS = "35"
            OPEN OUTPUT SYSLOG-FILE
        END-IF.
        IF WS-SYSLOG-STATUS = "00"
            MOVE SPACES TO SYSLOG-RECORD
            MOVE FUNCTION CURRENT-DATE(1:14) TO SY-TIMESTAMP
            MOVE "RESCISAO" TO SY-PROGRAMA
            MOVE "ESTABIL" TO SY-ARQUIVO
            MOVE "OV" TO SY-STATUS
            STRING "ESTAB " WS-ESTAB-TIPO " " wspronturario " "
                WS-OPERADOR
                DELIMITED BY SIZE INTO SY-PARAGRAFO
            WRITE SYSLOG-RECORD
            MOVE "JU" TO SY-STATUS
            MOVE WS-JUSTIFICATIVA-1 TO SY-PARAGRAFO
            WRITE SYSLOG-RECORD
            IF WS-JUSTIFICATIVA-2 NOT = SPACES
                MOVE WS-JUSTIFICATIVA-2 TO SY-PARAGRAFO
                WRITE SYSLOG-RECORD
            END-IF
            CLOSE SYSLOG-FILE
            DISPLAY "OVERRIDE REGISTRADO NO SYSLOG - RESCISAO"
                " LIBERADA DENTRO DA ESTABILIDADE"
        ELSE
            DISPLAY "ERRO: SYSLOG.DAT indisponivel (status "
                WS-SYSLOG-STATUS ") - override nao registrado,"
                " rescisao recusada"
            MOVE "N" TO WS-OVERRIDE-RESPOSTA
        END-IF.

      * NR-7: demissional ate 10 dias apos o termino do contrato, ou
      * ultimo exame ocupacional dentro de 90 dias (departamento com
      * insalubridade/periculosidade) ou 135 dias (demais) antes da
      * rescisao, que dispensa o demissional. Vale o exame mais
      * recente da janela; inapto tambem recusa
        VERIFICA-EXAME-DEMISSIONAL.
        MOVE WS-ASO-DIAS-DEMAIS TO WS-ASO-DIAS-JANELA.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE EM-DEPARTAMENTO TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF (DP-GRAU-INSALUBRIDADE NUMERIC
                        AND DP-GRAU-INSALUBRIDADE > ZERO)
                        OR DP-PERICULOSO
                        MOVE WS-ASO-DIAS-RISCO TO WS-ASO-DIAS-JANELA
                    END-IF
            END-READ
            CLOSE DEPTMAST-FILE
        END-IF.
        COMPUTE WS-ASO-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-DATA-RESCISAO)
            - WS-ASO-DIAS-JANELA).
        COMPUTE WS-ASO-FIM-JANELA = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-DATA-RESCISAO)
            + WS-ASO-DIAS-APOS).
        MOVE ZERO TO WS-ASO-DATA.
        MOVE SPACE TO WS-ASO-TIPO WS-ASO-RESULTADO.
        MOVE "N" TO WS-ASO-EOF.
        OPEN INPUT ASO-FILE.
        IF WS-ASO-STATUS = "00"
            PERFORM UNTIL ASO-EOF
                READ ASO-FILE
                    AT END
                        MOVE "Y" TO WS-ASO-EOF
                    NOT AT END
                        IF AS-PRONTUARIO = wspronturario
                            AND AS-ATIVO
                            AND AS-DATA-EXAME >= WS-ASO-INICIO-JANELA
                            AND AS-DATA-EXAME >= EM-DATA-ADMISSAO
                            AND AS-DATA-EXAME >= WS-ASO-DATA
                            AND (AS-DEMISSIONAL
                                AND AS-DATA-EXAME <= WS-ASO-FIM-JANELA
                                OR AS-DATA-EXAME <= WS-DATA-RESCISAO)
                            MOVE AS-DATA-EXAME TO WS-ASO-DATA
                            MOVE AS-TIPO TO WS-ASO-TIPO
                            MOVE AS-RESULTADO TO WS-ASO-RESULTADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ASO-FILE
        END-IF.
        IF WS-ASO-DATA = ZERO
            DISPLAY "RESCISAO RECUSADA: SEM EXAME DEMISSIONAL (ASO)"
                " ATE " WS-ASO-FIM-JANELA " NEM EXAME OCUPACIONAL"
                " DESDE " WS-ASO-INICIO-JANELA
            DISPLAY "REGISTRE O DEMISSIONAL NO MANUTASO E REFACA A"
                " RESCISAO"
            CLOSE EMPMAST-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-ASO-RESULTADO = "I"
            DISPLAY "RESCISAO RECUSADA: EXAME " WS-ASO-TIPO " DE "
                WS-ASO-DATA " COM RESULTADO INAPTO - ENCAMINHE AO"
                " MEDICO DO TRABALHO"
            CLOSE EMPMAST-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-ASO-TIPO = "D"
            DISPLAY "EXAME DEMISSIONAL: " WS-ASO-DATA " - APTO"
        ELSE
            DISPLAY "DEMISSIONAL DISPENSADO: EXAME " WS-ASO-TIPO
                " DE " WS-ASO-DATA " DENTRO DE " WS-ASO-DIAS-JANELA
                " DIAS DA RESCISAO"
        END-IF.

      * adicional mensal cheio: grau/periculosidade do departamento
      * atual, substituido pela exposicao do funcionario em vigor na
      * data da rescisao
        OBTEM-ADICIONAL-RISCO.
        MOVE ZERO TO WS-EX-GRAU-DEPTO.
        MOVE "N" TO WS-EX-PERIC-DEPTO.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE EM-DEPARTAMENTO TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DP-GRAU-INSALUBRIDADE NUMERIC
                        MOVE DP-GRAU-INSALUBRIDADE TO WS-EX-GRAU-DEPTO
                    END-IF
                    MOVE DP-PERICULOSIDADE TO WS-EX-PERIC-DEPTO
            END-READ
            CLOSE DEPTMAST-FILE
        END-IF.
        PERFORM CARREGA-EXPOSICOES.
        MOVE wspronturario TO WS-EX-ALVO.
        MOVE WS-DATA-RESCISAO TO WS-EX-DATA.
        COMPUTE WS-EX-SALARIO-BASE ROUNDED =
            wsValorHora * WS-HORAS-MES.
        MOVE WS-SALARIO-MINIMO-USE TO WS-EX-SALARIO-MINIMO.
        PERFORM APURA-ADICIONAL-RISCO.
        COMPUTE WS-ADIC-RISCO-MENSAL =
            WS-EX-INSALUBRIDADE + WS-EX-PERICULOSIDADE.

      * da LEGALTAB so interessa aqui o salario minimo vigente
        LOAD-LEGAL-TABLE.
        MOVE ZERO TO WS-LEGAL-COUNT.
        MOVE "N" TO WS-LEGALTAB-EOF.
        OPEN INPUT LEGALTAB-FILE.
        IF WS-LEGALTAB-STATUS = "00"
            PERFORM UNTIL LEGALTAB-EOF
                READ LEGALTAB-FILE
                    AT END
                        MOVE "Y" TO WS-LEGALTAB-EOF
                    NOT AT END
                        IF WS-LEGAL-COUNT >= 20
                            DISPLAY "AVISO: limite de 20 vigencias de"
                                " parametros legais atingido, "
                                LP-DATA-VIGENCIA " ignorada"
                        ELSE
                            ADD 1 TO WS-LEGAL-COUNT
                            MOVE LP-DATA-VIGENCIA
                                TO WS-LEGAL-DATA(WS-LEGAL-COUNT)
                            IF LP-SALARIO-MINIMO NUMERIC
                                MOVE LP-SALARIO-MINIMO TO
                                    WS-LEGAL-SAL-MINIMO(WS-LEGAL-COUNT)
                            ELSE
                                MOVE ZERO TO
                                    WS-LEGAL-SAL-MINIMO(WS-LEGAL-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LEGALTAB-FILE
        END-IF.

        SELECT-LEGAL-RATE.
        COMPUTE WS-LEGAL-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE ZERO TO WS-LEGAL-BEST-DATA WS-LEGAL-BEST-IDX.
        PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
            UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT
            IF WS-LEGAL-DATA(WS-LEGAL-IDX) <= WS-LEGAL-DATA-ALVO
                AND WS-LEGAL-DATA(WS-LEGAL-IDX) >= WS-LEGAL-BEST-DATA
                MOVE WS-LEGAL-DATA(WS-LEGAL-IDX)
                    TO WS-LEGAL-BEST-DATA
                MOVE WS-LEGAL-IDX TO WS-LEGAL-BEST-IDX
            END-IF
        END-PERFORM.
        IF WS-LEGAL-BEST-IDX > ZERO
            IF WS-LEGAL-SAL-MINIMO(WS-LEGAL-BEST-IDX) > ZERO
                MOVE WS-LEGAL-SAL-MINIMO(WS-LEGAL-BEST-IDX)
                    TO WS-SALARIO-MINIMO-USE
            END-IF
        END-IF.

        LOAD-IRRF-TABLE.
        MOVE ZERO TO WS-IRRF-COUNT.

        COPY "AUDCHAIN.cpy".

        COPY "RESFCAL.cpy".

        COPY "EMPHCAL.cpy".

        COPY "COMISCAL.cpy".

        COPY "RISCOCAL.cpy".

        COPY "CATEGCAL.cpy".

        COPY "VINCCAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
