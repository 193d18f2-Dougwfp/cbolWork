            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FGTSLED-STATUS.

            SELECT RUBLOG-FILE ASSIGN TO "data/RUBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBLOG-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT RATEHIST-FILE ASSIGN TO "data/RATEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEHIST-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTHIST-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIFERENC-STATUS.

            SELECT DISSDIF-FILE ASSIGN TO "data/DISSDIF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DISSDIF-STATUS.

            SELECT COMISSAO-FILE ASSIGN TO "data/COMISSAO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMISSAO-STATUS.

            SELECT EXPOSIC-FILE ASSIGN TO "data/EXPOSIC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPOSIC-STATUS.

            SELECT RUBRICA-FILE ASSIGN TO "data/RUBRICA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBRICA-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEC13LOG-STATUS.

            SELECT VTCRED-FILE ASSIGN TO "data/VTCRED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VTCRED-STATUS.

            SELECT VACRED-FILE ASSIGN TO "data/VACRED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VACRED-STATUS.

            SELECT PLANCOB-FILE ASSIGN TO "data/PLANCOB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANCOB-STATUS.

            SELECT AFAST-FILE ASSIGN TO "data/AFAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AFAST-STATUS.

            SELECT LIQBRUTO-FILE ASSIGN TO "data/LIQBRUTO.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIQBRUTO-STATUS.

            SELECT VINCEXT-FILE ASSIGN TO "data/VINCEXT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VINCEXT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        01 NETPAYSTG-RECORD PIC X(40).

        FD  PAYSLIPSTG-FILE.
        01 PAYSLIPSTG-RECORD PIC X(400).

        FD  STAGECTL-FILE.
        COPY "STAGECTL.cpy".
        FD  FGTSLED-FILE.
        COPY "FGTSLED.cpy".

        FD  RUBLOG-FILE.
        COPY "RUBLOG.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  RATEHIST-FILE.
        COPY "RATEHIST.cpy".

        FD  DEPTHIST-FILE.
        COPY "DEPTHIST.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  DIFERENC-FILE.
        COPY "DIFERENC.cpy".

        FD  DISSDIF-FILE.
        COPY "DISSDIF.cpy".

        FD  COMISSAO-FILE.
        COPY "COMISSAO.cpy".

        FD  EXPOSIC-FILE.
        COPY "EXPOSIC.cpy".

        FD  RUBRICA-FILE.
        COPY "RUBRICA.cpy".

        FD  DEC13LOG-FILE.
        COPY "DEC13LOG.cpy".

        FD  VTCRED-FILE.
        COPY "VTCRED.cpy".

        FD  VACRED-FILE.
        COPY "VACRED.cpy".

        FD  PLANCOB-FILE.
        COPY "PLANCOB.cpy".

        FD  AFAST-FILE.
        COPY "AFAST.cpy".

        FD  LIQBRUTO-FILE.
        01 LIQBRUTO-LINHA PIC X(120).

        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        WORKING-STORAGE SECTION.
        COPY "INSSTAB.cpy".
        COPY "IRRFWS.cpy".
        COPY "PERIODWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "AUDCHNWS.cpy".
        COPY "RESFWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "JOBJRNWS.cpy".
        COPY "AFASTWS.cpy".
        COPY "EMPHWS.cpy".
        COPY "COMISWS.cpy".
        COPY "RISCOWS.cpy".
        COPY "CATEGWS.cpy".
        COPY "VINCWS.cpy".
        77 WS-PAYSLIP-STATUS PIC XX VALUE "00".
        77 WS-SAIDAS-LOTE-ABERTAS PIC X VALUE "N".
            88 SAIDAS-LOTE-ABERTAS VALUE "Y".
        77 WS-NETPAY-STATUS PIC XX VALUE "00".
        77 WS-NETPAY-TIPO PIC X(01) VALUE "F".
        77 WS-AUDIT-TIPO PIC X(01) VALUE "N".
        77 WS-AUDIT-HORAS PIC X(01) VALUE "N".
            88 AUDIT-COM-HORAS VALUE "S".
        77 WS-AUDIT-REMESSA PIC X(01) VALUE "N".
            88 AUDIT-COM-REMESSA VALUE "S".
        77 wsValorHoraExtra PIC 9(07)V99 VALUE ZERO.
        77 WS-DESLIGAMENTO-NUM PIC 9(08) VALUE ZERO.
        77 WS-ADVANCE-STATUS PIC XX VALUE "00".
        77 WS-ADVANCE-EOF PIC X VALUE "N".
        77 WS-CONSIG-EOF PIC X VALUE "N".
            88 CONSIG-EOF VALUE "Y".
        77 wsConsignado PIC 9(07)V99 VALUE ZERO.
        77 WS-VTCRED-STATUS PIC XX VALUE "00".
        77 WS-VTCRED-EOF PIC X VALUE "N".
            88 VTCRED-EOF VALUE "Y".
        77 wsValeTransp PIC 9(07)V99 VALUE ZERO.
        77 WS-VT-PERCENTUAL PIC 9(02) VALUE 6.
        77 WS-VT-TETO PIC 9(07)V99 VALUE ZERO.
        77 WS-CTRL-VT-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-VC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-VC-IDX PIC 9(04) VALUE ZERO.
        77 WS-VC-MAXIMO PIC 9(04) VALUE 1000.
        01 WS-VC-TAB.
            05 WS-VC-ENTRY OCCURS 1000 TIMES.
                10 WS-VC-PRONTUARIO PIC X(08).
                10 WS-VC-CUSTO PIC 9(07)V99.
        77 WS-VACRED-STATUS PIC XX VALUE "00".
        77 WS-VACRED-EOF PIC X VALUE "N".
            88 VACRED-EOF VALUE "Y".
        77 wsValeRefeicao PIC 9(07)V99 VALUE ZERO.
        77 WS-CTRL-VA-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-VA-COUNT PIC 9(04) VALUE ZERO.
        77 WS-VA-IDX PIC 9(04) VALUE ZERO.
        77 WS-VA-MAXIMO PIC 9(04) VALUE 2000.
        01 WS-VA-TAB.
            05 WS-VA-ENTRY OCCURS 2000 TIMES.
                10 WS-VA-PRONTUARIO PIC X(08).
                10 WS-VA-DESCONTO PIC 9(07)V99.
        77 WS-PLANCOB-STATUS PIC XX VALUE "00".
        77 WS-PLANCOB-EOF PIC X VALUE "N".
            88 PLANCOB-EOF VALUE "Y".
        77 wsPlanoSaude PIC 9(07)V99 VALUE ZERO.
        77 WS-CTRL-PLANO-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-PC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PC-IDX PIC 9(04) VALUE ZERO.
        77 WS-PC-MAXIMO PIC 9(04) VALUE 3000.
        01 WS-PC-TAB.
            05 WS-PC-ENTRY OCCURS 3000 TIMES.
                10 WS-PC-PRONTUARIO PIC X(08).
                10 WS-PC-EMPREGADO PIC 9(05)V99.
        77 wsAfastEmpresa PIC 9(07)V99 VALUE ZERO.
        77 wsSalMaternidade PIC 9(07)V99 VALUE ZERO.
        77 wsFgtsAfastamento PIC 9(07)V99 VALUE ZERO.
        77 WS-VALOR-DIA PIC 9(05)V99 VALUE ZERO.
        77 WS-CTRL-MATERNIDADE-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-GUIA-MATERNIDADE PIC 9(9)V99 VALUE ZERO.
        77 WS-HORAS-AFAST-PERMITIDAS PIC 9(05) VALUE ZERO.
        77 WS-RUBRICA-STATUS PIC XX VALUE "00".
        77 WS-RUBMOV-STATUS PIC XX VALUE "00".
        77 WS-RUBRICA-EOF PIC X VALUE "N".
                10 WS-DF-DIFERENCA PIC S9(07)V99.
                10 WS-DF-SIT PIC X(01).
                10 WS-DF-COMP-ACERTO PIC 9(06).
        77 WS-DISSDIF-STATUS PIC XX VALUE "00".
        77 WS-DISSDIF-EOF PIC X VALUE "N".
            88 DISSDIF-EOF VALUE "Y".
        77 wsDifDissidio PIC 9(07)V99 VALUE ZERO.
        77 WS-CTRL-DISSIDIO-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-DD-COUNT PIC 9(04) VALUE ZERO.
        77 WS-DD-IDX PIC 9(04) VALUE ZERO.
        77 WS-DD-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-DD-ALTERADO PIC X VALUE "N".
            88 DD-ALTERADO VALUE "Y".
        01 WS-DD-TAB.
            05 WS-DD-ENTRY OCCURS 3000 TIMES.
                10 WS-DD-IMAGEM PIC X(110).
      * comissoes de vendas (COMISSAO.DAT, gravado pelo IMPCOMIS) e o
      * reflexo no DSR; sem o mes no calendario vale a proporcao
      * padrao de 25 dias uteis para 5 repousos
        77 wsComissao PIC 9(07)V99 VALUE ZERO.
        77 wsDsrComissao PIC 9(07)V99 VALUE ZERO.
        77 WS-DSR-COMISSAO-ROW PIC 9(07)V99 VALUE ZERO.
        77 WS-CTRL-COMISSAO-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-CTRL-DSR-COMISSAO-TOTAL PIC 9(9)V99 VALUE ZERO.
      * adicional de insalubridade ou periculosidade do mes
      * (RISCOCAL.cpy), proporcional as horas trabalhadas; o valor
      * mensal cheio entra na base do 13o e das ferias
        77 wsInsalubridade PIC 9(07)V99 VALUE ZERO.
        77 wsPericulosidade PIC 9(07)V99 VALUE ZERO.
        77 WS-ADIC-RISCO-MENSAL PIC 9(07)V99 VALUE ZERO.
        77 WS-CTRL-INSALUB-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-CTRL-PERICUL-TOTAL PIC 9(9)V99 VALUE ZERO.
        77 WS-RISCO-CARREGADO PIC X VALUE "N".
            88 RISCO-CARREGADO VALUE "Y".
        77 WS-DSR-UTEIS-PADRAO PIC 9(02) VALUE 25.
        77 WS-DSR-REPOUSO-PADRAO PIC 9(02) VALUE 5.
        77 WS-DSR-UTEIS-USE PIC 9(02) VALUE ZERO.
        77 WS-DSR-REPOUSO-USE PIC 9(02) VALUE ZERO.
        77 WS-CO-COUNT PIC 9(04) VALUE ZERO.
        77 WS-CO-IDX PIC 9(04) VALUE ZERO.
        77 WS-CO-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-CO-ALTERADO PIC X VALUE "N".
            88 CO-ALTERADO VALUE "Y".
        01 WS-CO-TAB.
            05 WS-CO-ENTRY OCCURS 3000 TIMES.
                10 WS-CO-IMAGEM PIC X(100).
        77 wsRubDescontos PIC 9(07)V99 VALUE ZERO.
        77 WS-RUB-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-RB-COUNT PIC 9(03) VALUE ZERO.
                10 WS-RS-TIPO PIC X(01).
                10 WS-RS-QTD PIC 9(05).
                10 WS-RS-TOTAL PIC 9(9)V99.
      * rubricas aplicadas ao funcionario em calculo, gravadas no
      * RUBLOG.DAT junto com a linha da auditoria
        77 WS-RUBLOG-STATUS PIC XX VALUE "00".
        77 WS-RL-COUNT PIC 9(02) VALUE ZERO.
        77 WS-RL-IDX PIC 9(02) VALUE ZERO.
        01 WS-RL-TAB.
            05 WS-RL-ENTRY OCCURS 20 TIMES.
                10 WS-RL-CODIGO PIC X(04).
                10 WS-RL-DESCRICAO PIC X(20).
                10 WS-RL-TIPO PIC X(01).
                10 WS-RL-VALOR PIC 9(07)V99.
        77 WS-MARGEM-CONSIG-PCT PIC 9(03) VALUE 30.
        77 WS-MARGEM-CONSIG PIC 9(07)V99 VALUE ZERO.
        77 WS-CONSIG-PARCELA PIC 9(07)V99 VALUE ZERO.
                10 WS-D13-TAB-PARCELA PIC 9(01).
                10 WS-D13-TAB-VALOR PIC 9(07)V99.
        77 WS-SALARIO-BASE-FERIAS PIC 9(05)V99 VALUE ZERO.
        77 WS-MEDIA-VARIAVEL PIC 9(07)V99 VALUE ZERO.
        77 WS-TERCO-FERIAS PIC 9(5)V99 VALUE ZERO.
        77 WS-FERIASLG-STATUS PIC XX VALUE "00".
        77 WS-FERIAS-AQUIS-INICIO PIC 9(08) VALUE ZERO.
        77 WS-ACUM-MODO PIC X(01) VALUE "F".
        77 WS-ACUM-CONTA-QTD PIC X VALUE "Y".
        77 WS-ACUM-VALOR PIC 9(9)V99 VALUE ZERO.
        77 WS-EC-IDX PIC 9(03) VALUE ZERO.
        77 WS-EC-ENCARGOS-FUNC PIC 9(07)V99 VALUE ZERO.
        77 WS-QTD-RATEIO-EMPRESA PIC 9(05) VALUE ZERO.
        01 WS-EC-TAB.
            05 WS-EC-ENTRY OCCURS 99 TIMES.
                10 WS-EC-QTD PIC 9(05).
                10 WS-EC-BRUTO PIC 9(9)V99.
                10 WS-EC-ENCARGOS PIC 9(9)V99.
        01 WS-DH-TAB.
            05 WS-DH-ENTRY OCCURS 200 TIMES.
                10 WS-DH-PRONTUARIO PIC X(08).
                10 WS-DM-CODIGO PIC X(10).
                10 WS-DM-DESCRICAO PIC X(30).
                10 WS-DM-SITUACAO PIC X(01).
                10 WS-DM-GRAU PIC 9(02).
                10 WS-DM-PERIC PIC X(01).
        77 WS-WHATIF-OPCAO PIC 9 VALUE ZERO.
        77 WS-WHATIF-VALORHORA-ANT PIC 9(05)V99 VALUE ZERO.
        77 WS-WHATIF-QTDDEP-ANT PIC 9(05) VALUE ZERO.
        77 WS-WHATIF-SALLIQUID-ANT PIC 9(05)V99 VALUE ZERO.
      * calculo reverso (liquido desejado): busca binaria do
      * valor/hora em centavos sobre o proprio CALC-FOLHA
        77 WS-LIQBRUTO-STATUS PIC XX VALUE "00".
        77 WS-LB-LIQUIDO-ALVO PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-CATEGORIA PIC X(01) VALUE SPACE.
            88 LB-CATEGORIA-VALIDA VALUE "C" " " "A" "E" "D".
        77 WS-LB-PENSAO-TIPO PIC X(01) VALUE SPACE.
            88 LB-PENSAO-PERCENTUAL VALUE "P".
            88 LB-PENSAO-VALOR VALUE "V".
            88 LB-PENSAO-VALIDA VALUE "P" "V" " ".
        77 WS-LB-PENSAO-PERC PIC 9(03)V99 VALUE ZERO.
        77 WS-LB-PENSAO-INFORMADA PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-PENSAO PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-RUB-PROVENTOS PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-RUB-DESCONTOS PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-LIQUIDO PIC S9(07)V99 VALUE ZERO.
        77 WS-LB-LIQUIDO-OBTIDO PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-DIFERENCA PIC S9(05)V99 VALUE ZERO.
        77 WS-LB-CENT-MIN PIC 9(07) VALUE ZERO.
        77 WS-LB-CENT-MAX PIC 9(07) VALUE ZERO.
        77 WS-LB-CENT-MEIO PIC 9(07) VALUE ZERO.
        77 WS-LB-ITERACOES PIC 9(03) VALUE ZERO.
        77 WS-LB-PROV-13 PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-PROV-FERIAS PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-PROV-ALIQ PIC 9V9999 VALUE ZERO.
        77 WS-LB-PROV-ENCARGOS PIC 9(05)V99 VALUE ZERO.
        77 WS-LB-CUSTO-TOTAL PIC 9(07)V99 VALUE ZERO.
        01 wssobrenome PIC X(30) VALUE SPACES.
        01 wspronturario PIC X(08) VALUE SPACES.

        PERFORM LOAD-PENSAO-TABLE.
        PERFORM LOAD-RATEHIST-TABLE.
        PERFORM LOAD-DEPTHIST-TABLE.
        PERFORM CARREGA-HISTORICO-EMPRESA.
        INITIALIZE WS-EC-TAB.
        PERFORM CARREGA-VINCULOS.

        DISPLAY "1 - Calculo individual (terminal)".
        DISPLAY "2 - Processamento em lote (arquivo de ponto)".
        DISPLAY "4 - Ferias (1/3 constitucional)".
        DISPLAY "5 - Simulacao (what-if) de salario".
        DISPLAY "6 - Decimo terceiro em lote (toda a empresa)".
        DISPLAY "7 - Liquido desejado (calculo reverso do bruto)".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.
                PERFORM WHATIF-CALC
            WHEN 6
                PERFORM DECIMO-LOTE-CALC
            WHEN 7
                PERFORM LIQUIDO-BRUTO-CALC
            WHEN 0
                CONTINUE
            WHEN OTHER
            PERFORM VALIDA-HORAS-EXTRA-INDIVIDUAL
            MOVE ZERO TO wsHorasFalta wsDsrHoras wsHorasExtraDr
            MOVE SPACE TO WS-TURNO-EFETIVO
            PERFORM OBTEM-ADICIONAL-RISCO
            PERFORM RATEIA-ADICIONAL-RISCO
            PERFORM CALC-FOLHA
            PERFORM ATUALIZA-YTD-EMPMAST
            PERFORM WRITE-AUDITLOG
            PERFORM WRITE-FGTSLED

            DISPLAY "SALARIO BRUTO: " AT 1005 wsSalBruto
            IF wsInsalubridade > ZERO OR wsPericulosidade > ZERO
                DISPLAY "INSALUBRIDADE/PERICULOSIDADE: " AT 0905
                    wsInsalubridade " " wsPericulosidade
            END-IF
            DISPLAY "INSS:" AT 1105 wsDiscINSS
            DISPLAY "IRRF:" AT 1205 wsDiscIR
            DISPLAY "FGTS:" AT 1255 wsFGTS
        DISPLAY "Funcionario: " AT 0505 wsnome AT 0520 wssobrenome
            AT 0545.

        PERFORM OBTEM-CATEGORIA.
        EVALUATE TRUE
            WHEN wsValorHora = ZERO
                DISPLAY "ERRO: valor/hora cadastrado e zero" AT 0605
            WHEN NOT CAT-TEM-13
                DISPLAY "CATEGORIA " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                    " SEM DIREITO A 13o SALARIO" AT 0605
            WHEN OTHER
                PERFORM VALIDA-MESES-DECIMO-TERCEIRO
                PERFORM OBTEM-MEDIA-VARIAVEL
                PERFORM OBTEM-ADICIONAL-RISCO
                PERFORM CALC-DECIMO-TERCEIRO
                ADD wsSalBruto TO EM-YTD-DECIMO13
                PERFORM ATUALIZA-YTD-EMPMAST
                PERFORM WRITE-AUDITLOG
                PERFORM WRITE-FGTSLED

                DISPLAY "13o SALARIO BRUTO: " AT 1005 wsSalBruto
                DISPLAY "INSS:" AT 1105 wsDiscINSS
                DISPLAY "IRRF:" AT 1205 wsDiscIR
                DISPLAY "FGTS:" AT 1255 wsFGTS
                DISPLAY "13o SALARIO LIQUIDO: " AT 1305 wsSalLiquid
                DISPLAY wspronturario AT 1501
                DISPLAY " " AT 2205
        END-EVALUATE.
        STOP "Pressione qualquer tecla para terminar...".

        VALIDA-MESES-DECIMO-TERCEIRO.
        END-PERFORM.

        CALC-DECIMO-TERCEIRO.
        PERFORM OBTEM-CATEGORIA.
        COMPUTE wsSalBruto ROUNDED =
            (wsValorHora * WS-HORAS-MES + WS-CM-MEDIA
                + WS-ADIC-RISCO-MENSAL)
            * WS-MESES-TRABALHADOS / 12.
        PERFORM CALC-INSS.
        SUBTRACT wsDiscINSS FROM wsSalBruto GIVING wsQReferencia.
        MULTIPLY WS-IRRF-ALIQUOTA-USE BY wsQReferencia GIVING wstemp.
            GIVING WKdescDepe.
        ADD wstemp WKdescDepe GIVING wsDiscIR.
        PERFORM CALC-SALARIO-LIQUIDO.
        COMPUTE wsFGTS ROUNDED = wsSalBruto * WS-CAT-ALIQ-FGTS.

        FERIAS-CALC.
        PERFORM OBTEM-COMPETENCIA.
        DISPLAY "Funcionario: " AT 0505 wsnome AT 0520 wssobrenome
            AT 0545.

        PERFORM OBTEM-CATEGORIA.
        IF CAT-TEM-FERIAS
            PERFORM FERIAS-CALC-EMPREGADO
        ELSE
            DISPLAY "CATEGORIA " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                " SEM DIREITO A FERIAS" AT 0705
        END-IF.
        STOP "Pressione qualquer tecla para terminar...".

        FERIAS-CALC-EMPREGADO.
        IF NOT CAT-TEM-TERCO
            DISPLAY "ESTAGIARIO - RECESSO REMUNERADO SEM O 1/3"
                AT 0605
        END-IF.
        PERFORM CARREGA-FERPROG.
        PERFORM LOCALIZA-FERIAS-PROGRAMADA.
        IF WS-FPR-ACHOU > ZERO
            PERFORM VALIDA-SALARIO-BASE-FERIAS
            PERFORM OBTEM-PERIODO-AQUISITIVO
        END-IF.
        PERFORM VERIFICA-AQUISITIVO-FERIAS.
        PERFORM OBTEM-MEDIA-VARIAVEL.
        IF WS-CM-MEDIA > ZERO
            COMPUTE WS-MEDIA-VARIAVEL ROUNDED =
                WS-CM-MEDIA / 30 * WS-FERIAS-DIAS
            ADD WS-MEDIA-VARIAVEL TO WS-SALARIO-BASE-FERIAS
            DISPLAY "MEDIA DE COMISSOES/DSR: " WS-CM-MEDIA
                " PROPORCIONAL AOS DIAS: " WS-MEDIA-VARIAVEL AT 1405
        END-IF.
        MOVE EM-VALOR-HORA TO wsValorHora.
        PERFORM SELECIONA-VALOR-HORA.
        PERFORM OBTEM-ADICIONAL-RISCO.
        IF WS-ADIC-RISCO-MENSAL > ZERO
            COMPUTE WS-MEDIA-VARIAVEL ROUNDED =
                WS-ADIC-RISCO-MENSAL / 30 * WS-FERIAS-DIAS
            ADD WS-MEDIA-VARIAVEL TO WS-SALARIO-BASE-FERIAS
            DISPLAY "ADICIONAL INSALUBRIDADE/PERICULOSIDADE: "
                WS-ADIC-RISCO-MENSAL " PROPORCIONAL AOS DIAS: "
                WS-MEDIA-VARIAVEL AT 1505
        END-IF.
        PERFORM CALC-FERIAS.
        PERFORM ATUALIZA-YTD-EMPMAST.
        PERFORM WRITE-AUDITLOG.
        DISPLAY "FERIAS SALARIO LIQUIDO: " AT 1305 wsSalLiquid.
        DISPLAY wspronturario AT 1501.
        DISPLAY " " AT 2205.

      * afastamento por doenca/acidente de mais de 6 meses dentro
      * do periodo aquisitivo suspende o direito: as ferias desse
      * periodo nao sao pagas nem lancadas no FERIASLG
        VERIFICA-AQUISITIVO-FERIAS.
        PERFORM CARREGA-AFASTAMENTOS.
        MOVE wspronturario TO WS-AF-ALVO.
        MOVE WS-FERIAS-AQUIS-INICIO TO WS-AF-DATA.
        PERFORM VERIFICA-AQUISITIVO-AFASTADO.
        IF AF-AQUIS-PERDIDO
            DISPLAY "ERRO: PERIODO AQUISITIVO " WS-FERIAS-AQUIS-INICIO
                " SUSPENSO POR AFASTAMENTO DE MAIS DE 6 MESES"
                " INICIADO EM " WS-AF-LONGO-INICIO
            IF WS-AF-LONGO-RETORNO > ZERO
                DISPLAY "NOVO PERIODO AQUISITIVO A PARTIR DO RETORNO"
                    " EM " WS-AF-LONGO-RETORNO
            END-IF
            CLOSE EMPMAST-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        VALIDA-SALARIO-BASE-FERIAS.
        MOVE ZERO TO WS-SALARIO-BASE-FERIAS.
        END-IF.
        CLOSE FERIASLG-FILE.

      * o recesso do estagiario e pago sem o terco constitucional
        CALC-FERIAS.
        PERFORM OBTEM-CATEGORIA.
        IF CAT-TEM-TERCO
            COMPUTE WS-TERCO-FERIAS ROUNDED =
                WS-SALARIO-BASE-FERIAS / 3
        ELSE
            MOVE ZERO TO WS-TERCO-FERIAS
        END-IF.
        COMPUTE wsSalBruto ROUNDED =
            WS-SALARIO-BASE-FERIAS + WS-TERCO-FERIAS.
        PERFORM CALC-INSS.
            GIVING WKdescDepe.
        ADD wstemp WKdescDepe GIVING wsDiscIR.
        PERFORM CALC-SALARIO-LIQUIDO.
        COMPUTE wsFGTS ROUNDED = wsSalBruto * WS-CAT-ALIQ-FGTS.

        WHATIF-CALC.
        PERFORM OBTEM-COMPETENCIA.
            PERFORM VALIDA-HORAS-EXTRA-INDIVIDUAL
            MOVE ZERO TO wsHorasFalta wsDsrHoras wsHorasExtraDr
            MOVE SPACE TO WS-TURNO-EFETIVO
            PERFORM OBTEM-ADICIONAL-RISCO
            PERFORM RATEIA-ADICIONAL-RISCO
            PERFORM CALC-FOLHA

            DISPLAY "CENARIO BASE - VALOR/HORA: " AT 1005 wsValorHora
                        MOVE wsSalLiquid TO WS-WHATIF-SALLIQUID-ANT
                        DISPLAY "Digite o novo valor/hora: " AT 1605
                        ACCEPT wsValorHora AT 1650
                        PERFORM CALCULA-ADICIONAL-RISCO
                        PERFORM RATEIA-ADICIONAL-RISCO
                        PERFORM CALC-FOLHA
                        DISPLAY "ANTES - VALOR/HORA: " AT 1705
                            WS-WHATIF-VALORHORA-ANT
        END-IF.
        STOP "Pressione qualquer tecla para terminar...".

      * liquido desejado: para o candidato (sem prontuario) acha o
      * menor valor/hora, em centavos, cujo liquido pelo CALC-FOLHA
      * da folha real alcanca o valor pedido, e mostra o custo da
      * empresa com as provisoes de 13o e ferias nas regras do
      * PROVISAO. Nada e gravado no cadastro nem nos razonetes; so
      * uma linha da simulacao vai para o LIQBRUTO.PRT
        LIQUIDO-BRUTO-CALC.
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        IF WS-COMPETENCIA(5:2) < "01" OR WS-COMPETENCIA(5:2) > "12"
            DISPLAY "ERRO: competencia invalida " WS-COMPETENCIA
        ELSE
            PERFORM SELECT-LEGAL-RATE
            PERFORM LIQUIDO-BRUTO-PARAMETROS
            IF WS-LB-LIQUIDO-ALVO = ZERO
                DISPLAY "ERRO: liquido desejado deve ser maior que"
                    " zero"
            ELSE
                PERFORM LIQUIDO-BRUTO-EXECUTA
            END-IF
        END-IF.
        STOP "Pressione qualquer tecla para terminar...".

        LIQUIDO-BRUTO-PARAMETROS.
        DISPLAY "Digite o liquido desejado: " NO ADVANCING.
        ACCEPT WS-LB-LIQUIDO-ALVO.
        MOVE ZERO TO wsHoras.
        PERFORM WITH TEST AFTER
            UNTIL wsHoras > ZERO AND wsHoras <= WS-HORAS-MAXIMO
            DISPLAY "Digite horas mensais (1-" WS-HORAS-MAXIMO "): "
                NO ADVANCING
            ACCEPT wsHoras
            IF wsHoras = ZERO OR wsHoras > WS-HORAS-MAXIMO
                DISPLAY "ERRO: horas invalidas, digite novamente"
            END-IF
        END-PERFORM.
        DISPLAY "Digite a qtd de dependentes: " NO ADVANCING.
        ACCEPT wsQtdDependente.
        PERFORM WITH TEST AFTER UNTIL LB-CATEGORIA-VALIDA
            DISPLAY "Categoria (C-CLT A-aprendiz E-estagiario"
                " D-diretor): " NO ADVANCING
            ACCEPT WS-LB-CATEGORIA
            IF NOT LB-CATEGORIA-VALIDA
                DISPLAY "ERRO: categoria invalida, digite novamente"
            END-IF
        END-PERFORM.
        PERFORM WITH TEST AFTER UNTIL LB-PENSAO-VALIDA
            DISPLAY "Pensao alimenticia (P-% do liquido V-valor"
                " fixo branco-nenhuma): " NO ADVANCING
            ACCEPT WS-LB-PENSAO-TIPO
            IF NOT LB-PENSAO-VALIDA
                DISPLAY "ERRO: tipo de pensao invalido, digite"
                    " novamente"
            END-IF
        END-PERFORM.
        MOVE ZERO TO WS-LB-PENSAO-PERC WS-LB-PENSAO-INFORMADA.
        IF LB-PENSAO-PERCENTUAL
            DISPLAY "Digite o percentual da pensao: " NO ADVANCING
            ACCEPT WS-LB-PENSAO-PERC
        END-IF.
        IF LB-PENSAO-VALOR
            DISPLAY "Digite o valor da pensao: " NO ADVANCING
            ACCEPT WS-LB-PENSAO-INFORMADA
        END-IF.
        DISPLAY "Rubricas fixas de provento (0 se nenhuma): "
            NO ADVANCING.
        ACCEPT WS-LB-RUB-PROVENTOS.
        DISPLAY "Rubricas fixas de desconto (0 se nenhuma): "
            NO ADVANCING.
        ACCEPT WS-LB-RUB-DESCONTOS.

      * o candidato entra como funcionario sem faltas, extras,
      * adicionais nem datas de nascimento de dependentes (sem
      * salario-familia); o prontuario ficticio nao casa com pensao,
      * vale ou plano de saude de ninguem
        LIQUIDO-BRUTO-EXECUTA.
        MOVE "SIMULADO" TO wspronturario.
        INITIALIZE EMPMAST-RECORD.
        MOVE WS-LB-CATEGORIA TO EM-CATEGORIA.
        MOVE wsQtdDependente TO EM-QTD-DEPENDENTE.
        MOVE ZERO TO wsHorasExtra wsHorasFalta wsDsrHoras
            wsHorasExtraDr wsDifDissidio wsComissao wsDsrComissao
            wsInsalubridade wsPericulosidade.
        MOVE SPACE TO WS-TURNO-EFETIVO.
        MOVE ZERO TO WS-LB-ITERACOES.
      * o liquido nunca passa do bruto mais as rubricas de provento,
      * o que da o piso da busca; o teto e o maior bruto da folha
        COMPUTE WS-LB-CENT-MAX = 9999999 / wsHoras.
        MOVE 1 TO WS-LB-CENT-MIN.
        IF WS-LB-LIQUIDO-ALVO > WS-LB-RUB-PROVENTOS
            COMPUTE WS-LB-CENT-MIN = (WS-LB-LIQUIDO-ALVO
                - WS-LB-RUB-PROVENTOS) * 100 / wsHoras
        END-IF.
        IF WS-LB-CENT-MIN = ZERO
            MOVE 1 TO WS-LB-CENT-MIN
        END-IF.
        IF WS-LB-CENT-MIN > WS-LB-CENT-MAX
            MOVE WS-LB-CENT-MAX TO WS-LB-CENT-MIN
        END-IF.
        MOVE WS-LB-CENT-MAX TO WS-LB-CENT-MEIO.
        PERFORM LIQUIDO-BRUTO-SIMULA.
        IF WS-LB-LIQUIDO < WS-LB-LIQUIDO-ALVO
            DISPLAY "ERRO: liquido desejado " WS-LB-LIQUIDO-ALVO
                " inatingivel com " wsHoras " horas - o maior bruto"
                " da folha (" wsSalBruto ") da liquido " WS-LB-LIQUIDO
        ELSE
            PERFORM LIQUIDO-BRUTO-BUSCA
                UNTIL WS-LB-CENT-MIN >= WS-LB-CENT-MAX
            MOVE WS-LB-CENT-MIN TO WS-LB-CENT-MEIO
            PERFORM LIQUIDO-BRUTO-SIMULA
            PERFORM LIQUIDO-BRUTO-CUSTO
            PERFORM LIQUIDO-BRUTO-MOSTRA
            PERFORM LIQUIDO-BRUTO-GRAVA
        END-IF.

        LIQUIDO-BRUTO-BUSCA.
        COMPUTE WS-LB-CENT-MEIO =
            (WS-LB-CENT-MIN + WS-LB-CENT-MAX) / 2.
        PERFORM LIQUIDO-BRUTO-SIMULA.
        IF WS-LB-LIQUIDO < WS-LB-LIQUIDO-ALVO
            COMPUTE WS-LB-CENT-MIN = WS-LB-CENT-MEIO + 1
        ELSE
            MOVE WS-LB-CENT-MEIO TO WS-LB-CENT-MAX
        END-IF.

      * pensao e rubricas na ordem do lote: a pensao sobre o liquido
      * depois do IRRF (DESCONTA-PENSAO), as rubricas no fim
        LIQUIDO-BRUTO-SIMULA.
        COMPUTE wsValorHora = WS-LB-CENT-MEIO / 100.
        PERFORM CALC-FOLHA.
        MOVE ZERO TO WS-LB-PENSAO.
        IF LB-PENSAO-PERCENTUAL
            COMPUTE WS-LB-PENSAO ROUNDED =
                wsSalLiquid * WS-LB-PENSAO-PERC / 100
        END-IF.
        IF LB-PENSAO-VALOR
            MOVE WS-LB-PENSAO-INFORMADA TO WS-LB-PENSAO
        END-IF.
        COMPUTE WS-LB-LIQUIDO = wsSalLiquid - WS-LB-PENSAO
            + WS-LB-RUB-PROVENTOS - WS-LB-RUB-DESCONTOS.
        ADD 1 TO WS-LB-ITERACOES.

        LIQUIDO-BRUTO-CUSTO.
        MOVE ZERO TO WS-LB-PROV-13 WS-LB-PROV-FERIAS.
        IF CAT-TEM-13
            COMPUTE WS-LB-PROV-13 ROUNDED = wsSalBruto / 12
        END-IF.
        IF CAT-TEM-FERIAS AND CAT-TEM-TERCO
            COMPUTE WS-LB-PROV-FERIAS ROUNDED =
                wsSalBruto * 4 / 3 / 12
        END-IF.
        IF CAT-TEM-FERIAS AND NOT CAT-TEM-TERCO
            COMPUTE WS-LB-PROV-FERIAS ROUNDED = wsSalBruto / 12
        END-IF.
        EVALUATE TRUE
            WHEN CAT-ENCARGOS-ISENTO
                MOVE ZERO TO WS-LB-PROV-ALIQ
            WHEN CAT-ENCARGOS-PATRONAL
                COMPUTE WS-LB-PROV-ALIQ = WS-ALIQ-PATRONAL-USE
                    + WS-CAT-ALIQ-FGTS
            WHEN OTHER
                COMPUTE WS-LB-PROV-ALIQ = WS-ALIQ-PATRONAL-USE
                    + WS-ALIQ-RAT-USE + WS-ALIQ-TERCEIROS-USE
                    + WS-CAT-ALIQ-FGTS
        END-EVALUATE.
        COMPUTE WS-LB-PROV-ENCARGOS ROUNDED =
            (WS-LB-PROV-13 + WS-LB-PROV-FERIAS) * WS-LB-PROV-ALIQ.
        COMPUTE WS-LB-CUSTO-TOTAL = wsSalBruto + WS-LB-RUB-PROVENTOS
            + wsInssPatronal + wsRat + wsTerceiros + wsFGTS
            + WS-LB-PROV-13 + WS-LB-PROV-FERIAS + WS-LB-PROV-ENCARGOS.
        MOVE WS-LB-LIQUIDO TO WS-LB-LIQUIDO-OBTIDO.
        COMPUTE WS-LB-DIFERENCA =
            WS-LB-LIQUIDO - WS-LB-LIQUIDO-ALVO.

        LIQUIDO-BRUTO-MOSTRA.
        DISPLAY " ".
        DISPLAY "CALCULO REVERSO - COMPETENCIA " WS-COMPETENCIA
            " - CATEGORIA " WS-CAT-DESCRICAO(WS-CAT-ORDEM).
        DISPLAY "LIQUIDO DESEJADO:        " WS-LB-LIQUIDO-ALVO.
        DISPLAY "VALOR/HORA:              " wsValorHora
            " (" wsHoras " horas, " WS-LB-ITERACOES " calculos)".
        DISPLAY "SALARIO BRUTO:           " wsSalBruto.
        DISPLAY "INSS:                    " wsDiscINSS.
        DISPLAY "IRRF:                    " wsDiscIR
            " (" wsQtdDependente " dependentes)".
        DISPLAY "PENSAO ALIMENTICIA:      " WS-LB-PENSAO.
        DISPLAY "RUBRICAS DE PROVENTO:    " WS-LB-RUB-PROVENTOS.
        DISPLAY "RUBRICAS DE DESCONTO:    " WS-LB-RUB-DESCONTOS.
        DISPLAY "SALARIO LIQUIDO:         " WS-LB-LIQUIDO-OBTIDO
            " (diferenca " WS-LB-DIFERENCA ")".
        DISPLAY "CUSTO DA EMPRESA NO MES".
        DISPLAY "INSS PATRONAL:           " wsInssPatronal.
        DISPLAY "RAT:                     " wsRat.
        DISPLAY "TERCEIROS:               " wsTerceiros.
        DISPLAY "FGTS:                    " wsFGTS.
        DISPLAY "PROVISAO DE 13o:         " WS-LB-PROV-13.
        DISPLAY "PROVISAO DE FERIAS+1/3:  " WS-LB-PROV-FERIAS.
        DISPLAY "ENCARGOS S/ PROVISOES:   " WS-LB-PROV-ENCARGOS.
        DISPLAY "CUSTO TOTAL:             " WS-LB-CUSTO-TOTAL.
        DISPLAY "SIMULACAO - NENHUM VALOR FOI GRAVADO NO CADASTRO".

        LIQUIDO-BRUTO-GRAVA.
        OPEN EXTEND LIQBRUTO-FILE.
        IF WS-LIQBRUTO-STATUS = "35"
            OPEN OUTPUT LIQBRUTO-FILE
        END-IF.
        MOVE SPACES TO LIQBRUTO-LINHA.
        STRING FUNCTION CURRENT-DATE(1:14) " " WS-COMPETENCIA
            " CAT=" WS-CAT-DESCRICAO(WS-CAT-ORDEM)(1:1)
            " H=" wsHoras " D=" wsQtdDependente
            " ALVO=" WS-LB-LIQUIDO-ALVO " VH=" wsValorHora
            " BRUTO=" wsSalBruto " LIQ=" WS-LB-LIQUIDO-OBTIDO
            " CUSTO=" WS-LB-CUSTO-TOTAL
            DELIMITED BY SIZE INTO LIQBRUTO-LINHA.
        WRITE LIQBRUTO-LINHA.
        CLOSE LIQBRUTO-FILE.
        DISPLAY "SIMULACAO REGISTRADA EM data/LIQBRUTO.PRT".

        DECIMO-LOTE-CALC.
        PERFORM OBTEM-COMPETENCIA.
        IF COMPETENCIA-ABERTA
        END-IF.

        PERFORM ABRE-SAIDAS-LOTE.
        MOVE WS-COMPETENCIA TO WS-CM-COMP-REF.
        PERFORM CARREGA-MEDIA-COMISSAO.
        PERFORM LOAD-DEPTMAST-TABLE.
        PERFORM CARREGA-EXPOSICOES.
        MOVE "Y" TO WS-RISCO-CARREGADO.
        MOVE "N" TO WS-D13-EMPMAST-EOF.
        MOVE ZERO TO WS-D13-QTD WS-D13-TOT-BRUTO WS-D13-TOT-LIQUIDO.
        PERFORM UNTIL D13-EMPMAST-EOF
        PERFORM SELECIONA-VALOR-HORA.
        MOVE EM-QTD-DEPENDENTE TO wsQtdDependente.

        PERFORM OBTEM-CATEGORIA.
        PERFORM CALCULA-AVOS-ADMISSAO.
        EVALUATE TRUE
            WHEN NOT CAT-TEM-13
                DISPLAY wspronturario " CATEGORIA "
                    WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                    " SEM DIREITO A 13o - NAO PAGO"
            WHEN WS-D13-AVOS = ZERO
                DISPLAY wspronturario " SEM AVOS NO ANO " WS-D13-ANO
                    " - NAO PAGO"
            WHEN OTHER
                PERFORM DECIMO-LOTE-PAGA-PARCELA
        END-EVALUATE.

        DECIMO-LOTE-PAGA-PARCELA.
        MOVE wspronturario TO WS-CM-ALVO.
        PERFORM APURA-MEDIA-COMISSAO.
        PERFORM OBTEM-ADICIONAL-RISCO.
        COMPUTE WS-D13-BRUTO-INTEGRAL ROUNDED =
            (wsValorHora * WS-HORAS-MES + WS-CM-MEDIA
                + WS-ADIC-RISCO-MENSAL)
            * WS-D13-AVOS / 12.
        IF WS-ADIC-RISCO-MENSAL > ZERO
            DISPLAY wspronturario " ADICIONAL DE RISCO NO 13o: "
                WS-ADIC-RISCO-MENSAL
        END-IF.
        IF WS-CM-MEDIA > ZERO
            DISPLAY wspronturario " MEDIA DE COMISSOES/DSR NO 13o: "
                WS-CM-MEDIA
        END-IF.
        MOVE ZERO TO wsAdiantamento wsDescFaltas wsSalFamilia
            wsPensao.
        IF WS-D13-PARCELA = 1
            MOVE ZERO TO wsDiscINSS wsDiscIR
            MOVE WS-D13-VALOR-PARCELA TO wsSalLiquid
            COMPUTE wsFGTS ROUNDED =
                WS-D13-VALOR-PARCELA * WS-CAT-ALIQ-FGTS
        ELSE
            PERFORM DECIMO-LOTE-ACERTO-FINAL
        END-IF.

        ADD wsSalBruto TO EM-YTD-DECIMO13.
        PERFORM ATUALIZA-YTD-EMPMAST.
        MOVE "S" TO WS-AUDIT-REMESSA.
        PERFORM WRITE-AUDITLOG.
        PERFORM WRITE-PAYSLIP.
        PERFORM WRITE-NETPAY.
            WS-D13-BRUTO-INTEGRAL - WS-D13-ADIANTADO.
        MOVE WS-D13-VALOR-PARCELA TO wsSalBruto.
        COMPUTE wsFGTS ROUNDED =
            WS-D13-VALOR-PARCELA * WS-CAT-ALIQ-FGTS.

        CALCULA-AVOS-ADMISSAO.
        MOVE ZERO TO WS-D13-AVOS.
        PERFORM GRAVA-JOBJRNL.
        MOVE ZERO TO WS-GUIA-INSS-EMPREGADO WS-GUIA-PATRONAL
            WS-GUIA-RAT WS-GUIA-TERCEIROS WS-GUIA-FGTS WS-GUIA-IRRF.
        MOVE ZERO TO WS-CTRL-PENSAO-TOTAL WS-CTRL-CONSIG-TOTAL
            WS-CTRL-VT-TOTAL WS-CTRL-VA-TOTAL WS-CTRL-PLANO-TOTAL
            WS-CTRL-MATERNIDADE-TOTAL WS-GUIA-MATERNIDADE
            WS-CTRL-DISSIDIO-TOTAL WS-CTRL-COMISSAO-TOTAL
            WS-CTRL-DSR-COMISSAO-TOTAL WS-CTRL-INSALUB-TOTAL
            WS-CTRL-PERICUL-TOTAL.
        MOVE ZERO TO WS-CHECKPOINT-COUNT.

        MOVE "N" TO WS-LOTE-TEM-HEADER WS-LOTE-TRAILER-VISTO.
        PERFORM LOAD-RUBRICA-TABLE.
        PERFORM LOAD-RUBMOV-TABLE.
        PERFORM LOAD-DIFERENC-TABLE.
        PERFORM LOAD-DISSDIF-TABLE.
        PERFORM LOAD-COMISSAO-TABLE.
        PERFORM LOAD-VTCRED-TABLE.
        PERFORM LOAD-VACRED-TABLE.
        PERFORM LOAD-PLANCOB-TABLE.
        PERFORM CARREGA-AFASTAMENTOS.
        PERFORM CARREGA-EXPOSICOES.
        MOVE "Y" TO WS-RISCO-CARREGADO.
        PERFORM CARREGA-CALENDARIO-MES.
        MOVE ZERO TO WS-RS-COUNT.
        IF NOT MODO-SIMULACAO
        END-IF.

        PERFORM EXIBE-RESUMO-DEPARTAMENTO.
        PERFORM EXIBE-RESUMO-EMPRESA.
        PERFORM EXIBE-TOTAIS-CONTROLE.
        PERFORM EXIBE-RESUMO-RUBRICAS.
        PERFORM EXIBE-GUIA-RECOLHIMENTO.
            IF DF-ALTERADO
                PERFORM REGRAVA-DIFERENC
            END-IF
            IF DD-ALTERADO
                PERFORM REGRAVA-DISSDIF
            END-IF
            IF CO-ALTERADO
                PERFORM REGRAVA-COMISSAO
            END-IF
            PERFORM LIMPA-CHECKPOINT
        END-IF.
        IF NOT MODO-SIMULACAO
            END-IF
        END-IF.

      * dias de afastamento nao tem horas trabalhadas: o ponto so
      * pode trazer as horas dos dias restantes do mes
        VALIDA-HORAS-AFASTAMENTO.
        IF WS-AF-DIAS-TOTAL > ZERO
            COMPUTE WS-HORAS-AFAST-PERMITIDAS ROUNDED =
                (WS-HORAS-MES * (30 - WS-AF-DIAS-TOTAL) / 30) + 8
            IF wsHoras > WS-HORAS-AFAST-PERMITIDAS
                DISPLAY wspronturario
                    " REJEITADO: " wsHoras " horas com "
                    WS-AF-DIAS-TOTAL " dias de afastamento no mes"
                    " (maximo " WS-HORAS-AFAST-PERMITIDAS ")"
                MOVE "HORAS LANCADAS EM DIAS DE AFASTAMENTO"
                    TO WS-REJECT-MOTIVO
                PERFORM WRITE-REJECT
                MOVE "N" TO WS-JANELA-OK
            END-IF
        END-IF.

      * com o calendario do mes carregado, o DSR das faltas e
      * calculado (faltas x repousos / dias uteis) em vez de confiar
      * no TS-DSR-HORAS digitado; sem calendario vale o digitado
            PERFORM REGRAVA-DIFERENC
            MOVE "N" TO WS-DF-ALTERADO
        END-IF.
        IF DD-ALTERADO
            PERFORM REGRAVA-DISSDIF
            MOVE "N" TO WS-DD-ALTERADO
        END-IF.
        IF CO-ALTERADO
            PERFORM REGRAVA-COMISSAO
            MOVE "N" TO WS-CO-ALTERADO
        END-IF.
        OPEN OUTPUT CHECKPOINT-FILE.
        MOVE WS-CTRL-QTD-LIDA TO CK-QTD-LIDA.
        MOVE WS-CTRL-QTD-PROCESSADA TO CK-QTD-PROCESSADA.
        END-READ.

        BATCH-CALC-ONE-RECORD-PROCESS.
        PERFORM SELECIONA-EMPRESA.
        IF EH-TRANSFERIDO-NO-MES
            DISPLAY wspronturario
                " TRANSFERIDO DE EMPRESA NA COMPETENCIA: DE "
                WS-EH-EMPRESA-ANT " PARA " WS-EH-EMPRESA
                " NO DIA " WS-EH-DIA-TROCA
                " (CUSTO RATEADO ENTRE AS DUAS EMPRESAS)"
        END-IF.
        IF WS-EMPRESA-LOTE > ZERO
            AND WS-EMPRESA-EMPREGADO NOT = WS-EMPRESA-LOTE
            PERFORM BATCH-CALC-EMPREGADO-EMPRESA
        END-IF.

      * a empresa da competencia vem do historico de transferencias
      * (EMPHIST); sem historico, vale a do cadastro
        SELECIONA-EMPRESA.
        IF EM-EMPRESA NUMERIC
            MOVE EM-EMPRESA TO WS-EH-PADRAO
        ELSE
            MOVE 1 TO WS-EH-PADRAO
        END-IF.
        IF WS-EH-PADRAO = ZERO
            MOVE 1 TO WS-EH-PADRAO
        END-IF.
        MOVE wspronturario TO WS-EH-ALVO.
        MOVE WS-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO WS-EMPRESA-EMPREGADO.

        BATCH-CALC-EMPREGADO-EMPRESA.
        MOVE EM-NOME TO wsnome.
        MOVE EM-SOBRENOME TO wssobrenome.
        END-IF.

        BATCH-CALC-CRITICA-VALORES.
        MOVE wspronturario TO WS-AF-ALVO.
        MOVE WS-COMPETENCIA TO WS-AF-COMP.
        PERFORM APURA-AFASTAMENTO-MES.
        IF wsValorHora = ZERO
            DISPLAY wspronturario
                " REJEITADO: valor/hora cadastrado e zero"
            MOVE "VALOR/HORA CADASTRADO E ZERO" TO WS-REJECT-MOTIVO
            PERFORM WRITE-REJECT
        ELSE
            IF (wsHoras = ZERO AND WS-AF-DIAS-TOTAL = ZERO)
                OR wsHoras > WS-HORAS-MAXIMO
                DISPLAY wspronturario
                    " REJEITADO: horas fora da faixa permitida (1-"
                    WS-HORAS-MAXIMO ")"
                    PERFORM WRITE-REJECT
                ELSE
                    PERFORM VALIDA-JANELA-EMPREGO
                    IF JANELA-OK
                        PERFORM VALIDA-HORAS-AFASTAMENTO
                    END-IF
                    IF JANELA-OK
                        PERFORM TRATA-BANCO-HORAS
                        IF BH-OK
        END-IF.

        BATCH-CALC-PAGAMENTO.
        PERFORM APURA-DIFERENCA-DISSIDIO.
        PERFORM APURA-COMISSAO-MES.
        PERFORM CALCULA-ADICIONAL-RISCO.
        PERFORM RATEIA-ADICIONAL-RISCO.
        PERFORM CALC-FOLHA.
        PERFORM DESCONTA-ADIANTAMENTO.
        PERFORM DESCONTA-CONSIGNADO.
        PERFORM ACERTA-DIFERENCAS-IRRF.
        IF NOT MODO-SIMULACAO
            PERFORM ATUALIZA-YTD-EMPMAST
            MOVE "S" TO WS-AUDIT-REMESSA
            PERFORM WRITE-AUDITLOG
            PERFORM WRITE-PAYSLIP
            PERFORM WRITE-NETPAY
            PERFORM WRITE-FGTSLED
            PERFORM WRITE-RUBLOG
        END-IF.
        PERFORM GRAVA-MOVIMENTO-BANCO-HORAS.
        PERFORM ACUMULA-RESUMO-DEPARTAMENTO.
        PERFORM ACUMULA-RESUMO-EMPRESA.

        ADD 1 TO WS-CTRL-QTD-PROCESSADA.
        ADD wsSalBruto TO WS-CTRL-BRUTO-TOTAL.
        ADD wsDiscIR TO WS-GUIA-IRRF.
        ADD wsPensao TO WS-CTRL-PENSAO-TOTAL.
        ADD wsConsignado TO WS-CTRL-CONSIG-TOTAL.
        ADD wsValeTransp TO WS-CTRL-VT-TOTAL.
        ADD wsValeRefeicao TO WS-CTRL-VA-TOTAL.
        ADD wsPlanoSaude TO WS-CTRL-PLANO-TOTAL.
        ADD wsSalMaternidade TO WS-CTRL-MATERNIDADE-TOTAL.
        ADD wsSalMaternidade TO WS-GUIA-MATERNIDADE.
        ADD wsDifDissidio TO WS-CTRL-DISSIDIO-TOTAL.
        ADD wsComissao TO WS-CTRL-COMISSAO-TOTAL.
        ADD wsDsrComissao TO WS-CTRL-DSR-COMISSAO-TOTAL.
        ADD wsInsalubridade TO WS-CTRL-INSALUB-TOTAL.
        ADD wsPericulosidade TO WS-CTRL-PERICUL-TOTAL.

        IF NOT MODO-SIMULACAO
            ADD 1 TO WS-CHECKPOINT-COUNT
            DISPLAY wspronturario " ADICIONAL NOTURNO (20%)="
                wsAdicNoturno
        END-IF.
        IF WS-AF-DIAS-TOTAL > ZERO
            DISPLAY wspronturario " AFASTAMENTO: EMPRESA "
                WS-AF-DIAS-EMPRESA " DIA(S)=" wsAfastEmpresa
                " INSS " WS-AF-DIAS-INSS " DIA(S)"
                " MATERNIDADE " WS-AF-DIAS-MATERNIDADE " DIA(S)="
                wsSalMaternidade " FGTS ACIDENTE="
                wsFgtsAfastamento
        END-IF.
        IF wsDifDissidio > ZERO
            DISPLAY wspronturario " DIFERENCA DE DISSIDIO="
                wsDifDissidio
            MOVE ZERO TO wsDifDissidio
        END-IF.
        IF wsComissao > ZERO
            DISPLAY wspronturario " COMISSAO=" wsComissao
                " DSR SOBRE COMISSAO=" wsDsrComissao
            MOVE ZERO TO wsComissao wsDsrComissao
        END-IF.
        IF wsInsalubridade > ZERO
            DISPLAY wspronturario " INSALUBRIDADE (" WS-EX-GRAU
                "% DO SALARIO MINIMO)=" wsInsalubridade
        END-IF.
        IF wsPericulosidade > ZERO
            DISPLAY wspronturario " PERICULOSIDADE (30%)="
                wsPericulosidade
        END-IF.
        IF wsHorasExtraDr > ZERO
            DISPLAY wspronturario " EXTRAS EM DIA DE REPOUSO="
                wsHorasExtraDr " HORAS A "
        END-IF.
        ADD WS-ACUM-VALOR TO WS-DEPT-TOT-NOTURNO(WS-DEPT-IDX).

      * custo da competencia por empresa; no mes da transferencia a
      * empresa anterior fica com (dia - 1) / 30 e a nova com o resto
        ACUMULA-RESUMO-EMPRESA.
        COMPUTE WS-EC-ENCARGOS-FUNC =
            wsInssPatronal + wsRat + wsTerceiros + wsFGTS.
        IF EH-TRANSFERIDO-NO-MES
            MOVE WS-EH-EMPRESA-ANT TO WS-EC-IDX
            MOVE WS-EH-FATOR-ANT TO WS-ACUM-FATOR
            MOVE "F" TO WS-ACUM-MODO
            PERFORM ACUMULA-PARCELA-EMPRESA
            MOVE "R" TO WS-ACUM-MODO
            ADD 1 TO WS-QTD-RATEIO-EMPRESA
        ELSE
            MOVE 1 TO WS-ACUM-FATOR
            MOVE "F" TO WS-ACUM-MODO
        END-IF.
        MOVE WS-EMPRESA-EMPREGADO TO WS-EC-IDX.
        ADD 1 TO WS-EC-QTD(WS-EC-IDX).
        PERFORM ACUMULA-PARCELA-EMPRESA.

        ACUMULA-PARCELA-EMPRESA.
        COMPUTE WS-ACUM-VALOR ROUNDED = wsSalBruto * WS-ACUM-FATOR.
        IF WS-ACUM-MODO = "R"
            SUBTRACT WS-ACUM-VALOR FROM wsSalBruto
                GIVING WS-ACUM-VALOR
        END-IF.
        ADD WS-ACUM-VALOR TO WS-EC-BRUTO(WS-EC-IDX).
        COMPUTE WS-ACUM-VALOR ROUNDED =
            WS-EC-ENCARGOS-FUNC * WS-ACUM-FATOR.
        IF WS-ACUM-MODO = "R"
            SUBTRACT WS-ACUM-VALOR FROM WS-EC-ENCARGOS-FUNC
                GIVING WS-ACUM-VALOR
        END-IF.
        ADD WS-ACUM-VALOR TO WS-EC-ENCARGOS(WS-EC-IDX).

      * so sai quando houve transferencia entre empresas no lote
        EXIBE-RESUMO-EMPRESA.
        IF WS-QTD-RATEIO-EMPRESA > ZERO
            DISPLAY " "
            DISPLAY "RESUMO DE CUSTO POR EMPRESA ("
                WS-QTD-RATEIO-EMPRESA
                " TRANSFERENCIA(S) RATEADA(S) NA COMPETENCIA)"
            PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                UNTIL WS-EC-IDX > 99
                IF WS-EC-QTD(WS-EC-IDX) > ZERO
                    OR WS-EC-BRUTO(WS-EC-IDX) > ZERO
                    DISPLAY "EMPRESA " WS-EC-IDX
                        " QTD=" WS-EC-QTD(WS-EC-IDX)
                        " BRUTO=" WS-EC-BRUTO(WS-EC-IDX)
                        " ENCARGOS=" WS-EC-ENCARGOS(WS-EC-IDX)
                END-IF
            END-PERFORM
        END-IF.

        EXIBE-RESUMO-DEPARTAMENTO.
        DISPLAY " ".
        IF MODO-SIMULACAO
            WS-CTRL-PENSAO-TOTAL.
        DISPLAY "TOTAL CONSIGNADO DESCONTADO: "
            WS-CTRL-CONSIG-TOTAL.
        DISPLAY "TOTAL VALE-TRANSPORTE DESCONTADO: "
            WS-CTRL-VT-TOTAL.
        DISPLAY "TOTAL CARTAO REFEICAO/ALIMENTACAO DESCONTADO: "
            WS-CTRL-VA-TOTAL.
        DISPLAY "TOTAL PLANO DE SAUDE DESCONTADO: "
            WS-CTRL-PLANO-TOTAL.
        DISPLAY "TOTAL SALARIO-MATERNIDADE PAGO: "
            WS-CTRL-MATERNIDADE-TOTAL.
        DISPLAY "TOTAL DIFERENCAS DE DISSIDIO PAGAS: "
            WS-CTRL-DISSIDIO-TOTAL.
        DISPLAY "TOTAL COMISSOES PAGAS: " WS-CTRL-COMISSAO-TOTAL
            " DSR SOBRE COMISSOES: " WS-CTRL-DSR-COMISSAO-TOTAL.
        DISPLAY "TOTAL INSALUBRIDADE PAGA: " WS-CTRL-INSALUB-TOTAL
            " PERICULOSIDADE PAGA: " WS-CTRL-PERICUL-TOTAL.

        IF WS-CTRL-QTD-PROCESSADA NOT = WS-CTRL-QTD-ESPERADA
            DISPLAY "DIVERGENCIA: QTD ESPERADA=" WS-CTRL-QTD-ESPERADA
        EXIBE-GUIA-RECOLHIMENTO.
        COMPUTE WS-GUIA-GPS = WS-GUIA-INSS-EMPREGADO +
            WS-GUIA-PATRONAL + WS-GUIA-RAT + WS-GUIA-TERCEIROS.
        IF WS-GUIA-MATERNIDADE > WS-GUIA-GPS
            MOVE ZERO TO WS-GUIA-GPS
        ELSE
            SUBTRACT WS-GUIA-MATERNIDADE FROM WS-GUIA-GPS
        END-IF.
        DISPLAY " ".
        IF MODO-SIMULACAO
            DISPLAY "*** SIMULACAO ***"
        DISPLAY "GPS  - INSS PATRONAL:   " WS-GUIA-PATRONAL.
        DISPLAY "GPS  - RAT:             " WS-GUIA-RAT.
        DISPLAY "GPS  - TERCEIROS:       " WS-GUIA-TERCEIROS.
        DISPLAY "GPS  - (-) SAL-MATERN.: " WS-GUIA-MATERNIDADE.
        DISPLAY "GPS  - TOTAL DA GUIA:   " WS-GUIA-GPS.
        DISPLAY "GRF  - FGTS:            " WS-GUIA-FGTS.
        DISPLAY "DARF - IRRF RETIDO:     " WS-GUIA-IRRF.
        CALC-FOLHA.
        MOVE ZERO TO wsConsignado wsRubProventos wsRubDescontos
            wsAcertoIrrf.
        PERFORM OBTEM-CATEGORIA.
      * adicional noturno de 20% sobre as horas do turno "N",
      * somado ao bruto antes dos impostos para refletir nas bases
      * de INSS/IRRF e no FGTS
        END-IF.
        COMPUTE wsDescFaltas ROUNDED =
            (wsHorasFalta + wsDsrHoras) * wsValorHora.
        PERFORM CALC-AFASTAMENTO.
        COMPUTE wsValorHoraExtra ROUNDED =
            (wsHorasExtra * wsValorHora * WS-PERCENTUAL-HORA-EXTRA)
            + (wsHorasExtraDr * wsValorHora
                * WS-PERCENTUAL-HE-REPOUSO).
        MOVE "S" TO WS-AUDIT-HORAS.
        COMPUTE WS-BRUTO-CHECK ROUNDED =
            (wsHoras * wsValorHora) + wsAdicNoturno +
            (wsHorasExtra * wsValorHora * WS-PERCENTUAL-HORA-EXTRA)
            + (wsHorasExtraDr * wsValorHora
                * WS-PERCENTUAL-HE-REPOUSO)
            + wsAfastEmpresa + wsSalMaternidade + wsDifDissidio
            + wsComissao + wsDsrComissao
            + wsInsalubridade + wsPericulosidade
            - wsDescFaltas.
        IF WS-BRUTO-CHECK < ZERO
            DISPLAY wspronturario
        ADD wstemp WKdescDepe GIVING wsDiscIR.
        PERFORM CALC-SALARIO-LIQUIDO.
        PERFORM DESCONTA-PENSAO.
        PERFORM DESCONTA-VALE-TRANSPORTE.
        PERFORM DESCONTA-VALE-REFEICAO.
        PERFORM DESCONTA-PLANO-SAUDE.
        COMPUTE wsFGTS ROUNDED = wsSalBruto * WS-CAT-ALIQ-FGTS.
        ADD wsFgtsAfastamento TO wsFGTS.
        PERFORM CALC-ENCARGOS-PATRONAIS.
        PERFORM CALC-SALARIO-FAMILIA.

      * afastamento no mes (AFAST.DAT, apurado no lote): a empresa
      * paga os 15 primeiros dias de doenca/acidente; do 16o dia em
      * diante quem paga e o INSS e nada entra na folha, mas no
      * acidente de trabalho o FGTS continua sendo depositado sobre
      * a remuneracao desses dias. O salario-maternidade e pago pela
      * empresa e compensado na GPS
        CALC-AFASTAMENTO.
        MOVE ZERO TO wsAfastEmpresa wsSalMaternidade
            wsFgtsAfastamento.
        IF WS-AF-DIAS-TOTAL > ZERO
            COMPUTE WS-VALOR-DIA ROUNDED =
                wsValorHora * WS-HORAS-MES / 30
            COMPUTE wsAfastEmpresa ROUNDED =
                WS-VALOR-DIA * WS-AF-DIAS-EMPRESA
            COMPUTE wsSalMaternidade ROUNDED =
                WS-VALOR-DIA * WS-AF-DIAS-MATERNIDADE
            COMPUTE wsFgtsAfastamento ROUNDED =
                WS-VALOR-DIA * WS-AF-DIAS-ACIDENTE * WS-CAT-ALIQ-FGTS
        END-IF.

        DESCONTA-PENSAO.
        MOVE ZERO TO wsPensao.
        PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                wsPensao
        END-IF.

      * vale-transporte: o empregado paga o menor entre 6% do bruto
      * e o custo real da compra do mes (VTCRED.DAT, gerado pelo
      * VALETRAN); o restante do custo fica com a empresa
        DESCONTA-VALE-TRANSPORTE.
        MOVE ZERO TO wsValeTransp.
        PERFORM VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-VC-COUNT
            IF WS-VC-PRONTUARIO(WS-VC-IDX) = wspronturario
                COMPUTE WS-VT-TETO ROUNDED =
                    wsSalBruto * WS-VT-PERCENTUAL / 100
                IF WS-VC-CUSTO(WS-VC-IDX) < WS-VT-TETO
                    MOVE WS-VC-CUSTO(WS-VC-IDX) TO wsValeTransp
                ELSE
                    MOVE WS-VT-TETO TO wsValeTransp
                END-IF
            END-IF
        END-PERFORM.
        IF wsValeTransp > ZERO
            COMPUTE WS-SALLIQUID-CHECK = wsSalLiquid - wsValeTransp
            IF WS-SALLIQUID-CHECK < ZERO
                DISPLAY wspronturario
                    " ALERTA: VALE-TRANSPORTE MAIOR QUE O LIQUIDO,"
                    " LIQUIDO ZERADO PARA CONFERENCIA (valor"
                    " calculado=" WS-SALLIQUID-CHECK ")"
                MOVE ZERO TO wsSalLiquid
            ELSE
                MOVE WS-SALLIQUID-CHECK TO wsSalLiquid
            END-IF
            DISPLAY wspronturario " VALE-TRANSPORTE DESCONTADO="
                wsValeTransp
        END-IF.

        LOAD-VTCRED-TABLE.
        MOVE ZERO TO WS-VC-COUNT.
        MOVE "N" TO WS-VTCRED-EOF.
        OPEN INPUT VTCRED-FILE.
        IF WS-VTCRED-STATUS = "00"
            PERFORM UNTIL VTCRED-EOF
                READ VTCRED-FILE
                    AT END
                        MOVE "Y" TO WS-VTCRED-EOF
                    NOT AT END
                        IF VC-COMPETENCIA = WS-COMPETENCIA
                            PERFORM ACUMULA-VTCRED-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VTCRED-FILE
        END-IF.

        ACUMULA-VTCRED-TABLE.
        IF WS-VC-COUNT >= WS-VC-MAXIMO
            DISPLAY "AVISO: limite de " WS-VC-MAXIMO
                " creditos de vale-transporte atingido, "
                VC-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-VC-COUNT
            MOVE VC-PRONTUARIO TO WS-VC-PRONTUARIO(WS-VC-COUNT)
            MOVE VC-CUSTO TO WS-VC-CUSTO(WS-VC-COUNT)
        END-IF.

      * cartao refeicao/alimentacao: parte do empregado no PAT
      * gravada pelo VALEREF no VACRED.DAT (refeicao e alimentacao
      * somadas quando o empregado recebe os dois)
        DESCONTA-VALE-REFEICAO.
        MOVE ZERO TO wsValeRefeicao.
        PERFORM VARYING WS-VA-IDX FROM 1 BY 1
            UNTIL WS-VA-IDX > WS-VA-COUNT
            IF WS-VA-PRONTUARIO(WS-VA-IDX) = wspronturario
                ADD WS-VA-DESCONTO(WS-VA-IDX) TO wsValeRefeicao
            END-IF
        END-PERFORM.
        IF wsValeRefeicao > ZERO
            COMPUTE WS-SALLIQUID-CHECK = wsSalLiquid - wsValeRefeicao
            IF WS-SALLIQUID-CHECK < ZERO
                DISPLAY wspronturario
                    " ALERTA: DESCONTO DO CARTAO REFEICAO MAIOR QUE O"
                    " LIQUIDO, LIQUIDO ZERADO PARA CONFERENCIA (valor"
                    " calculado=" WS-SALLIQUID-CHECK ")"
                MOVE ZERO TO wsSalLiquid
            ELSE
                MOVE WS-SALLIQUID-CHECK TO wsSalLiquid
            END-IF
            DISPLAY wspronturario " CARTAO REFEICAO DESCONTADO="
                wsValeRefeicao
        END-IF.

        LOAD-VACRED-TABLE.
        MOVE ZERO TO WS-VA-COUNT.
        MOVE "N" TO WS-VACRED-EOF.
        OPEN INPUT VACRED-FILE.
        IF WS-VACRED-STATUS = "00"
            PERFORM UNTIL VACRED-EOF
                READ VACRED-FILE
                    AT END
                        MOVE "Y" TO WS-VACRED-EOF
                    NOT AT END
                        IF VA-COMPETENCIA = WS-COMPETENCIA
                            AND VA-DESCONTO > ZERO
                            PERFORM ACUMULA-VACRED-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VACRED-FILE
        END-IF.

        ACUMULA-VACRED-TABLE.
        IF WS-VA-COUNT >= WS-VA-MAXIMO
            DISPLAY "AVISO: limite de " WS-VA-MAXIMO
                " descontos de cartao refeicao atingido, "
                VA-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-VA-COUNT
            MOVE VA-PRONTUARIO TO WS-VA-PRONTUARIO(WS-VA-COUNT)
            MOVE VA-DESCONTO TO WS-VA-DESCONTO(WS-VA-COUNT)
        END-IF.

      * plano de saude: parte do empregado de todas as vidas do
      * prontuario (titular e dependentes) cobradas pelo PLANOSAU
        DESCONTA-PLANO-SAUDE.
        MOVE ZERO TO wsPlanoSaude.
        PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-PC-COUNT
            IF WS-PC-PRONTUARIO(WS-PC-IDX) = wspronturario
                ADD WS-PC-EMPREGADO(WS-PC-IDX) TO wsPlanoSaude
            END-IF
        END-PERFORM.
        IF wsPlanoSaude > ZERO
            COMPUTE WS-SALLIQUID-CHECK = wsSalLiquid - wsPlanoSaude
            IF WS-SALLIQUID-CHECK < ZERO
                DISPLAY wspronturario
                    " ALERTA: PLANO DE SAUDE MAIOR QUE O LIQUIDO,"
                    " LIQUIDO ZERADO PARA CONFERENCIA (valor"
                    " calculado=" WS-SALLIQUID-CHECK ")"
                MOVE ZERO TO wsSalLiquid
            ELSE
                MOVE WS-SALLIQUID-CHECK TO wsSalLiquid
            END-IF
            DISPLAY wspronturario " PLANO DE SAUDE DESCONTADO="
                wsPlanoSaude
        END-IF.

        LOAD-PLANCOB-TABLE.
        MOVE ZERO TO WS-PC-COUNT.
        MOVE "N" TO WS-PLANCOB-EOF.
        OPEN INPUT PLANCOB-FILE.
        IF WS-PLANCOB-STATUS = "00"
            PERFORM UNTIL PLANCOB-EOF
                READ PLANCOB-FILE
                    AT END
                        MOVE "Y" TO WS-PLANCOB-EOF
                    NOT AT END
                        IF PC-COMPETENCIA = WS-COMPETENCIA
                            AND PC-EMPREGADO > ZERO
                            PERFORM ACUMULA-PLANCOB-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANCOB-FILE
        END-IF.

        ACUMULA-PLANCOB-TABLE.
        IF WS-PC-COUNT >= WS-PC-MAXIMO
            DISPLAY "AVISO: limite de " WS-PC-MAXIMO
                " vidas do plano de saude atingido, "
                PC-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-PC-COUNT
            MOVE PC-PRONTUARIO TO WS-PC-PRONTUARIO(WS-PC-COUNT)
            MOVE PC-EMPREGADO TO WS-PC-EMPREGADO(WS-PC-COUNT)
        END-IF.

        LOAD-PENSAO-TABLE.
        MOVE ZERO TO WS-PEN-COUNT.
        MOVE "N" TO WS-PENSAO-EOF.
        CALC-SALARIO-FAMILIA.
        MOVE ZERO TO wsSalFamilia WS-SALFAM-QTD.
        IF wsSalBruto > ZERO AND wsSalBruto <= WS-SALFAM-TETO-USE
            AND CAT-TEM-VERBAS-CLT
            MOVE WS-COMPETENCIA TO WS-SALFAM-LIMITE-ANOMES
            PERFORM VARYING WS-SALFAM-DEP-IDX FROM 1 BY 1
                UNTIL WS-SALFAM-DEP-IDX > EM-QTD-DEPENDENTE
            END-IF
        END-IF.

      * a bolsa do estagiario nao gera encargos; sobre o pro-labore
      * do diretor incide so a contribuicao patronal de 20%
        CALC-ENCARGOS-PATRONAIS.
        MOVE ZERO TO wsInssPatronal wsRat wsTerceiros.
        IF NOT CAT-ENCARGOS-ISENTO
            COMPUTE wsInssPatronal ROUNDED =
                wsSalBruto * WS-ALIQ-PATRONAL-USE
        END-IF.
        IF CAT-ENCARGOS-TOTAL
            COMPUTE wsRat ROUNDED = wsSalBruto * WS-ALIQ-RAT-USE
            COMPUTE wsTerceiros ROUNDED =
                wsSalBruto * WS-ALIQ-TERCEIROS-USE
        END-IF.

      * categoria do empregado (EM-CATEGORIA) com a aliquota de FGTS
      * da vigencia: define INSS, FGTS, encargos, 13o e ferias
        OBTEM-CATEGORIA.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        MOVE WS-ALIQ-FGTS-USE TO WS-CAT-ALIQ-FGTS-NORMAL.
        PERFORM APURA-CATEGORIA.

        CALC-SALARIO-LIQUIDO.
        COMPUTE WS-SALLIQUID-CHECK = wsQReferencia - wsDiscIR.
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
      * empregado com outro vinculo: so o que falta ate o teto; o 13o
      * tem teto proprio e nao entra na soma do mes
        IF CAT-INSS-TABELA AND WS-AUDIT-TIPO NOT = "D"
            MOVE wspronturario TO WS-VX-ALVO
            MOVE WS-COMPETENCIA TO WS-VX-COMP
            MOVE wsDiscINSS TO WS-VX-INSS-VALOR
            PERFORM LIMITA-INSS-VINCULOS
            IF WS-VX-INSS-VALOR NOT = wsDiscINSS
                DISPLAY wspronturario " INSS LIMITADO PELO TETO:"
                    " OUTROS VINCULOS RETIVERAM " WS-VX-INSS-OUTROS
                    ", RETIDO AQUI " WS-VX-INSS-VALOR
                MOVE WS-VX-INSS-VALOR TO wsDiscINSS
            END-IF
        END-IF.

        LOAD-IRRF-TABLE.
        MOVE ZERO TO WS-IRRF-COUNT.
            MOVE LP-INSS-ALIQUOTA(WS-LEGAL-FX-IDX)
                TO WS-LEGAL-INSS-ALQ(WS-LEGAL-COUNT, WS-LEGAL-FX-IDX)
        END-PERFORM.
        IF LP-SALARIO-MINIMO NUMERIC
            MOVE LP-SALARIO-MINIMO
                TO WS-LEGAL-SAL-MINIMO(WS-LEGAL-COUNT)
        ELSE
            MOVE ZERO TO WS-LEGAL-SAL-MINIMO(WS-LEGAL-COUNT)
        END-IF.

        SELECT-LEGAL-RATE.
        IF WS-COMPETENCIA > ZERO
                MOVE WS-LEGAL-INSS-ALQ(WS-LEGAL-BEST-IDX,
                    WS-LEGAL-FX-IDX) TO INSS-ALIQUOTA(WS-LEGAL-FX-IDX)
            END-PERFORM
            IF WS-LEGAL-SAL-MINIMO(WS-LEGAL-BEST-IDX) > ZERO
                MOVE WS-LEGAL-SAL-MINIMO(WS-LEGAL-BEST-IDX)
                    TO WS-SALARIO-MINIMO-USE
            END-IF
        END-IF.

        LOAD-PERIODO-TABLE.
        IF WS-FGTSLED-STATUS = "35"
            OPEN OUTPUT FGTSLED-FILE
        END-IF.
        OPEN EXTEND RUBLOG-FILE.
        IF WS-RUBLOG-STATUS = "35"
            OPEN OUTPUT RUBLOG-FILE
        END-IF.
        PERFORM ABRE-RESFOLHA.
        MOVE "Y" TO WS-SAIDAS-LOTE-ABERTAS.

      * um lote estagiado escreve NETPAY/HOLERITE nos arquivos .STG;
        CLOSE HRSBANK-FILE.
        CLOSE REJECT-FILE.
        CLOSE FGTSLED-FILE.
        CLOSE RUBLOG-FILE.
        CLOSE RESFOLHA-FILE.
        MOVE "N" TO WS-SAIDAS-LOTE-ABERTAS.

        WRITE-PAYSLIP.
        MOVE wsRubDescontos TO PS-RUB-DESCONTOS.
        MOVE wsAcertoIrrf TO PS-ACERTO-IRRF.
        MOVE wsAdicNoturno TO PS-ADIC-NOTURNO.
        MOVE wsValeTransp TO PS-VALE-TRANSP.
        MOVE wsValeRefeicao TO PS-VALE-REFEICAO.
        MOVE wsPlanoSaude TO PS-PLANO-SAUDE.
        MOVE wsSalMaternidade TO PS-SAL-MATERNIDADE.
        MOVE wsDifDissidio TO PS-DIF-DISSIDIO.
        MOVE wsComissao TO PS-COMISSAO.
        MOVE wsDsrComissao TO PS-DSR-COMISSAO.
        MOVE wsInsalubridade TO PS-INSALUBRIDADE.
        MOVE wsPericulosidade TO PS-PERICULOSIDADE.
        IF LOTE-ESTAGIADO AND SAIDAS-LOTE-ABERTAS
            MOVE PAYSLIP-RECORD TO PAYSLIPSTG-RECORD
            WRITE PAYSLIPSTG-RECORD
                                TO WS-DM-DESCRICAO(WS-DM-COUNT)
                            MOVE DP-STATUS
                                TO WS-DM-SITUACAO(WS-DM-COUNT)
                            IF DP-GRAU-INSALUBRIDADE NUMERIC
                                MOVE DP-GRAU-INSALUBRIDADE
                                    TO WS-DM-GRAU(WS-DM-COUNT)
                            ELSE
                                MOVE ZERO TO WS-DM-GRAU(WS-DM-COUNT)
                            END-IF
                            MOVE DP-PERICULOSIDADE
                                TO WS-DM-PERIC(WS-DM-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            END-IF
        END-PERFORM.

      * adicional de insalubridade/periculosidade fora do lote: o
      * departamento e o atual do cadastro
        OBTEM-ADICIONAL-RISCO.
        IF NOT RISCO-CARREGADO
            PERFORM LOAD-DEPTMAST-TABLE
            PERFORM CARREGA-EXPOSICOES
            MOVE "Y" TO WS-RISCO-CARREGADO
        END-IF.
        MOVE EM-DEPARTAMENTO TO WS-DEPARTAMENTO-EFETIVO.
        PERFORM LOCALIZA-DEPARTAMENTO.
        PERFORM CALCULA-ADICIONAL-RISCO.

      * valor mensal cheio do adicional para o departamento ja
      * localizado (WS-DM-ACHOU), com a exposicao do funcionario
      * prevalecendo sobre o departamento; so o maior dos dois e pago
        CALCULA-ADICIONAL-RISCO.
        MOVE ZERO TO WS-EX-GRAU-DEPTO.
        MOVE "N" TO WS-EX-PERIC-DEPTO.
        IF WS-DM-ACHOU > ZERO
            MOVE WS-DM-GRAU(WS-DM-ACHOU) TO WS-EX-GRAU-DEPTO
            MOVE WS-DM-PERIC(WS-DM-ACHOU) TO WS-EX-PERIC-DEPTO
        END-IF.
        MOVE wspronturario TO WS-EX-ALVO.
        COMPUTE WS-EX-DATA = WS-COMPETENCIA * 100 + 31.
        COMPUTE WS-EX-SALARIO-BASE ROUNDED =
            wsValorHora * WS-HORAS-MES.
        MOVE WS-SALARIO-MINIMO-USE TO WS-EX-SALARIO-MINIMO.
        PERFORM APURA-ADICIONAL-RISCO.
        COMPUTE WS-ADIC-RISCO-MENSAL =
            WS-EX-INSALUBRIDADE + WS-EX-PERICULOSIDADE.

      * no mes o adicional acompanha as horas trabalhadas (admissao,
      * desligamento e afastamento no mes reduzem o valor)
        RATEIA-ADICIONAL-RISCO.
        IF wsHoras < WS-HORAS-MES
            COMPUTE wsInsalubridade ROUNDED =
                WS-EX-INSALUBRIDADE * wsHoras / WS-HORAS-MES
            COMPUTE wsPericulosidade ROUNDED =
                WS-EX-PERICULOSIDADE * wsHoras / WS-HORAS-MES
        ELSE
            MOVE WS-EX-INSALUBRIDADE TO wsInsalubridade
            MOVE WS-EX-PERICULOSIDADE TO wsPericulosidade
        END-IF.

        LOAD-HRSBANK-TABLE.
        MOVE ZERO TO WS-BH-COUNT.
        MOVE "N" TO WS-HRSBANK-EOF.
            " VALOR " WS-DF-DIFERENCA(WS-DF-IDX)
            " ACERTADA NESTA COMPETENCIA".

      * diferencas retroativas de dissidio (DISSDIF.DAT, gravado pelo
      * DISSIDIO): as pendentes do empregado entram no bruto do mes,
      * e com ele nas bases de INSS, IRRF e FGTS
        APURA-DIFERENCA-DISSIDIO.
        MOVE ZERO TO wsDifDissidio.
        PERFORM VARYING WS-DD-IDX FROM 1 BY 1
            UNTIL WS-DD-IDX > WS-DD-COUNT
            MOVE WS-DD-IMAGEM(WS-DD-IDX) TO DISSDIF-RECORD
            IF DD-PRONTUARIO = wspronturario AND DD-PENDENTE
                ADD DD-DIFERENCA TO wsDifDissidio
                IF NOT MODO-SIMULACAO
                    MOVE "S" TO DD-STATUS
                    MOVE WS-COMPETENCIA TO DD-COMP-ACERTO
                    MOVE DISSDIF-RECORD TO WS-DD-IMAGEM(WS-DD-IDX)
                    MOVE "Y" TO WS-DD-ALTERADO
                END-IF
                DISPLAY wspronturario " DIFERENCA DE DISSIDIO DA"
                    " COMPETENCIA " DD-COMPETENCIA " VALOR "
                    DD-DIFERENCA " PAGA NESTA COMPETENCIA"
            END-IF
        END-PERFORM.

      * media mensal das comissoes e DSR pagos nos 12 meses
      * anteriores a competencia (COMISCAL.cpy), somada ao salario
      * pelo valor/hora no 13o e nas ferias
        OBTEM-MEDIA-VARIAVEL.
        MOVE WS-COMPETENCIA TO WS-CM-COMP-REF.
        PERFORM CARREGA-MEDIA-COMISSAO.
        MOVE wspronturario TO WS-CM-ALVO.
        PERFORM APURA-MEDIA-COMISSAO.

      * comissoes de vendas pendentes do empregado (COMISSAO.DAT,
      * gravado pelo IMPCOMIS) entram no bruto do mes com o reflexo
      * no repouso remunerado: comissao / dias uteis x domingos e
      * feriados do calendario da competencia
        APURA-COMISSAO-MES.
        MOVE ZERO TO wsComissao wsDsrComissao.
        IF WS-CAL-DIAS-UTEIS > ZERO
            MOVE WS-CAL-DIAS-UTEIS TO WS-DSR-UTEIS-USE
            MOVE WS-CAL-DIAS-REPOUSO TO WS-DSR-REPOUSO-USE
        ELSE
            MOVE WS-DSR-UTEIS-PADRAO TO WS-DSR-UTEIS-USE
            MOVE WS-DSR-REPOUSO-PADRAO TO WS-DSR-REPOUSO-USE
        END-IF.
        PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
            MOVE WS-CO-IMAGEM(WS-CO-IDX) TO COMISSAO-RECORD
            IF CM-PRONTUARIO = wspronturario AND CM-PENDENTE
                AND CM-COMPETENCIA <= WS-COMPETENCIA
                COMPUTE WS-DSR-COMISSAO-ROW ROUNDED =
                    CM-VALOR * WS-DSR-REPOUSO-USE / WS-DSR-UTEIS-USE
                ADD CM-VALOR TO wsComissao
                ADD WS-DSR-COMISSAO-ROW TO wsDsrComissao
                IF NOT MODO-SIMULACAO
                    MOVE "S" TO CM-STATUS
                    MOVE WS-COMPETENCIA TO CM-COMP-ACERTO
                    MOVE WS-DSR-COMISSAO-ROW TO CM-DSR
                    MOVE COMISSAO-RECORD TO WS-CO-IMAGEM(WS-CO-IDX)
                    MOVE "Y" TO WS-CO-ALTERADO
                END-IF
                DISPLAY wspronturario " COMISSAO DA VENDA "
                    CM-REFERENCIA " VALOR " CM-VALOR " DSR "
                    WS-DSR-COMISSAO-ROW " PAGA NESTA COMPETENCIA"
            END-IF
        END-PERFORM.
        IF wsComissao > ZERO AND WS-CAL-DIAS-UTEIS = ZERO
            DISPLAY wspronturario " AVISO: DSR DA COMISSAO PELA"
                " PROPORCAO PADRAO " WS-DSR-REPOUSO-USE "/"
                WS-DSR-UTEIS-USE " - CADASTRE O MES NO CALENDARIO"
        END-IF.

        LOAD-COMISSAO-TABLE.
        MOVE ZERO TO WS-CO-COUNT.
        MOVE "N" TO WS-CO-ALTERADO.
        MOVE "N" TO WS-COMISSAO-EOF.
        OPEN INPUT COMISSAO-FILE.
        IF WS-COMISSAO-STATUS = "00"
            PERFORM UNTIL COMISSAO-EOF
                READ COMISSAO-FILE
                    AT END
                        MOVE "Y" TO WS-COMISSAO-EOF
                    NOT AT END
                        IF WS-CO-COUNT >= WS-CO-MAXIMO
                            DISPLAY "ERRO: COMISSAO.DAT tem mais de "
                                WS-CO-MAXIMO " comissoes -"
                                " lote recusado para nao perder"
                                " registros na regravacao"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        ELSE
                            ADD 1 TO WS-CO-COUNT
                            MOVE COMISSAO-RECORD
                                TO WS-CO-IMAGEM(WS-CO-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COMISSAO-FILE
        END-IF.

        REGRAVA-COMISSAO.
        OPEN OUTPUT COMISSAO-FILE.
        PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
            MOVE WS-CO-IMAGEM(WS-CO-IDX) TO COMISSAO-RECORD
            WRITE COMISSAO-RECORD
        END-PERFORM.
        CLOSE COMISSAO-FILE.
        DISPLAY "COMISSOES ATUALIZADAS EM COMISSAO.DAT".

        LOAD-DISSDIF-TABLE.
        MOVE ZERO TO WS-DD-COUNT.
        MOVE "N" TO WS-DD-ALTERADO.
        MOVE "N" TO WS-DISSDIF-EOF.
        OPEN INPUT DISSDIF-FILE.
        IF WS-DISSDIF-STATUS = "00"
            PERFORM UNTIL DISSDIF-EOF
                READ DISSDIF-FILE
                    AT END
                        MOVE "Y" TO WS-DISSDIF-EOF
                    NOT AT END
                        IF WS-DD-COUNT >= WS-DD-MAXIMO
                            DISPLAY "ERRO: DISSDIF.DAT tem mais de "
                                WS-DD-MAXIMO " diferencas -"
                                " lote recusado para nao perder"
                                " registros na regravacao"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        ELSE
                            ADD 1 TO WS-DD-COUNT
                            MOVE DISSDIF-RECORD
                                TO WS-DD-IMAGEM(WS-DD-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DISSDIF-FILE
        END-IF.

        REGRAVA-DISSDIF.
        OPEN OUTPUT DISSDIF-FILE.
        PERFORM VARYING WS-DD-IDX FROM 1 BY 1
            UNTIL WS-DD-IDX > WS-DD-COUNT
            MOVE WS-DD-IMAGEM(WS-DD-IDX) TO DISSDIF-RECORD
            WRITE DISSDIF-RECORD
        END-PERFORM.
        CLOSE DISSDIF-FILE.
        DISPLAY "DIFERENCAS DE DISSIDIO ATUALIZADAS EM DISSDIF.DAT".

        LOAD-DIFERENC-TABLE.
        MOVE ZERO TO WS-DF-COUNT.
        MOVE "N" TO WS-DF-ALTERADO.
        CLOSE STAGECTL-FILE.

        PROCESSA-RUBRICAS.
        MOVE ZERO TO wsRubProventos wsRubDescontos WS-RL-COUNT.
        PERFORM VARYING WS-MV-IDX FROM 1 BY 1
            UNTIL WS-MV-IDX > WS-MV-COUNT
            IF WS-MV-PRONTUARIO(WS-MV-IDX) = wspronturario
            " TIPO=" WS-RB-TIPO(WS-RB-ACHOU)
            " VALOR=" WS-RUB-VALOR.
        PERFORM ACUMULA-RESUMO-RUBRICA.
        IF WS-RL-COUNT < 20
            ADD 1 TO WS-RL-COUNT
            MOVE WS-RB-CODIGO(WS-RB-ACHOU) TO WS-RL-CODIGO(WS-RL-COUNT)
            MOVE WS-RB-DESCRICAO(WS-RB-ACHOU)
                TO WS-RL-DESCRICAO(WS-RL-COUNT)
            MOVE WS-RB-TIPO(WS-RB-ACHOU) TO WS-RL-TIPO(WS-RL-COUNT)
            MOVE WS-RUB-VALOR TO WS-RL-VALOR(WS-RL-COUNT)
        ELSE
            DISPLAY wspronturario " AVISO: mais de 20 rubricas no"
                " mes - " WS-RB-CODIGO(WS-RB-ACHOU)
                " fora do RUBLOG.DAT"
        END-IF.

        ACUMULA-RESUMO-RUBRICA.
        MOVE ZERO TO WS-RS-ACHOU.
        MOVE WS-COMPETENCIA TO NP-COMPETENCIA.
        MOVE wsSalLiquid TO NP-SALLIQUIDO.
        MOVE WS-NETPAY-TIPO TO NP-TIPO.
        PERFORM SELECIONA-EMPRESA.
        MOVE WS-EMPRESA-EMPREGADO TO NP-EMPRESA.
        IF LOTE-ESTAGIADO AND SAIDAS-LOTE-ABERTAS
            MOVE NETPAY-RECORD TO NETPAYSTG-RECORD
            WRITE NETPAYSTG-RECORD
            CLOSE NETPAY-FILE
        END-IF.

        WRITE-RUBLOG.
        IF WS-RL-COUNT > ZERO
            IF NOT SAIDAS-LOTE-ABERTAS
                OPEN EXTEND RUBLOG-FILE
                IF WS-RUBLOG-STATUS = "35"
                    OPEN OUTPUT RUBLOG-FILE
                END-IF
                PERFORM ABRE-RESFOLHA
            END-IF
            PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                UNTIL WS-RL-IDX > WS-RL-COUNT
                MOVE SPACES TO RUBLOG-RECORD
                MOVE wspronturario TO RL-PRONTUARIO
                MOVE WS-COMPETENCIA TO RL-COMPETENCIA
                MOVE WS-RL-CODIGO(WS-RL-IDX) TO RL-RUBRICA
                MOVE WS-RL-DESCRICAO(WS-RL-IDX) TO RL-DESCRICAO
                MOVE WS-RL-TIPO(WS-RL-IDX) TO RL-TIPO
                MOVE WS-RL-VALOR(WS-RL-IDX) TO RL-VALOR
                MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
                WRITE RUBLOG-RECORD
                IF WS-RUBLOG-STATUS NOT = "00"
                    MOVE "RUBLOG" TO WS-ERR-ARQUIVO
                    MOVE WS-RUBLOG-STATUS TO WS-ERR-STATUS
                    MOVE "WRITE-RUBLOG" TO WS-ERR-PARAGRAFO
                    PERFORM FINALIZA-ERRO-ARQUIVO
                END-IF
                MOVE WS-COMPETENCIA TO WS-RF-COMP
                MOVE wspronturario TO WS-RF-PRONT
                MOVE "N" TO WS-RF-FLUXO
                MOVE SPACES TO WS-RF-CODIGO
                STRING "RB" RL-RUBRICA DELIMITED BY SIZE
                    INTO WS-RF-CODIGO
                MOVE RL-VALOR TO WS-RF-VALOR
                PERFORM SOMA-ELEMENTO-RESFOLHA
            END-PERFORM
            IF NOT SAIDAS-LOTE-ABERTAS
                CLOSE RUBLOG-FILE
                CLOSE RESFOLHA-FILE
            END-IF
        END-IF.

        WRITE-FGTSLED.
        IF wsFGTS > ZERO
            IF NOT SAIDAS-LOTE-ABERTAS
            IF WS-AUDITLOG-STATUS = "35"
                OPEN OUTPUT AUDITLOG-FILE
            END-IF
            PERFORM ABRE-RESFOLHA
        END-IF.
        MOVE SPACES TO AUDITLOG-RECORD.
        MOVE wspronturario TO AL-PRONTUARIO.
        MOVE wsAcertoIrrf TO AL-ACERTO-IRRF.
        MOVE wsAdicNoturno TO AL-ADIC-NOTURNO.
        MOVE WS-AUDIT-TIPO TO AL-TIPO.
        MOVE wsValeTransp TO AL-VALE-TRANSP.
        MOVE wsValeRefeicao TO AL-VALE-REFEICAO.
        MOVE wsPlanoSaude TO AL-PLANO-SAUDE.
        MOVE wsSalMaternidade TO AL-SAL-MATERNIDADE.
        MOVE wsDifDissidio TO AL-DIF-DISSIDIO.
        MOVE wsComissao TO AL-COMISSAO.
        MOVE wsDsrComissao TO AL-DSR-COMISSAO.
        MOVE wsInsalubridade TO AL-INSALUBRIDADE.
        MOVE wsPericulosidade TO AL-PERICULOSIDADE.
        IF AUDIT-COM-HORAS
            MOVE wsHoras TO AL-HORAS
            COMPUTE AL-HORAS-EXTRA = wsHorasExtra + wsHorasExtraDr
            MOVE wsValorHoraExtra TO AL-VALOR-EXTRA
            MOVE wsHorasBancadas TO AL-BANCO-CREDITO
            MOVE wsHorasCompensadas TO AL-BANCO-DEBITO
        ELSE
            MOVE ZERO TO AL-HORAS AL-HORAS-EXTRA AL-VALOR-EXTRA
                AL-BANCO-CREDITO AL-BANCO-DEBITO
        END-IF.
        MOVE "N" TO WS-AUDIT-HORAS.
      * so o lote mensal e o 13o em lote encaminham o liquido ao
      * NETPAY; calculo individual, ferias e 13o individual nao
        IF AUDIT-COM-REMESSA
            MOVE "S" TO AL-REMESSA
        ELSE
            MOVE "N" TO AL-REMESSA
        END-IF.
        MOVE "N" TO WS-AUDIT-REMESSA.
        PERFORM CALCULA-ELO-AUDITLOG.
        WRITE AUDITLOG-RECORD.
        IF WS-AUDITLOG-STATUS NOT = "00"
            MOVE "WRITE-AUDITLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM ACUMULA-RESFOLHA-AUDITORIA.
        IF NOT SAIDAS-LOTE-ABERTAS
            CLOSE AUDITLOG-FILE
            CLOSE RESFOLHA-FILE
        END-IF.

        WRITE-REJECT.

        COPY "AUDCHAIN.cpy".

        COPY "RESFCAL.cpy".

        COPY "JOBJRN.cpy".

        COPY "AFASTCAL.cpy".

        COPY "EMPHCAL.cpy".

        COPY "COMISCAL.cpy".

        COPY "RISCOCAL.cpy".

        COPY "CATEGCAL.cpy".

        COPY "VINCCAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
