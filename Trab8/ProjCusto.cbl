      ******************************************************************
      * Author:
      * Date:
      * Purpose: Projecao do custo da folha para as proximas 12
      *          competencias (orcamento anual) - parte do quadro
      *          ativo (valor/hora vigente do RATEHIST, departamento
      *          vigente do DEPTHIST, dependentes e categoria do
      *          cadastro), aplica o cenario de PROJCEN.DAT
      *          (dissidio, admissoes e desligamentos previstos por
      *          departamento e mes, percentual de horas extras) e
      *          projeta mes a mes, por departamento, o bruto, os
      *          encargos (patronal, RAT, terceiros e FGTS) e as
      *          provisoes de 13o e ferias com seus encargos, pelas
      *          aliquotas do LEGALTAB vigentes em cada competencia.
      *          Aprovado o cenario, carrega quadro e custo no
      *          orcamento DEPTBUD.DAT (substituindo as competencias
      *          projetadas); o MANUTORC fica so para os ajustes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PROJCUST.

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

            SELECT RATEHIST-FILE ASSIGN TO "data/RATEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEHIST-STATUS.

            SELECT DEPTHIST-FILE ASSIGN TO "data/DEPTHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTHIST-STATUS.

            SELECT LEGALTAB-FILE ASSIGN TO "data/LEGALTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEGALTAB-STATUS.

            SELECT PROJCEN-FILE ASSIGN TO "data/PROJCEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJCEN-STATUS.

            SELECT DEPTBUD-FILE ASSIGN TO "data/DEPTBUD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTBUD-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/PROJCUST.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

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

        FD  RATEHIST-FILE.
        COPY "RATEHIST.cpy".

        FD  DEPTHIST-FILE.
        COPY "DEPTHIST.cpy".

        FD  LEGALTAB-FILE.
        COPY "LEGALTAB.cpy".

        FD  PROJCEN-FILE.
        COPY "PROJCEN.cpy".

        FD  DEPTBUD-FILE.
        COPY "DEPTBUD.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "LEGALWS.cpy".
        COPY "CATEGWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-HORAS-MES PIC 9(03) VALUE 220.
        77 WS-SALFAM-IDADE-LIMITE PIC 9(02) VALUE 14.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-DEPTHIST-STATUS PIC XX VALUE "00".
        77 WS-PROJCEN-STATUS PIC XX VALUE "00".
        77 WS-DEPTBUD-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-RATEHIST-EOF PIC X VALUE "N".
            88 RATEHIST-EOF VALUE "Y".
        77 WS-DEPTHIST-EOF PIC X VALUE "N".
            88 DEPTHIST-EOF VALUE "Y".
        77 WS-PROJCEN-EOF PIC X VALUE "N".
            88 PROJCEN-EOF VALUE "Y".
        77 WS-DEPTBUD-EOF PIC X VALUE "N".
            88 DEPTBUD-EOF VALUE "Y".
        77 WS-COMP-INICIO PIC 9(06) VALUE ZERO.
        77 WS-COMP-ANO PIC 9(04) VALUE ZERO.
        77 WS-COMP-MES PIC 9(02) VALUE ZERO.
        77 WS-APROVA PIC X(01) VALUE "N".
        77 WS-PERC-HORA-EXTRA PIC 9(03)V99 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-QTD-EMPREGADOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-CENARIO PIC 9(05) VALUE ZERO.
      * campos da projecao de uma cabeca em um mes
        77 WS-PJ-VALOR-HORA PIC 9(05)V99 VALUE ZERO.
        77 WS-PJ-FATOR PIC 9(03)V9(06) VALUE ZERO.
        77 WS-PJ-DEPTO PIC X(10) VALUE SPACES.
        77 WS-PJ-DEP-QTD PIC 9(02) VALUE ZERO.
        77 WS-PJ-DEP-IDX PIC 9(02) VALUE ZERO.
        77 WS-PJ-NASC-ANOMES PIC 9(06) VALUE ZERO.
        77 WS-PJ-SALARIO PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-BRUTO PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-ALIQ PIC 9V9999 VALUE ZERO.
        77 WS-PJ-ENCARGOS PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-PROV-13 PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-PROV-FERIAS PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-PROVISAO PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-SALFAM PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-CUSTO PIC 9(07)V99 VALUE ZERO.
        77 WS-PJ-QTD PIC 9(05) VALUE ZERO.
        77 WS-PJ-SAIDA PIC 9(05) VALUE ZERO.
      * 12 competencias projetadas, com as aliquotas do LEGALTAB e o
      * fator acumulado de dissidio de cada uma
        77 WS-MS-IDX PIC 9(02) VALUE ZERO.
        77 WS-MS-INICIO PIC 9(02) VALUE ZERO.
        77 WS-MS-LIMITE PIC 9(02) VALUE 12.
        01 WS-MS-TAB.
            05 WS-MS-ENTRY OCCURS 12 TIMES.
                10 WS-MS-COMP PIC 9(06).
                10 WS-MS-FIM PIC 9(08).
                10 WS-MS-FATOR PIC 9(03)V9(06).
                10 WS-MS-FGTS PIC 9V9999.
                10 WS-MS-PATRONAL PIC 9V9999.
                10 WS-MS-RAT PIC 9V9999.
                10 WS-MS-TERC PIC 9V9999.
                10 WS-MS-SALFAM-TETO PIC 9(07)V99.
                10 WS-MS-SALFAM-QUOTA PIC 9(05)V99.
      * departamento x competencia projetada
        77 WS-DP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-DP-IDX PIC 9(03) VALUE ZERO.
        77 WS-DP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-DP-MAXIMO PIC 9(03) VALUE 100.
        01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 100 TIMES.
                10 WS-DP-DEPTO PIC X(10).
                10 WS-DP-MES OCCURS 12 TIMES.
                    15 WS-DP-QTD PIC 9(05).
                    15 WS-DP-BRUTO PIC 9(11)V99.
                    15 WS-DP-ENCARGOS PIC 9(11)V99.
                    15 WS-DP-PROVISAO PIC 9(11)V99.
                    15 WS-DP-SALFAM PIC 9(11)V99.
                    15 WS-DP-CUSTO PIC 9(11)V99.
        01 WS-TT-TAB.
            05 WS-TT-MES OCCURS 12 TIMES.
                10 WS-TT-QTD PIC 9(05).
                10 WS-TT-BRUTO PIC 9(11)V99.
                10 WS-TT-ENCARGOS PIC 9(11)V99.
                10 WS-TT-PROVISAO PIC 9(11)V99.
                10 WS-TT-CUSTO PIC 9(11)V99.
        77 WS-TT-ANO PIC 9(13)V99 VALUE ZERO.
        77 WS-DP-ANO PIC 9(13)V99 VALUE ZERO.
        77 WS-QTD-EDIT PIC ZZ.ZZ9.
        77 WS-BRUTO-EDIT PIC ZZZ.ZZZ.ZZ9,99.
        77 WS-ENCARGOS-EDIT PIC ZZZ.ZZZ.ZZ9,99.
        77 WS-PROVISAO-EDIT PIC ZZZ.ZZZ.ZZ9,99.
        77 WS-CUSTO-EDIT PIC ZZZ.ZZZ.ZZ9,99.
        77 WS-ANO-EDIT PIC Z.ZZZ.ZZZ.ZZ9,99.
      * cenario: admissoes e desligamentos previstos
        77 WS-CN-COUNT PIC 9(03) VALUE ZERO.
        77 WS-CN-IDX PIC 9(03) VALUE ZERO.
        77 WS-CN-MAXIMO PIC 9(03) VALUE 300.
        01 WS-CN-TAB.
            05 WS-CN-ENTRY OCCURS 300 TIMES.
                10 WS-CN-TIPO PIC X(01).
                10 WS-CN-DEPTO PIC X(10).
                10 WS-CN-COMP PIC 9(06).
                10 WS-CN-QTD PIC 9(05).
                10 WS-CN-VALOR-HORA PIC 9(05)V99.
        77 WS-DI-COUNT PIC 9(02) VALUE ZERO.
        77 WS-DI-IDX PIC 9(02) VALUE ZERO.
        01 WS-DI-TAB.
            05 WS-DI-ENTRY OCCURS 12 TIMES.
                10 WS-DI-COMP PIC 9(06).
                10 WS-DI-PERCENTUAL PIC 9(03)V99.
      * vigencias de valor/hora e de departamento
        77 WS-RH-COUNT PIC 9(04) VALUE ZERO.
        77 WS-RH-IDX PIC 9(04) VALUE ZERO.
        77 WS-RH-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-RH-DATA-NOVA PIC 9(08) VALUE ZERO.
        01 WS-RH-TAB.
            05 WS-RH-ENTRY OCCURS 2000 TIMES.
                10 WS-RH-PRONTUARIO PIC X(08).
                10 WS-RH-DATA PIC 9(08).
                10 WS-RH-VALOR PIC 9(05)V99.
        77 WS-DH-COUNT PIC 9(04) VALUE ZERO.
        77 WS-DH-IDX PIC 9(04) VALUE ZERO.
        77 WS-DH-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-DH-DATA-NOVA PIC 9(08) VALUE ZERO.
        01 WS-DH-TAB.
            05 WS-DH-ENTRY OCCURS 2000 TIMES.
                10 WS-DH-PRONTUARIO PIC X(08).
                10 WS-DH-DATA PIC 9(08).
                10 WS-DH-DEPTO PIC X(10).
      * orcamento em DEPTBUD.DAT para a carga
        77 WS-BD-COUNT PIC 9(04) VALUE ZERO.
        77 WS-BD-IDX PIC 9(04) VALUE ZERO.
        77 WS-BD-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-BD-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-BD-OVERFLOW PIC X VALUE "N".
            88 BD-OVERFLOW VALUE "Y".
        77 WS-BD-SUBSTITUIDOS PIC 9(04) VALUE ZERO.
        77 WS-BD-INCLUIDOS PIC 9(04) VALUE ZERO.
        01 WS-BD-TAB.
            05 WS-BD-ENTRY OCCURS 3000 TIMES.
                10 WS-BD-DEPTO PIC X(10).
                10 WS-BD-COMP PIC 9(06).
                10 WS-BD-QTD PIC 9(05).
                10 WS-BD-CUSTO PIC 9(11)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "PROJCUST" TO WS-ERR-PROGRAMA.
        DISPLAY "Digite a primeira competencia projetada (AAAAMM,"
            " 0=proximo mes): " NO ADVANCING.
        ACCEPT WS-COMP-INICIO.
        IF WS-COMP-INICIO = ZERO
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMP-INICIO
            PERFORM PROXIMA-COMPETENCIA
        END-IF.
        DIVIDE WS-COMP-INICIO BY 100 GIVING WS-COMP-ANO
            REMAINDER WS-COMP-MES.
        IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
            DISPLAY "ERRO: competencia invalida"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM LOAD-LEGAL-TABLE.
        PERFORM CARREGA-CENARIO.
        PERFORM MONTA-COMPETENCIAS.
        PERFORM LOAD-RATEHIST-TABLE.
        PERFORM LOAD-DEPTHIST-TABLE.
        INITIALIZE WS-DP-TAB WS-TT-TAB.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF EM-ATIVO AND EM-VALOR-HORA > ZERO
                        PERFORM PROJETA-EMPREGADO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        PERFORM VARYING WS-CN-IDX FROM 1 BY 1
            UNTIL WS-CN-IDX > WS-CN-COUNT
            IF WS-CN-TIPO(WS-CN-IDX) = "A"
                PERFORM PROJETA-ADMISSAO
            END-IF
        END-PERFORM.
        PERFORM VARYING WS-CN-IDX FROM 1 BY 1
            UNTIL WS-CN-IDX > WS-CN-COUNT
            IF WS-CN-TIPO(WS-CN-IDX) = "X"
                PERFORM PROJETA-DESLIGAMENTO
            END-IF
        END-PERFORM.

        PERFORM RELATA-PROJECAO.

        DISPLAY "Cenario aprovado - carregar no orcamento DEPTBUD.DAT"
            " (S/N)? " NO ADVANCING.
        ACCEPT WS-APROVA.
        IF WS-APROVA = "S" OR WS-APROVA = "s"
            MOVE 2 TO WS-NIVEL-EXIGIDO
            PERFORM EFETUA-SIGNON
            PERFORM CARREGA-ORCAMENTO
        ELSE
            DISPLAY "PROJECAO NAO CARREGADA NO ORCAMENTO"
        END-IF.
        STOP RUN.

        PROXIMA-COMPETENCIA.
        DIVIDE WS-COMP-INICIO BY 100 GIVING WS-COMP-ANO
            REMAINDER WS-COMP-MES.
        ADD 1 TO WS-COMP-MES.
        IF WS-COMP-MES > 12
            MOVE 1 TO WS-COMP-MES
            ADD 1 TO WS-COMP-ANO
        END-IF.
        COMPUTE WS-COMP-INICIO = WS-COMP-ANO * 100 + WS-COMP-MES.

      * as 12 competencias a partir da inicial, com as aliquotas em
      * vigor no fim de cada uma e o dissidio acumulado
        MONTA-COMPETENCIAS.
        MOVE WS-COMP-INICIO TO WS-COMP-ANO.
        MOVE WS-COMP-INICIO TO WS-MS-COMP(1).
        PERFORM VARYING WS-MS-IDX FROM 1 BY 1
            UNTIL WS-MS-IDX > WS-MS-LIMITE
            IF WS-MS-IDX > 1
                MOVE WS-MS-COMP(WS-MS-IDX - 1) TO WS-COMP-INICIO
                PERFORM PROXIMA-COMPETENCIA
                MOVE WS-COMP-INICIO TO WS-MS-COMP(WS-MS-IDX)
            END-IF
            COMPUTE WS-MS-FIM(WS-MS-IDX) =
                WS-MS-COMP(WS-MS-IDX) * 100 + 31
            MOVE WS-MS-FIM(WS-MS-IDX) TO WS-LEGAL-DATA-ALVO
            PERFORM SELECT-LEGAL-RATE
            MOVE WS-ALIQ-FGTS-USE TO WS-MS-FGTS(WS-MS-IDX)
            MOVE WS-ALIQ-PATRONAL-USE TO WS-MS-PATRONAL(WS-MS-IDX)
            MOVE WS-ALIQ-RAT-USE TO WS-MS-RAT(WS-MS-IDX)
            MOVE WS-ALIQ-TERCEIROS-USE TO WS-MS-TERC(WS-MS-IDX)
            MOVE WS-SALFAM-TETO-USE TO WS-MS-SALFAM-TETO(WS-MS-IDX)
            MOVE WS-SALFAM-QUOTA-USE
                TO WS-MS-SALFAM-QUOTA(WS-MS-IDX)
            MOVE 1 TO WS-MS-FATOR(WS-MS-IDX)
            PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                UNTIL WS-DI-IDX > WS-DI-COUNT
                IF WS-DI-COMP(WS-DI-IDX) <= WS-MS-COMP(WS-MS-IDX)
                    COMPUTE WS-MS-FATOR(WS-MS-IDX) ROUNDED =
                        WS-MS-FATOR(WS-MS-IDX)
                        * (1 + WS-DI-PERCENTUAL(WS-DI-IDX) / 100)
                END-IF
            END-PERFORM
        END-PERFORM.
        MOVE WS-MS-COMP(1) TO WS-COMP-INICIO.

        PROJETA-EMPREGADO.
        ADD 1 TO WS-QTD-EMPREGADOS.
        MOVE EM-PRONTUARIO TO wspronturario.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        PERFORM VARYING WS-MS-IDX FROM 1 BY 1
            UNTIL WS-MS-IDX > WS-MS-LIMITE
            MOVE EM-VALOR-HORA TO WS-PJ-VALOR-HORA
            PERFORM SELECIONA-VALOR-HORA
            MOVE EM-DEPARTAMENTO TO WS-PJ-DEPTO
            PERFORM SELECIONA-DEPARTAMENTO
            MOVE WS-MS-FATOR(WS-MS-IDX) TO WS-PJ-FATOR
            PERFORM CONTA-DEPENDENTES
            MOVE 1 TO WS-PJ-QTD
            PERFORM PROJETA-CABECA-MES
            PERFORM ACUMULA-DEPTO-MES
        END-PERFORM.

      * admissao: nova cabeca CLT sem dependentes ao valor/hora do
      * cenario; dissidio posterior a admissao incide sobre ele
        PROJETA-ADMISSAO.
        MOVE SPACE TO WS-CAT-CODIGO.
        MOVE ZERO TO WS-PJ-DEP-QTD.
        MOVE WS-CN-DEPTO(WS-CN-IDX) TO WS-PJ-DEPTO.
        MOVE ZERO TO WS-MS-INICIO.
        PERFORM VARYING WS-MS-IDX FROM 1 BY 1
            UNTIL WS-MS-IDX > WS-MS-LIMITE
            IF WS-MS-COMP(WS-MS-IDX) = WS-CN-COMP(WS-CN-IDX)
                MOVE WS-MS-IDX TO WS-MS-INICIO
            END-IF
        END-PERFORM.
        PERFORM VARYING WS-MS-IDX FROM 1 BY 1
            UNTIL WS-MS-IDX > WS-MS-LIMITE
            IF WS-MS-COMP(WS-MS-IDX) >= WS-CN-COMP(WS-CN-IDX)
                MOVE WS-CN-VALOR-HORA(WS-CN-IDX) TO WS-PJ-VALOR-HORA
                IF WS-MS-INICIO > ZERO
                    COMPUTE WS-PJ-FATOR ROUNDED =
                        WS-MS-FATOR(WS-MS-IDX)
                        / WS-MS-FATOR(WS-MS-INICIO)
                ELSE
                    MOVE WS-MS-FATOR(WS-MS-IDX) TO WS-PJ-FATOR
                END-IF
                MOVE WS-CN-QTD(WS-CN-IDX) TO WS-PJ-QTD
                PERFORM PROJETA-CABECA-MES
                PERFORM ACUMULA-DEPTO-MES
            END-IF
        END-PERFORM.

      * desligamento: tira as cabecas pelo custo medio do
      * departamento no mes
        PROJETA-DESLIGAMENTO.
        MOVE WS-CN-DEPTO(WS-CN-IDX) TO WS-PJ-DEPTO.
        PERFORM LOCALIZA-DEPTO.
        IF WS-DP-ACHOU = ZERO
            DISPLAY "AVISO: desligamento previsto em departamento sem"
                " quadro projetado - " WS-CN-DEPTO(WS-CN-IDX)
                " ignorado"
        ELSE
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MS-LIMITE
                IF WS-MS-COMP(WS-MS-IDX) >= WS-CN-COMP(WS-CN-IDX)
                    AND WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) > ZERO
                    PERFORM RETIRA-CABECAS-MES
                END-IF
            END-PERFORM
        END-IF.

        RETIRA-CABECAS-MES.
        MOVE WS-CN-QTD(WS-CN-IDX) TO WS-PJ-SAIDA.
        IF WS-PJ-SAIDA > WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX)
            MOVE WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) TO WS-PJ-SAIDA
        END-IF.
        COMPUTE WS-DP-BRUTO(WS-DP-ACHOU, WS-MS-IDX) ROUNDED =
            WS-DP-BRUTO(WS-DP-ACHOU, WS-MS-IDX)
            * (WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) - WS-PJ-SAIDA)
            / WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX).
        COMPUTE WS-DP-ENCARGOS(WS-DP-ACHOU, WS-MS-IDX) ROUNDED =
            WS-DP-ENCARGOS(WS-DP-ACHOU, WS-MS-IDX)
            * (WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) - WS-PJ-SAIDA)
            / WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX).
        COMPUTE WS-DP-PROVISAO(WS-DP-ACHOU, WS-MS-IDX) ROUNDED =
            WS-DP-PROVISAO(WS-DP-ACHOU, WS-MS-IDX)
            * (WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) - WS-PJ-SAIDA)
            / WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX).
        COMPUTE WS-DP-SALFAM(WS-DP-ACHOU, WS-MS-IDX) ROUNDED =
            WS-DP-SALFAM(WS-DP-ACHOU, WS-MS-IDX)
            * (WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) - WS-PJ-SAIDA)
            / WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX).
        COMPUTE WS-DP-CUSTO(WS-DP-ACHOU, WS-MS-IDX) ROUNDED =
            WS-DP-CUSTO(WS-DP-ACHOU, WS-MS-IDX)
            * (WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX) - WS-PJ-SAIDA)
            / WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX).
        SUBTRACT WS-PJ-SAIDA FROM WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX).

      * uma cabeca no mes WS-MS-IDX: salario de 220 horas com o
      * dissidio acumulado, horas extras do cenario, encargos e
      * provisoes pelas regras da categoria (CATEGCAL) - os mesmos
      * calculos do CALC-ENCARGOS-PATRONAIS e do PROVISAO. O
      * salario-familia e informado a parte: e pago ao empregado mas
      * compensado na GPS, nao entra no custo
        PROJETA-CABECA-MES.
        MOVE WS-MS-FGTS(WS-MS-IDX) TO WS-CAT-ALIQ-FGTS-NORMAL.
        PERFORM APURA-CATEGORIA.
        COMPUTE WS-PJ-SALARIO ROUNDED =
            WS-PJ-VALOR-HORA * WS-PJ-FATOR * WS-HORAS-MES.
        COMPUTE WS-PJ-BRUTO ROUNDED = WS-PJ-SALARIO
            + WS-PJ-SALARIO * WS-PERC-HORA-EXTRA / 100.
        EVALUATE TRUE
            WHEN CAT-ENCARGOS-ISENTO
                MOVE ZERO TO WS-PJ-ALIQ
            WHEN CAT-ENCARGOS-PATRONAL
                COMPUTE WS-PJ-ALIQ = WS-MS-PATRONAL(WS-MS-IDX)
                    + WS-CAT-ALIQ-FGTS
            WHEN OTHER
                COMPUTE WS-PJ-ALIQ = WS-MS-PATRONAL(WS-MS-IDX)
                    + WS-MS-RAT(WS-MS-IDX) + WS-MS-TERC(WS-MS-IDX)
                    + WS-CAT-ALIQ-FGTS
        END-EVALUATE.
        COMPUTE WS-PJ-ENCARGOS ROUNDED = WS-PJ-BRUTO * WS-PJ-ALIQ.
        MOVE ZERO TO WS-PJ-PROV-13 WS-PJ-PROV-FERIAS.
        IF CAT-TEM-13
            COMPUTE WS-PJ-PROV-13 ROUNDED = WS-PJ-BRUTO / 12
        END-IF.
        IF CAT-TEM-FERIAS AND CAT-TEM-TERCO
            COMPUTE WS-PJ-PROV-FERIAS ROUNDED =
                WS-PJ-BRUTO * 4 / 3 / 12
        END-IF.
        IF CAT-TEM-FERIAS AND NOT CAT-TEM-TERCO
            COMPUTE WS-PJ-PROV-FERIAS ROUNDED = WS-PJ-BRUTO / 12
        END-IF.
        COMPUTE WS-PJ-PROVISAO ROUNDED =
            (WS-PJ-PROV-13 + WS-PJ-PROV-FERIAS) * (1 + WS-PJ-ALIQ).
        MOVE ZERO TO WS-PJ-SALFAM.
        IF WS-PJ-BRUTO <= WS-MS-SALFAM-TETO(WS-MS-IDX)
            AND CAT-TEM-VERBAS-CLT
            COMPUTE WS-PJ-SALFAM ROUNDED =
                WS-PJ-DEP-QTD * WS-MS-SALFAM-QUOTA(WS-MS-IDX)
        END-IF.
        COMPUTE WS-PJ-CUSTO = WS-PJ-BRUTO + WS-PJ-ENCARGOS
            + WS-PJ-PROVISAO.

        ACUMULA-DEPTO-MES.
        PERFORM LOCALIZA-DEPTO.
        IF WS-DP-ACHOU = ZERO
            IF WS-DP-COUNT >= WS-DP-MAXIMO
                DISPLAY "AVISO: limite de " WS-DP-MAXIMO
                    " departamentos atingido, " WS-PJ-DEPTO
                    " fora da projecao"
            ELSE
                ADD 1 TO WS-DP-COUNT
                MOVE WS-DP-COUNT TO WS-DP-ACHOU
                MOVE WS-PJ-DEPTO TO WS-DP-DEPTO(WS-DP-ACHOU)
            END-IF
        END-IF.
        IF WS-DP-ACHOU > ZERO
            ADD WS-PJ-QTD TO WS-DP-QTD(WS-DP-ACHOU, WS-MS-IDX)
            COMPUTE WS-DP-BRUTO(WS-DP-ACHOU, WS-MS-IDX) =
                WS-DP-BRUTO(WS-DP-ACHOU, WS-MS-IDX)
                + WS-PJ-BRUTO * WS-PJ-QTD
            COMPUTE WS-DP-ENCARGOS(WS-DP-ACHOU, WS-MS-IDX) =
                WS-DP-ENCARGOS(WS-DP-ACHOU, WS-MS-IDX)
                + WS-PJ-ENCARGOS * WS-PJ-QTD
            COMPUTE WS-DP-PROVISAO(WS-DP-ACHOU, WS-MS-IDX) =
                WS-DP-PROVISAO(WS-DP-ACHOU, WS-MS-IDX)
                + WS-PJ-PROVISAO * WS-PJ-QTD
            COMPUTE WS-DP-SALFAM(WS-DP-ACHOU, WS-MS-IDX) =
                WS-DP-SALFAM(WS-DP-ACHOU, WS-MS-IDX)
                + WS-PJ-SALFAM * WS-PJ-QTD
            COMPUTE WS-DP-CUSTO(WS-DP-ACHOU, WS-MS-IDX) =
                WS-DP-CUSTO(WS-DP-ACHOU, WS-MS-IDX)
                + WS-PJ-CUSTO * WS-PJ-QTD
        END-IF.

        LOCALIZA-DEPTO.
        MOVE ZERO TO WS-DP-ACHOU.
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
            UNTIL WS-DP-IDX > WS-DP-COUNT
            IF WS-DP-DEPTO(WS-DP-IDX) = WS-PJ-DEPTO
                MOVE WS-DP-IDX TO WS-DP-ACHOU
            END-IF
        END-PERFORM.

      * dependentes abaixo da idade do salario-familia no mes, como
      * no CALC-SALARIO-FAMILIA do TRAB1
        CONTA-DEPENDENTES.
        MOVE ZERO TO WS-PJ-DEP-QTD.
        PERFORM VARYING WS-PJ-DEP-IDX FROM 1 BY 1
            UNTIL WS-PJ-DEP-IDX > EM-QTD-DEPENDENTE
            OR WS-PJ-DEP-IDX > 10
            IF EM-DEP-NASCIMENTO(WS-PJ-DEP-IDX) > ZERO
                COMPUTE WS-PJ-NASC-ANOMES =
                    EM-DEP-NASCIMENTO(WS-PJ-DEP-IDX) / 100
                    + (WS-SALFAM-IDADE-LIMITE * 100)
                IF WS-PJ-NASC-ANOMES > WS-MS-COMP(WS-MS-IDX)
                    ADD 1 TO WS-PJ-DEP-QTD
                END-IF
            END-IF
        END-PERFORM.

        RELATA-PROJECAO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "PROJECAO DO CUSTO DA FOLHA " WS-MS-COMP(1) " A "
            WS-MS-COMP(WS-MS-LIMITE) " - "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "BASE ATIVA=" WS-QTD-EMPREGADOS
            " LINHAS DO CENARIO=" WS-QTD-CENARIO
            " HORAS EXTRAS=" WS-PERC-HORA-EXTRA "%"
            " DISSIDIO ACUMULADO NO FIM=" WS-MS-FATOR(WS-MS-LIMITE)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
            UNTIL WS-DP-IDX > WS-DP-COUNT
            PERFORM RELATA-DEPTO
        END-PERFORM.
        PERFORM RELATA-EMPRESA.
        CLOSE RELATO-FILE.

        RELATA-DEPTO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "DEPARTAMENTO " WS-DP-DEPTO(WS-DP-IDX)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE ZERO TO WS-DP-ANO.
        PERFORM VARYING WS-MS-IDX FROM 1 BY 1
            UNTIL WS-MS-IDX > WS-MS-LIMITE
            MOVE WS-DP-QTD(WS-DP-IDX, WS-MS-IDX) TO WS-QTD-EDIT
            MOVE WS-DP-BRUTO(WS-DP-IDX, WS-MS-IDX) TO WS-BRUTO-EDIT
            MOVE WS-DP-ENCARGOS(WS-DP-IDX, WS-MS-IDX)
                TO WS-ENCARGOS-EDIT
            MOVE WS-DP-PROVISAO(WS-DP-IDX, WS-MS-IDX)
                TO WS-PROVISAO-EDIT
            MOVE WS-DP-CUSTO(WS-DP-IDX, WS-MS-IDX) TO WS-CUSTO-EDIT
            MOVE SPACES TO RELATO-LINHA
            STRING "  " WS-MS-COMP(WS-MS-IDX)
                " QTD=" WS-QTD-EDIT
                " BRUTO=" WS-BRUTO-EDIT
                " ENCARGOS=" WS-ENCARGOS-EDIT
                " PROVISOES=" WS-PROVISAO-EDIT
                " CUSTO=" WS-CUSTO-EDIT
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            ADD WS-DP-CUSTO(WS-DP-IDX, WS-MS-IDX) TO WS-DP-ANO
            ADD WS-DP-QTD(WS-DP-IDX, WS-MS-IDX)
                TO WS-TT-QTD(WS-MS-IDX)
            ADD WS-DP-BRUTO(WS-DP-IDX, WS-MS-IDX)
                TO WS-TT-BRUTO(WS-MS-IDX)
            ADD WS-DP-ENCARGOS(WS-DP-IDX, WS-MS-IDX)
                TO WS-TT-ENCARGOS(WS-MS-IDX)
            ADD WS-DP-PROVISAO(WS-DP-IDX, WS-MS-IDX)
                TO WS-TT-PROVISAO(WS-MS-IDX)
            ADD WS-DP-CUSTO(WS-DP-IDX, WS-MS-IDX)
                TO WS-TT-CUSTO(WS-MS-IDX)
        END-PERFORM.
        MOVE WS-DP-ANO TO WS-ANO-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  CUSTO NAS 12 COMPETENCIAS=" WS-ANO-EDIT
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY WS-DP-DEPTO(WS-DP-IDX) " CUSTO PROJETADO=" WS-ANO-EDIT.

        RELATA-EMPRESA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "EMPRESA" DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE ZERO TO WS-TT-ANO.
        PERFORM VARYING WS-MS-IDX FROM 1 BY 1
            UNTIL WS-MS-IDX > WS-MS-LIMITE
            MOVE WS-TT-QTD(WS-MS-IDX) TO WS-QTD-EDIT
            MOVE WS-TT-BRUTO(WS-MS-IDX) TO WS-BRUTO-EDIT
            MOVE WS-TT-ENCARGOS(WS-MS-IDX) TO WS-ENCARGOS-EDIT
            MOVE WS-TT-PROVISAO(WS-MS-IDX) TO WS-PROVISAO-EDIT
            MOVE WS-TT-CUSTO(WS-MS-IDX) TO WS-CUSTO-EDIT
            MOVE SPACES TO RELATO-LINHA
            STRING "  " WS-MS-COMP(WS-MS-IDX)
                " QTD=" WS-QTD-EDIT
                " BRUTO=" WS-BRUTO-EDIT
                " ENCARGOS=" WS-ENCARGOS-EDIT
                " PROVISOES=" WS-PROVISAO-EDIT
                " CUSTO=" WS-CUSTO-EDIT
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            ADD WS-TT-CUSTO(WS-MS-IDX) TO WS-TT-ANO
        END-PERFORM.
        MOVE WS-TT-ANO TO WS-ANO-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  CUSTO NAS 12 COMPETENCIAS=" WS-ANO-EDIT
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY "EMPRESA CUSTO PROJETADO=" WS-ANO-EDIT
            " - RELATORIO EM data/PROJCUST.PRT".

      * carga aprovada: as competencias projetadas substituem as do
      * mesmo departamento no DEPTBUD.DAT; as demais ficam como estao
        CARREGA-ORCAMENTO.
        MOVE ZERO TO WS-BD-COUNT WS-BD-SUBSTITUIDOS WS-BD-INCLUIDOS.
        MOVE "N" TO WS-BD-OVERFLOW.
        OPEN INPUT DEPTBUD-FILE.
        IF WS-DEPTBUD-STATUS = "00"
            PERFORM UNTIL DEPTBUD-EOF
                READ DEPTBUD-FILE
                    AT END
                        MOVE "Y" TO WS-DEPTBUD-EOF
                    NOT AT END
                        IF WS-BD-COUNT >= WS-BD-MAXIMO
                            MOVE "Y" TO WS-BD-OVERFLOW
                        ELSE
                            ADD 1 TO WS-BD-COUNT
                            MOVE BD-DEPARTAMENTO
                                TO WS-BD-DEPTO(WS-BD-COUNT)
                            MOVE BD-COMPETENCIA
                                TO WS-BD-COMP(WS-BD-COUNT)
                            MOVE BD-QTD-PREVISTA
                                TO WS-BD-QTD(WS-BD-COUNT)
                            MOVE BD-CUSTO-PREVISTO
                                TO WS-BD-CUSTO(WS-BD-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEPTBUD-FILE
        END-IF.
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
            UNTIL WS-DP-IDX > WS-DP-COUNT OR BD-OVERFLOW
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MS-LIMITE OR BD-OVERFLOW
                PERFORM GUARDA-ORCAMENTO
            END-PERFORM
        END-PERFORM.
        IF BD-OVERFLOW
            DISPLAY "ERRO: orcamento passaria de " WS-BD-MAXIMO
                " registros - carga recusada, DEPTBUD.DAT inalterado"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT DEPTBUD-FILE.
        IF WS-DEPTBUD-STATUS NOT = "00"
            MOVE "DEPTBUD" TO WS-ERR-ARQUIVO
            MOVE WS-DEPTBUD-STATUS TO WS-ERR-STATUS
            MOVE "CARREGA-ORCAMENTO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM VARYING WS-BD-IDX FROM 1 BY 1
            UNTIL WS-BD-IDX > WS-BD-COUNT
            MOVE SPACES TO DEPTBUD-RECORD
            MOVE WS-BD-DEPTO(WS-BD-IDX) TO BD-DEPARTAMENTO
            MOVE WS-BD-COMP(WS-BD-IDX) TO BD-COMPETENCIA
            MOVE WS-BD-QTD(WS-BD-IDX) TO BD-QTD-PREVISTA
            MOVE WS-BD-CUSTO(WS-BD-IDX) TO BD-CUSTO-PREVISTO
            WRITE DEPTBUD-RECORD
        END-PERFORM.
        CLOSE DEPTBUD-FILE.
        DISPLAY "ORCAMENTO CARREGADO POR " WS-SIGNON-OPERADOR ": "
            WS-BD-SUBSTITUIDOS " SUBSTITUIDO(S), " WS-BD-INCLUIDOS
            " INCLUIDO(S)".

        GUARDA-ORCAMENTO.
        MOVE ZERO TO WS-BD-ACHOU.
        PERFORM VARYING WS-BD-IDX FROM 1 BY 1
            UNTIL WS-BD-IDX > WS-BD-COUNT
            IF WS-BD-DEPTO(WS-BD-IDX) = WS-DP-DEPTO(WS-DP-IDX)
                AND WS-BD-COMP(WS-BD-IDX) = WS-MS-COMP(WS-MS-IDX)
                MOVE WS-BD-IDX TO WS-BD-ACHOU
            END-IF
        END-PERFORM.
        IF WS-BD-ACHOU = ZERO
            IF WS-BD-COUNT >= WS-BD-MAXIMO
                MOVE "Y" TO WS-BD-OVERFLOW
            ELSE
                ADD 1 TO WS-BD-COUNT
                MOVE WS-BD-COUNT TO WS-BD-ACHOU
                MOVE WS-DP-DEPTO(WS-DP-IDX) TO WS-BD-DEPTO(WS-BD-ACHOU)
                MOVE WS-MS-COMP(WS-MS-IDX) TO WS-BD-COMP(WS-BD-ACHOU)
                ADD 1 TO WS-BD-INCLUIDOS
            END-IF
        ELSE
            ADD 1 TO WS-BD-SUBSTITUIDOS
        END-IF.
        IF WS-BD-ACHOU > ZERO AND NOT BD-OVERFLOW
            MOVE WS-DP-QTD(WS-DP-IDX, WS-MS-IDX)
                TO WS-BD-QTD(WS-BD-ACHOU)
            MOVE WS-DP-CUSTO(WS-DP-IDX, WS-MS-IDX)
                TO WS-BD-CUSTO(WS-BD-ACHOU)
        END-IF.

        CARREGA-CENARIO.
        MOVE ZERO TO WS-CN-COUNT WS-DI-COUNT WS-QTD-CENARIO.
        OPEN INPUT PROJCEN-FILE.
        IF WS-PROJCEN-STATUS NOT = "00"
            DISPLAY "AVISO: PROJCEN.DAT indisponivel (status "
                WS-PROJCEN-STATUS ") - projecao so do quadro atual"
        ELSE
            PERFORM UNTIL PROJCEN-EOF
                READ PROJCEN-FILE
                    AT END
                        MOVE "Y" TO WS-PROJCEN-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-CENARIO
                        PERFORM GUARDA-CENARIO
                END-READ
            END-PERFORM
            CLOSE PROJCEN-FILE
        END-IF.

        GUARDA-CENARIO.
        EVALUATE TRUE
            WHEN PJ-HORA-EXTRA
                MOVE PJ-PERCENTUAL TO WS-PERC-HORA-EXTRA
            WHEN PJ-DISSIDIO
                IF WS-DI-COUNT >= 12
                    DISPLAY "AVISO: limite de 12 dissidios no"
                        " cenario, " PJ-COMPETENCIA " ignorado"
                ELSE
                    ADD 1 TO WS-DI-COUNT
                    MOVE PJ-COMPETENCIA TO WS-DI-COMP(WS-DI-COUNT)
                    MOVE PJ-PERCENTUAL
                        TO WS-DI-PERCENTUAL(WS-DI-COUNT)
                END-IF
            WHEN PJ-ADMISSAO OR PJ-DESLIGAMENTO
                IF WS-CN-COUNT >= WS-CN-MAXIMO
                    DISPLAY "AVISO: limite de " WS-CN-MAXIMO
                        " linhas de quadro no cenario, "
                        PJ-DEPARTAMENTO " ignorado"
                ELSE
                    ADD 1 TO WS-CN-COUNT
                    MOVE PJ-TIPO TO WS-CN-TIPO(WS-CN-COUNT)
                    MOVE PJ-DEPARTAMENTO TO WS-CN-DEPTO(WS-CN-COUNT)
                    MOVE PJ-COMPETENCIA TO WS-CN-COMP(WS-CN-COUNT)
                    MOVE PJ-QTD TO WS-CN-QTD(WS-CN-COUNT)
                    MOVE PJ-VALOR-HORA
                        TO WS-CN-VALOR-HORA(WS-CN-COUNT)
                END-IF
            WHEN OTHER
                DISPLAY "AVISO: linha do cenario com tipo invalido '"
                    PJ-TIPO "' ignorada"
        END-EVALUATE.

        SELECIONA-VALOR-HORA.
        MOVE ZERO TO WS-RH-DATA-NOVA.
        PERFORM VARYING WS-RH-IDX FROM 1 BY 1
            UNTIL WS-RH-IDX > WS-RH-COUNT
            IF WS-RH-PRONTUARIO(WS-RH-IDX) = wspronturario
                AND WS-RH-DATA(WS-RH-IDX) <= WS-MS-FIM(WS-MS-IDX)
                AND WS-RH-DATA(WS-RH-IDX) >= WS-RH-DATA-NOVA
                MOVE WS-RH-DATA(WS-RH-IDX) TO WS-RH-DATA-NOVA
                MOVE WS-RH-VALOR(WS-RH-IDX) TO WS-PJ-VALOR-HORA
            END-IF
        END-PERFORM.

        SELECIONA-DEPARTAMENTO.
        MOVE ZERO TO WS-DH-DATA-NOVA.
        PERFORM VARYING WS-DH-IDX FROM 1 BY 1
            UNTIL WS-DH-IDX > WS-DH-COUNT
            IF WS-DH-PRONTUARIO(WS-DH-IDX) = wspronturario
                AND WS-DH-DATA(WS-DH-IDX) <= WS-MS-FIM(WS-MS-IDX)
                AND WS-DH-DATA(WS-DH-IDX) >= WS-DH-DATA-NOVA
                MOVE WS-DH-DATA(WS-DH-IDX) TO WS-DH-DATA-NOVA
                MOVE WS-DH-DEPTO(WS-DH-IDX) TO WS-PJ-DEPTO
            END-IF
        END-PERFORM.

        LOAD-RATEHIST-TABLE.
        MOVE ZERO TO WS-RH-COUNT.
        MOVE "N" TO WS-RATEHIST-EOF.
        OPEN INPUT RATEHIST-FILE.
        IF WS-RATEHIST-STATUS = "00"
            PERFORM UNTIL RATEHIST-EOF
                READ RATEHIST-FILE
                    AT END
                        MOVE "Y" TO WS-RATEHIST-EOF
                    NOT AT END
                        IF WS-RH-COUNT >= WS-RH-MAXIMO
                            DISPLAY "AVISO: limite de " WS-RH-MAXIMO
                                " vigencias de valor/hora atingido, "
                                RH-PRONTUARIO " ignorado"
                        ELSE
                            ADD 1 TO WS-RH-COUNT
                            MOVE RH-PRONTUARIO
                                TO WS-RH-PRONTUARIO(WS-RH-COUNT)
                            MOVE RH-DATA-VIGENCIA
                                TO WS-RH-DATA(WS-RH-COUNT)
                            MOVE RH-VALOR-HORA
                                TO WS-RH-VALOR(WS-RH-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RATEHIST-FILE
        END-IF.

        LOAD-DEPTHIST-TABLE.
        MOVE ZERO TO WS-DH-COUNT.
        MOVE "N" TO WS-DEPTHIST-EOF.
        OPEN INPUT DEPTHIST-FILE.
        IF WS-DEPTHIST-STATUS = "00"
            PERFORM UNTIL DEPTHIST-EOF
                READ DEPTHIST-FILE
                    AT END
                        MOVE "Y" TO WS-DEPTHIST-EOF
                    NOT AT END
                        IF WS-DH-COUNT >= WS-DH-MAXIMO
                            DISPLAY "AVISO: limite de " WS-DH-MAXIMO
                                " vigencias de departamento"
                                " atingido, " DH-PRONTUARIO
                                " ignorado"
                        ELSE
                            ADD 1 TO WS-DH-COUNT
                            MOVE DH-PRONTUARIO
                                TO WS-DH-PRONTUARIO(WS-DH-COUNT)
                            MOVE DH-DATA-VIGENCIA
                                TO WS-DH-DATA(WS-DH-COUNT)
                            MOVE DH-DEPARTAMENTO
                                TO WS-DH-DEPTO(WS-DH-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEPTHIST-FILE
        END-IF.

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
                            MOVE LP-ALIQ-FGTS
                                TO WS-LEGAL-FGTS(WS-LEGAL-COUNT)
                            MOVE LP-SALFAM-TETO
                                TO WS-LEGAL-SF-TETO(WS-LEGAL-COUNT)
                            MOVE LP-SALFAM-QUOTA
                                TO WS-LEGAL-SF-QUOTA(WS-LEGAL-COUNT)
                            MOVE LP-ALIQ-PATRONAL TO
                                WS-LEGAL-PATRONAL(WS-LEGAL-COUNT)
                            MOVE LP-ALIQ-RAT
                                TO WS-LEGAL-RAT(WS-LEGAL-COUNT)
                            MOVE LP-ALIQ-TERCEIROS
                                TO WS-LEGAL-TERC(WS-LEGAL-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LEGALTAB-FILE
        END-IF.

        SELECT-LEGAL-RATE.
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
            MOVE WS-LEGAL-FGTS(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-FGTS-USE
            MOVE WS-LEGAL-SF-TETO(WS-LEGAL-BEST-IDX)
                TO WS-SALFAM-TETO-USE
            MOVE WS-LEGAL-SF-QUOTA(WS-LEGAL-BEST-IDX)
                TO WS-SALFAM-QUOTA-USE
            MOVE WS-LEGAL-PATRONAL(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-PATRONAL-USE
            MOVE WS-LEGAL-RAT(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-RAT-USE
            MOVE WS-LEGAL-TERC(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-TERCEIROS-USE
        END-IF.

        COPY "CATEGCAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
