      * Date:
      * Purpose: Informe de rendimentos anual por funcionario a
      *          partir do historico YTD arquivado no fechamento.
      *          O funcionario transferido entre empresas do grupo
      *          (EMPHIST.DAT) recebe um informe por CNPJ: cada
      *          empresa anterior com o que a trilha de auditoria
      *          registra nas competencias em que ela pagou e a
      *          empresa do fim do ano com o restante do historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTDHIST-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT INFORME-FILE ASSIGN TO "data/INFORME.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INFORME-STATUS.
        FD  YTDHIST-FILE.
        COPY "YTDHIST.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  INFORME-FILE.
        01 INFORME-LINHA PIC X(100).

        WORKING-STORAGE SECTION.
        COPY "EMPHWS.cpy".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-EOF PIC X VALUE "N".
            88 AUDITLOG-EOF VALUE "Y".
        77 WS-TEM-HISTORICO PIC X VALUE "N".
            88 TEM-HISTORICO VALUE "Y".
        77 WS-IR-COUNT PIC 9(03) VALUE ZERO.
        77 WS-IR-IDX PIC 9(03) VALUE ZERO.
        77 WS-IR-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-IR-MAXIMO PIC 9(03) VALUE 300.
        77 WS-IR-SINAL PIC S9 VALUE +1.
        77 WS-AL-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-MES-IDX PIC 9(02) VALUE ZERO.
        77 WS-EA-COUNT PIC 9(02) VALUE ZERO.
        77 WS-EA-IDX PIC 9(02) VALUE ZERO.
        77 WS-EA-ACHOU PIC X VALUE "N".
            88 EA-ACHOU VALUE "Y".
        77 WS-EMPRESA-FINAL PIC 9(02) VALUE ZERO.
        77 WS-RES-BRUTO PIC S9(09)V99 VALUE ZERO.
        77 WS-RES-INSS PIC S9(09)V99 VALUE ZERO.
        77 WS-RES-IRRF PIC S9(09)V99 VALUE ZERO.
        77 WS-RES-DECIMO13 PIC S9(09)V99 VALUE ZERO.
        77 WS-RES-PLR PIC S9(09)V99 VALUE ZERO.
        77 WS-INF-BRUTO PIC 9(09)V99 VALUE ZERO.
        77 WS-INF-INSS PIC 9(09)V99 VALUE ZERO.
        77 WS-INF-IRRF PIC 9(09)V99 VALUE ZERO.
        77 WS-INF-DECIMO13 PIC 9(09)V99 VALUE ZERO.
        77 WS-INF-PLR PIC 9(09)V99 VALUE ZERO.
        77 WS-INF-PARCIAL PIC X VALUE "N".
            88 INF-PARCIAL VALUE "Y".
        01 WS-EA-TAB.
            05 WS-EA-EMPRESA OCCURS 12 TIMES PIC 9(02).
        01 WS-IR-TAB.
            05 WS-IR-ENTRY OCCURS 300 TIMES.
                10 WS-IR-PRONTUARIO PIC X(08).
                10 WS-IR-EMPRESA PIC 9(02).
                10 WS-IR-BRUTO PIC S9(09)V99.
                10 WS-IR-INSS PIC S9(09)V99.
                10 WS-IR-IRRF PIC S9(09)V99.
                10 WS-IR-DECIMO13 PIC S9(09)V99.
                10 WS-IR-PLR PIC S9(09)V99.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-YTDHIST-STATUS PIC XX VALUE "00".
        77 WS-INFORME-STATUS PIC XX VALUE "00".
            NO ADVANCING.
        ACCEPT WS-EMPRESA-FILTRO.
        PERFORM CARREGA-EMPRESAS.
        PERFORM CARREGA-HISTORICO-EMPRESA.
        PERFORM CARREGA-TRILHA-TRANSFERIDOS.

        OPEN INPUT YTDHIST-FILE.
        IF WS-YTDHIST-STATUS NOT = "00"
        IF WS-EMPRESA-EMPREGADO = ZERO
            MOVE 1 TO WS-EMPRESA-EMPREGADO
        END-IF.
        PERFORM APURA-EMPRESAS-DO-ANO.
        MOVE YH-SALBRUTO TO WS-RES-BRUTO.
        MOVE YH-INSS TO WS-RES-INSS.
        MOVE YH-IRRF TO WS-RES-IRRF.
        MOVE YH-DECIMO13 TO WS-RES-DECIMO13.
        IF YH-PLR NUMERIC
            MOVE YH-PLR TO WS-RES-PLR
        ELSE
            MOVE ZERO TO WS-RES-PLR
        END-IF.
        IF WS-EA-COUNT > 1
            MOVE "Y" TO WS-INF-PARCIAL
            DISPLAY YH-PRONTUARIO " TRANSFERIDO ENTRE EMPRESAS NO ANO"
                " - " WS-EA-COUNT " INFORMES (UM POR CNPJ)"
        ELSE
            MOVE "N" TO WS-INF-PARCIAL
        END-IF.
        PERFORM VARYING WS-EA-IDX FROM 1 BY 1
            UNTIL WS-EA-IDX > WS-EA-COUNT
            IF WS-EA-EMPRESA(WS-EA-IDX) NOT = WS-EMPRESA-FINAL
                MOVE WS-EA-EMPRESA(WS-EA-IDX) TO WS-EMPRESA-EMPREGADO
                PERFORM APURA-PARCELA-EMPRESA
                PERFORM IMPRIME-INFORME-EMPRESA
            END-IF
        END-PERFORM.
        MOVE WS-EMPRESA-FINAL TO WS-EMPRESA-EMPREGADO.
        PERFORM APURA-RESTANTE-EMPRESA.
        PERFORM IMPRIME-INFORME-EMPRESA.

        IMPRIME-INFORME-EMPRESA.
        IF WS-EMPRESA-FILTRO > ZERO
            AND WS-EMPRESA-EMPREGADO NOT = WS-EMPRESA-FILTRO
            ADD 1 TO WS-QTD-OUTRA-EMPRESA
            PERFORM IMPRIME-INFORME-BLOCO
        END-IF.

      * empresas do ano, na ordem em que pagaram; a do fim do ano
      * (ou a do cadastro, sem historico) fica com o restante
        APURA-EMPRESAS-DO-ANO.
        MOVE ZERO TO WS-EA-COUNT.
        MOVE WS-EMPRESA-EMPREGADO TO WS-EH-PADRAO.
        MOVE YH-PRONTUARIO TO WS-EH-ALVO.
        PERFORM VARYING WS-MES-IDX FROM 1 BY 1
            UNTIL WS-MES-IDX > 12
            COMPUTE WS-EH-COMP = WS-ANO-INFORME * 100 + WS-MES-IDX
            PERFORM APURA-EMPRESA-COMPETENCIA
            MOVE "N" TO WS-EA-ACHOU
            PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                UNTIL WS-EA-IDX > WS-EA-COUNT
                IF WS-EA-EMPRESA(WS-EA-IDX) = WS-EH-EMPRESA
                    MOVE "Y" TO WS-EA-ACHOU
                END-IF
            END-PERFORM
            IF NOT EA-ACHOU
                ADD 1 TO WS-EA-COUNT
                MOVE WS-EH-EMPRESA TO WS-EA-EMPRESA(WS-EA-COUNT)
            END-IF
        END-PERFORM.
        MOVE WS-EH-EMPRESA TO WS-EMPRESA-FINAL.

      * parcela de uma empresa anterior: o que a trilha registra nas
      * competencias dela, descontado do restante do historico
        APURA-PARCELA-EMPRESA.
        MOVE ZERO TO WS-INF-BRUTO WS-INF-INSS WS-INF-IRRF
            WS-INF-DECIMO13 WS-INF-PLR.
        MOVE YH-PRONTUARIO TO WS-EH-ALVO.
        PERFORM LOCALIZA-PARCELA.
        IF WS-IR-ACHOU = ZERO
            DISPLAY YH-PRONTUARIO " AVISO: trilha de auditoria sem"
                " valores da empresa " WS-EMPRESA-EMPREGADO
                " no ano - informe da empresa sai zerado"
        ELSE
            IF WS-IR-BRUTO(WS-IR-ACHOU) > ZERO
                MOVE WS-IR-BRUTO(WS-IR-ACHOU) TO WS-INF-BRUTO
            END-IF
            IF WS-IR-INSS(WS-IR-ACHOU) > ZERO
                MOVE WS-IR-INSS(WS-IR-ACHOU) TO WS-INF-INSS
            END-IF
            IF WS-IR-IRRF(WS-IR-ACHOU) > ZERO
                MOVE WS-IR-IRRF(WS-IR-ACHOU) TO WS-INF-IRRF
            END-IF
            IF WS-IR-DECIMO13(WS-IR-ACHOU) > ZERO
                MOVE WS-IR-DECIMO13(WS-IR-ACHOU) TO WS-INF-DECIMO13
            END-IF
            IF WS-IR-PLR(WS-IR-ACHOU) > ZERO
                MOVE WS-IR-PLR(WS-IR-ACHOU) TO WS-INF-PLR
            END-IF
        END-IF.
        SUBTRACT WS-INF-BRUTO FROM WS-RES-BRUTO.
        SUBTRACT WS-INF-INSS FROM WS-RES-INSS.
        SUBTRACT WS-INF-IRRF FROM WS-RES-IRRF.
        SUBTRACT WS-INF-DECIMO13 FROM WS-RES-DECIMO13.
        SUBTRACT WS-INF-PLR FROM WS-RES-PLR.

        APURA-RESTANTE-EMPRESA.
        MOVE ZERO TO WS-INF-BRUTO WS-INF-INSS WS-INF-IRRF
            WS-INF-DECIMO13 WS-INF-PLR.
        IF WS-RES-BRUTO < ZERO OR WS-RES-INSS < ZERO
            OR WS-RES-IRRF < ZERO OR WS-RES-DECIMO13 < ZERO
            OR WS-RES-PLR < ZERO
            DISPLAY YH-PRONTUARIO " AVISO: trilha das empresas"
                " anteriores maior que o historico anual - confira"
                " o informe da empresa " WS-EMPRESA-EMPREGADO
        END-IF.
        IF WS-RES-BRUTO > ZERO
            MOVE WS-RES-BRUTO TO WS-INF-BRUTO
        END-IF.
        IF WS-RES-INSS > ZERO
            MOVE WS-RES-INSS TO WS-INF-INSS
        END-IF.
        IF WS-RES-IRRF > ZERO
            MOVE WS-RES-IRRF TO WS-INF-IRRF
        END-IF.
        IF WS-RES-DECIMO13 > ZERO
            MOVE WS-RES-DECIMO13 TO WS-INF-DECIMO13
        END-IF.
        IF WS-RES-PLR > ZERO
            MOVE WS-RES-PLR TO WS-INF-PLR
        END-IF.

        LOCALIZA-PARCELA.
        MOVE ZERO TO WS-IR-ACHOU.
        PERFORM VARYING WS-IR-IDX FROM 1 BY 1
            UNTIL WS-IR-IDX > WS-IR-COUNT OR WS-IR-ACHOU > ZERO
            IF WS-IR-PRONTUARIO(WS-IR-IDX) = WS-EH-ALVO
                AND WS-IR-EMPRESA(WS-IR-IDX) = WS-EMPRESA-EMPREGADO
                MOVE WS-IR-IDX TO WS-IR-ACHOU
            END-IF
        END-PERFORM.

      * trilha do ano dos prontuarios com historico de empresa,
      * somada por prontuario + empresa da competencia; as colunas
      * seguem o que alimenta o YTD: calculo mensal, complementar
      * (liquido dos estornos) e 13o no bruto/INSS/IRRF, o 13o
      * tambem na sua coluna e a PLR a parte
        CARREGA-TRILHA-TRANSFERIDOS.
        MOVE ZERO TO WS-IR-COUNT.
        IF WS-EH-COUNT > ZERO
            MOVE "N" TO WS-AUDITLOG-EOF
            OPEN INPUT AUDITLOG-FILE
            IF WS-AUDITLOG-STATUS NOT = "00"
                DISPLAY "AVISO: AUDITLOG.DAT indisponivel (status "
                    WS-AUDITLOG-STATUS ") - informes de transferidos"
                    " saem integrais na empresa do fim do ano"
            ELSE
                PERFORM UNTIL AUDITLOG-EOF
                    READ AUDITLOG-FILE
                        AT END
                            MOVE "Y" TO WS-AUDITLOG-EOF
                        NOT AT END
                            PERFORM AVALIA-TRILHA
                    END-READ
                END-PERFORM
                CLOSE AUDITLOG-FILE
            END-IF
        END-IF.

        AVALIA-TRILHA.
        IF AL-COMPETENCIA NUMERIC
            AND AL-COMPETENCIA(1:4) = WS-ANO-INFORME
            AND NOT AL-RESCISAO AND NOT AL-BANCO-HORAS
            MOVE AL-PRONTUARIO TO WS-EH-ALVO
            MOVE "N" TO WS-TEM-HISTORICO
            PERFORM VARYING WS-EH-IDX FROM 1 BY 1
                UNTIL WS-EH-IDX > WS-EH-COUNT OR TEM-HISTORICO
                IF WS-EH-PRONTUARIO(WS-EH-IDX) = WS-EH-ALVO
                    MOVE "Y" TO WS-TEM-HISTORICO
                END-IF
            END-PERFORM
            IF TEM-HISTORICO
                PERFORM ACUMULA-TRILHA
            END-IF
        END-IF.

        ACUMULA-TRILHA.
        MOVE 1 TO WS-EH-PADRAO.
        MOVE AL-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO WS-EMPRESA-EMPREGADO.
        PERFORM LOCALIZA-PARCELA.
        IF WS-IR-ACHOU = ZERO
            IF WS-IR-COUNT >= WS-IR-MAXIMO
                DISPLAY "AVISO: limite de " WS-IR-MAXIMO
                    " parcelas por empresa atingido, "
                    AL-PRONTUARIO " ignorado"
            ELSE
                ADD 1 TO WS-IR-COUNT
                MOVE WS-IR-COUNT TO WS-IR-ACHOU
                MOVE AL-PRONTUARIO TO WS-IR-PRONTUARIO(WS-IR-ACHOU)
                MOVE WS-EMPRESA-EMPREGADO
                    TO WS-IR-EMPRESA(WS-IR-ACHOU)
                MOVE ZERO TO WS-IR-BRUTO(WS-IR-ACHOU)
                    WS-IR-INSS(WS-IR-ACHOU) WS-IR-IRRF(WS-IR-ACHOU)
                    WS-IR-DECIMO13(WS-IR-ACHOU)
                    WS-IR-PLR(WS-IR-ACHOU)
            END-IF
        END-IF.
        IF WS-IR-ACHOU > ZERO
            IF AL-ESTORNO
                MOVE -1 TO WS-IR-SINAL
            ELSE
                MOVE +1 TO WS-IR-SINAL
            END-IF
            MOVE AL-SALBRUTO TO WS-AL-VALOR
            EVALUATE TRUE
                WHEN AL-DECIMO13
                    ADD WS-AL-VALOR TO WS-IR-DECIMO13(WS-IR-ACHOU)
                    PERFORM SOMA-TRILHA-YTD
                WHEN AL-PLR
                    ADD WS-AL-VALOR TO WS-IR-PLR(WS-IR-ACHOU)
                WHEN OTHER
                    PERFORM SOMA-TRILHA-YTD
            END-EVALUATE
        END-IF.

      * o 13o tambem passa pelo ATUALIZA-YTD-EMPMAST do lote e esta
      * no bruto/INSS/IRRF do historico
        SOMA-TRILHA-YTD.
        MOVE AL-SALBRUTO TO WS-AL-VALOR.
        COMPUTE WS-IR-BRUTO(WS-IR-ACHOU) =
            WS-IR-BRUTO(WS-IR-ACHOU) + WS-AL-VALOR * WS-IR-SINAL.
        MOVE AL-INSS TO WS-AL-VALOR.
        COMPUTE WS-IR-INSS(WS-IR-ACHOU) =
            WS-IR-INSS(WS-IR-ACHOU) + WS-AL-VALOR * WS-IR-SINAL.
        MOVE AL-IRRF TO WS-AL-VALOR.
        COMPUTE WS-IR-IRRF(WS-IR-ACHOU) =
            WS-IR-IRRF(WS-IR-ACHOU) + WS-AL-VALOR * WS-IR-SINAL.

        IMPRIME-INFORME-BLOCO.
        ADD 1 TO WS-QTD-INFORMES.
        MOVE ALL "=" TO INFORME-LINHA.
        STRING "CPF " EM-CPF
            DELIMITED BY SIZE INTO INFORME-LINHA.
        WRITE INFORME-LINHA.
        IF INF-PARCIAL
            MOVE SPACES TO INFORME-LINHA
            STRING "TRANSFERIDO ENTRE EMPRESAS DO GRUPO NO ANO -"
                " RENDIMENTOS PAGOS POR ESTE CNPJ"
                DELIMITED BY SIZE INTO INFORME-LINHA
            WRITE INFORME-LINHA
        END-IF.

        MOVE WS-INF-BRUTO TO WS-VALOR-EDIT.
        MOVE SPACES TO INFORME-LINHA.
        STRING "1. TOTAL DE RENDIMENTOS (BRUTO):  " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO INFORME-LINHA.
        WRITE INFORME-LINHA.
        MOVE WS-INF-INSS TO WS-VALOR-EDIT.
        MOVE SPACES TO INFORME-LINHA.
        STRING "2. CONTRIBUICAO PREVIDENCIARIA (INSS): "
            WS-VALOR-EDIT
            DELIMITED BY SIZE INTO INFORME-LINHA.
        WRITE INFORME-LINHA.
        MOVE WS-INF-IRRF TO WS-VALOR-EDIT.
        MOVE SPACES TO INFORME-LINHA.
        STRING "3. IMPOSTO DE RENDA RETIDO (IRRF): " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO INFORME-LINHA.
        WRITE INFORME-LINHA.
        MOVE WS-INF-DECIMO13 TO WS-VALOR-EDIT.
        MOVE SPACES TO INFORME-LINHA.
        STRING "4. 13o SALARIO (TRIBUTACAO EXCLUSIVA): "
            WS-VALOR-EDIT
            DELIMITED BY SIZE INTO INFORME-LINHA.
        WRITE INFORME-LINHA.
        MOVE WS-INF-PLR TO WS-VALOR-EDIT.
        MOVE SPACES TO INFORME-LINHA.
        STRING "5. PLR (TRIBUTACAO EXCLUSIVA):  " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO INFORME-LINHA.
        WRITE INFORME-LINHA.

        IF EM-QTD-DEPENDENTE > ZERO
            MOVE SPACES TO INFORME-LINHA
            STRING "6. DEPENDENTES:"
                DELIMITED BY SIZE INTO INFORME-LINHA
            WRITE INFORME-LINHA
            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                MOVE WS-EP-RAZAO(WS-EP-IDX) TO WS-EMPRESA-RAZAO
            END-IF
        END-PERFORM.

        COPY "EMPHCAL.cpy".
