      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao noturna dos razonetes da folha - prova,
      *          prontuario a prontuario, que os arquivos mantidos
      *          por cada programa concordam com a trilha de
      *          auditoria (liquidando os estornos "E"): acumulados
      *          do ano no cadastro (bruto, INSS e IRRF), depositos
      *          do FGTSLED, liquidos do NETPAY por tipo, parcelas
      *          do consignado amortizadas no CONSIG e movimento do
      *          banco de horas (HRSBANK) da competencia. Lista cada
      *          prontuario que nao confere em data/CONCILIA.PRT e
      *          termina com RETURN-CODE 8 quando ha divergencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CONCILIA.

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

            SELECT YTDHIST-FILE ASSIGN TO "data/YTDHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTDHIST-STATUS.

            SELECT FGTSLED-FILE ASSIGN TO "data/FGTSLED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FGTSLED-STATUS.

            SELECT NETPAY-FILE ASSIGN TO "data/NETPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NETPAY-STATUS.

            SELECT CONSIG-FILE ASSIGN TO "data/CONSIG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONSIG-STATUS.

            SELECT HRSBANK-FILE ASSIGN TO "data/HRSBANK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HRSBANK-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/CONCILIA.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  YTDHIST-FILE.
        COPY "YTDHIST.cpy".

        FD  FGTSLED-FILE.
        COPY "FGTSLED.cpy".

        FD  NETPAY-FILE.
        COPY "NETPAY.cpy".

        FD  CONSIG-FILE.
        COPY "CONSIG.cpy".

        FD  HRSBANK-FILE.
        COPY "HRSBANK.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-YTDHIST-STATUS PIC XX VALUE "00".
        77 WS-FGTSLED-STATUS PIC XX VALUE "00".
        77 WS-NETPAY-STATUS PIC XX VALUE "00".
        77 WS-CONSIG-STATUS PIC XX VALUE "00".
        77 WS-HRSBANK-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        COPY "JOBJRNWS.cpy".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-ANO-COMP PIC 9(04) VALUE ZERO.
        77 WS-ANO-ANTERIOR PIC 9(04) VALUE ZERO.
        77 WS-ANO-YTD PIC 9(04) VALUE ZERO.
        77 WS-ANO-FECHADO PIC X VALUE "N".
            88 ANO-ANTERIOR-FECHADO VALUE "S".
        77 WS-AUD-ANO-ANTERIOR PIC X VALUE "N".
            88 HA-AUDITORIA-ANO-ANTERIOR VALUE "S".
        77 WS-YTD-ANTERIOR PIC X VALUE "N".
            88 YTD-DO-ANO-ANTERIOR VALUE "S".
      * competencia mais antiga ainda na trilha viva (o RETENCAO
      * move as antigas para o expurgo)
        77 WS-MENOR-COMP PIC 9(06) VALUE 999999.
        77 WS-QTD-LIDOS PIC 9(07) VALUE ZERO.
        77 WS-QTD-CONFERIDOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIVERGENTES PIC 9(05) VALUE ZERO.
        77 WS-QTD-NAO-CONFERIDOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIV-YTD PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIV-FGTS PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIV-NETPAY PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIV-CONSIG PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIV-HORAS PIC 9(05) VALUE ZERO.
        77 WS-TOT-DIFERENCA PIC 9(11)V99 VALUE ZERO.
      * linha da auditoria em numerico
        77 WS-SINAL PIC S9(01) VALUE +1.
        77 WS-AN-BRUTO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-INSS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-IRRF PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-LIQUIDO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-FGTS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-CONSIG PIC 9(07)V99 VALUE ZERO.
        77 WS-NP-IDX PIC 9(01) VALUE ZERO.
      * parcela amortizada de um contrato de consignado
        77 WS-CS-PAGO PIC S9(09)V99 VALUE ZERO.
        77 WS-CS-AMORTIZADO PIC S9(09)V99 VALUE ZERO.
      * prontuarios conferidos: o que cada razonete diz e o que a
      * trilha de auditoria diz
        77 WS-PRONT-BUSCA PIC X(08) VALUE SPACES.
        77 WS-PR-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PR-IDX PIC 9(04) VALUE ZERO.
        77 WS-PR-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-PR-MAXIMO PIC 9(04) VALUE 3000.
        01 WS-PR-TAB.
            05 WS-PR-ENTRY OCCURS 3000 TIMES.
                10 WS-PR-PRONTUARIO PIC X(08).
                10 WS-PR-CADASTRO PIC X(01).
                10 WS-PR-CAD-BRUTO PIC S9(09)V99.
                10 WS-PR-CAD-INSS PIC S9(09)V99.
                10 WS-PR-CAD-IRRF PIC S9(09)V99.
                10 WS-PR-AUD-BRUTO PIC S9(09)V99.
                10 WS-PR-AUD-INSS PIC S9(09)V99.
                10 WS-PR-AUD-IRRF PIC S9(09)V99.
                10 WS-PR-ANT-BRUTO PIC S9(09)V99.
                10 WS-PR-ANT-INSS PIC S9(09)V99.
                10 WS-PR-ANT-IRRF PIC S9(09)V99.
                10 WS-PR-FGTS-LED PIC S9(09)V99.
                10 WS-PR-FGTS-AUD PIC S9(09)V99.
                10 WS-PR-NP-LED OCCURS 6 TIMES PIC S9(09)V99.
                10 WS-PR-NP-AUD OCCURS 6 TIMES PIC S9(09)V99.
                10 WS-PR-CS-TEM PIC X(01).
                10 WS-PR-CS-INICIO PIC 9(06).
                10 WS-PR-CS-ESTORNO-ANTIGO PIC X(01).
                10 WS-PR-CS-LED PIC S9(09)V99.
                10 WS-PR-CS-AUD PIC S9(09)V99.
                10 WS-PR-HB-SEM-COLUNA PIC X(01).
                10 WS-PR-HB-LED PIC S9(05).
                10 WS-PR-HB-AUD PIC S9(05).
        01 WS-NP-ROTULOS.
            05 FILLER PIC X(24) VALUE "LIQUIDO FOLHA (F)".
            05 FILLER PIC X(24) VALUE "LIQUIDO 13o LOTE (D)".
            05 FILLER PIC X(24) VALUE "LIQUIDO RESCISAO (R)".
            05 FILLER PIC X(24) VALUE "LIQUIDO BCO HORAS (H)".
            05 FILLER PIC X(24) VALUE "LIQUIDO PLR (P)".
            05 FILLER PIC X(24) VALUE "LIQUIDO COMPLEMENTAR (C)".
        01 WS-NP-TAB REDEFINES WS-NP-ROTULOS.
            05 WS-NP-ROTULO OCCURS 6 TIMES PIC X(24).
      * divergencia em impressao
        77 WS-PR-DIVERGE PIC X VALUE "N".
            88 PR-DIVERGE VALUE "S".
        77 WS-DV-VERIFICACAO PIC X(24) VALUE SPACES.
        77 WS-DV-RAZONETE PIC S9(09)V99 VALUE ZERO.
        77 WS-DV-AUDITORIA PIC S9(09)V99 VALUE ZERO.
        77 WS-DV-DIFERENCA PIC S9(09)V99 VALUE ZERO.
        77 WS-DV-OBS PIC X(36) VALUE SPACES.
        77 WS-DV-HORAS PIC X VALUE "N".
            88 DV-EM-HORAS VALUE "S".
        77 WS-DV-NAO-CONFERIDO PIC X VALUE "N".
            88 DV-NAO-CONFERIDO VALUE "S".
        77 WS-ED-VALOR PIC -ZZZ.ZZZ.ZZ9,99.
        77 WS-ED-HORAS PIC -ZZZ.ZZZ.ZZ9.
        01 WS-RL-SAIDA.
            05 WS-RL-PRONTUARIO PIC X(08).
            05 FILLER PIC X(02).
            05 WS-RL-VERIFICACAO PIC X(24).
            05 FILLER PIC X(01).
            05 WS-RL-RAZONETE PIC X(15).
            05 FILLER PIC X(01).
            05 WS-RL-AUDITORIA PIC X(15).
            05 FILLER PIC X(01).
            05 WS-RL-DIFERENCA PIC X(15).
            05 FILLER PIC X(02).
            05 WS-RL-OBS PIC X(36).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "Digite a competencia a conciliar (AAAAMM, 0 = mes"
            " corrente): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        IF WS-COMPETENCIA = ZERO
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
        END-IF.
        IF WS-COMPETENCIA(5:2) < "01" OR WS-COMPETENCIA(5:2) > "12"
            DISPLAY "ERRO: competencia invalida " WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE WS-COMPETENCIA(1:4) TO WS-ANO-COMP.
        COMPUTE WS-ANO-ANTERIOR = WS-ANO-COMP - 1.

        MOVE "CONCILIA" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        PERFORM CARREGA-CADASTRO.
        PERFORM VERIFICA-ANO-FECHADO.
        PERFORM CARREGA-CONSIG.
        PERFORM LE-AUDITLOG.
        PERFORM CARREGA-FGTSLED.
        PERFORM CARREGA-NETPAY.
        PERFORM CARREGA-HRSBANK.

      * ate o ANOFECHA rodar em janeiro o cadastro ainda acumula o
      * ano anterior; sem o YTDHIST daquele ano, confere com ele
        MOVE WS-ANO-COMP TO WS-ANO-YTD.
        IF HA-AUDITORIA-ANO-ANTERIOR AND NOT ANO-ANTERIOR-FECHADO
            MOVE "S" TO WS-YTD-ANTERIOR
            MOVE WS-ANO-ANTERIOR TO WS-ANO-YTD
            DISPLAY "AVISO: ano " WS-ANO-ANTERIOR " ainda nao"
                " fechado (YTDHIST) - acumulados do cadastro"
                " conferidos com " WS-ANO-ANTERIOR
        END-IF.

        PERFORM ABRE-RELATORIO.
        PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT
            PERFORM CONFERE-PRONTUARIO
        END-PERFORM.
        PERFORM ENCERRA-RELATORIO.

        DISPLAY " ".
        DISPLAY "CONCILIACAO DOS RAZONETES - COMPETENCIA "
            WS-COMPETENCIA " ACUMULADOS DE " WS-ANO-YTD.
        DISPLAY "LINHAS DA AUDITORIA LIDAS:   " WS-QTD-LIDOS.
        DISPLAY "PRONTUARIOS CONFERIDOS:      " WS-QTD-CONFERIDOS.
        DISPLAY "PRONTUARIOS DIVERGENTES:     " WS-QTD-DIVERGENTES.
        DISPLAY "  ACUMULADOS DO ANO:         " WS-QTD-DIV-YTD.
        DISPLAY "  FGTS (FGTSLED):            " WS-QTD-DIV-FGTS.
        DISPLAY "  LIQUIDOS (NETPAY):         " WS-QTD-DIV-NETPAY.
        DISPLAY "  CONSIGNADO (CONSIG):       " WS-QTD-DIV-CONSIG.
        DISPLAY "  BANCO DE HORAS (HRSBANK):  " WS-QTD-DIV-HORAS.
        DISPLAY "NAO CONFERIDOS (HISTORICO):  " WS-QTD-NAO-CONFERIDOS.
        DISPLAY "RELATORIO EM data/CONCILIA.PRT".
        IF WS-QTD-DIVERGENTES > ZERO
            DISPLAY "RAZONETES NAO CONFEREM COM A TRILHA DE AUDITORIA"
                " - VERIFIQUE OS PRONTUARIOS LISTADOS"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "RAZONETES CONFEREM COM A TRILHA DE AUDITORIA"
        END-IF.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

        ENCERRA-JOURNAL.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDOS TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-CONFERIDOS TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-DIVERGENTES TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOT-DIFERENCA TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.

      * uma conciliacao pela metade nao prova nada: sem o cadastro,
      * sem a trilha ou sem espaco na tabela o passo para o job
        ENCERRA-COM-ERRO.
        MOVE 12 TO RETURN-CODE.
        PERFORM ENCERRA-JOURNAL.
        STOP RUN.

      * localiza o prontuario em WS-PRONT-BUSCA, incluindo-o na
      * tabela quando ainda nao existe
        LOCALIZA-PRONTUARIO.
        MOVE ZERO TO WS-PR-ACHOU.
        PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-ACHOU > ZERO
            IF WS-PR-PRONTUARIO(WS-PR-IDX) = WS-PRONT-BUSCA
                MOVE WS-PR-IDX TO WS-PR-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PR-ACHOU = ZERO
            IF WS-PR-COUNT >= WS-PR-MAXIMO
                DISPLAY "ERRO: limite de " WS-PR-MAXIMO
                    " prontuarios atingido - conciliacao incompleta"
                PERFORM ENCERRA-COM-ERRO
            END-IF
            ADD 1 TO WS-PR-COUNT
            INITIALIZE WS-PR-ENTRY(WS-PR-COUNT)
            MOVE WS-PRONT-BUSCA TO WS-PR-PRONTUARIO(WS-PR-COUNT)
            MOVE "N" TO WS-PR-CADASTRO(WS-PR-COUNT)
                WS-PR-CS-TEM(WS-PR-COUNT)
                WS-PR-CS-ESTORNO-ANTIGO(WS-PR-COUNT)
                WS-PR-HB-SEM-COLUNA(WS-PR-COUNT)
            MOVE 999999 TO WS-PR-CS-INICIO(WS-PR-COUNT)
            MOVE WS-PR-COUNT TO WS-PR-ACHOU
        END-IF.

        CARREGA-CADASTRO.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        MOVE "N" TO WS-EOF.
        PERFORM UNTIL ARQUIVO-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE EM-PRONTUARIO TO WS-PRONT-BUSCA
                    PERFORM LOCALIZA-PRONTUARIO
                    MOVE "S" TO WS-PR-CADASTRO(WS-PR-ACHOU)
                    MOVE EM-YTD-SALBRUTO
                        TO WS-PR-CAD-BRUTO(WS-PR-ACHOU)
                    MOVE EM-YTD-INSS TO WS-PR-CAD-INSS(WS-PR-ACHOU)
                    MOVE EM-YTD-IRRF TO WS-PR-CAD-IRRF(WS-PR-ACHOU)
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

      * o ANOFECHA grava o YTDHIST do ano que encerra antes de zerar
      * os acumulados do cadastro
        VERIFICA-ANO-FECHADO.
        MOVE "N" TO WS-ANO-FECHADO.
        MOVE "N" TO WS-EOF.
        OPEN INPUT YTDHIST-FILE.
        IF WS-YTDHIST-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF OR ANO-ANTERIOR-FECHADO
                READ YTDHIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF YH-ANO = WS-ANO-ANTERIOR
                            MOVE "S" TO WS-ANO-FECHADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE YTDHIST-FILE
        END-IF.

      * o que a folha amortizou de cada contrato: cada parcela
      * descontada soma uma em CS-PARCELAS-PAGAS e abate o saldo;
      * a quitacao antecipada do MANUTCON zera o saldo sem desconto
      * em folha, por isso vale o menor dos dois
        CARREGA-CONSIG.
        MOVE "N" TO WS-EOF.
        OPEN INPUT CONSIG-FILE.
        IF WS-CONSIG-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ CONSIG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM ACUMULA-CONTRATO
                END-READ
            END-PERFORM
            CLOSE CONSIG-FILE
        END-IF.

        ACUMULA-CONTRATO.
        MOVE CS-PRONTUARIO TO WS-PRONT-BUSCA.
        PERFORM LOCALIZA-PRONTUARIO.
        MOVE "S" TO WS-PR-CS-TEM(WS-PR-ACHOU).
        IF CS-COMP-INICIO < WS-PR-CS-INICIO(WS-PR-ACHOU)
            MOVE CS-COMP-INICIO TO WS-PR-CS-INICIO(WS-PR-ACHOU)
        END-IF.
        COMPUTE WS-CS-PAGO = CS-PARCELAS-PAGAS * CS-VALOR-PARCELA.
        COMPUTE WS-CS-AMORTIZADO =
            CS-VALOR-PRINCIPAL - CS-SALDO-DEVEDOR.
        IF WS-CS-AMORTIZADO < WS-CS-PAGO
            MOVE WS-CS-AMORTIZADO TO WS-CS-PAGO
        END-IF.
        IF WS-CS-PAGO < ZERO
            MOVE ZERO TO WS-CS-PAGO
        END-IF.
        ADD WS-CS-PAGO TO WS-PR-CS-LED(WS-PR-ACHOU).

        LE-AUDITLOG.
        MOVE "N" TO WS-EOF.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "ERRO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ") - nada a conciliar"
            PERFORM ENCERRA-COM-ERRO
        END-IF.
        PERFORM UNTIL ARQUIVO-EOF
            READ AUDITLOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF AL-COMPETENCIA NUMERIC
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM AVALIA-AUDITORIA
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AUDITLOG-FILE.

        AVALIA-AUDITORIA.
        IF AL-COMPETENCIA < WS-MENOR-COMP
            MOVE AL-COMPETENCIA TO WS-MENOR-COMP
        END-IF.
        MOVE +1 TO WS-SINAL.
        IF AL-ESTORNO
            MOVE -1 TO WS-SINAL
        END-IF.
        PERFORM CONVERTE-AUDITORIA.
        IF AL-COMPETENCIA(1:4) = WS-ANO-COMP
            OR AL-COMPETENCIA(1:4) = WS-ANO-ANTERIOR
            OR AL-COMPETENCIA = WS-COMPETENCIA
            OR WS-AN-CONSIG > ZERO
            OR (AL-ESTORNO AND AL-CONSIGNADO = SPACES)
            MOVE AL-PRONTUARIO TO WS-PRONT-BUSCA
            PERFORM LOCALIZA-PRONTUARIO
            PERFORM ACUMULA-ANO
            IF AL-COMPETENCIA = WS-COMPETENCIA
                PERFORM ACUMULA-COMPETENCIA
            END-IF
            PERFORM ACUMULA-CONSIGNADO
        END-IF.

      * colunas acrescentadas depois na trilha ficam em branco nas
      * linhas antigas e nos fluxos que nao as preenchem
        CONVERTE-AUDITORIA.
        MOVE ZERO TO WS-AN-BRUTO WS-AN-INSS WS-AN-IRRF
            WS-AN-LIQUIDO WS-AN-FGTS WS-AN-CONSIG.
        IF AL-SALBRUTO NOT = SPACES
            MOVE AL-SALBRUTO TO WS-AN-BRUTO
        END-IF.
        IF AL-INSS NOT = SPACES
            MOVE AL-INSS TO WS-AN-INSS
        END-IF.
        IF AL-IRRF NOT = SPACES
            MOVE AL-IRRF TO WS-AN-IRRF
        END-IF.
        IF AL-SALLIQUIDO NOT = SPACES
            MOVE AL-SALLIQUIDO TO WS-AN-LIQUIDO
        END-IF.
        IF AL-FGTS NOT = SPACES
            MOVE AL-FGTS TO WS-AN-FGTS
        END-IF.
        IF AL-CONSIGNADO NOT = SPACES
            MOVE AL-CONSIGNADO TO WS-AN-CONSIG
        END-IF.

      * o que entra no acumulado do cadastro: calculo mensal,
      * complementar e 13o liquidos de estorno; rescisao, banco de
      * horas e PLR (coluna propria) nao passam por ele
        ACUMULA-ANO.
        IF NOT AL-PLR AND NOT AL-RESCISAO AND NOT AL-BANCO-HORAS
            IF AL-COMPETENCIA(1:4) = WS-ANO-COMP
                COMPUTE WS-PR-AUD-BRUTO(WS-PR-ACHOU) =
                    WS-PR-AUD-BRUTO(WS-PR-ACHOU)
                    + WS-SINAL * WS-AN-BRUTO
                COMPUTE WS-PR-AUD-INSS(WS-PR-ACHOU) =
                    WS-PR-AUD-INSS(WS-PR-ACHOU)
                    + WS-SINAL * WS-AN-INSS
                COMPUTE WS-PR-AUD-IRRF(WS-PR-ACHOU) =
                    WS-PR-AUD-IRRF(WS-PR-ACHOU)
                    + WS-SINAL * WS-AN-IRRF
            END-IF
            IF AL-COMPETENCIA(1:4) = WS-ANO-ANTERIOR
                MOVE "S" TO WS-AUD-ANO-ANTERIOR
                COMPUTE WS-PR-ANT-BRUTO(WS-PR-ACHOU) =
                    WS-PR-ANT-BRUTO(WS-PR-ACHOU)
                    + WS-SINAL * WS-AN-BRUTO
                COMPUTE WS-PR-ANT-INSS(WS-PR-ACHOU) =
                    WS-PR-ANT-INSS(WS-PR-ACHOU)
                    + WS-SINAL * WS-AN-INSS
                COMPUTE WS-PR-ANT-IRRF(WS-PR-ACHOU) =
                    WS-PR-ANT-IRRF(WS-PR-ACHOU)
                    + WS-SINAL * WS-AN-IRRF
            END-IF
        END-IF.

      * FGTS de todos os fluxos; liquido por tipo do NETPAY, menos o
      * que foi pago fora da remessa (AL-REMESSA "N"); horas do
      * banco nas linhas do calculo mensal, do vencimento e estornos
        ACUMULA-COMPETENCIA.
        COMPUTE WS-PR-FGTS-AUD(WS-PR-ACHOU) =
            WS-PR-FGTS-AUD(WS-PR-ACHOU) + WS-SINAL * WS-AN-FGTS.
        IF NOT AL-FORA-REMESSA
            EVALUATE TRUE
                WHEN AL-NORMAL
                    MOVE 1 TO WS-NP-IDX
                WHEN AL-ESTORNO
                    MOVE 1 TO WS-NP-IDX
                WHEN AL-DECIMO13
                    MOVE 2 TO WS-NP-IDX
                WHEN AL-RESCISAO
                    MOVE 3 TO WS-NP-IDX
                WHEN AL-BANCO-HORAS
                    MOVE 4 TO WS-NP-IDX
                WHEN AL-PLR
                    MOVE 5 TO WS-NP-IDX
                WHEN AL-COMPLEMENTAR
                    MOVE 6 TO WS-NP-IDX
                WHEN OTHER
                    MOVE ZERO TO WS-NP-IDX
            END-EVALUATE
            IF WS-NP-IDX > ZERO
                COMPUTE WS-PR-NP-AUD(WS-PR-ACHOU, WS-NP-IDX) =
                    WS-PR-NP-AUD(WS-PR-ACHOU, WS-NP-IDX)
                    + WS-SINAL * WS-AN-LIQUIDO
            END-IF
        END-IF.
        IF AL-NORMAL OR AL-ESTORNO OR AL-BANCO-HORAS
            IF AL-BANCO-CREDITO NUMERIC AND AL-BANCO-DEBITO NUMERIC
                COMPUTE WS-PR-HB-AUD(WS-PR-ACHOU) =
                    WS-PR-HB-AUD(WS-PR-ACHOU) + WS-SINAL *
                    (AL-BANCO-CREDITO - AL-BANCO-DEBITO)
            ELSE
                MOVE "S" TO WS-PR-HB-SEM-COLUNA(WS-PR-ACHOU)
            END-IF
        END-IF.

      * consignado de todas as competencias; estornos gravados antes
      * de a compensacao levar o consignado deixam o prontuario sem
      * como conferir
        ACUMULA-CONSIGNADO.
        IF AL-ESTORNO AND AL-CONSIGNADO = SPACES
            IF WS-PR-CS-TEM(WS-PR-ACHOU) = "S"
                AND AL-COMPETENCIA >= WS-PR-CS-INICIO(WS-PR-ACHOU)
                MOVE "S" TO WS-PR-CS-ESTORNO-ANTIGO(WS-PR-ACHOU)
            END-IF
        ELSE
            COMPUTE WS-PR-CS-AUD(WS-PR-ACHOU) =
                WS-PR-CS-AUD(WS-PR-ACHOU) + WS-SINAL * WS-AN-CONSIG
        END-IF.

        CARREGA-FGTSLED.
        MOVE "N" TO WS-EOF.
        OPEN INPUT FGTSLED-FILE.
        IF WS-FGTSLED-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ FGTSLED-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF FG-COMPETENCIA = WS-COMPETENCIA
                            PERFORM ACUMULA-FGTSLED
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FGTSLED-FILE
        END-IF.

        ACUMULA-FGTSLED.
        MOVE FG-PRONTUARIO TO WS-PRONT-BUSCA.
        PERFORM LOCALIZA-PRONTUARIO.
        IF FG-ESTORNO
            SUBTRACT FG-VALOR FROM WS-PR-FGTS-LED(WS-PR-ACHOU)
        ELSE
            ADD FG-VALOR TO WS-PR-FGTS-LED(WS-PR-ACHOU)
        END-IF.

      * pagamentos invalidados pelo ESTORNO (NP-TIPO "X") nao contam
        CARREGA-NETPAY.
        MOVE "N" TO WS-EOF.
        OPEN INPUT NETPAY-FILE.
        IF WS-NETPAY-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ NETPAY-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF NP-COMPETENCIA = WS-COMPETENCIA
                            AND NOT NP-ESTORNADO
                            PERFORM ACUMULA-NETPAY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NETPAY-FILE
        END-IF.

        ACUMULA-NETPAY.
        EVALUATE TRUE
            WHEN NP-FOLHA
                MOVE 1 TO WS-NP-IDX
            WHEN NP-DECIMO13
                MOVE 2 TO WS-NP-IDX
            WHEN NP-RESCISAO
                MOVE 3 TO WS-NP-IDX
            WHEN NP-BANCO-HORAS
                MOVE 4 TO WS-NP-IDX
            WHEN NP-PLR
                MOVE 5 TO WS-NP-IDX
            WHEN NP-COMPLEMENTAR
                MOVE 6 TO WS-NP-IDX
            WHEN OTHER
                MOVE ZERO TO WS-NP-IDX
        END-EVALUATE.
        IF WS-NP-IDX > ZERO
            MOVE NP-PRONTUARIO TO WS-PRONT-BUSCA
            PERFORM LOCALIZA-PRONTUARIO
            ADD NP-SALLIQUIDO
                TO WS-PR-NP-LED(WS-PR-ACHOU, WS-NP-IDX)
        END-IF.

        CARREGA-HRSBANK.
        MOVE "N" TO WS-EOF.
        OPEN INPUT HRSBANK-FILE.
        IF WS-HRSBANK-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ HRSBANK-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF HB-COMPETENCIA = WS-COMPETENCIA
                            PERFORM ACUMULA-HRSBANK
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HRSBANK-FILE
        END-IF.

        ACUMULA-HRSBANK.
        MOVE HB-PRONTUARIO TO WS-PRONT-BUSCA.
        PERFORM LOCALIZA-PRONTUARIO.
        IF HB-CREDITO
            ADD HB-HORAS TO WS-PR-HB-LED(WS-PR-ACHOU)
        END-IF.
        IF HB-DEBITO
            SUBTRACT HB-HORAS FROM WS-PR-HB-LED(WS-PR-ACHOU)
        END-IF.

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CONCILIACAO DOS RAZONETES DA FOLHA - COMPETENCIA "
            WS-COMPETENCIA " ACUMULADOS DE " WS-ANO-YTD " - "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO WS-RL-SAIDA.
        MOVE "PRONTUAR" TO WS-RL-PRONTUARIO.
        MOVE "VERIFICACAO" TO WS-RL-VERIFICACAO.
        MOVE "       RAZONETE" TO WS-RL-RAZONETE.
        MOVE "      AUDITORIA" TO WS-RL-AUDITORIA.
        MOVE "      DIFERENCA" TO WS-RL-DIFERENCA.
        MOVE "OBSERVACAO" TO WS-RL-OBS.
        MOVE WS-RL-SAIDA TO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: LIDAS=" WS-QTD-LIDOS
            " CONFERIDOS=" WS-QTD-CONFERIDOS
            " DIVERGENTES=" WS-QTD-DIVERGENTES
            " NAO CONFERIDOS=" WS-QTD-NAO-CONFERIDOS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "DIVERGENCIAS: ACUMULADOS=" WS-QTD-DIV-YTD
            " FGTS=" WS-QTD-DIV-FGTS
            " NETPAY=" WS-QTD-DIV-NETPAY
            " CONSIG=" WS-QTD-DIV-CONSIG
            " HORAS=" WS-QTD-DIV-HORAS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        CONFERE-PRONTUARIO.
        MOVE "N" TO WS-PR-DIVERGE.
        ADD 1 TO WS-QTD-CONFERIDOS.
        PERFORM CONFERE-ACUMULADOS.
        MOVE WS-PR-FGTS-LED(WS-PR-IDX) TO WS-DV-RAZONETE.
        MOVE WS-PR-FGTS-AUD(WS-PR-IDX) TO WS-DV-AUDITORIA.
        IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
            MOVE "FGTS DEPOSITADO" TO WS-DV-VERIFICACAO
            MOVE "FGTSLED X AL-FGTS DA COMPETENCIA" TO WS-DV-OBS
            ADD 1 TO WS-QTD-DIV-FGTS
            PERFORM EMITE-DIVERGENCIA
        END-IF.
        PERFORM VARYING WS-NP-IDX FROM 1 BY 1 UNTIL WS-NP-IDX > 6
            MOVE WS-PR-NP-LED(WS-PR-IDX, WS-NP-IDX) TO WS-DV-RAZONETE
            MOVE WS-PR-NP-AUD(WS-PR-IDX, WS-NP-IDX)
                TO WS-DV-AUDITORIA
            IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
                MOVE WS-NP-ROTULO(WS-NP-IDX) TO WS-DV-VERIFICACAO
                MOVE "NETPAY X LIQUIDO DA AUDITORIA" TO WS-DV-OBS
                ADD 1 TO WS-QTD-DIV-NETPAY
                PERFORM EMITE-DIVERGENCIA
            END-IF
        END-PERFORM.
        PERFORM CONFERE-CONSIGNADO.
        PERFORM CONFERE-BANCO-HORAS.
        IF PR-DIVERGE
            ADD 1 TO WS-QTD-DIVERGENTES
        END-IF.

        CONFERE-ACUMULADOS.
        IF WS-PR-CADASTRO(WS-PR-IDX) = "S"
            MOVE "ACUMULADO X AUDITORIA DO ANO" TO WS-DV-OBS
        ELSE
            MOVE "PRONTUARIO FORA DO CADASTRO" TO WS-DV-OBS
        END-IF.
        MOVE WS-PR-CAD-BRUTO(WS-PR-IDX) TO WS-DV-RAZONETE.
        IF YTD-DO-ANO-ANTERIOR
            MOVE WS-PR-ANT-BRUTO(WS-PR-IDX) TO WS-DV-AUDITORIA
        ELSE
            MOVE WS-PR-AUD-BRUTO(WS-PR-IDX) TO WS-DV-AUDITORIA
        END-IF.
        IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
            MOVE "ACUMULADO BRUTO" TO WS-DV-VERIFICACAO
            ADD 1 TO WS-QTD-DIV-YTD
            PERFORM EMITE-DIVERGENCIA
        END-IF.
        MOVE WS-PR-CAD-INSS(WS-PR-IDX) TO WS-DV-RAZONETE.
        IF YTD-DO-ANO-ANTERIOR
            MOVE WS-PR-ANT-INSS(WS-PR-IDX) TO WS-DV-AUDITORIA
        ELSE
            MOVE WS-PR-AUD-INSS(WS-PR-IDX) TO WS-DV-AUDITORIA
        END-IF.
        IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
            MOVE "ACUMULADO INSS" TO WS-DV-VERIFICACAO
            ADD 1 TO WS-QTD-DIV-YTD
            PERFORM EMITE-DIVERGENCIA
        END-IF.
        MOVE WS-PR-CAD-IRRF(WS-PR-IDX) TO WS-DV-RAZONETE.
        IF YTD-DO-ANO-ANTERIOR
            MOVE WS-PR-ANT-IRRF(WS-PR-IDX) TO WS-DV-AUDITORIA
        ELSE
            MOVE WS-PR-AUD-IRRF(WS-PR-IDX) TO WS-DV-AUDITORIA
        END-IF.
        IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
            MOVE "ACUMULADO IRRF" TO WS-DV-VERIFICACAO
            ADD 1 TO WS-QTD-DIV-YTD
            PERFORM EMITE-DIVERGENCIA
        END-IF.

      * contratos iniciados antes da competencia mais antiga ainda na
      * trilha tem parcelas ja expurgadas; so aparecem como nao
      * conferidos, sem mudar o codigo de retorno
        CONFERE-CONSIGNADO.
        MOVE WS-PR-CS-LED(WS-PR-IDX) TO WS-DV-RAZONETE.
        MOVE WS-PR-CS-AUD(WS-PR-IDX) TO WS-DV-AUDITORIA.
        IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
            MOVE "CONSIGNADO AMORTIZADO" TO WS-DV-VERIFICACAO
            IF WS-PR-CS-TEM(WS-PR-IDX) = "S"
                AND WS-PR-CS-INICIO(WS-PR-IDX) < WS-MENOR-COMP
                MOVE "NAO CONFERIDO: PARCELAS EXPURGADAS"
                    TO WS-DV-OBS
                MOVE "S" TO WS-DV-NAO-CONFERIDO
            ELSE
                IF WS-PR-CS-ESTORNO-ANTIGO(WS-PR-IDX) = "S"
                    MOVE "NAO CONFERIDO: ESTORNO SEM COLUNA"
                        TO WS-DV-OBS
                    MOVE "S" TO WS-DV-NAO-CONFERIDO
                ELSE
                    MOVE "CONSIG X AL-CONSIGNADO (TODAS COMP)"
                        TO WS-DV-OBS
                    ADD 1 TO WS-QTD-DIV-CONSIG
                END-IF
            END-IF
            PERFORM EMITE-DIVERGENCIA
        END-IF.

      * linhas da competencia gravadas antes das colunas de horas
      * do banco nao permitem conferir o movimento
        CONFERE-BANCO-HORAS.
        MOVE WS-PR-HB-LED(WS-PR-IDX) TO WS-DV-RAZONETE.
        MOVE WS-PR-HB-AUD(WS-PR-IDX) TO WS-DV-AUDITORIA.
        IF WS-DV-RAZONETE NOT = WS-DV-AUDITORIA
            MOVE "BANCO DE HORAS (HORAS)" TO WS-DV-VERIFICACAO
            MOVE "S" TO WS-DV-HORAS
            IF WS-PR-HB-SEM-COLUNA(WS-PR-IDX) = "S"
                MOVE "NAO CONFERIDO: AUDITORIA SEM HORAS"
                    TO WS-DV-OBS
                MOVE "S" TO WS-DV-NAO-CONFERIDO
            ELSE
                MOVE "HRSBANK X HORAS DA AUDITORIA" TO WS-DV-OBS
                ADD 1 TO WS-QTD-DIV-HORAS
            END-IF
            PERFORM EMITE-DIVERGENCIA
        END-IF.

        EMITE-DIVERGENCIA.
        COMPUTE WS-DV-DIFERENCA = WS-DV-RAZONETE - WS-DV-AUDITORIA.
        MOVE SPACES TO WS-RL-SAIDA.
        MOVE WS-PR-PRONTUARIO(WS-PR-IDX) TO WS-RL-PRONTUARIO.
        MOVE WS-DV-VERIFICACAO TO WS-RL-VERIFICACAO.
        IF DV-EM-HORAS
            MOVE WS-DV-RAZONETE TO WS-ED-HORAS
            MOVE WS-ED-HORAS TO WS-RL-RAZONETE
            MOVE WS-DV-AUDITORIA TO WS-ED-HORAS
            MOVE WS-ED-HORAS TO WS-RL-AUDITORIA
            MOVE WS-DV-DIFERENCA TO WS-ED-HORAS
            MOVE WS-ED-HORAS TO WS-RL-DIFERENCA
        ELSE
            MOVE WS-DV-RAZONETE TO WS-ED-VALOR
            MOVE WS-ED-VALOR TO WS-RL-RAZONETE
            MOVE WS-DV-AUDITORIA TO WS-ED-VALOR
            MOVE WS-ED-VALOR TO WS-RL-AUDITORIA
            MOVE WS-DV-DIFERENCA TO WS-ED-VALOR
            MOVE WS-ED-VALOR TO WS-RL-DIFERENCA
        END-IF.
        MOVE WS-DV-OBS TO WS-RL-OBS.
        MOVE WS-RL-SAIDA TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY WS-RL-SAIDA.
        IF DV-NAO-CONFERIDO
            ADD 1 TO WS-QTD-NAO-CONFERIDOS
        ELSE
            MOVE "S" TO WS-PR-DIVERGE
            IF NOT DV-EM-HORAS
                IF WS-DV-DIFERENCA < ZERO
                    SUBTRACT WS-DV-DIFERENCA FROM WS-TOT-DIFERENCA
                ELSE
                    ADD WS-DV-DIFERENCA TO WS-TOT-DIFERENCA
                END-IF
            END-IF
        END-IF.
        MOVE "N" TO WS-DV-HORAS WS-DV-NAO-CONFERIDO.

        COPY "JOBJRN.cpy".
