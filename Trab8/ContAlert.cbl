      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alerta de contratos a prazo - lista os contratos de
      *          experiencia e por prazo determinado dos funcionarios
      *          ativos cujo primeiro periodo (prorrogacao a decidir)
      *          ou prazo final vence nos proximos 15 dias, e os que
      *          ja passaram do fim sem desligamento e se converteram
      *          em prazo indeterminado (o cadastro deve ser alterado
      *          no MANUTEMP). Lista tambem os termos de estagio
      *          (categoria E) que vencem no mesmo prazo ou ja
      *          venceram sem desligamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CONTALRT.

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

            SELECT ALERTA-FILE ASSIGN TO "data/CONTALRT.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERTA-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  ALERTA-FILE.
        01 ALERTA-LINHA PIC X(100).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-ALERTA-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-HOJE PIC 9(08) VALUE ZERO.
        77 WS-HOJE-NUM PIC 9(07) VALUE ZERO.
        77 WS-LIMITE PIC 9(08) VALUE ZERO.
        77 WS-DIAS-ALERTA PIC 9(03) VALUE 15.
        77 WS-DIAS-RESTANTES PIC 9(05) VALUE ZERO.
        77 WS-TIPO-DESCRICAO PIC X(12) VALUE SPACES.
        77 WS-SITUACAO PIC X(40) VALUE SPACES.
        77 WS-DATA-ALERTA PIC 9(08) VALUE ZERO.
        77 WS-QTD-PRORROGAR PIC 9(05) VALUE ZERO.
        77 WS-QTD-VENCENDO PIC 9(05) VALUE ZERO.
        77 WS-QTD-CONVERTIDOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-ESTAGIO PIC 9(05) VALUE ZERO.
        77 WS-QTD-ALERTAS PIC 9(05) VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        COMPUTE WS-HOJE-NUM = FUNCTION INTEGER-OF-DATE(WS-HOJE).
        COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER
            (WS-HOJE-NUM + WS-DIAS-ALERTA).

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            STOP RUN
        END-IF.

        OPEN EXTEND ALERTA-FILE.
        IF WS-ALERTA-STATUS = "35"
            OPEN OUTPUT ALERTA-FILE
        END-IF.
        MOVE SPACES TO ALERTA-LINHA.
        STRING "ALERTA DE CONTRATOS A PRAZO ATE " WS-LIMITE " - "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.

        DISPLAY "ALERTA DE CONTRATOS A PRAZO".
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF EM-ATIVO AND EM-CONTRATO-A-PRAZO
                        AND EM-FIM-CONTRATO IS NUMERIC
                        AND EM-FIM-CONTRATO-1 IS NUMERIC
                        AND EM-FIM-CONTRATO > 19000000
                        PERFORM AVALIA-CONTRATO
                    END-IF
                    IF EM-ATIVO AND EM-CATEGORIA-ESTAGIARIO
                        AND EM-FIM-ESTAGIO IS NUMERIC
                        AND EM-FIM-ESTAGIO > 19000000
                        PERFORM AVALIA-ESTAGIO
                    END-IF
            END-READ
        END-PERFORM.

        CLOSE EMPMAST-FILE.

        MOVE SPACES TO ALERTA-LINHA.
        STRING "TOTAL DE ALERTAS: " WS-QTD-ALERTAS
            " (PRORROGAR: " WS-QTD-PRORROGAR
            " VENCENDO: " WS-QTD-VENCENDO
            " CONVERTIDOS: " WS-QTD-CONVERTIDOS
            " ESTAGIO: " WS-QTD-ESTAGIO ")"
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.
        CLOSE ALERTA-FILE.

        IF WS-QTD-ALERTAS = ZERO
            DISPLAY "NENHUM CONTRATO A PRAZO VENCENDO"
        END-IF.
        DISPLAY "TOTAL DE ALERTAS: " WS-QTD-ALERTAS.
        STOP RUN.

      * primeiro periodo com prorrogacao prevista: decidir ate o fim
      * do periodo; fim do contrato: desligar ou efetivar; passou do
      * fim sem desligamento: ja e prazo indeterminado
        AVALIA-CONTRATO.
        IF EM-CONTRATO-EXPERIENCIA
            MOVE "EXPERIENCIA" TO WS-TIPO-DESCRICAO
        ELSE
            MOVE "PRAZO DETERM" TO WS-TIPO-DESCRICAO
        END-IF.
        EVALUATE TRUE
            WHEN EM-FIM-CONTRATO < WS-HOJE
                MOVE EM-FIM-CONTRATO TO WS-DATA-ALERTA
                MOVE "CONVERTIDO EM PRAZO INDETERMINADO"
                    TO WS-SITUACAO
                ADD 1 TO WS-QTD-CONVERTIDOS
                PERFORM RELATA-CONTRATO
            WHEN EM-FIM-CONTRATO-1 < EM-FIM-CONTRATO
                AND EM-FIM-CONTRATO-1 >= WS-HOJE
                AND EM-FIM-CONTRATO-1 <= WS-LIMITE
                MOVE EM-FIM-CONTRATO-1 TO WS-DATA-ALERTA
                MOVE "1o PERIODO VENCE - PRORROGAR OU DESLIGAR"
                    TO WS-SITUACAO
                ADD 1 TO WS-QTD-PRORROGAR
                PERFORM RELATA-CONTRATO
            WHEN EM-FIM-CONTRATO >= WS-HOJE
                AND EM-FIM-CONTRATO <= WS-LIMITE
                MOVE EM-FIM-CONTRATO TO WS-DATA-ALERTA
                MOVE "CONTRATO VENCE - DESLIGAR OU EFETIVAR"
                    TO WS-SITUACAO
                ADD 1 TO WS-QTD-VENCENDO
                PERFORM RELATA-CONTRATO
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

      * termo de estagio: limite legal de 2 anos, vencido o termo o
      * estagiario deve ser desligado ou efetivado como CLT
        AVALIA-ESTAGIO.
        MOVE "ESTAGIO" TO WS-TIPO-DESCRICAO.
        EVALUATE TRUE
            WHEN EM-FIM-ESTAGIO < WS-HOJE
                MOVE EM-FIM-ESTAGIO TO WS-DATA-ALERTA
                MOVE "ESTAGIO VENCIDO - DESLIGAR OU EFETIVAR"
                    TO WS-SITUACAO
                ADD 1 TO WS-QTD-ESTAGIO
                PERFORM RELATA-CONTRATO
            WHEN EM-FIM-ESTAGIO <= WS-LIMITE
                MOVE EM-FIM-ESTAGIO TO WS-DATA-ALERTA
                MOVE "ESTAGIO VENCE - DESLIGAR OU RENOVAR"
                    TO WS-SITUACAO
                ADD 1 TO WS-QTD-ESTAGIO
                PERFORM RELATA-CONTRATO
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

        RELATA-CONTRATO.
        ADD 1 TO WS-QTD-ALERTAS.
        IF WS-DATA-ALERTA >= WS-HOJE
            COMPUTE WS-DIAS-RESTANTES =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ALERTA) - WS-HOJE-NUM
        ELSE
            MOVE ZERO TO WS-DIAS-RESTANTES
        END-IF.
        MOVE SPACES TO ALERTA-LINHA.
        STRING EM-PRONTUARIO " " EM-NOME " " WS-TIPO-DESCRICAO
            " " WS-DATA-ALERTA " " WS-DIAS-RESTANTES "d "
            WS-SITUACAO
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.
        DISPLAY EM-PRONTUARIO " " WS-TIPO-DESCRICAO " "
            WS-DATA-ALERTA " " WS-SITUACAO.
