      *          rejeicoes pendentes do lote, permite corrigir os
      *          valores, gera um lote suplementar de ponto com as
      *          entradas corrigidas e marca a rejeicao como
      *          resolvida. Linhas de comissao recusadas pelo
      *          IMPCOMIS sao corrigidas no sistema de vendas e
      *          reimportadas; aqui apenas se registra a resolucao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                10 WS-RJ-HE-DESTINO PIC X(01).
                10 WS-RJ-HORAS-COMP PIC 9(03).
                10 WS-RJ-CORRIGIDA PIC X(01).
                10 WS-RJ-ORIGEM PIC X(01).
                10 WS-RJ-VALOR PIC 9(07)V99.
                10 WS-RJ-REFERENCIA PIC X(15).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
            UNTIL WS-RJ-IDX > WS-RJ-COUNT OR ENCERRAR
            IF WS-RJ-SITUACAO(WS-RJ-IDX) NOT = "R"
                IF WS-RJ-ORIGEM(WS-RJ-IDX) = "C"
                    PERFORM TRATA-REJEICAO-COMISSAO
                ELSE
                    PERFORM TRATA-REJEICAO
                END-IF
            END-IF
        END-PERFORM.

                CONTINUE
        END-EVALUATE.

      * comissao recusada na importacao: a correcao e feita no
      * sistema de vendas e a linha reimportada pelo IMPCOMIS; a
      * bancada so registra que a rejeicao foi tratada
        TRATA-REJEICAO-COMISSAO.
        DISPLAY " ".
        DISPLAY "REJEICAO " WS-RJ-IDX " (COMISSAO): "
            WS-RJ-PRONTUARIO(WS-RJ-IDX) " "
            WS-RJ-MOTIVO(WS-RJ-IDX).
        DISPLAY "  VENDA=" WS-RJ-REFERENCIA(WS-RJ-IDX)
            " VALOR=" WS-RJ-VALOR(WS-RJ-IDX)
            " COMPETENCIA=" WS-RJ-COMPETENCIA(WS-RJ-IDX).
        DISPLAY "Ja corrigida no sistema de vendas e reimportada"
            " (S=resolver N=pular F=fim)? " NO ADVANCING.
        ACCEPT wsresposta.
        EVALUATE wsresposta
            WHEN "S"
                ADD 1 TO WS-QTD-RESOLVIDAS
                MOVE "R" TO WS-RJ-SITUACAO(WS-RJ-IDX)
                DISPLAY WS-RJ-PRONTUARIO(WS-RJ-IDX)
                    " COMISSAO MARCADA COMO RESOLVIDA"
            WHEN "F"
                MOVE "Y" TO WS-ENCERRAR
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

        CORRIGE-REJEICAO.
        DISPLAY "Digite horas trabalhadas (1-" WS-HORAS-MAXIMO
            "): " NO ADVANCING.
            MOVE RJ-HE-DESTINO TO WS-RJ-HE-DESTINO(WS-RJ-COUNT)
            MOVE RJ-HORAS-COMP TO WS-RJ-HORAS-COMP(WS-RJ-COUNT)
            MOVE "N" TO WS-RJ-CORRIGIDA(WS-RJ-COUNT)
            MOVE RJ-ORIGEM TO WS-RJ-ORIGEM(WS-RJ-COUNT)
            IF RJ-VALOR NUMERIC
                MOVE RJ-VALOR TO WS-RJ-VALOR(WS-RJ-COUNT)
            ELSE
                MOVE ZERO TO WS-RJ-VALOR(WS-RJ-COUNT)
            END-IF
            MOVE RJ-REFERENCIA TO WS-RJ-REFERENCIA(WS-RJ-COUNT)
            IF RJ-STATUS NOT = "R"
                ADD 1 TO WS-QTD-PENDENTES
            END-IF
            MOVE WS-RJ-DSR-HORAS(WS-RJ-IDX) TO RJ-DSR-HORAS
            MOVE WS-RJ-HE-DESTINO(WS-RJ-IDX) TO RJ-HE-DESTINO
            MOVE WS-RJ-HORAS-COMP(WS-RJ-IDX) TO RJ-HORAS-COMP
            MOVE WS-RJ-ORIGEM(WS-RJ-IDX) TO RJ-ORIGEM
            MOVE WS-RJ-VALOR(WS-RJ-IDX) TO RJ-VALOR
            MOVE WS-RJ-REFERENCIA(WS-RJ-IDX) TO RJ-REFERENCIA
            WRITE REJECT-RECORD
        END-PERFORM.
        CLOSE REJECT-FILE.
