            MOVE WS-JJ-QTD-REJEITADA TO JJ-QTD-REJEITADA
            MOVE WS-JJ-TOTAL-CONTROLE TO JJ-TOTAL-CONTROLE
            MOVE WS-JJ-RETORNO TO JJ-RETORNO
            MOVE WS-JJ-PASSO TO JJ-PASSO
            MOVE WS-JJ-DATA-LOTE TO JJ-DATA-LOTE
            WRITE JOBJRNL-RECORD
            CLOSE JOBJRNL-FILE
        ELSE
