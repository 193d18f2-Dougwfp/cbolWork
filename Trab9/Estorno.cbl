      *          (FG-TIPO "E") e no banco de horas (movimento
      *          oposto), devolve saldo/parcelas dos contratos de
      *          consignado, volta a pendente as diferencas de IRRF
      *          acertadas na competencia e as comissoes de vendas
      *          pagas nela, invalida os registros de
      *          NETPAY ainda nao remetidos (NP-TIPO "X") e reabre
      *          o lote em LOTEPROC.DAT para reprocessamento. Nada
      *          e apagado. Restrito a operador nivel 4, com tudo
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT NETPAY-FILE ASSIGN TO "data/NETPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NETPAY-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIFERENC-STATUS.

            SELECT DISSDIF-FILE ASSIGN TO "data/DISSDIF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DISSDIF-STATUS.

            SELECT COMISSAO-FILE ASSIGN TO "data/COMISSAO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMISSAO-STATUS.

            SELECT LOTEPROC-FILE ASSIGN TO "data/LOTEPROC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOTEPROC-STATUS.
        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  NETPAY-FILE.
        COPY "NETPAY.cpy".

        FD  DIFERENC-FILE.
        COPY "DIFERENC.cpy".

        FD  DISSDIF-FILE.
        COPY "DISSDIF.cpy".

        FD  COMISSAO-FILE.
        COPY "COMISSAO.cpy".

        FD  LOTEPROC-FILE.
        COPY "LOTEPROC.cpy".

        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "AUDCHNWS.cpy".
        COPY "RESFWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-QTD-BH-EST PIC 9(05) VALUE ZERO.
        77 WS-QTD-CONSIG-DEV PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIF-REABERTA PIC 9(05) VALUE ZERO.
        77 WS-QTD-DISS-REABERTA PIC 9(05) VALUE ZERO.
        77 WS-DISSDIF-STATUS PIC XX VALUE "00".
        77 WS-DISSDIF-EOF PIC X VALUE "N".
            88 DISSDIF-EOF VALUE "Y".
        77 WS-DD-COUNT PIC 9(04) VALUE ZERO.
        77 WS-DD-IDX PIC 9(04) VALUE ZERO.
        77 WS-DD-MAXIMO PIC 9(04) VALUE 3000.
        01 WS-DD-TAB.
            05 WS-DD-ENTRY OCCURS 3000 TIMES.
                10 WS-DD-IMAGEM PIC X(110).
        77 WS-COMISSAO-STATUS PIC XX VALUE "00".
        77 WS-COMISSAO-EOF PIC X VALUE "N".
            88 COMISSAO-EOF VALUE "Y".
        77 WS-QTD-COMIS-REABERTA PIC 9(05) VALUE ZERO.
        77 WS-CO-COUNT PIC 9(04) VALUE ZERO.
        77 WS-CO-IDX PIC 9(04) VALUE ZERO.
        77 WS-CO-MAXIMO PIC 9(04) VALUE 3000.
        01 WS-CO-TAB.
            05 WS-CO-ENTRY OCCURS 3000 TIMES.
                10 WS-CO-IMAGEM PIC X(100).
        77 WS-CONSIG-RESTANTE PIC 9(07)V99 VALUE ZERO.
        77 WS-CONSIG-DEVOLVE PIC 9(07)V99 VALUE ZERO.
        77 WS-QTD-NETPAY-INV PIC 9(05) VALUE ZERO.
                10 WS-AR-FGTS PIC 9(07)V99.
                10 WS-AR-PENSAO PIC 9(07)V99.
                10 WS-AR-CONSIG PIC 9(07)V99.
                10 WS-AR-VALE-TRANSP PIC 9(07)V99.
                10 WS-AR-VALE-REFEICAO PIC 9(07)V99.
                10 WS-AR-PLANO-SAUDE PIC 9(07)V99.
                10 WS-AR-SAL-MATERNIDADE PIC 9(07)V99.
                10 WS-AR-DIF-DISSIDIO PIC 9(07)V99.
                10 WS-AR-COMISSAO PIC 9(07)V99.
                10 WS-AR-DSR-COMISSAO PIC 9(07)V99.
                10 WS-AR-INSALUBRIDADE PIC 9(07)V99.
                10 WS-AR-PERICULOSIDADE PIC 9(07)V99.
                10 WS-AR-HORAS PIC 9(05).
                10 WS-AR-HORAS-EXTRA PIC 9(05).
                10 WS-AR-VALOR-EXTRA PIC 9(07)V99.
                10 WS-AR-BANCO-CREDITO PIC 9(03).
                10 WS-AR-BANCO-DEBITO PIC 9(03).
                10 WS-AR-REMESSA PIC X(01).
        77 WS-BH-COUNT PIC 9(03) VALUE ZERO.
        77 WS-BH-IDX PIC 9(03) VALUE ZERO.
        77 WS-BH-MAXIMO PIC 9(03) VALUE 500.

        PERFORM CARREGA-CONSIG.
        PERFORM CARREGA-DIFERENC.
        PERFORM CARREGA-DISSDIF.
        PERFORM CARREGA-COMISSAO.
        PERFORM CARREGA-HRSBANK-COMP.
        PERFORM VERIFICA-REMESSA-GERADA.
        IF REMESSA-GERADA
        PERFORM ESTORNA-HRSBANK.
        PERFORM ESTORNA-CONSIG.
        PERFORM ESTORNA-DIFERENC.
        PERFORM ESTORNA-DISSDIF.
        PERFORM ESTORNA-COMISSAO.
        IF NOT REMESSA-GERADA
            PERFORM INVALIDA-NETPAY
        END-IF.
        DISPLAY "MOVIMENTOS BANCO DE HORAS:  " WS-QTD-BH-EST.
        DISPLAY "PARCELAS CONSIGNADO DEVOLV: " WS-QTD-CONSIG-DEV.
        DISPLAY "DIFERENCAS IRRF REABERTAS:  " WS-QTD-DIF-REABERTA.
        DISPLAY "DISSIDIO REABERTOS:         " WS-QTD-DISS-REABERTA.
        DISPLAY "COMISSOES REABERTAS:        " WS-QTD-COMIS-REABERTA.
        DISPLAY "NETPAY INVALIDADOS:         " WS-QTD-NETPAY-INV.
        DISPLAY "LOTES REABERTOS:            " WS-QTD-LOTES-REAB.
        DISPLAY "REPROCESSE O LOTE APOS CORRIGIR O ARQUIVO DE"
        ELSE
            MOVE AL-CONSIGNADO TO WS-AR-CONSIG(WS-AR-COUNT)
        END-IF.
        IF AL-VALE-TRANSP = SPACES
            MOVE ZERO TO WS-AR-VALE-TRANSP(WS-AR-COUNT)
        ELSE
            MOVE AL-VALE-TRANSP TO WS-AR-VALE-TRANSP(WS-AR-COUNT)
        END-IF.
        IF AL-VALE-REFEICAO = SPACES
            MOVE ZERO TO WS-AR-VALE-REFEICAO(WS-AR-COUNT)
        ELSE
            MOVE AL-VALE-REFEICAO TO WS-AR-VALE-REFEICAO(WS-AR-COUNT)
        END-IF.
        IF AL-PLANO-SAUDE = SPACES
            MOVE ZERO TO WS-AR-PLANO-SAUDE(WS-AR-COUNT)
        ELSE
            MOVE AL-PLANO-SAUDE TO WS-AR-PLANO-SAUDE(WS-AR-COUNT)
        END-IF.
        IF AL-SAL-MATERNIDADE = SPACES
            MOVE ZERO TO WS-AR-SAL-MATERNIDADE(WS-AR-COUNT)
        ELSE
            MOVE AL-SAL-MATERNIDADE
                TO WS-AR-SAL-MATERNIDADE(WS-AR-COUNT)
        END-IF.
        IF AL-DIF-DISSIDIO = SPACES
            MOVE ZERO TO WS-AR-DIF-DISSIDIO(WS-AR-COUNT)
        ELSE
            MOVE AL-DIF-DISSIDIO TO WS-AR-DIF-DISSIDIO(WS-AR-COUNT)
        END-IF.
        IF AL-COMISSAO = SPACES
            MOVE ZERO TO WS-AR-COMISSAO(WS-AR-COUNT)
                WS-AR-DSR-COMISSAO(WS-AR-COUNT)
        ELSE
            MOVE AL-COMISSAO TO WS-AR-COMISSAO(WS-AR-COUNT)
            MOVE AL-DSR-COMISSAO TO WS-AR-DSR-COMISSAO(WS-AR-COUNT)
        END-IF.
        IF AL-INSALUBRIDADE = SPACES
            MOVE ZERO TO WS-AR-INSALUBRIDADE(WS-AR-COUNT)
                WS-AR-PERICULOSIDADE(WS-AR-COUNT)
        ELSE
            MOVE AL-INSALUBRIDADE TO WS-AR-INSALUBRIDADE(WS-AR-COUNT)
            MOVE AL-PERICULOSIDADE
                TO WS-AR-PERICULOSIDADE(WS-AR-COUNT)
        END-IF.
        IF AL-HORAS NUMERIC
            MOVE AL-HORAS TO WS-AR-HORAS(WS-AR-COUNT)
            MOVE AL-HORAS-EXTRA TO WS-AR-HORAS-EXTRA(WS-AR-COUNT)
            MOVE AL-VALOR-EXTRA TO WS-AR-VALOR-EXTRA(WS-AR-COUNT)
        ELSE
            MOVE ZERO TO WS-AR-HORAS(WS-AR-COUNT)
                WS-AR-HORAS-EXTRA(WS-AR-COUNT)
                WS-AR-VALOR-EXTRA(WS-AR-COUNT)
        END-IF.
        IF AL-BANCO-CREDITO NUMERIC AND AL-BANCO-DEBITO NUMERIC
            MOVE AL-BANCO-CREDITO TO WS-AR-BANCO-CREDITO(WS-AR-COUNT)
            MOVE AL-BANCO-DEBITO TO WS-AR-BANCO-DEBITO(WS-AR-COUNT)
        ELSE
            MOVE ZERO TO WS-AR-BANCO-CREDITO(WS-AR-COUNT)
                WS-AR-BANCO-DEBITO(WS-AR-COUNT)
        END-IF.
        MOVE AL-REMESSA TO WS-AR-REMESSA(WS-AR-COUNT).

      * os lancamentos compensatorios entram na corrente normal da
      * auditoria (AUDITVER continua fechando) com AL-TIPO "E"
        IF WS-AUDITLOG-STATUS = "35"
            OPEN OUTPUT AUDITLOG-FILE
        END-IF.
        PERFORM ABRE-RESFOLHA.
        PERFORM VARYING WS-AR-IDX FROM 1 BY 1
            UNTIL WS-AR-IDX > WS-AR-COUNT
            MOVE SPACES TO AUDITLOG-RECORD
            MOVE WS-COMPETENCIA TO AL-COMPETENCIA
            MOVE WS-AR-FGTS(WS-AR-IDX) TO AL-FGTS
            MOVE WS-AR-PENSAO(WS-AR-IDX) TO AL-PENSAO
            MOVE WS-AR-CONSIG(WS-AR-IDX) TO AL-CONSIGNADO
            MOVE "E" TO AL-TIPO
            MOVE WS-AR-VALE-TRANSP(WS-AR-IDX) TO AL-VALE-TRANSP
            MOVE WS-AR-VALE-REFEICAO(WS-AR-IDX) TO AL-VALE-REFEICAO
            MOVE WS-AR-PLANO-SAUDE(WS-AR-IDX) TO AL-PLANO-SAUDE
            MOVE WS-AR-SAL-MATERNIDADE(WS-AR-IDX)
                TO AL-SAL-MATERNIDADE
            MOVE WS-AR-DIF-DISSIDIO(WS-AR-IDX) TO AL-DIF-DISSIDIO
            MOVE WS-AR-COMISSAO(WS-AR-IDX) TO AL-COMISSAO
            MOVE WS-AR-DSR-COMISSAO(WS-AR-IDX) TO AL-DSR-COMISSAO
            MOVE WS-AR-INSALUBRIDADE(WS-AR-IDX) TO AL-INSALUBRIDADE
            MOVE WS-AR-PERICULOSIDADE(WS-AR-IDX) TO AL-PERICULOSIDADE
            MOVE WS-AR-HORAS(WS-AR-IDX) TO AL-HORAS
            MOVE WS-AR-HORAS-EXTRA(WS-AR-IDX) TO AL-HORAS-EXTRA
            MOVE WS-AR-VALOR-EXTRA(WS-AR-IDX) TO AL-VALOR-EXTRA
            MOVE WS-AR-BANCO-CREDITO(WS-AR-IDX) TO AL-BANCO-CREDITO
            MOVE WS-AR-BANCO-DEBITO(WS-AR-IDX) TO AL-BANCO-DEBITO
            MOVE WS-AR-REMESSA(WS-AR-IDX) TO AL-REMESSA
            PERFORM CALCULA-ELO-AUDITLOG
            WRITE AUDITLOG-RECORD
            IF WS-AUDITLOG-STATUS = "00"
                PERFORM ACUMULA-RESFOLHA-AUDITORIA
            END-IF
            ADD 1 TO WS-QTD-COMPENSADA
        END-PERFORM.
        IF WS-AUDITLOG-STATUS NOT = "00"
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE AUDITLOG-FILE.
        CLOSE RESFOLHA-FILE.

        ESTORNA-YTD-EMPMAST.
        OPEN I-O EMPMAST-FILE.
            PERFORM REGRAVA-DIFERENC
        END-IF.

        CARREGA-DISSDIF.
        MOVE ZERO TO WS-DD-COUNT.
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
                                WS-DD-MAXIMO " diferencas - estorno"
                                " recusado para nao perder"
                                " registros na regravacao"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-DD-COUNT
                        MOVE DISSDIF-RECORD
                            TO WS-DD-IMAGEM(WS-DD-COUNT)
                END-READ
            END-PERFORM
            CLOSE DISSDIF-FILE
        END-IF.

      * a diferenca de dissidio paga pelo lote estornado saiu do
      * bruto junto com ele - volta a pendente para o proximo lote
        ESTORNA-DISSDIF.
        PERFORM VARYING WS-DD-IDX FROM 1 BY 1
            UNTIL WS-DD-IDX > WS-DD-COUNT
            MOVE WS-DD-IMAGEM(WS-DD-IDX) TO DISSDIF-RECORD
            IF DD-PAGO AND DD-COMP-ACERTO = WS-COMPETENCIA
                MOVE "P" TO DD-STATUS
                MOVE ZERO TO DD-COMP-ACERTO
                MOVE DISSDIF-RECORD TO WS-DD-IMAGEM(WS-DD-IDX)
                ADD 1 TO WS-QTD-DISS-REABERTA
                DISPLAY DD-PRONTUARIO
                    " DIFERENCA DE DISSIDIO DA COMPETENCIA "
                    DD-COMPETENCIA " REABERTA COMO PENDENTE"
            END-IF
        END-PERFORM.
        IF WS-QTD-DISS-REABERTA > ZERO
            OPEN OUTPUT DISSDIF-FILE
            PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                UNTIL WS-DD-IDX > WS-DD-COUNT
                MOVE WS-DD-IMAGEM(WS-DD-IDX) TO DISSDIF-RECORD
                WRITE DISSDIF-RECORD
            END-PERFORM
            CLOSE DISSDIF-FILE
            DISPLAY "DIFERENCAS DE DISSIDIO ATUALIZADAS EM"
                " DISSDIF.DAT"
        END-IF.

        CARREGA-COMISSAO.
        MOVE ZERO TO WS-CO-COUNT.
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
                                WS-CO-MAXIMO " comissoes - estorno"
                                " recusado para nao perder"
                                " registros na regravacao"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-CO-COUNT
                        MOVE COMISSAO-RECORD
                            TO WS-CO-IMAGEM(WS-CO-COUNT)
                END-READ
            END-PERFORM
            CLOSE COMISSAO-FILE
        END-IF.

      * a comissao (e o DSR sobre ela) paga pelo lote estornado saiu
      * do bruto junto com ele - volta a pendente para o proximo lote
        ESTORNA-COMISSAO.
        PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
            MOVE WS-CO-IMAGEM(WS-CO-IDX) TO COMISSAO-RECORD
            IF CM-PAGO AND CM-COMP-ACERTO = WS-COMPETENCIA
                MOVE "P" TO CM-STATUS
                MOVE ZERO TO CM-COMP-ACERTO CM-DSR
                MOVE COMISSAO-RECORD TO WS-CO-IMAGEM(WS-CO-IDX)
                ADD 1 TO WS-QTD-COMIS-REABERTA
                DISPLAY CM-PRONTUARIO " COMISSAO DA VENDA "
                    CM-REFERENCIA " REABERTA COMO PENDENTE"
            END-IF
        END-PERFORM.
        IF WS-QTD-COMIS-REABERTA > ZERO
            OPEN OUTPUT COMISSAO-FILE
            PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                UNTIL WS-CO-IDX > WS-CO-COUNT
                MOVE WS-CO-IMAGEM(WS-CO-IDX) TO COMISSAO-RECORD
                WRITE COMISSAO-RECORD
            END-PERFORM
            CLOSE COMISSAO-FILE
            DISPLAY "COMISSOES ATUALIZADAS EM COMISSAO.DAT"
        END-IF.

        REGRAVA-DIFERENC.
        OPEN OUTPUT DIFERENC-FILE.
        PERFORM VARYING WS-DF-IDX FROM 1 BY 1

        COPY "AUDCHAIN.cpy".

        COPY "RESFCAL.cpy".

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".
