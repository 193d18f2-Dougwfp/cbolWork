      * Date:
      * Purpose: Liberacao do lote estagiado - mostra os totais de
      *          controle do estagio (STAGECTL.DAT) e o resumo da
      *          critica de variacao (CRITICA.PRT) e dos indicios de
      *          fraude da competencia (FRAUDE.PRT), exige sign-on de
      *          nivel 3 ou 4 de um operador DIFERENTE do que rodou
      *          o lote e so entao promove NETPAY.STG/HOLERITE.STG
      *          para NETPAY.DAT/HOLERITE.PRT, liberando a geracao
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CRITICA-STATUS.

            SELECT FRAUDE-FILE ASSIGN TO "data/FRAUDE.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FRAUDE-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.
        01 NETPAYSTG-RECORD PIC X(40).

        FD  PAYSLIPSTG-FILE.
        01 PAYSLIPSTG-RECORD PIC X(400).

        FD  NETPAY-FILE.
        COPY "NETPAY.cpy".
        FD  CRITICA-FILE.
        01 CRITICA-LINHA PIC X(120).

        FD  FRAUDE-FILE.
        01 FRAUDE-LINHA PIC X(132).

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

            88 PAYSLIPSTG-EOF VALUE "Y".
        77 WS-CRITICA-EOF PIC X VALUE "N".
            88 CRITICA-EOF VALUE "Y".
        77 WS-FRAUDE-STATUS PIC XX VALUE "00".
        77 WS-FRAUDE-EOF PIC X VALUE "N".
            88 FRAUDE-EOF VALUE "Y".
        77 WS-FRAUDE-TOTAIS PIC X(78) VALUE SPACES.
        77 WS-DECISAO PIC X(01) VALUE SPACE.
        77 WS-QTD-NETPAY PIC 9(07) VALUE ZERO.
        77 WS-QTD-HOLERITE PIC 9(07) VALUE ZERO.
        DISPLAY "QTD PAGAMENTOS:    " WS-CTL-QTD.
        DISPLAY "TOTAL LIQUIDO:     " WS-CTL-TOTAL.
        PERFORM EXIBE-RESUMO-CRITICA.
        PERFORM EXIBE-RESUMO-FRAUDE.

        DISPLAY " ".
        DISPLAY "Liberar para NETPAY/HOLERITE (L) ou descartar o"
            CLOSE CRITICA-FILE
        END-IF.

      * vale a ultima varredura da competencia do estagio
        EXIBE-RESUMO-FRAUDE.
        MOVE "N" TO WS-FRAUDE-EOF.
        MOVE SPACES TO WS-FRAUDE-TOTAIS.
        OPEN INPUT FRAUDE-FILE.
        IF WS-FRAUDE-STATUS = "00"
            PERFORM UNTIL FRAUDE-EOF
                READ FRAUDE-FILE
                    AT END
                        MOVE "Y" TO WS-FRAUDE-EOF
                    NOT AT END
                        IF FRAUDE-LINHA(1:20) = "TOTAIS: COMPETENCIA="
                            AND FRAUDE-LINHA(21:6) = WS-CTL-COMP
                            MOVE FRAUDE-LINHA(1:78) TO WS-FRAUDE-TOTAIS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FRAUDE-FILE
        END-IF.
        IF WS-FRAUDE-TOTAIS = SPACES
            DISPLAY "AVISO: nenhuma varredura de indicios de fraude"
                " da competencia " WS-CTL-COMP " em FRAUDE.PRT -"
                " RODE O FRAUDE ANTES DE LIBERAR"
        ELSE
            DISPLAY "INDICIOS DE FRAUDE DA COMPETENCIA (FRAUDE.PRT):"
            DISPLAY "  " WS-FRAUDE-TOTAIS
        END-IF.

        PROMOVE-ESTAGIO.
        MOVE "N" TO WS-NETPAYSTG-EOF.
        OPEN INPUT NETPAYSTG-FILE.
