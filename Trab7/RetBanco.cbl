            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NETPAYRR-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/RETBANCO.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.
        FD  NETPAYRR-FILE.
        COPY "NETPAY.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        COPY "EMPHWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-DISPONIVEL PIC X VALUE "N".
            88 EMPMAST-DISPONIVEL VALUE "Y".
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.

        PERFORM CARREGA-HISTORICO-EMPRESA.
        PERFORM CARREGA-REMESSA.
        IF WS-REM-COUNT = ZERO
            DISPLAY "NENHUM DETALHE NA REMESSA BANCOREM.DAT - GERE A"
        MOVE FUNCTION CURRENT-DATE(1:14) TO RS-TIMESTAMP.
        WRITE REMSTAT-RECORD.

      * o reenvio carrega a empresa da competencia (cadastro e
      * transferencias do EMPHIST), para o credito reencaminhado
      * entrar na remessa filtrada da empresa certa
        GRAVA-REENVIO.
        MOVE SPACES TO NETPAY-RECORD.
        MOVE RT-DET-PRONTUARIO TO NP-PRONTUARIO.
                    END-IF
            END-READ
        END-IF.
        MOVE NP-EMPRESA TO WS-EH-PADRAO.
        MOVE RT-DET-PRONTUARIO TO WS-EH-ALVO.
        MOVE WS-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO NP-EMPRESA.
        WRITE NETPAY-RECORD.

        RELATA-REJEITADO.
            OPEN OUTPUT REMSTAT-FILE
        END-IF.
        OPEN OUTPUT NETPAYRR-FILE.

        COPY "EMPHCAL.cpy".
