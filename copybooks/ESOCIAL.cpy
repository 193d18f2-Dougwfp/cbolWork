      ******************************************************************
      * ESOCIAL.cpy
      * eSocial periodic events file written by ESOCIAL for one
      * competencia from the audit trail (net of the ESTORNO rows),
      * the cadastro (EM-CPF/EM-PIS/EM-EMPRESA), EMPRESA.DAT (CNPJ)
      * and the settled credits of REMSTAT.DAT: a header, one S-1200
      * remuneration event per worker followed by its items by
      * rubrica, one S-1210 payment event per liquidated credit and
      * one S-1299 closing event per CNPJ with the totals.
      * ES-TIPO "0"=header, "1"=S-1200, "2"=S-1200 item,
      * "3"=S-1210, "4"=S-1200 other employer (remunOutrEmpr, one
      * per VINCEXT.DAT declaration covering the competencia),
      * "9"=S-1299. The IND-RETIF columns say "1"
      * original or "2" retificacao; a retificacao carries the
      * receipt of the event it replaces (see ESOCCTL.cpy).
      * ES-ITM-NATUREZA "P" provento, "D" desconto, "I" informativa
      * (FGTS); ES-ITM-ORIGEM is the AL-TIPO of the audit rows that
      * produced the item. ES-REM-IND-MV is the eSocial indMV of a
      * worker with other employment links (space = none, "2" we
      * withhold up to the ceiling, "3" the others reach it).
      ******************************************************************
       01 ESOCIAL-RECORD.
          05 ES-TIPO               PIC X(01).
             88 ES-HEADER          VALUE "0".
             88 ES-REMUNERACAO     VALUE "1".
             88 ES-ITEM            VALUE "2".
             88 ES-PAGAMENTO       VALUE "3".
             88 ES-OUTRO-VINCULO   VALUE "4".
             88 ES-FECHAMENTO      VALUE "9".
          05 ES-DADOS              PIC X(149).
          05 ES-DADOS-HEADER REDEFINES ES-DADOS.
             10 ES-HDR-COMPETENCIA PIC 9(06).
             10 ES-HDR-GERACAO     PIC 9(14).
             10 ES-HDR-EMPRESA     PIC 9(02).
             10 FILLER             PIC X(127).
          05 ES-DADOS-REMUN REDEFINES ES-DADOS.
             10 ES-REM-EVENTO      PIC X(06).
             10 ES-REM-IND-RETIF   PIC X(01).
             10 ES-REM-RECIBO-ANT  PIC X(23).
             10 ES-REM-CNPJ        PIC X(14).
             10 ES-REM-PRONTUARIO  PIC X(08).
             10 ES-REM-CPF         PIC X(11).
             10 ES-REM-PIS         PIC X(11).
             10 ES-REM-COMPETENCIA PIC 9(06).
             10 ES-REM-QTD-ITENS   PIC 9(03).
             10 ES-REM-TOT-PROV    PIC 9(09)V99.
             10 ES-REM-TOT-DESC    PIC 9(09)V99.
             10 ES-REM-IND-MV      PIC X(01).
             10 ES-REM-QTD-OUTROS  PIC 9(02).
             10 ES-REM-REM-OUTROS  PIC 9(09)V99.
             10 FILLER             PIC X(30).
          05 ES-DADOS-ITEM REDEFINES ES-DADOS.
             10 ES-ITM-PRONTUARIO  PIC X(08).
             10 ES-ITM-RUBRICA     PIC X(04).
             10 ES-ITM-DESCRICAO   PIC X(20).
             10 ES-ITM-NATUREZA    PIC X(01).
             10 ES-ITM-ORIGEM      PIC X(01).
             10 ES-ITM-VALOR       PIC 9(09)V99.
             10 FILLER             PIC X(104).
          05 ES-DADOS-OUTRO REDEFINES ES-DADOS.
             10 ES-OUT-PRONTUARIO  PIC X(08).
             10 ES-OUT-CNPJ        PIC X(14).
             10 ES-OUT-REMUNERACAO PIC 9(09)V99.
             10 ES-OUT-INSS        PIC 9(09)V99.
             10 FILLER             PIC X(105).
          05 ES-DADOS-PAGTO REDEFINES ES-DADOS.
             10 ES-PAG-EVENTO      PIC X(06).
             10 ES-PAG-IND-RETIF   PIC X(01).
             10 ES-PAG-RECIBO-ANT  PIC X(23).
             10 ES-PAG-CNPJ        PIC X(14).
             10 ES-PAG-PRONTUARIO  PIC X(08).
             10 ES-PAG-CPF         PIC X(11).
             10 ES-PAG-COMPETENCIA PIC 9(06).
             10 ES-PAG-TIPO        PIC X(01).
             10 ES-PAG-DATA        PIC 9(08).
             10 ES-PAG-VALOR       PIC 9(09)V99.
             10 FILLER             PIC X(60).
          05 ES-DADOS-FECHA REDEFINES ES-DADOS.
             10 ES-FEC-EVENTO      PIC X(06).
             10 ES-FEC-IND-RETIF   PIC X(01).
             10 ES-FEC-RECIBO-ANT  PIC X(23).
             10 ES-FEC-CNPJ        PIC X(14).
             10 ES-FEC-COMPETENCIA PIC 9(06).
             10 ES-FEC-QTD-REMUN   PIC 9(07).
             10 ES-FEC-QTD-PAGTO   PIC 9(07).
             10 ES-FEC-TOT-BRUTO   PIC 9(11)V99.
             10 ES-FEC-TOT-INSS    PIC 9(11)V99.
             10 ES-FEC-TOT-IRRF    PIC 9(11)V99.
             10 ES-FEC-TOT-FGTS    PIC 9(11)V99.
             10 ES-FEC-TOT-LIQUIDO PIC 9(11)V99.
             10 ES-FEC-TOT-PAGO    PIC 9(11)V99.
             10 FILLER             PIC X(07).
