      * Purpose: Manutencao do orcamento de pessoal por departamento
      *          e competencia (DEPTBUD.DAT) - lista, inclui, altera
      *          e exclui previsao de quadro e de custo total, base
      *          do relatorio orcado x realizado (ORCAREL). A carga
      *          anual vem da projecao aprovada no PROJCUST; aqui
      *          ficam os ajustes manuais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        77 wsopcao PIC 9 VALUE ZERO.
        77 WS-DEPTO-ENTRADA PIC X(10) VALUE SPACES.
        77 WS-COMP-ENTRADA PIC 9(06) VALUE ZERO.
        77 WS-BD-COUNT PIC 9(04) VALUE ZERO.
        77 WS-BD-IDX PIC 9(04) VALUE ZERO.
        77 WS-BD-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-BD-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-BD-OVERFLOW PIC X VALUE "N".
            88 BD-OVERFLOW VALUE "Y".
        01 WS-BD-TAB.
            05 WS-BD-ENTRY OCCURS 3000 TIMES.
                10 WS-BD-DEPTO PIC X(10).
                10 WS-BD-COMP PIC 9(06).
                10 WS-BD-QTD PIC 9(05).
