      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de autonomos (AUTONOMO.DAT) -
      *          lista, inclui, altera e inativa prestador de servico
      *          pago por RPA, por CPF, com NIT, dados bancarios e a
      *          aliquota de ISS; CPF e NIT conferidos pelo digito
      *          verificador antes de gravar. O autonomo nao e
      *          excluido para o historico do RPALOG.DAT continuar
      *          casando com o cadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTAUT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUTONOMO-FILE ASSIGN TO "data/AUTONOMO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUTONOMO-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AUTONOMO-FILE.
        COPY "AUTONOMO.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "DOCVALWS.cpy".
        77 WS-AUTONOMO-STATUS PIC XX VALUE "00".
        77 WS-AUTONOMO-EOF PIC X VALUE "N".
            88 AUTONOMO-EOF VALUE "Y".
        77 wsopcao PIC 9 VALUE ZERO.
        77 WS-CPF-ENTRADA PIC X(11) VALUE SPACES.
        77 WS-DADOS-OK PIC X VALUE "Y".
            88 DADOS-OK VALUE "Y".
        77 WS-AT-COUNT PIC 9(03) VALUE ZERO.
        77 WS-AT-IDX PIC 9(03) VALUE ZERO.
        77 WS-AT-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-AT-MAXIMO PIC 9(03) VALUE 300.
        77 WS-AT-OVERFLOW PIC X VALUE "N".
            88 AT-OVERFLOW VALUE "Y".
        01 WS-AT-TAB.
            05 WS-AT-ENTRY OCCURS 300 TIMES.
                10 WS-AT-CPF PIC X(11).
                10 WS-AT-NOME PIC X(30).
                10 WS-AT-NIT PIC X(11).
                10 WS-AT-BANCO PIC 9(03).
                10 WS-AT-AGENCIA PIC X(06).
                10 WS-AT-CONTA PIC X(12).
                10 WS-AT-ALIQ-ISS PIC 9(02)V99.
                10 WS-AT-SIT PIC X(01).
        01 WS-AT-NOVO.
            05 WS-NV-NOME PIC X(30).
            05 WS-NV-NIT PIC X(11).
            05 WS-NV-BANCO PIC 9(03).
            05 WS-NV-AGENCIA PIC X(06).
            05 WS-NV-CONTA PIC X(12).
            05 WS-NV-ALIQ-ISS PIC 9(02)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTAUT" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar autonomos".
        DISPLAY "2 - Incluir autonomo".
        DISPLAY "3 - Alterar autonomo".
        DISPLAY "4 - Inativar autonomo".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-TABELA
            WHEN 2
                PERFORM INCLUI-AUTONOMO
            WHEN 3
                PERFORM ALTERA-AUTONOMO
            WHEN 4
                PERFORM INATIVA-AUTONOMO
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-AUTONOMO.
        PERFORM OBTEM-CHAVE.
        MOVE WS-CPF-ENTRADA TO WS-DOC-ENTRADA.
        PERFORM VALIDA-CPF.
        PERFORM LOCALIZA-AUTONOMO.
        IF NOT DOC-OK
            DISPLAY "ERRO: CPF com digito verificador invalido: "
                WS-CPF-ENTRADA
        ELSE
            IF WS-AT-ACHOU > ZERO
                DISPLAY "ERRO: autonomo ja cadastrado para o CPF "
                    WS-CPF-ENTRADA
            ELSE
                IF WS-AT-COUNT >= WS-AT-MAXIMO
                    DISPLAY "ERRO: limite de " WS-AT-MAXIMO
                        " autonomos atingido"
                ELSE
                    PERFORM OBTEM-DADOS-AUTONOMO
                    IF DADOS-OK
                        ADD 1 TO WS-AT-COUNT
                        MOVE WS-AT-COUNT TO WS-AT-ACHOU
                        MOVE WS-CPF-ENTRADA
                            TO WS-AT-CPF(WS-AT-ACHOU)
                        MOVE "A" TO WS-AT-SIT(WS-AT-ACHOU)
                        PERFORM ATUALIZA-ENTRADA
                        PERFORM REGRAVA-TABELA
                        DISPLAY "AUTONOMO INCLUIDO: " WS-CPF-ENTRADA
                        PERFORM LISTA-TABELA
                    END-IF
                END-IF
            END-IF
        END-IF.

        ALTERA-AUTONOMO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-AUTONOMO.
        IF WS-AT-ACHOU = ZERO
            DISPLAY "ERRO: autonomo nao cadastrado para o CPF "
                WS-CPF-ENTRADA
        ELSE
            PERFORM OBTEM-DADOS-AUTONOMO
            IF DADOS-OK
                PERFORM ATUALIZA-ENTRADA
                MOVE "A" TO WS-AT-SIT(WS-AT-ACHOU)
                PERFORM REGRAVA-TABELA
                DISPLAY "AUTONOMO ALTERADO: " WS-CPF-ENTRADA
                PERFORM LISTA-TABELA
            END-IF
        END-IF.

        INATIVA-AUTONOMO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-AUTONOMO.
        IF WS-AT-ACHOU = ZERO
            DISPLAY "ERRO: autonomo nao cadastrado para o CPF "
                WS-CPF-ENTRADA
        ELSE
            MOVE "I" TO WS-AT-SIT(WS-AT-ACHOU)
            PERFORM REGRAVA-TABELA
            DISPLAY "AUTONOMO INATIVADO: " WS-CPF-ENTRADA
            PERFORM LISTA-TABELA
        END-IF.

        OBTEM-CHAVE.
        DISPLAY "Digite o CPF do autonomo (so numeros): "
            NO ADVANCING.
        ACCEPT WS-CPF-ENTRADA.

      * NIT obrigatorio: sem ele o INSS retido nao e identificado
      * na GPS; a aliquota de ISS segue a lei do municipio do servico
        OBTEM-DADOS-AUTONOMO.
        MOVE "Y" TO WS-DADOS-OK.
        DISPLAY "Digite o nome do autonomo: " NO ADVANCING.
        ACCEPT WS-NV-NOME.
        DISPLAY "Digite o NIT/PIS do autonomo: " NO ADVANCING.
        ACCEPT WS-NV-NIT.
        DISPLAY "Digite o banco (codigo): " NO ADVANCING.
        ACCEPT WS-NV-BANCO.
        DISPLAY "Digite a agencia: " NO ADVANCING.
        ACCEPT WS-NV-AGENCIA.
        DISPLAY "Digite a conta: " NO ADVANCING.
        ACCEPT WS-NV-CONTA.
        DISPLAY "Digite a aliquota de ISS em % (0 = nao retem): "
            NO ADVANCING.
        ACCEPT WS-NV-ALIQ-ISS.
        IF WS-NV-NOME = SPACES
            DISPLAY "ERRO: nome do autonomo obrigatorio"
            MOVE "N" TO WS-DADOS-OK
        END-IF.
        MOVE WS-NV-NIT TO WS-DOC-ENTRADA.
        PERFORM VALIDA-PIS.
        IF NOT DOC-OK
            DISPLAY "ERRO: NIT com digito verificador invalido: "
                WS-NV-NIT
            MOVE "N" TO WS-DADOS-OK
        END-IF.
        IF WS-NV-BANCO = ZERO OR WS-NV-AGENCIA = SPACES
            OR WS-NV-CONTA = SPACES
            DISPLAY "ERRO: dados bancarios incompletos - o liquido"
                " do RPA e pago por credito em conta"
            MOVE "N" TO WS-DADOS-OK
        END-IF.
        IF WS-NV-ALIQ-ISS > 5
            DISPLAY "ERRO: aliquota de ISS acima do maximo legal de"
                " 5%"
            MOVE "N" TO WS-DADOS-OK
        END-IF.
        IF NOT DADOS-OK
            DISPLAY "CADASTRO NAO GRAVADO"
        END-IF.

        ATUALIZA-ENTRADA.
        MOVE WS-NV-NOME TO WS-AT-NOME(WS-AT-ACHOU).
        MOVE WS-NV-NIT TO WS-AT-NIT(WS-AT-ACHOU).
        MOVE WS-NV-BANCO TO WS-AT-BANCO(WS-AT-ACHOU).
        MOVE WS-NV-AGENCIA TO WS-AT-AGENCIA(WS-AT-ACHOU).
        MOVE WS-NV-CONTA TO WS-AT-CONTA(WS-AT-ACHOU).
        MOVE WS-NV-ALIQ-ISS TO WS-AT-ALIQ-ISS(WS-AT-ACHOU).

        LISTA-TABELA.
        DISPLAY " ".
        DISPLAY "AUTONOMOS (" WS-AT-COUNT " CADASTRADO(S)):".
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            DISPLAY WS-AT-CPF(WS-AT-IDX)
                " " WS-AT-NOME(WS-AT-IDX)
                " NIT=" WS-AT-NIT(WS-AT-IDX)
                " BANCO=" WS-AT-BANCO(WS-AT-IDX)
                " AG=" WS-AT-AGENCIA(WS-AT-IDX)
                " CONTA=" WS-AT-CONTA(WS-AT-IDX)
                " ISS=" WS-AT-ALIQ-ISS(WS-AT-IDX)
                " SIT=" WS-AT-SIT(WS-AT-IDX)
        END-PERFORM.

        LOCALIZA-AUTONOMO.
        MOVE ZERO TO WS-AT-ACHOU.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            IF WS-AT-CPF(WS-AT-IDX) = WS-CPF-ENTRADA
                MOVE WS-AT-IDX TO WS-AT-ACHOU
            END-IF
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-AT-COUNT.
        MOVE "N" TO WS-AT-OVERFLOW.
        MOVE "N" TO WS-AUTONOMO-EOF.
        OPEN INPUT AUTONOMO-FILE.
        IF WS-AUTONOMO-STATUS = "00"
            PERFORM UNTIL AUTONOMO-EOF
                READ AUTONOMO-FILE
                    AT END
                        MOVE "Y" TO WS-AUTONOMO-EOF
                    NOT AT END
                        IF WS-AT-COUNT >= WS-AT-MAXIMO
                            MOVE "Y" TO WS-AT-OVERFLOW
                        ELSE
                            ADD 1 TO WS-AT-COUNT
                            MOVE AU-CPF TO WS-AT-CPF(WS-AT-COUNT)
                            MOVE AU-NOME TO WS-AT-NOME(WS-AT-COUNT)
                            MOVE AU-NIT TO WS-AT-NIT(WS-AT-COUNT)
                            MOVE AU-BANCO
                                TO WS-AT-BANCO(WS-AT-COUNT)
                            MOVE AU-AGENCIA
                                TO WS-AT-AGENCIA(WS-AT-COUNT)
                            MOVE AU-CONTA
                                TO WS-AT-CONTA(WS-AT-COUNT)
                            MOVE AU-ALIQ-ISS
                                TO WS-AT-ALIQ-ISS(WS-AT-COUNT)
                            MOVE AU-STATUS TO WS-AT-SIT(WS-AT-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUTONOMO-FILE
        END-IF.
        IF AT-OVERFLOW
            DISPLAY "ERRO: AUTONOMO.DAT tem mais de " WS-AT-MAXIMO
                " autonomos - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        REGRAVA-TABELA.
        OPEN OUTPUT AUTONOMO-FILE.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            MOVE SPACES TO AUTONOMO-RECORD
            MOVE WS-AT-CPF(WS-AT-IDX) TO AU-CPF
            MOVE WS-AT-NOME(WS-AT-IDX) TO AU-NOME
            MOVE WS-AT-NIT(WS-AT-IDX) TO AU-NIT
            MOVE WS-AT-BANCO(WS-AT-IDX) TO AU-BANCO
            MOVE WS-AT-AGENCIA(WS-AT-IDX) TO AU-AGENCIA
            MOVE WS-AT-CONTA(WS-AT-IDX) TO AU-CONTA
            MOVE WS-AT-ALIQ-ISS(WS-AT-IDX) TO AU-ALIQ-ISS
            MOVE WS-AT-SIT(WS-AT-IDX) TO AU-STATUS
            WRITE AUTONOMO-RECORD
        END-PERFORM.
        CLOSE AUTONOMO-FILE.

        COPY "DOCVAL.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
