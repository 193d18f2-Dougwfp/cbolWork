            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT CARGO-FILE ASSIGN TO "data/CARGO.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CA-CODIGO
            FILE STATUS IS WS-CARGO-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTHIST-STATUS.

            SELECT CARGHIST-FILE ASSIGN TO "data/CARGHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARGHIST-STATUS.

            SELECT CHGLOG-FILE ASSIGN TO "data/CHGLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHGLOG-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT ASO-FILE ASSIGN TO "data/ASO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  CARGO-FILE.
        COPY "CARGO.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  DEPTHIST-FILE.
        COPY "DEPTHIST.cpy".

        FD  CARGHIST-FILE.
        COPY "CARGHIST.cpy".

        FD  CHGLOG-FILE.
        COPY "CHGLOG.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  ASO-FILE.
        COPY "ASO.cpy".

        WORKING-STORAGE SECTION.
        COPY "SYSERRWS.cpy".
        COPY "SIGNONWS.cpy".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-OPERACAO-LOG PIC X(01) VALUE SPACE.
        77 WS-IMAGEM-ANTES PIC X(700) VALUE SPACES.
        77 WS-IMAGEM-DEPOIS PIC X(700) VALUE SPACES.
        77 WS-VALOR-HORA-ANT PIC 9(05)V99 VALUE ZERO.
        77 WS-RATE-VIGENCIA PIC 9(08) VALUE ZERO.
        77 WS-DEPTHIST-STATUS PIC XX VALUE "00".
        77 WS-DEPARTAMENTO-ANT PIC X(10) VALUE SPACES.
        77 WS-DEPT-VIGENCIA PIC 9(08) VALUE ZERO.
        77 WS-CARGO-STATUS PIC XX VALUE "00".
        77 WS-CARGHIST-STATUS PIC XX VALUE "00".
        77 WS-CARGO-OK PIC X VALUE "N".
            88 CARGO-OK VALUE "Y".
        77 WS-CARGO-ANT PIC X(06) VALUE SPACES.
        77 WS-CARGO-VIGENCIA PIC 9(08) VALUE ZERO.
        77 WS-CARGO-GRADE PIC X(03) VALUE SPACES.
        77 WS-FAIXA-MINIMO PIC 9(05)V99 VALUE ZERO.
        77 WS-FAIXA-MAXIMO PIC 9(05)V99 VALUE ZERO.
        77 WS-VALOR-HORA-OK PIC X VALUE "N".
            88 VALOR-HORA-OK VALUE "Y".
        77 WS-CONFIRMA-FAIXA PIC X(01) VALUE SPACE.
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-OK PIC X VALUE "N".
            88 EMPRESA-OK VALUE "Y".
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-DEP-IDX PIC 9(02) VALUE ZERO.
        77 WS-QTD-DEPENDENTE-MAXIMO PIC 9(02) VALUE 10.
        77 WS-DIAS-PERIODO-1 PIC 9(03) VALUE ZERO.
        77 WS-DIAS-PRORROGACAO PIC 9(03) VALUE ZERO.
        77 WS-DIAS-EXPERIENCIA-PADRAO PIC 9(03) VALUE 45.
        77 WS-DIAS-EXPERIENCIA-MAXIMO PIC 9(03) VALUE 90.
        77 WS-DIAS-PRAZO-MAXIMO PIC 9(03) VALUE 730.
        77 WS-ADMISSAO-NUM PIC 9(07) VALUE ZERO.
        77 WS-FIM-CONTRATO-NUM PIC 9(07) VALUE ZERO.
        77 WS-CONTRATO-OK PIC X VALUE "N".
            88 CONTRATO-OK VALUE "Y".
        77 WS-ALTERA-CONTRATO PIC X(01) VALUE "N".
        77 WS-ALTERA-CATEGORIA PIC X(01) VALUE "N".
        77 WS-FIM-ESTAGIO-NUM PIC 9(07) VALUE ZERO.
        77 WS-ASO-STATUS PIC XX VALUE "00".
        77 WS-ASO-EOF PIC X VALUE "N".
            88 ASO-EOF VALUE "Y".
        77 WS-ASO-DATA PIC 9(08) VALUE ZERO.
        77 WS-ASO-RESULTADO PIC X(01) VALUE SPACE.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        ACCEPT EM-NOME.
        DISPLAY "Digite o sobrenome: " NO ADVANCING.
        ACCEPT EM-SOBRENOME.
        PERFORM OBTEM-CARGO-VALIDO.
        PERFORM OBTEM-VALOR-HORA.
        PERFORM VALIDA-QTD-DEPENDENTE.
        PERFORM INFORMA-DEPENDENTES.
        PERFORM OBTEM-DEPARTAMENTO-VALIDO.
        PERFORM INFORMA-DADOS-BANCARIOS.
        PERFORM INFORMA-DOCUMENTOS.
        PERFORM INFORMA-CONTRATO.
        PERFORM INFORMA-CATEGORIA.
        PERFORM INFORMA-SEXO.
        PERFORM OBTEM-EMPRESA-VALIDA.
        MOVE ZERO TO EM-YTD-SALBRUTO EM-YTD-INSS EM-YTD-IRRF
            EM-YTD-DECIMO13 EM-DATA-DESLIGAMENTO EM-YTD-PLR.
        MOVE "A" TO EM-STATUS.

        WRITE EMPMAST-RECORD
                PERFORM WRITE-RATEHIST
                MOVE WS-RATE-VIGENCIA TO WS-DEPT-VIGENCIA
                PERFORM WRITE-DEPTHIST
                MOVE WS-RATE-VIGENCIA TO WS-CARGO-VIGENCIA
                PERFORM WRITE-CARGHIST
                PERFORM VERIFICA-ASO-ADMISSIONAL
        END-WRITE.
        IF WS-EMPMAST-STATUS NOT = "00"
            AND WS-EMPMAST-STATUS(1:1) NOT = "2"
        MOVE EMPMAST-RECORD TO WS-IMAGEM-ANTES.
        MOVE EM-VALOR-HORA TO WS-VALOR-HORA-ANT.
        MOVE EM-DEPARTAMENTO TO WS-DEPARTAMENTO-ANT.
        MOVE EM-CARGO TO WS-CARGO-ANT.
        DISPLAY "Digite o novo nome: " NO ADVANCING.
        ACCEPT EM-NOME.
        DISPLAY "Digite o novo sobrenome: " NO ADVANCING.
        ACCEPT EM-SOBRENOME.
        DISPLAY "Cargo atual: " EM-CARGO.
        PERFORM OBTEM-CARGO-VALIDO.
        PERFORM OBTEM-VALOR-HORA.
        PERFORM EXIBE-DEPENDENTES.
        PERFORM VALIDA-QTD-DEPENDENTE.
        PERFORM INFORMA-DEPENDENTES.
        PERFORM OBTEM-DEPARTAMENTO-VALIDO.
        PERFORM INFORMA-DADOS-BANCARIOS.
        PERFORM INFORMA-DOCUMENTOS.
        DISPLAY "Contrato atual: " EM-TIPO-CONTRATO
            " fim do 1o periodo " EM-FIM-CONTRATO-1
            " fim " EM-FIM-CONTRATO.
        DISPLAY "Alterar o contrato (S/N)? " NO ADVANCING.
        ACCEPT WS-ALTERA-CONTRATO.
        IF WS-ALTERA-CONTRATO = "S"
            PERFORM INFORMA-CONTRATO
        END-IF.
        DISPLAY "Categoria atual: " EM-CATEGORIA
            " fim do estagio " EM-FIM-ESTAGIO.
        DISPLAY "Alterar a categoria (S/N)? " NO ADVANCING.
        ACCEPT WS-ALTERA-CATEGORIA.
        IF WS-ALTERA-CATEGORIA = "S"
            PERFORM INFORMA-CATEGORIA
        END-IF.
        DISPLAY "Sexo atual: " EM-SEXO.
        PERFORM INFORMA-SEXO.
        DISPLAY "Empresa atual: " EM-EMPRESA
            " (troca de empresa somente pelo TRANSEMP)".

        IF EM-VALOR-HORA NOT = WS-VALOR-HORA-ANT
            MOVE ZERO TO WS-RATE-VIGENCIA
            END-PERFORM
        END-IF.

        IF EM-CARGO NOT = WS-CARGO-ANT
            MOVE ZERO TO WS-CARGO-VIGENCIA
            PERFORM WITH TEST AFTER
                UNTIL WS-CARGO-VIGENCIA > 19000000
                DISPLAY "Digite a data de vigencia do novo"
                    " cargo (AAAAMMDD): " NO ADVANCING
                ACCEPT WS-CARGO-VIGENCIA
                IF WS-CARGO-VIGENCIA <= 19000000
                    DISPLAY "ERRO: data invalida, digite novamente"
                END-IF
            END-PERFORM
        END-IF.

        IF EM-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANT
            MOVE ZERO TO WS-DEPT-VIGENCIA
            PERFORM WITH TEST AFTER
                IF EM-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANT
                    PERFORM WRITE-DEPTHIST
                END-IF
                IF EM-CARGO NOT = WS-CARGO-ANT
                    PERFORM WRITE-CARGHIST
                END-IF
        END-REWRITE.
        IF WS-EMPMAST-STATUS NOT = "00"
            AND WS-EMPMAST-STATUS(1:1) NOT = "2"
            CLOSE DEPTMAST-FILE
        END-IF.

        OBTEM-CARGO-VALIDO.
        PERFORM WITH TEST AFTER UNTIL CARGO-OK
            DISPLAY "Digite o cargo: " NO ADVANCING
            ACCEPT EM-CARGO
            PERFORM VALIDA-CARGO
            IF NOT CARGO-OK
                DISPLAY "ERRO: cargo nao cadastrado ou inativo,"
                    " digite novamente"
            END-IF
        END-PERFORM.

        VALIDA-CARGO.
        MOVE "N" TO WS-CARGO-OK.
        MOVE SPACES TO WS-CARGO-GRADE.
        MOVE ZERO TO WS-FAIXA-MINIMO WS-FAIXA-MAXIMO.
        OPEN INPUT CARGO-FILE.
        IF WS-CARGO-STATUS NOT = "00"
            DISPLAY "AVISO: cadastro de cargos indisponivel"
                " (status " WS-CARGO-STATUS ") - codigo aceito"
                " sem validacao da faixa salarial"
            MOVE "Y" TO WS-CARGO-OK
        ELSE
            MOVE EM-CARGO TO CA-CODIGO
            READ CARGO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CA-ATIVO
                        MOVE "Y" TO WS-CARGO-OK
                        MOVE CA-GRADE TO WS-CARGO-GRADE
                        MOVE CA-VH-MINIMO TO WS-FAIXA-MINIMO
                        MOVE CA-VH-MAXIMO TO WS-FAIXA-MAXIMO
                        DISPLAY "CARGO " CA-DESCRICAO " GRADE "
                            CA-GRADE " FAIXA " CA-VH-MINIMO " A "
                            CA-VH-MAXIMO
                    END-IF
            END-READ
            CLOSE CARGO-FILE
        END-IF.

      * valor/hora fora da faixa da grade do cargo so e aceito com a
      * confirmacao expressa do operador (fica no CHGLOG)
        OBTEM-VALOR-HORA.
        MOVE "N" TO WS-VALOR-HORA-OK.
        PERFORM WITH TEST AFTER UNTIL VALOR-HORA-OK
            DISPLAY "Digite o valor/hora: " NO ADVANCING
            ACCEPT EM-VALOR-HORA
            MOVE "Y" TO WS-VALOR-HORA-OK
            IF WS-FAIXA-MAXIMO > ZERO
                AND (EM-VALOR-HORA < WS-FAIXA-MINIMO
                    OR EM-VALOR-HORA > WS-FAIXA-MAXIMO)
                DISPLAY "AVISO: valor/hora " EM-VALOR-HORA
                    " fora da faixa da grade " WS-CARGO-GRADE
                    " (" WS-FAIXA-MINIMO " a " WS-FAIXA-MAXIMO ")"
                DISPLAY "Confirma o valor/hora fora da faixa (S/N)? "
                    NO ADVANCING
                MOVE SPACE TO WS-CONFIRMA-FAIXA
                ACCEPT WS-CONFIRMA-FAIXA
                IF WS-CONFIRMA-FAIXA NOT = "S"
                    MOVE "N" TO WS-VALOR-HORA-OK
                END-IF
            END-IF
        END-PERFORM.

        INFORMA-DADOS-BANCARIOS.
        DISPLAY "Digite o banco (codigo, 0 se nao informado): "
            NO ADVANCING.
            NO ADVANCING.
        ACCEPT EM-DATA-ADMISSAO.

      * experiencia: primeiro periodo (padrao 45 dias) mais a
      * prorrogacao, no maximo 90 dias; prazo determinado: no maximo
      * 2 anos. As datas de fim sao o ultimo dia do contrato
        INFORMA-CONTRATO.
        PERFORM WITH TEST AFTER
            UNTIL EM-TIPO-CONTRATO = "E" OR "D" OR "I" OR "T"
            DISPLAY "Tipo de contrato (E=experiencia D=prazo"
                " determinado I=indeterminado T=intermitente): "
                NO ADVANCING
            ACCEPT EM-TIPO-CONTRATO
            IF EM-TIPO-CONTRATO NOT = "E" AND NOT = "D"
                AND NOT = "I" AND NOT = "T"
                DISPLAY "ERRO: tipo de contrato invalido"
            END-IF
        END-PERFORM.
        MOVE ZERO TO EM-FIM-CONTRATO-1 EM-FIM-CONTRATO.
        IF EM-CONTRATO-A-PRAZO
            PERFORM VALIDA-ADMISSAO-CONTRATO
            COMPUTE WS-ADMISSAO-NUM =
                FUNCTION INTEGER-OF-DATE(EM-DATA-ADMISSAO)
        END-IF.
        IF EM-CONTRATO-EXPERIENCIA
            PERFORM INFORMA-PERIODOS-EXPERIENCIA
        END-IF.
        IF EM-CONTRATO-DETERMINADO
            PERFORM INFORMA-FIM-PRAZO-DETERMINADO
        END-IF.
        IF EM-CONTRATO-A-PRAZO
            DISPLAY "CONTRATO " EM-TIPO-CONTRATO
                " - FIM DO 1o PERIODO " EM-FIM-CONTRATO-1
                " FIM DO CONTRATO " EM-FIM-CONTRATO
        END-IF.

        VALIDA-ADMISSAO-CONTRATO.
        PERFORM UNTIL EM-DATA-ADMISSAO > 19000000
            AND EM-DATA-ADMISSAO(5:2) >= "01"
            AND EM-DATA-ADMISSAO(5:2) <= "12"
            AND EM-DATA-ADMISSAO(7:2) >= "01"
            AND EM-DATA-ADMISSAO(7:2) <= "31"
            DISPLAY "ERRO: contrato a prazo exige data de admissao"
                " valida"
            DISPLAY "Digite a data de admissao (AAAAMMDD): "
                NO ADVANCING
            ACCEPT EM-DATA-ADMISSAO
        END-PERFORM.

        INFORMA-PERIODOS-EXPERIENCIA.
        MOVE "N" TO WS-CONTRATO-OK.
        PERFORM UNTIL CONTRATO-OK
            DISPLAY "Dias do primeiro periodo (0 = "
                WS-DIAS-EXPERIENCIA-PADRAO "): " NO ADVANCING
            ACCEPT WS-DIAS-PERIODO-1
            IF WS-DIAS-PERIODO-1 = ZERO
                MOVE WS-DIAS-EXPERIENCIA-PADRAO TO WS-DIAS-PERIODO-1
            END-IF
            DISPLAY "Dias da prorrogacao (0 = completa os "
                WS-DIAS-EXPERIENCIA-MAXIMO " dias): " NO ADVANCING
            ACCEPT WS-DIAS-PRORROGACAO
            IF WS-DIAS-PRORROGACAO = ZERO
                AND WS-DIAS-PERIODO-1 < WS-DIAS-EXPERIENCIA-MAXIMO
                COMPUTE WS-DIAS-PRORROGACAO =
                    WS-DIAS-EXPERIENCIA-MAXIMO - WS-DIAS-PERIODO-1
            END-IF
            IF WS-DIAS-PERIODO-1 + WS-DIAS-PRORROGACAO
                > WS-DIAS-EXPERIENCIA-MAXIMO
                DISPLAY "ERRO: experiencia limitada a "
                    WS-DIAS-EXPERIENCIA-MAXIMO " dias no total"
            ELSE
                MOVE "Y" TO WS-CONTRATO-OK
            END-IF
        END-PERFORM.
        COMPUTE EM-FIM-CONTRATO-1 = FUNCTION DATE-OF-INTEGER
            (WS-ADMISSAO-NUM + WS-DIAS-PERIODO-1 - 1).
        COMPUTE EM-FIM-CONTRATO = FUNCTION DATE-OF-INTEGER
            (WS-ADMISSAO-NUM + WS-DIAS-PERIODO-1
                + WS-DIAS-PRORROGACAO - 1).

        INFORMA-FIM-PRAZO-DETERMINADO.
        MOVE "N" TO WS-CONTRATO-OK.
        PERFORM UNTIL CONTRATO-OK
            DISPLAY "Digite o ultimo dia do contrato (AAAAMMDD): "
                NO ADVANCING
            ACCEPT EM-FIM-CONTRATO
            IF EM-FIM-CONTRATO > EM-DATA-ADMISSAO
                AND EM-FIM-CONTRATO(5:2) >= "01"
                AND EM-FIM-CONTRATO(5:2) <= "12"
                AND EM-FIM-CONTRATO(7:2) >= "01"
                AND EM-FIM-CONTRATO(7:2) <= "31"
                COMPUTE WS-FIM-CONTRATO-NUM =
                    FUNCTION INTEGER-OF-DATE(EM-FIM-CONTRATO)
                IF WS-FIM-CONTRATO-NUM - WS-ADMISSAO-NUM
                    >= WS-DIAS-PRAZO-MAXIMO
                    DISPLAY "ERRO: prazo determinado limitado a 2"
                        " anos"
                ELSE
                    MOVE "Y" TO WS-CONTRATO-OK
                END-IF
            ELSE
                DISPLAY "ERRO: data invalida ou anterior a admissao"
            END-IF
        END-PERFORM.
        MOVE EM-FIM-CONTRATO TO EM-FIM-CONTRATO-1.

      * categoria: CLT, aprendiz (FGTS 2%), estagiario (bolsa, sem
      * INSS/FGTS/13o) ou diretor estatutario (pro-labore). O termo
      * de compromisso do estagio tem fim obrigatorio, no maximo 2
      * anos apos o inicio
        INFORMA-CATEGORIA.
        PERFORM WITH TEST AFTER UNTIL EM-CATEGORIA-VALIDA
            DISPLAY "Categoria (C=CLT A=aprendiz E=estagiario"
                " D=diretor estatutario): " NO ADVANCING
            ACCEPT EM-CATEGORIA
            IF NOT EM-CATEGORIA-VALIDA
                DISPLAY "ERRO: categoria invalida"
            END-IF
        END-PERFORM.
        MOVE ZERO TO EM-FIM-ESTAGIO.
        IF EM-CATEGORIA-ESTAGIARIO
            PERFORM VALIDA-ADMISSAO-CONTRATO
            COMPUTE WS-ADMISSAO-NUM =
                FUNCTION INTEGER-OF-DATE(EM-DATA-ADMISSAO)
            PERFORM INFORMA-FIM-ESTAGIO
            DISPLAY "ESTAGIO DE " EM-DATA-ADMISSAO " A "
                EM-FIM-ESTAGIO
        END-IF.

      * sexo para o relatorio de transparencia salarial (RELTRANS)
        INFORMA-SEXO.
        PERFORM WITH TEST AFTER UNTIL EM-SEXO-VALIDO
            DISPLAY "Sexo (F=feminino M=masculino): " NO ADVANCING
            ACCEPT EM-SEXO
            IF NOT EM-SEXO-VALIDO
                DISPLAY "ERRO: sexo invalido"
            END-IF
        END-PERFORM.

        INFORMA-FIM-ESTAGIO.
        MOVE "N" TO WS-CONTRATO-OK.
        PERFORM UNTIL CONTRATO-OK
            DISPLAY "Digite o fim do termo de estagio (AAAAMMDD): "
                NO ADVANCING
            ACCEPT EM-FIM-ESTAGIO
            IF EM-FIM-ESTAGIO > EM-DATA-ADMISSAO
                AND EM-FIM-ESTAGIO(5:2) >= "01"
                AND EM-FIM-ESTAGIO(5:2) <= "12"
                AND EM-FIM-ESTAGIO(7:2) >= "01"
                AND EM-FIM-ESTAGIO(7:2) <= "31"
                COMPUTE WS-FIM-ESTAGIO-NUM =
                    FUNCTION INTEGER-OF-DATE(EM-FIM-ESTAGIO)
                IF WS-FIM-ESTAGIO-NUM - WS-ADMISSAO-NUM
                    >= WS-DIAS-PRAZO-MAXIMO
                    DISPLAY "ERRO: estagio limitado a 2 anos"
                ELSE
                    MOVE "Y" TO WS-CONTRATO-OK
                END-IF
            ELSE
                DISPLAY "ERRO: data invalida ou anterior a admissao"
            END-IF
        END-PERFORM.

        OBTEM-EMPRESA-VALIDA.
        PERFORM WITH TEST AFTER UNTIL EMPRESA-OK
            DISPLAY "Digite a empresa (codigo, 1 se unica): "
        END-IF.
        CLOSE DEPTHIST-FILE.

        WRITE-CARGHIST.
        OPEN EXTEND CARGHIST-FILE.
        IF WS-CARGHIST-STATUS = "35"
            OPEN OUTPUT CARGHIST-FILE
        END-IF.
        MOVE SPACES TO CARGHIST-RECORD.
        MOVE wspronturario TO CH-PRONTUARIO.
        MOVE WS-CARGO-VIGENCIA TO CH-DATA-VIGENCIA.
        MOVE EM-CARGO TO CH-CARGO.
        MOVE WS-SIGNON-OPERADOR TO CH-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO CH-TIMESTAMP.
        WRITE CARGHIST-RECORD.
        IF WS-CARGHIST-STATUS NOT = "00"
            MOVE "CARGHIST" TO WS-ERR-ARQUIVO
            MOVE WS-CARGHIST-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-CARGHIST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE CARGHIST-FILE.

      * NR-7: o admissional (ASO.DAT, lancado pelo MANUTASO) e feito
      * antes do inicio das atividades; a inclusao nao e bloqueada,
      * so avisada
        VERIFICA-ASO-ADMISSIONAL.
        MOVE ZERO TO WS-ASO-DATA.
        MOVE SPACE TO WS-ASO-RESULTADO.
        MOVE "N" TO WS-ASO-EOF.
        OPEN INPUT ASO-FILE.
        IF WS-ASO-STATUS = "00"
            PERFORM UNTIL ASO-EOF
                READ ASO-FILE
                    AT END
                        MOVE "Y" TO WS-ASO-EOF
                    NOT AT END
                        IF AS-PRONTUARIO = wspronturario
                            AND AS-ATIVO AND AS-ADMISSIONAL
                            AND AS-DATA-EXAME >= WS-ASO-DATA
                            MOVE AS-DATA-EXAME TO WS-ASO-DATA
                            MOVE AS-RESULTADO TO WS-ASO-RESULTADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ASO-FILE
        END-IF.
        IF WS-ASO-DATA = ZERO
            DISPLAY "AVISO: admissao sem exame admissional (ASO) -"
                " registre o exame no MANUTASO antes do inicio das"
                " atividades"
        ELSE
            IF WS-ASO-RESULTADO = "I"
                DISPLAY "AVISO: exame admissional de " WS-ASO-DATA
                    " com resultado INAPTO"
            ELSE
                IF WS-ASO-DATA > WS-RATE-VIGENCIA
                    DISPLAY "AVISO: exame admissional de "
                        WS-ASO-DATA " posterior a admissao em "
                        WS-RATE-VIGENCIA
                END-IF
            END-IF
        END-IF.

        COPY "DOCVAL.cpy".

        COPY "SIGNON.cpy".
