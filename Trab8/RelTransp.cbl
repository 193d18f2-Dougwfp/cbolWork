      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de transparencia salarial (igualdade
      *          salarial entre mulheres e homens) - agrupa os
      *          empregados ativos por cargo (grade do cadastro de
      *          cargos) ou, sem cargo valido, por departamento, e
      *          mostra por sexo o quadro, a media e a mediana do
      *          bruto mensal apurado na trilha de auditoria das
      *          competencias pedidas (folha e complementares,
      *          liquidas dos estornos), com a diferenca percentual
      *          da media e da mediana feminina sobre a masculina.
      *          Grupos com diferenca acima do limite informado sao
      *          destacados; grupos com menos empregados de um dos
      *          sexos que o minimo informado nao tem valores
      *          publicados, para nao identificar pessoas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RELTRANS.

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

            SELECT CARGO-FILE ASSIGN TO "data/CARGO.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CODIGO
            FILE STATUS IS WS-CARGO-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/RELTRANS.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  CARGO-FILE.
        COPY "CARGO.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-CARGO-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-CARGO-EOF PIC X VALUE "N".
            88 CARGO-EOF VALUE "Y".
        77 WS-AUDIT-EOF PIC X VALUE "N".
            88 AUDIT-EOF VALUE "Y".
        77 WS-COMP-INICIO PIC 9(06) VALUE ZERO.
        77 WS-COMP-FIM PIC 9(06) VALUE ZERO.
        77 WS-LIMITE-DIFERENCA PIC 9(02)V99 VALUE ZERO.
        77 WS-LIMITE-PADRAO PIC 9(02)V99 VALUE 5,00.
        77 WS-MINIMO-GRUPO PIC 9(03) VALUE ZERO.
        77 WS-MINIMO-PADRAO PIC 9(03) VALUE 3.
        77 WS-BRUTO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-QTD-ATIVOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-SEM-SEXO PIC 9(05) VALUE ZERO.
        77 WS-QTD-SEM-FOLHA PIC 9(05) VALUE ZERO.
        77 WS-QTD-DESTACADOS PIC 9(03) VALUE ZERO.
        77 WS-QTD-OMITIDOS PIC 9(03) VALUE ZERO.
        77 WS-DIF-MEDIA PIC S9(03)V99 VALUE ZERO.
        77 WS-DIF-MEDIANA PIC S9(03)V99 VALUE ZERO.
        77 WS-DIF-EDIT PIC -(3)9,99.
        77 WS-DIF-MED-EDIT PIC -(3)9,99.
        77 WS-MEDIA-EDIT PIC Z.ZZZ.ZZ9,99.
        77 WS-MEDIANA-EDIT PIC Z.ZZZ.ZZ9,99.
        77 WS-SITUACAO PIC X(30) VALUE SPACES.
        77 WS-GRUPO-ALVO PIC 9(03) VALUE ZERO.
        77 WS-SEXO-ALVO PIC X(01) VALUE SPACE.
        77 WS-CA-COUNT PIC 9(03) VALUE ZERO.
        77 WS-CA-IDX PIC 9(03) VALUE ZERO.
        77 WS-CA-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-CA-MAXIMO PIC 9(03) VALUE 300.
        01 WS-CA-TAB.
            05 WS-CA-ENTRY OCCURS 300 TIMES.
                10 WS-CA-CODIGO PIC X(06).
                10 WS-CA-DESCRICAO PIC X(30).
                10 WS-CA-GRADE PIC X(03).
        77 WS-GP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-GP-IDX PIC 9(03) VALUE ZERO.
        77 WS-GP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-GP-MAXIMO PIC 9(03) VALUE 400.
        77 WS-GP-CHAVE PIC X(11) VALUE SPACES.
        01 WS-GP-TAB.
            05 WS-GP-ENTRY OCCURS 400 TIMES.
                10 WS-GP-CHAVE-TAB PIC X(11).
                10 WS-GP-DESCRICAO PIC X(60).
        77 WS-EP-COUNT PIC 9(04) VALUE ZERO.
        77 WS-EP-IDX PIC 9(04) VALUE ZERO.
        77 WS-EP-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-EP-MAXIMO PIC 9(04) VALUE 5000.
        01 WS-EP-TAB.
            05 WS-EP-ENTRY OCCURS 5000 TIMES.
                10 WS-EP-PRONTUARIO PIC X(08).
                10 WS-EP-SEXO PIC X(01).
                10 WS-EP-GRUPO PIC 9(03).
                10 WS-EP-BRUTO PIC S9(09)V99.
                10 WS-EP-MESES PIC S9(03).
                10 WS-EP-MEDIA PIC 9(07)V99.
      * valores de um sexo dentro de um grupo, ordenados para a
      * mediana
        77 WS-VL-COUNT PIC 9(04) VALUE ZERO.
        77 WS-VL-POS PIC 9(04) VALUE ZERO.
        77 WS-VL-MEIO PIC 9(04) VALUE ZERO.
        77 WS-VL-RESTO PIC 9(01) VALUE ZERO.
        77 WS-VL-NOVO PIC 9(07)V99 VALUE ZERO.
        77 WS-VL-SOMA PIC 9(11)V99 VALUE ZERO.
        77 WS-VL-POSICIONADO PIC X VALUE "N".
            88 VL-POSICIONADO VALUE "Y".
        01 WS-VL-TAB.
            05 WS-VL-VALOR PIC 9(07)V99 OCCURS 5000 TIMES.
      * resultado por sexo: 1 = feminino, 2 = masculino
        01 WS-RS-TAB.
            05 WS-RS-ENTRY OCCURS 2 TIMES.
                10 WS-RS-QTD PIC 9(04).
                10 WS-RS-MEDIA PIC 9(07)V99.
                10 WS-RS-MEDIANA PIC 9(07)V99.
        77 WS-RS-IDX PIC 9(01) VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "Digite a competencia inicial (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMP-INICIO.
        DISPLAY "Digite a competencia final (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMP-FIM.
        IF WS-COMP-FIM < WS-COMP-INICIO
            DISPLAY "ERRO: faixa de competencias invalida"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "Diferenca percentual para destaque (0=padrao "
            WS-LIMITE-PADRAO "%): " NO ADVANCING.
        ACCEPT WS-LIMITE-DIFERENCA.
        IF WS-LIMITE-DIFERENCA = ZERO
            MOVE WS-LIMITE-PADRAO TO WS-LIMITE-DIFERENCA
        END-IF.
        DISPLAY "Minimo de empregados por sexo para publicar o grupo"
            " (0=padrao " WS-MINIMO-PADRAO "): " NO ADVANCING.
        ACCEPT WS-MINIMO-GRUPO.
        IF WS-MINIMO-GRUPO = ZERO
            MOVE WS-MINIMO-PADRAO TO WS-MINIMO-GRUPO
        END-IF.

        PERFORM CARREGA-CARGOS.
        PERFORM CARREGA-EMPREGADOS.
        PERFORM ACUMULA-AUDITORIA.
        PERFORM APURA-MEDIAS-EMPREGADOS.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TRANSPARENCIA SALARIAL " WS-COMP-INICIO " A "
            WS-COMP-FIM " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "BRUTO MENSAL MEDIO - DIFERENCA = (MASCULINO - "
            "FEMININO) / MASCULINO - DESTAQUE ACIMA DE "
            WS-LIMITE-DIFERENCA "% - MINIMO POR SEXO "
            WS-MINIMO-GRUPO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        PERFORM VARYING WS-GP-IDX FROM 1 BY 1
            UNTIL WS-GP-IDX > WS-GP-COUNT
            MOVE WS-GP-IDX TO WS-GRUPO-ALVO
            PERFORM RELATA-GRUPO
        END-PERFORM.
        MOVE ZERO TO WS-GRUPO-ALVO.
        PERFORM RELATA-GRUPO.

        MOVE SPACES TO RELATO-LINHA.
        STRING "ATIVOS=" WS-QTD-ATIVOS
            " SEM SEXO INFORMADO=" WS-QTD-SEM-SEXO
            " SEM FOLHA NO PERIODO=" WS-QTD-SEM-FOLHA
            " GRUPOS DESTACADOS=" WS-QTD-DESTACADOS
            " GRUPOS NAO PUBLICAVEIS=" WS-QTD-OMITIDOS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.
        IF WS-QTD-SEM-SEXO > ZERO
            DISPLAY "AVISO: " WS-QTD-SEM-SEXO " ativo(s) sem sexo"
                " informado - regularizar no MANUTEMP"
        END-IF.
        DISPLAY "TRANSPARENCIA SALARIAL: " WS-GP-COUNT " GRUPO(S), "
            WS-QTD-DESTACADOS " DESTACADO(S), " WS-QTD-OMITIDOS
            " NAO PUBLICAVEL(IS) - RELATORIO EM data/RELTRANS.PRT".
        STOP RUN.

      * grupo zero = empresa toda
        RELATA-GRUPO.
        MOVE "F" TO WS-SEXO-ALVO.
        MOVE 1 TO WS-RS-IDX.
        PERFORM APURA-SEXO-GRUPO.
        MOVE "M" TO WS-SEXO-ALVO.
        MOVE 2 TO WS-RS-IDX.
        PERFORM APURA-SEXO-GRUPO.
        IF WS-RS-QTD(1) = ZERO AND WS-RS-QTD(2) = ZERO
            AND WS-GRUPO-ALVO > ZERO
            CONTINUE
        ELSE
            PERFORM IMPRIME-GRUPO
        END-IF.

        IMPRIME-GRUPO.
        MOVE SPACES TO RELATO-LINHA.
        IF WS-GRUPO-ALVO = ZERO
            STRING "EMPRESA" DELIMITED BY SIZE INTO RELATO-LINHA
        ELSE
            STRING WS-GP-DESCRICAO(WS-GRUPO-ALVO)
                DELIMITED BY SIZE INTO RELATO-LINHA
        END-IF.
        WRITE RELATO-LINHA.
        IF WS-RS-QTD(1) < WS-MINIMO-GRUPO
            OR WS-RS-QTD(2) < WS-MINIMO-GRUPO
            IF WS-GRUPO-ALVO > ZERO
                ADD 1 TO WS-QTD-OMITIDOS
            END-IF
            MOVE SPACES TO RELATO-LINHA
            STRING "    GRUPO COM MENOS DE " WS-MINIMO-GRUPO
                " EMPREGADOS DE UM DOS SEXOS - VALORES NAO PUBLICADOS"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        ELSE
            PERFORM IMPRIME-SEXO-GRUPO
        END-IF.

        IMPRIME-SEXO-GRUPO.
        PERFORM VARYING WS-RS-IDX FROM 1 BY 1 UNTIL WS-RS-IDX > 2
            MOVE WS-RS-MEDIA(WS-RS-IDX) TO WS-MEDIA-EDIT
            MOVE WS-RS-MEDIANA(WS-RS-IDX) TO WS-MEDIANA-EDIT
            MOVE SPACES TO RELATO-LINHA
            IF WS-RS-IDX = 1
                STRING "    FEMININO  QTD=" WS-RS-QTD(WS-RS-IDX)
                    " MEDIA=" WS-MEDIA-EDIT
                    " MEDIANA=" WS-MEDIANA-EDIT
                    DELIMITED BY SIZE INTO RELATO-LINHA
            ELSE
                STRING "    MASCULINO QTD=" WS-RS-QTD(WS-RS-IDX)
                    " MEDIA=" WS-MEDIA-EDIT
                    " MEDIANA=" WS-MEDIANA-EDIT
                    DELIMITED BY SIZE INTO RELATO-LINHA
            END-IF
            WRITE RELATO-LINHA
        END-PERFORM.
        MOVE ZERO TO WS-DIF-MEDIA WS-DIF-MEDIANA.
        IF WS-RS-MEDIA(2) > ZERO
            COMPUTE WS-DIF-MEDIA ROUNDED =
                (WS-RS-MEDIA(2) - WS-RS-MEDIA(1)) * 100
                / WS-RS-MEDIA(2)
        END-IF.
        IF WS-RS-MEDIANA(2) > ZERO
            COMPUTE WS-DIF-MEDIANA ROUNDED =
                (WS-RS-MEDIANA(2) - WS-RS-MEDIANA(1)) * 100
                / WS-RS-MEDIANA(2)
        END-IF.
        MOVE SPACES TO WS-SITUACAO.
        IF WS-DIF-MEDIA > WS-LIMITE-DIFERENCA
            OR WS-DIF-MEDIA < ZERO - WS-LIMITE-DIFERENCA
            MOVE "*** DIFERENCA ACIMA DO LIMITE" TO WS-SITUACAO
            IF WS-GRUPO-ALVO > ZERO
                ADD 1 TO WS-QTD-DESTACADOS
            END-IF
        END-IF.
        MOVE WS-DIF-MEDIA TO WS-DIF-EDIT.
        MOVE WS-DIF-MEDIANA TO WS-DIF-MED-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING "    DIFERENCA MEDIA=" WS-DIF-EDIT
            "% MEDIANA=" WS-DIF-MED-EDIT "% " WS-SITUACAO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * junta os brutos medios do sexo no grupo, ordena e tira a
      * media e a mediana
        APURA-SEXO-GRUPO.
        MOVE ZERO TO WS-VL-COUNT WS-VL-SOMA.
        PERFORM VARYING WS-EP-IDX FROM 1 BY 1
            UNTIL WS-EP-IDX > WS-EP-COUNT
            IF WS-EP-SEXO(WS-EP-IDX) = WS-SEXO-ALVO
                AND WS-EP-MESES(WS-EP-IDX) > ZERO
                AND (WS-GRUPO-ALVO = ZERO
                    OR WS-EP-GRUPO(WS-EP-IDX) = WS-GRUPO-ALVO)
                MOVE WS-EP-MEDIA(WS-EP-IDX) TO WS-VL-NOVO
                PERFORM INSERE-VALOR
            END-IF
        END-PERFORM.
        MOVE WS-VL-COUNT TO WS-RS-QTD(WS-RS-IDX).
        MOVE ZERO TO WS-RS-MEDIA(WS-RS-IDX) WS-RS-MEDIANA(WS-RS-IDX).
        IF WS-VL-COUNT > ZERO
            COMPUTE WS-RS-MEDIA(WS-RS-IDX) ROUNDED =
                WS-VL-SOMA / WS-VL-COUNT
            DIVIDE WS-VL-COUNT BY 2 GIVING WS-VL-MEIO
                REMAINDER WS-VL-RESTO
            IF WS-VL-RESTO = ZERO
                COMPUTE WS-RS-MEDIANA(WS-RS-IDX) ROUNDED =
                    (WS-VL-VALOR(WS-VL-MEIO)
                    + WS-VL-VALOR(WS-VL-MEIO + 1)) / 2
            ELSE
                MOVE WS-VL-VALOR(WS-VL-MEIO + 1)
                    TO WS-RS-MEDIANA(WS-RS-IDX)
            END-IF
        END-IF.

      * insercao ordenada: abre espaco deslocando os maiores
        INSERE-VALOR.
        ADD 1 TO WS-VL-COUNT.
        ADD WS-VL-NOVO TO WS-VL-SOMA.
        MOVE WS-VL-COUNT TO WS-VL-POS.
        MOVE "N" TO WS-VL-POSICIONADO.
        PERFORM UNTIL VL-POSICIONADO
            IF WS-VL-POS = 1
                MOVE "Y" TO WS-VL-POSICIONADO
            ELSE
                IF WS-VL-VALOR(WS-VL-POS - 1) <= WS-VL-NOVO
                    MOVE "Y" TO WS-VL-POSICIONADO
                ELSE
                    MOVE WS-VL-VALOR(WS-VL-POS - 1)
                        TO WS-VL-VALOR(WS-VL-POS)
                    SUBTRACT 1 FROM WS-VL-POS
                END-IF
            END-IF
        END-PERFORM.
        MOVE WS-VL-NOVO TO WS-VL-VALOR(WS-VL-POS).

      * bruto mensal medio = bruto da folha e complementares no
      * periodo, liquido dos estornos, pelos meses com folha
        APURA-MEDIAS-EMPREGADOS.
        PERFORM VARYING WS-EP-IDX FROM 1 BY 1
            UNTIL WS-EP-IDX > WS-EP-COUNT
            IF WS-EP-MESES(WS-EP-IDX) > ZERO
                AND WS-EP-BRUTO(WS-EP-IDX) > ZERO
                COMPUTE WS-EP-MEDIA(WS-EP-IDX) ROUNDED =
                    WS-EP-BRUTO(WS-EP-IDX) / WS-EP-MESES(WS-EP-IDX)
            ELSE
                MOVE ZERO TO WS-EP-MESES(WS-EP-IDX)
                IF WS-EP-SEXO(WS-EP-IDX) NOT = SPACE
                    ADD 1 TO WS-QTD-SEM-FOLHA
                END-IF
            END-IF
        END-PERFORM.

        ACUMULA-AUDITORIA.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "ERRO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL AUDIT-EOF
            READ AUDITLOG-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF
                NOT AT END
                    IF AL-COMPETENCIA >= WS-COMP-INICIO
                        AND AL-COMPETENCIA <= WS-COMP-FIM
                        AND (AL-NORMAL OR AL-COMPLEMENTAR
                            OR AL-ESTORNO)
                        PERFORM ACUMULA-LINHA-AUDITORIA
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AUDITLOG-FILE.

      * o estorno so reverte a folha normal: devolve o bruto e o mes
        ACUMULA-LINHA-AUDITORIA.
        MOVE ZERO TO WS-EP-ACHOU.
        PERFORM VARYING WS-EP-IDX FROM 1 BY 1
            UNTIL WS-EP-IDX > WS-EP-COUNT OR WS-EP-ACHOU > ZERO
            IF WS-EP-PRONTUARIO(WS-EP-IDX) = AL-PRONTUARIO
                MOVE WS-EP-IDX TO WS-EP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-EP-ACHOU > ZERO
            MOVE AL-SALBRUTO TO WS-BRUTO-NUM
            EVALUATE TRUE
                WHEN AL-ESTORNO
                    SUBTRACT WS-BRUTO-NUM
                        FROM WS-EP-BRUTO(WS-EP-ACHOU)
                    SUBTRACT 1 FROM WS-EP-MESES(WS-EP-ACHOU)
                WHEN AL-COMPLEMENTAR
                    ADD WS-BRUTO-NUM TO WS-EP-BRUTO(WS-EP-ACHOU)
                WHEN OTHER
                    ADD WS-BRUTO-NUM TO WS-EP-BRUTO(WS-EP-ACHOU)
                    ADD 1 TO WS-EP-MESES(WS-EP-ACHOU)
            END-EVALUATE
        END-IF.

        CARREGA-CARGOS.
        MOVE ZERO TO WS-CA-COUNT.
        OPEN INPUT CARGO-FILE.
        IF WS-CARGO-STATUS NOT = "00"
            DISPLAY "AVISO: cadastro de cargos indisponivel (status "
                WS-CARGO-STATUS ") - grupos por departamento"
        ELSE
            PERFORM UNTIL CARGO-EOF
                READ CARGO-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-CARGO-EOF
                    NOT AT END
                        IF WS-CA-COUNT < WS-CA-MAXIMO
                            ADD 1 TO WS-CA-COUNT
                            MOVE CA-CODIGO
                                TO WS-CA-CODIGO(WS-CA-COUNT)
                            MOVE CA-DESCRICAO
                                TO WS-CA-DESCRICAO(WS-CA-COUNT)
                            MOVE CA-GRADE TO WS-CA-GRADE(WS-CA-COUNT)
                        ELSE
                            DISPLAY "AVISO: limite de " WS-CA-MAXIMO
                                " cargos - cargo " CA-CODIGO
                                " ignorado"
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARGO-FILE
        END-IF.

        CARREGA-EMPREGADOS.
        MOVE ZERO TO WS-EP-COUNT WS-GP-COUNT WS-QTD-ATIVOS
            WS-QTD-SEM-SEXO WS-QTD-SEM-FOLHA.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF EM-ATIVO
                        ADD 1 TO WS-QTD-ATIVOS
                        IF EM-SEXO-VALIDO
                            PERFORM GUARDA-EMPREGADO
                        ELSE
                            ADD 1 TO WS-QTD-SEM-SEXO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        GUARDA-EMPREGADO.
        IF WS-EP-COUNT >= WS-EP-MAXIMO
            DISPLAY "AVISO: limite de " WS-EP-MAXIMO
                " empregados - " EM-PRONTUARIO " fora do relatorio"
        ELSE
            PERFORM LOCALIZA-GRUPO
            IF WS-GP-ACHOU > ZERO
                ADD 1 TO WS-EP-COUNT
                MOVE EM-PRONTUARIO TO WS-EP-PRONTUARIO(WS-EP-COUNT)
                MOVE EM-SEXO TO WS-EP-SEXO(WS-EP-COUNT)
                MOVE WS-GP-ACHOU TO WS-EP-GRUPO(WS-EP-COUNT)
                MOVE ZERO TO WS-EP-BRUTO(WS-EP-COUNT)
                    WS-EP-MESES(WS-EP-COUNT)
                    WS-EP-MEDIA(WS-EP-COUNT)
            END-IF
        END-IF.

      * grupo = cargo cadastrado (com a grade); sem cargo valido o
      * empregado entra no grupo do departamento
        LOCALIZA-GRUPO.
        MOVE ZERO TO WS-CA-ACHOU.
        PERFORM VARYING WS-CA-IDX FROM 1 BY 1
            UNTIL WS-CA-IDX > WS-CA-COUNT
            IF WS-CA-CODIGO(WS-CA-IDX) = EM-CARGO
                AND EM-CARGO NOT = SPACES
                MOVE WS-CA-IDX TO WS-CA-ACHOU
            END-IF
        END-PERFORM.
        MOVE SPACES TO WS-GP-CHAVE.
        IF WS-CA-ACHOU > ZERO
            STRING "C" EM-CARGO DELIMITED BY SIZE INTO WS-GP-CHAVE
        ELSE
            STRING "D" EM-DEPARTAMENTO
                DELIMITED BY SIZE INTO WS-GP-CHAVE
        END-IF.
        MOVE ZERO TO WS-GP-ACHOU.
        PERFORM VARYING WS-GP-IDX FROM 1 BY 1
            UNTIL WS-GP-IDX > WS-GP-COUNT
            IF WS-GP-CHAVE-TAB(WS-GP-IDX) = WS-GP-CHAVE
                MOVE WS-GP-IDX TO WS-GP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-GP-ACHOU = ZERO
            IF WS-GP-COUNT >= WS-GP-MAXIMO
                DISPLAY "AVISO: limite de " WS-GP-MAXIMO
                    " grupos - " EM-PRONTUARIO " fora do relatorio"
            ELSE
                ADD 1 TO WS-GP-COUNT
                MOVE WS-GP-COUNT TO WS-GP-ACHOU
                MOVE WS-GP-CHAVE TO WS-GP-CHAVE-TAB(WS-GP-ACHOU)
                MOVE SPACES TO WS-GP-DESCRICAO(WS-GP-ACHOU)
                IF WS-CA-ACHOU > ZERO
                    STRING "CARGO " EM-CARGO " "
                        WS-CA-DESCRICAO(WS-CA-ACHOU)
                        " GRADE " WS-CA-GRADE(WS-CA-ACHOU)
                        DELIMITED BY SIZE
                        INTO WS-GP-DESCRICAO(WS-GP-ACHOU)
                ELSE
                    STRING "DEPARTAMENTO " EM-DEPARTAMENTO
                        DELIMITED BY SIZE
                        INTO WS-GP-DESCRICAO(WS-GP-ACHOU)
                END-IF
            END-IF
        END-IF.
