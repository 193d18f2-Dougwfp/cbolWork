      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de departamentos / centros de
      *          custo (inclui, altera, inativa, lista), com o grau de
      *          insalubridade e a periculosidade da area.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        ACCEPT DP-DESCRICAO.
        DISPLAY "Digite o responsavel: " NO ADVANCING.
        ACCEPT DP-RESPONSAVEL.
        PERFORM INFORMA-GRAU-RISCO.
        MOVE "A" TO DP-STATUS.

        WRITE DEPTMAST-RECORD
        ACCEPT DP-DESCRICAO.
        DISPLAY "Digite o novo responsavel: " NO ADVANCING.
        ACCEPT DP-RESPONSAVEL.
        DISPLAY "ATUAL: INSALUBRIDADE " DP-GRAU-INSALUBRIDADE
            "% PERICULOSIDADE " DP-PERICULOSIDADE.
        PERFORM INFORMA-GRAU-RISCO.
        DISPLAY "Situacao (A=ativo I=inativo): " NO ADVANCING.
        ACCEPT DP-STATUS.
        IF DP-STATUS NOT = "A" AND DP-STATUS NOT = "I"
                    DISPLAY DP-CODIGO " " DP-DESCRICAO
                        " SITUACAO=" DP-STATUS
                        " RESPONSAVEL=" DP-RESPONSAVEL
                        " INSALUBRIDADE=" DP-GRAU-INSALUBRIDADE
                        "% PERICULOSIDADE=" DP-PERICULOSIDADE
            END-READ
        END-PERFORM.
        CLOSE DEPTMAST-FILE.

      * insalubridade em 10/20/40% do salario minimo (LEGALTAB) e
      * periculosidade de 30% do salario base; o TRAB1 paga somente
      * o maior dos dois
        INFORMA-GRAU-RISCO.
        PERFORM WITH TEST AFTER
            UNTIL DP-GRAU-INSALUBRIDADE IS NUMERIC AND DP-GRAU-VALIDO
            DISPLAY "Grau de insalubridade (0, 10, 20 ou 40): "
                NO ADVANCING
            ACCEPT DP-GRAU-INSALUBRIDADE
            IF DP-GRAU-INSALUBRIDADE IS NOT NUMERIC
                OR NOT DP-GRAU-VALIDO
                DISPLAY "ERRO: grau invalido, digite novamente"
            END-IF
        END-PERFORM.
        DISPLAY "Area perigosa - periculosidade (S/N): "
            NO ADVANCING.
        ACCEPT DP-PERICULOSIDADE.
        IF DP-PERICULOSIDADE NOT = "S"
            MOVE "N" TO DP-PERICULOSIDADE
        END-IF.

        COPY "SIGNON.cpy".
