       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDEAN.
      ********************************************
      * OBJETIVO: CONFERE UM CODIGO DE BARRAS
      *           EAN-13 - RECEBE OS 13 CARACTERES
      *           LIDOS OU DIGITADOS E DEVOLVE 'S'
      *           SO QUANDO SAO 13 DIGITOS (NAO
      *           TODOS ZERO) E O ULTIMO BATE COM O
      *           DIGITO VERIFICADOR: AS 12 PRIMEIRAS
      *           POSICOES PESAM 1 E 3 ALTERNADOS, E
      *           O DIGITO E O QUE FALTA PARA A SOMA
      *           FECHAR A DEZENA. USADO PELO
      *           MANTEAN, PROJETO E CONFVOL.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WRK-IDX      PIC 9(02) VALUE ZEROS.
           77 WRK-DIGITO   PIC 9(01) VALUE ZEROS.
           77 WRK-PESO     PIC 9(01) VALUE ZEROS.
           77 WRK-SOMA     PIC 9(03) VALUE ZEROS.
           77 WRK-QUOC     PIC 9(03) VALUE ZEROS.
           77 WRK-RESTO    PIC 9(02) VALUE ZEROS.
           77 WRK-DV       PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
           77 LK-EAN-LIDO  PIC X(13).
           77 LK-EAN-OK    PIC X(01).

       PROCEDURE DIVISION USING LK-EAN-LIDO LK-EAN-OK.

       0001-PRINCIPAL.
           MOVE 'N' TO LK-EAN-OK.
           IF LK-EAN-LIDO IS NUMERIC
               AND LK-EAN-LIDO NOT = '0000000000000'
               MOVE ZEROS TO WRK-SOMA
               PERFORM 1000-SOMAR-POSICAO
                   VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12
               DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO
               COMPUTE WRK-DV = 10 - WRK-RESTO
               IF WRK-DV = 10
                   MOVE ZEROS TO WRK-DV
               END-IF
               MOVE LK-EAN-LIDO(13:1) TO WRK-DIGITO
               IF WRK-DIGITO = WRK-DV
                   MOVE 'S' TO LK-EAN-OK
               END-IF
           END-IF.
           GOBACK.

      *    POSICAO IMPAR PESA 1, POSICAO PAR PESA 3.
       1000-SOMAR-POSICAO.
           MOVE LK-EAN-LIDO(WRK-IDX:1) TO WRK-DIGITO.
           DIVIDE WRK-IDX BY 2 GIVING WRK-QUOC
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZEROS
               MOVE 3 TO WRK-PESO
           ELSE
               MOVE 1 TO WRK-PESO
           END-IF.
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DIGITO * WRK-PESO).
