      * 01/09/2026 JORGE - CATALOGO GANHOU O CUSTO
      *            UNITARIO DE CADA PRODUTO, BASE DO
      *            RELATORIO DE MARGEM.
      * 15/10/2026 JORGE - O CUSTO MEDIO PONDERADO DO
      *            PRODUTO NASCE IGUAL AO CUSTO
      *            UNITARIO DA CARGA.
      * 15/10/2026 JORGE - CATALOGO GANHOU O CODIGO DE
      *            BARRAS EAN-13 DA EMBALAGEM.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE 'A'           TO PRODUTOS-SITUACAO.
           MOVE 00100         TO PRODUTOS-ESTOQUE.
           MOVE 18.00         TO PRODUTOS-CUSTO.
           MOVE 18.00         TO PRODUTOS-CUSTO-MEDIO.
           MOVE 7891000100011 TO PRODUTOS-EAN.
           WRITE PRODUTOS-REG.
           ADD 1 TO WRK-TOT-GRAVADO.

           MOVE 'A'           TO PRODUTOS-SITUACAO.
           MOVE 00060         TO PRODUTOS-ESTOQUE.
           MOVE 45.00         TO PRODUTOS-CUSTO.
           MOVE 45.00         TO PRODUTOS-CUSTO-MEDIO.
           MOVE 7891000100028 TO PRODUTOS-EAN.
           WRITE PRODUTOS-REG.
           ADD 1 TO WRK-TOT-GRAVADO.

           MOVE 'A'           TO PRODUTOS-SITUACAO.
           MOVE 00030         TO PRODUTOS-ESTOQUE.
           MOVE 95.00         TO PRODUTOS-CUSTO.
           MOVE 95.00         TO PRODUTOS-CUSTO-MEDIO.
           MOVE 7891000100035 TO PRODUTOS-EAN.
           WRITE PRODUTOS-REG.
           ADD 1 TO WRK-TOT-GRAVADO.
