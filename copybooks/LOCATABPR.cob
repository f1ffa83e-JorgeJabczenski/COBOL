      ******************************************************
      * COPYBOOK : LOCATABPR
      * OBJETIVO : CARGA DA TABELA WRK-TAB-LOCAIS (PARTE DE
      *            PROCEDURE) - COPIAR NA INICIALIZACAO DE
      *            CADA PROGRAMA QUE USA O LOCATAB.
      ******************************************************
           MOVE 01                 TO WRK-LOCAL-COD(1).
           MOVE 'DEPOSITO CENTRAL' TO WRK-LOCAL-NOME(1).
           MOVE 02                 TO WRK-LOCAL-COD(2).
           MOVE 'LOJA'             TO WRK-LOCAL-NOME(2).
           MOVE 03                 TO WRK-LOCAL-COD(3).
           MOVE 'CONSIGNACAO'      TO WRK-LOCAL-NOME(3).
