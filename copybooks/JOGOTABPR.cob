      ******************************************************
      * COPYBOOK : JOGOTABPR
      * OBJETIVO : CARGA DA TABELA WRK-TAB-JOGO (PARTE DE
      *            PROCEDURE). A ORDEM E A DA COPIA E DA
      *            RESTAURACAO. ARQUIVO NOVO NO JOGO ENTRA
      *            AQUI, NO OCCURS/QTDE DO JOGOTAB E NOS
      *            PARAGRAFOS DE COPIA/CARGA DO BACKJOGO E
      *            DO RESTJOGO.
      ******************************************************
           MOVE 'CLIENTES.DAT'  TO WRK-JGT-ARQUIVO(1).
           MOVE 183             TO WRK-JGT-POS(1).
           MOVE 10              TO WRK-JGT-TAM(1).
           MOVE 'PEDIDOS.DAT'   TO WRK-JGT-ARQUIVO(2).
           MOVE 44              TO WRK-JGT-POS(2).
           MOVE 10              TO WRK-JGT-TAM(2).
           MOVE 'PEDITENS.DAT'  TO WRK-JGT-ARQUIVO(3).
           MOVE 67              TO WRK-JGT-POS(3).
           MOVE 10              TO WRK-JGT-TAM(3).
           MOVE 'RECEBER.DAT'   TO WRK-JGT-ARQUIVO(4).
           MOVE 24              TO WRK-JGT-POS(4).
           MOVE 10              TO WRK-JGT-TAM(4).
           MOVE 'PRODUTOS.DAT'  TO WRK-JGT-ARQUIVO(5).
           MOVE 36              TO WRK-JGT-POS(5).
           MOVE 10              TO WRK-JGT-TAM(5).
           MOVE 'ENDERECOS.DAT' TO WRK-JGT-ARQUIVO(6).
           MOVE 91              TO WRK-JGT-POS(6).
           MOVE 8               TO WRK-JGT-TAM(6).
           MOVE 'ORCAMENTO.DAT' TO WRK-JGT-ARQUIVO(7).
           MOVE 56              TO WRK-JGT-POS(7).
           MOVE 10              TO WRK-JGT-TAM(7).
           MOVE 'DEVOL.DAT'     TO WRK-JGT-ARQUIVO(8).
           MOVE 27              TO WRK-JGT-POS(8).
           MOVE 10              TO WRK-JGT-TAM(8).
