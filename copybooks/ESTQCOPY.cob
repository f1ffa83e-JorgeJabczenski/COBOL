      *            SAIDA DE MERCADORIA VIRA UMA LINHA DATADA
      *            COM O USUARIO E A ORIGEM DO MOVIMENTO
      *            (PEDIDO, CANCELAMENTO, INVENTARIO...).
      *            A TRANSFERENCIA ENTRE LOCAIS DO MANTLOCAL
      *            GRAVA UMA SAIDA E UMA ENTRADA PAREADAS
      *            COM ORIGEM 'TRANSF OO>DD', QUE NAO
      *            MUDAM O TOTAL DO CATALOGO.
      *            O ARQUIVO SO RECEBE LINHAS NOVAS NO FIM,
      *            NOS MOLDES DO NOTASCLI.DAT.
      ******************************************************
