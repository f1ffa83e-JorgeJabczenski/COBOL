      *    (ICMSTAB.DAT) - GUARDADO SEPARADO DO FRETE E
      *    EMBUTIDO NO PRECO (NAO SOMA NO TOTAL).
           05 PEDIDOS-ICMS           PIC 9(08)V99.
      *    TRANSPORTADORA (CODIGO DA TABELA TRANSP.DAT),
      *    CODIGO DE RASTREIO E DATA DO ENVIO - GRAVADOS
      *    QUANDO O PEDIDO SAI (EXPEDICAO OU PROJETO).
      *    'XX' = TRANSPORTADORA FORA DA TABELA.
           05 PEDIDOS-TRANSP         PIC X(02).
           05 PEDIDOS-RASTREIO       PIC X(20).
           05 PEDIDOS-DT-ENVIO       PIC 9(08).
      *    COMPROVANTE DE ENTREGA - QUEM ASSINOU O
      *    RECEBIMENTO E EM QUE DATA, PEDIDOS NA PASSAGEM
      *    PARA ENTREGUE ('D').
           05 PEDIDOS-RECEBEDOR      PIC X(30).
           05 PEDIDOS-DT-ENTREGA     PIC 9(08).
