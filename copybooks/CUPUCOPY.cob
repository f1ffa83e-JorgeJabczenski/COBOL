      ******************************************************
      * COPYBOOK : CUPUCOPY
      * OBJETIVO : LAYOUT DE CUPOMUSO.DAT - UMA LINHA POR
      *            RESGATE DE CUPOM, GRAVADA PELO PROJETO
      *            JUNTO COM O PEDIDO: CAMPANHA DO CUPOM
      *            (ZERO = AVULSO), PEDIDO, DESCONTO DADO
      *            E TOTAL DO PEDIDO. O CAMPRESP CONTA
      *            DAQUI OS PEDIDOS QUE A CAMPANHA TROUXE.
      ******************************************************
       01 CUPUSO-REG.
           05 CUPUSO-CAMPANHA PIC 9(04).
           05 CUPUSO-CODIGO   PIC X(10).
           05 CUPUSO-FONE     PIC 9(09).
           05 CUPUSO-SEQ      PIC 9(04).
           05 CUPUSO-DATA     PIC 9(08).
           05 CUPUSO-DESCONTO PIC 9(08)V99.
           05 CUPUSO-TOTAL    PIC 9(08)V99.
           05 CUPUSO-USUARIO  PIC X(20).
