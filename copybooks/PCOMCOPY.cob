      ******************************************************
      * COPYBOOK : PCOMCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE PEDCOMPRA.DAT -
      *            ORDENS DE COMPRA EMITIDAS PELO COMPRAS,
      *            UMA POR FORNECEDOR + PRODUTO, COM O
      *            ACUMULADO JA RECEBIDO. A ORDEM FECHA
      *            ('R') QUANDO O TOTAL PEDIDO CHEGOU.
      *            SUGESTAO DE REPOSICAO APROVADA NO
      *            COMPRAS NASCE COMO RASCUNHO ('P'), QUE
      *            SO VIRA ORDEM ABERTA NA EMISSAO.
      ******************************************************
       01 PEDCOMPRA-REG.
           05 COMPRA-NUM        PIC 9(06).
           05 COMPRA-FORNECEDOR PIC 9(04).
           05 COMPRA-PRODUTO    PIC 9(05).
           05 COMPRA-QTDE       PIC 9(05).
           05 COMPRA-CUSTO-UNIT PIC 9(08)V99.
           05 COMPRA-DT-EMISSAO PIC 9(08).
           05 COMPRA-DT-PREVISTA PIC 9(08).
           05 COMPRA-QTDE-RECEB PIC 9(05).
           05 COMPRA-SITUACAO   PIC X(01).
               88 COMPRA-ABERTA    VALUE 'A'.
               88 COMPRA-RECEBIDA  VALUE 'R'.
               88 COMPRA-CANCELADA VALUE 'C'.
               88 COMPRA-RASCUNHO  VALUE 'P'.
