      ******************************************************
      * COPYBOOK : DEVFCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE DEVFORN.DAT -
      *            DEVOLUCOES DE MERCADORIA AO FORNECEDOR
      *            (DEFEITO, AVARIA), FEITAS NO COMPRAS
      *            CONTRA UMA ORDEM JA RECEBIDA. CADA
      *            DEVOLUCAO TIRA A QUANTIDADE DO SALDO
      *            DO CATALOGO (SAIDA EM ESTOQMOV.DAT COM
      *            ORIGEM 'DEVOLUCAO OCnnnnnn'), GERA O
      *            DOCUMENTO DEVFORN.nnnnnn PARA O
      *            FORNECEDOR E ABATE O VALOR (QUANTIDADE X
      *            CUSTO DA ORDEM) DAS PARCELAS EM ABERTO
      *            DA ORDEM EM PAGAR.DAT. O QUE NAO COUBE
      *            NAS PARCELAS (JA PAGAS) FICA EM DEVF-
      *            CREDITO, A RECEBER DO FORNECEDOR.
      *            DEVF-COMPRA E CHAVE ALTERNATIVA (COM
      *            DUPLICIDADE) PARA SOMAR O QUE JA FOI
      *            DEVOLVIDO DA ORDEM.
      ******************************************************
       01 DEVFORN-REG.
           05 DEVF-NUMERO          PIC 9(06).
           05 DEVF-COMPRA          PIC 9(06).
           05 DEVF-FORNECEDOR      PIC 9(04).
           05 DEVF-PRODUTO         PIC 9(05).
           05 DEVF-QTDE            PIC 9(05).
           05 DEVF-CUSTO-UNIT      PIC 9(08)V99.
           05 DEVF-VALOR           PIC 9(08)V99.
           05 DEVF-ABATIDO         PIC 9(08)V99.
           05 DEVF-CREDITO         PIC 9(08)V99.
           05 DEVF-DATA            PIC 9(08).
           05 DEVF-MOTIVO          PIC X(40).
           05 DEVF-USUARIO         PIC X(20).
