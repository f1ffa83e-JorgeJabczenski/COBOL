      ******************************************************
      * COPYBOOK : PAGCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE PAGAR.DAT -
      *            CONTAS A PAGAR A FORNECEDOR, O ESPELHO
      *            DO RECEBER.DAT DO LADO DAS COMPRAS.
      *            CADA RECEBIMENTO DE MERCADORIA NO
      *            COMPRAS (6000) GERA AS PARCELAS DA
      *            ORDEM (QUANTIDADE RECEBIDA X CUSTO DA
      *            ORDEM), COM VENCIMENTO EM DIAS UTEIS
      *            (DIAUTIL) A PARTIR DA DATA DO
      *            RECEBIMENTO. RECEBIMENTO PARCIAL GERA
      *            MAIS PARCELAS NA MESMA ORDEM, NUMERADAS
      *            EM SEQUENCIA DEPOIS DAS QUE JA EXISTEM.
      *            A BAIXA E FEITA PELO CONTAPAG, QUE
      *            ACEITA PAGAMENTO PARCIAL: PAGAR-VALOR-
      *            PAGO ACUMULA O QUE JA FOI PAGO E A
      *            PARCELA SO PASSA A 'P' QUANDO O SALDO
      *            ZERA. O ENVELHECIMENTO SAI NO RELPAGAR.
      ******************************************************
       01 PAGAR-REG.
           05 PAGAR-CHAVE.
               10 PAGAR-FORNECEDOR PIC 9(04).
               10 PAGAR-COMPRA     PIC 9(06).
               10 PAGAR-PARCELA    PIC 9(03).
           05 PAGAR-DT-RECEB       PIC 9(08).
           05 PAGAR-VENCIMENTO     PIC 9(08).
           05 PAGAR-VALOR          PIC 9(08)V99.
           05 PAGAR-SITUACAO       PIC X(01) VALUE 'A'.
               88 PAGAR-ABERTA    VALUE 'A'.
               88 PAGAR-PAGA      VALUE 'P'.
               88 PAGAR-CANCELADA VALUE 'C'.
           05 PAGAR-DT-PAGTO       PIC 9(08).
           05 PAGAR-VALOR-PAGO     PIC 9(08)V99.
           05 PAGAR-USUARIO        PIC X(20).
