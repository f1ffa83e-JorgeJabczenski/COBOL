      *            PELO CONTAREC E O ENVELHECIMENTO SAI NO
      *            RELATRAS. COMPARTILHADO PARA O LAYOUT
      *            NAO SER MANTIDO EM DUPLICIDADE.
      *            O CONTAREC ACEITA PAGAMENTO PARCIAL:
      *            RECEBER-VALOR-PAGO ACUMULA O PRINCIPAL
      *            JA RECEBIDO E O SALDO EM ABERTO E
      *            RECEBER-VALOR - RECEBER-VALOR-PAGO. A
      *            PARCELA SO PASSA A 'P' QUANDO O SALDO
      *            ZERA; CADA RECEBIMENTO (COM MULTA E
      *            JUROS DE MORA) VIRA UMA LINHA EM
      *            RECPAGTO.DAT (RPAGCOPY).
      *            NA RENEGOCIACAO (RENEGOC) AS PARCELAS
      *            VENCIDAS FECHAM COMO 'R' E AS NOVAS
      *            NASCEM NO PEDIDO MAIS ANTIGO DO ACORDO,
      *            DEPOIS DA ULTIMA PARCELA DELE; AS DUAS
      *            PONTAS LEVAM O NUMERO DO ACORDO
      *            (RENEGOC.DAT) EM RECEBER-ACORDO - ZERO
      *            E PARCELA ORIGINAL DO PEDIDO.
      *            A PARCELA DADA COMO PERDA (BAIXAPER,
      *            COM APROVACAO A QUATRO OLHOS) FECHA COMO
      *            'L' COM A DATA DA BAIXA EM
      *            RECEBER-DT-PAGTO; O QUE O CLIENTE PAGAR
      *            DEPOIS E RECUPERACAO (PERDAS.DAT) E NAO
      *            REABRE A PARCELA.
      ******************************************************
       01 RECEBER-REG.
           05 RECEBER-CHAVE.
               88 RECEBER-ABERTA    VALUE 'A'.
               88 RECEBER-PAGA      VALUE 'P'.
               88 RECEBER-CANCELADA VALUE 'C'.
               88 RECEBER-RENEGOCIADA VALUE 'R'.
               88 RECEBER-PERDA       VALUE 'L'.
           05 RECEBER-DT-PAGTO    PIC 9(08).
           05 RECEBER-VALOR-PAGO  PIC 9(08)V99.
           05 RECEBER-ACORDO      PIC 9(06).
