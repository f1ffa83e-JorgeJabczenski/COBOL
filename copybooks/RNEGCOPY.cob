      ******************************************************
      * COPYBOOK : RNEGCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE RENEGOC.DAT -
      *            ACORDOS DE RENEGOCIACAO DE PARCELAS
      *            VENCIDAS, UM POR ACORDO (CHAVE = NUMERO
      *            SEQUENCIAL). GUARDA O PEDIDO QUE
      *            RECEBEU AS PARCELAS NOVAS, O SALDO DAS
      *            PARCELAS FECHADAS COMO 'R', A ENTRADA,
      *            OS JUROS E O TOTAL DO NOVO PARCELAMENTO
      *            (ENTRADA + PARCELAS) - O INTEGRID
      *            CONFERE AS DUAS PONTAS DE RECEBER.DAT
      *            CONTRA ESTES TOTAIS.
      ******************************************************
       01 RENEGOC-REG.
           05 RENEGOC-CHAVE.
               10 RENEGOC-ACORDO   PIC 9(06).
           05 RENEGOC-FONE         PIC 9(09).
           05 RENEGOC-SEQ          PIC 9(04).
           05 RENEGOC-DATA         PIC 9(08).
           05 RENEGOC-QT-ORIGINAIS PIC 9(03).
           05 RENEGOC-SALDO-ORIG   PIC 9(08)V99.
           05 RENEGOC-ENTRADA      PIC 9(08)V99.
           05 RENEGOC-TAXA-JUROS   PIC 9(02)V99.
           05 RENEGOC-VALOR-JUROS  PIC 9(08)V99.
           05 RENEGOC-QT-PARCELAS  PIC 9(02).
           05 RENEGOC-TOTAL-NOVO   PIC 9(08)V99.
           05 RENEGOC-USUARIO      PIC X(20).
