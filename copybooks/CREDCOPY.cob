      ******************************************************
      * COPYBOOK : CREDCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE CREDITO.DAT -
      *            CONTA CORRENTE DE CREDITO DO CLIENTE,
      *            UM REGISTRO POR MOVIMENTO, NUMERADO
      *            EM SEQUENCIA DENTRO DO TELEFONE. O
      *            ULTIMO MOVIMENTO DO FONE CARREGA O
      *            SALDO CORRENTE (CREDITO-SALDO), QUE
      *            NUNCA FICA NEGATIVO.
      *            ENTRADAS: NOTA DE CREDITO DE DEVOLUCAO
      *            ('D', PROJETO 6166) E ESTORNO DE
      *            CREDITO JA USADO EM PEDIDO CANCELADO
      *            OU EDITADO PARA MENOS ('E').
      *            SAIDAS: ABATIMENTO NA GRAVACAO DE UM
      *            PEDIDO NOVO ('U', PROJETO 9550) E
      *            PAGAMENTO DE PARCELA NO CONTAREC ('P').
      *            CREDITO-REF-SEQ/REF-PARCELA APONTAM O
      *            PEDIDO (E A PARCELA) DE ORIGEM/DESTINO.
      ******************************************************
       01 CREDITO-REG.
           05 CREDITO-CHAVE.
               10 CREDITO-FONE     PIC 9(09).
               10 CREDITO-MOV      PIC 9(05).
           05 CREDITO-DATA         PIC 9(08).
           05 CREDITO-TIPO         PIC X(01).
               88 CREDITO-DEVOLUCAO   VALUE 'D'.
               88 CREDITO-ESTORNO     VALUE 'E'.
               88 CREDITO-USO-PEDIDO  VALUE 'U'.
               88 CREDITO-USO-PARCELA VALUE 'P'.
               88 CREDITO-ENTRADA     VALUE 'D' 'E'.
           05 CREDITO-VALOR        PIC 9(08)V99.
           05 CREDITO-SALDO        PIC 9(08)V99.
           05 CREDITO-REF-SEQ      PIC 9(04).
           05 CREDITO-REF-PARCELA  PIC 9(02).
           05 CREDITO-USUARIO      PIC X(20).
