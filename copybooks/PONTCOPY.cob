      ******************************************************
      * COPYBOOK : PONTCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE PONTOS.DAT -
      *            CONTA CORRENTE DE PONTOS DO PROGRAMA
      *            DE FIDELIDADE, UM REGISTRO POR
      *            MOVIMENTO, NUMERADO EM SEQUENCIA
      *            DENTRO DO TELEFONE (COMO CREDITO.DAT).
      *            O ULTIMO MOVIMENTO DO FONE CARREGA O
      *            SALDO CORRENTE, QUE NUNCA FICA
      *            NEGATIVO. ENTRADAS: GANHO NO PEDIDO
      *            ('G', COM PONTOS-VALIDADE) E PONTOS
      *            DE RESGATE DEVOLVIDOS POR PEDIDO
      *            CANCELADO ('D'). SAIDAS: RESGATE COMO
      *            DESCONTO ('R'), ESTORNO DE GANHO POR
      *            CANCELAMENTO, DEVOLUCAO OU EDICAO
      *            PARA MENOS ('E') E VENCIMENTO ('V').
      *            PONTOS-REF-SEQ APONTA O PEDIDO. SO O
      *            SUBPROGRAMA FIDELIDA GRAVA AQUI.
      ******************************************************
       01 PONTOS-REG.
           05 PONTOS-CHAVE.
               10 PONTOS-FONE     PIC 9(09).
               10 PONTOS-MOV      PIC 9(05).
           05 PONTOS-DATA         PIC 9(08).
           05 PONTOS-TIPO         PIC X(01).
               88 PONTOS-GANHO       VALUE 'G'.
               88 PONTOS-DEVOLVIDO   VALUE 'D'.
               88 PONTOS-RESGATE     VALUE 'R'.
               88 PONTOS-ESTORNO     VALUE 'E'.
               88 PONTOS-VENCIMENTO  VALUE 'V'.
               88 PONTOS-ENTRADA     VALUE 'G' 'D'.
           05 PONTOS-QTDE         PIC 9(07).
           05 PONTOS-SALDO        PIC 9(07).
           05 PONTOS-VALIDADE     PIC 9(08).
           05 PONTOS-REF-SEQ      PIC 9(04).
           05 PONTOS-USUARIO      PIC X(20).
