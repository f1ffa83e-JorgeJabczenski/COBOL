      ******************************************************
      * COPYBOOK : NOTACOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE NOTAFIS.DAT -
      *            REGISTRO DAS NOTAS FISCAIS DE SAIDA,
      *            UMA POR PEDIDO, NUMERADAS EM SERIE
      *            UNICA E SEM SALTOS. O NUMERO E TIRADO
      *            NO ENVIO DO PEDIDO (AVANCO PARA 'E' NO
      *            PROJETO OU NO LOTE DA EXPEDICAO) COMO
      *            O ULTIMO NUMERO DO ARQUIVO MAIS UM, E
      *            GUARDA A CHAVE DO PEDIDO, A DATA, O
      *            VALOR TOTAL, O ICMS E A UF DO PEDIDO
      *            NAQUELE MOMENTO. O CANCELAMENTO DO
      *            PEDIDO NAO APAGA NEM REAPROVEITA O
      *            NUMERO: A NOTA FICA COM SITUACAO 'C'
      *            E A DATA DO CANCELAMENTO. O LIVRO DE
      *            SAIDAS DO MES SAI NO RELNFSAI.
      *            NOTAFIS-PEDIDO E CHAVE ALTERNATIVA
      *            (COM DUPLICIDADE) PARA ACHAR A NOTA
      *            DE UM PEDIDO.
      ******************************************************
       01 NOTAFIS-REG.
           05 NOTAFIS-NUMERO       PIC 9(06).
           05 NOTAFIS-PEDIDO.
               10 NOTAFIS-FONE     PIC 9(09).
               10 NOTAFIS-SEQ      PIC 9(04).
           05 NOTAFIS-DT-EMISSAO   PIC 9(08).
           05 NOTAFIS-UF           PIC X(02).
           05 NOTAFIS-VALOR        PIC 9(08)V99.
           05 NOTAFIS-ICMS         PIC 9(08)V99.
           05 NOTAFIS-SITUACAO     PIC X(01) VALUE 'E'.
               88 NOTAFIS-EMITIDA   VALUE 'E'.
               88 NOTAFIS-CANCELADA VALUE 'C'.
           05 NOTAFIS-DT-CANCEL    PIC 9(08).
           05 NOTAFIS-USUARIO      PIC X(20).
