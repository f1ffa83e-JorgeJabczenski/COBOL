      ******************************************************
      * COPYBOOK : VOLCOPY
      * OBJETIVO : TABELA DA CONFERENCIA DO VOLUME - UMA
      *            LINHA POR PRODUTO A EXPEDIR NO PEDIDO,
      *            COM O EAN DO CATALOGO, A QUANTIDADE
      *            ESPERADA (SOMA DAS LINHAS DE PEDITENS DO
      *            PRODUTO, MENOS O JA EXPEDIDO E A FALTA SOB
      *            ENCOMENDA) E A CONTADA NA LEITURA. MONTADA
      *            PELA EXPEDICAO E PELO PROJETO E PASSADA AO
      *            CONFVOL, QUE CONTA E DEVOLVE VOL-CONFERE.
      ******************************************************
       01 VOL-TABELA.
           05 VOL-FONE             PIC 9(09).
           05 VOL-SEQ              PIC 9(04).
           05 VOL-QTDE-LINHAS      PIC 9(02).
           05 VOL-CONFERE          PIC X(01).
               88 VOL-BATEU        VALUE 'S'.
           05 VOL-LINHA OCCURS 50 TIMES.
               10 VOL-PRODUTO      PIC 9(05).
               10 VOL-EAN          PIC 9(13).
               10 VOL-DESCRICAO    PIC X(30).
               10 VOL-ESPERADO     PIC 9(05).
               10 VOL-CONTADO      PIC 9(05).
