      ******************************************************
      * COPYBOOK : BACKCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE BACKORD.DAT - FILA
      *            DE ENCOMENDAS (FALTA DE ESTOQUE ACEITA NA
      *            VENDA). A CHAVE COMECA PELO PRODUTO E PELA
      *            DATA DO PEDIDO, ENTAO A LEITURA EM ORDEM
      *            DE CHAVE DE UM PRODUTO E A FILA DELE, DO
      *            PEDIDO MAIS ANTIGO PARA O MAIS NOVO. O
      *            PROJETO GRAVA A ENCOMENDA JUNTO COM O
      *            ITEM; O RECEBIMENTO DO COMPRAS ALOCA A
      *            MERCADORIA QUE CHEGA NA FILA E AVISA O
      *            CLIENTE QUANDO A ENCOMENDA FICA COMPLETA.
      ******************************************************
       01 BACKORD-REG.
           05 BACK-CHAVE.
               10 BACK-PRODUTO      PIC 9(05).
               10 BACK-DATA         PIC 9(08).
               10 BACK-FONE         PIC 9(09).
               10 BACK-SEQ          PIC 9(04).
               10 BACK-ITEM         PIC 9(03).
      *    QUANTIDADE QUE FALTOU NA VENDA E QUANTO DELA JA
      *    FOI ALOCADO POR RECEBIMENTOS.
           05 BACK-QTDE             PIC 9(05).
           05 BACK-QTDE-ALOCADA     PIC 9(05).
           05 BACK-SITUACAO         PIC X(01).
               88 BACK-PENDENTE     VALUE 'P'.
               88 BACK-ATENDIDA     VALUE 'A'.
               88 BACK-CANCELADA    VALUE 'C'.
           05 BACK-DT-ATENDIDA      PIC 9(08).
