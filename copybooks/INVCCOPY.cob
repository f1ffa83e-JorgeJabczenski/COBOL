      ******************************************************
      * COPYBOOK : INVCCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE INVCONT.DAT -
      *            CONTAGENS DO INVENTARIO FISICO. O
      *            INVENTAR GRAVA UMA LINHA POR PRODUTO
      *            CONTADO (MESMO QUANDO A CONTAGEM CONFERE
      *            E NADA VAI PARA O ESTOQMOV.DAT), DEPOIS
      *            DE O SALDO DO CATALOGO PASSAR A SER O
      *            CONTADO. A ULTIMA CONTAGEM DE CADA
      *            PRODUTO E O PONTO DE PARTIDA DO CONFESTQ
      *            PARA REFAZER O SALDO PELO DIARIO. O
      *            ARQUIVO SO RECEBE LINHAS NOVAS NO FIM.
      ******************************************************
       01 INVCONT-REG.
           05 INVC-DATA         PIC 9(08).
           05 INVC-HORA         PIC 9(06).
           05 INVC-PRODUTO      PIC 9(05).
           05 INVC-CONTADO      PIC 9(05).
           05 INVC-SISTEMA      PIC 9(05).
           05 INVC-USUARIO      PIC X(20).
