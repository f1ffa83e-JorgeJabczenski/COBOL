      ******************************************************
      * COPYBOOK : JOGOTAB
      * OBJETIVO : ARQUIVOS DO JOGO DE BACKUP DO LADO DOS
      *            PEDIDOS (PARTE DE DADOS, NOS MOLDES DO
      *            PARMTAB) - NOME DO ARQUIVO VIVO E O
      *            CAMPO DA SOMA DE CONTROLE (POSICAO E
      *            TAMANHO NO REGISTRO: 10 = VALOR 9(08)V99,
      *            8 = CEP 9(08)). QTDE, SOMA E CONFERE SAO
      *            PREENCHIDOS NA EXECUCAO. USADO PELO
      *            BACKJOGO E PELO RESTJOGO.
      ******************************************************
       01 WRK-TAB-JOGO.
           05 WRK-JGT-ITEM OCCURS 8 TIMES.
               10 WRK-JGT-ARQUIVO PIC X(14).
               10 WRK-JGT-POS     PIC 9(03).
               10 WRK-JGT-TAM     PIC 9(02).
               10 WRK-JGT-QTDE    PIC 9(08).
               10 WRK-JGT-SOMA    PIC 9(12)V99.
               10 WRK-JGT-CONFERE PIC X(01).
       77 WRK-JGT-QTDE-ARQ PIC 9(02) VALUE 8.
       77 WRK-JGT-IDX      PIC 9(02) VALUE ZEROS.
