      ******************************************************
      * COPYBOOK : CARTCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE CARTEIRA.DAT -
      *            DONO DA CARTEIRA DE CADA CLIENTE (LOGIN
      *            DO VENDEDOR RESPONSAVEL), UM REGISTRO
      *            POR TELEFONE. A ATRIBUICAO NASCE PELO
      *            TERRITORIO (UF + FAIXA DE CEP DO
      *            TERRTAB.DAT) OU PELA MAO DO ADM, AMBAS
      *            NO MANTCART. CLIENTE SEM REGISTRO AQUI
      *            NAO TEM DONO. O COMISSAO DIVIDE A
      *            COMISSAO ENTRE QUEM DIGITOU O PEDIDO E O
      *            DONO; O RELCART MOSTRA AS CARTEIRAS.
      ******************************************************
       01 CARTEIRA-REG.
           05 CARTEIRA-FONE         PIC 9(09).
           05 CARTEIRA-VENDEDOR     PIC X(20).
           05 CARTEIRA-ORIGEM       PIC X(01).
               88 CARTEIRA-POR-TERRITORIO VALUE 'T'.
               88 CARTEIRA-MANUAL         VALUE 'M'.
           05 CARTEIRA-DT-ATRIB     PIC 9(08).
           05 CARTEIRA-ATRIB-POR    PIC X(20).
