      ******************************************************
      * COPYBOOK : CUPOCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE CUPONS.DAT -
      *            CUPONS PROMOCIONAIS DIGITADOS NA
      *            GRAVACAO DO PEDIDO. O DESCONTO E UM
      *            PERCENTUAL (TIPO 'P') OU UM VALOR FIXO
      *            (TIPO 'V') SOBRE AS MERCADORIAS, VALE
      *            DE CUPOM-INICIO A CUPOM-FIM PARA
      *            PEDIDO A PARTIR DE CUPOM-VLMIN E ATE
      *            CUPOM-MAX-USOS RESGATES (ZERO = SEM
      *            LIMITE). CUPOM-CAMPANHA LIGA O CUPOM A
      *            UMA CAMPANHA DE CAMPREG.DAT (ZERO =
      *            AVULSO). MANTIDO PELO MANTCUPO; O
      *            PROJETO SOMA CUPOM-USOS E REGISTRA CADA
      *            RESGATE EM CUPOMUSO.DAT (CUPUCOPY).
      ******************************************************
       01 CUPOM-REG.
           05 CUPOM-CODIGO    PIC X(10).
           05 CUPOM-TIPO      PIC X(01).
               88 CUPOM-PERCENTUAL VALUE 'P'.
               88 CUPOM-VALOR-FIXO VALUE 'V'.
           05 CUPOM-PCT       PIC 9(02)V99.
           05 CUPOM-VALOR     PIC 9(08)V99.
           05 CUPOM-INICIO    PIC 9(08).
           05 CUPOM-FIM       PIC 9(08).
           05 CUPOM-VLMIN     PIC 9(08)V99.
           05 CUPOM-MAX-USOS  PIC 9(05).
           05 CUPOM-USOS      PIC 9(05).
           05 CUPOM-CAMPANHA  PIC 9(04).
           05 CUPOM-SITUACAO  PIC X(01).
               88 CUPOM-ATIVO      VALUE 'A'.
               88 CUPOM-ENCERRADO  VALUE 'E'.
           05 CUPOM-DATA      PIC 9(08).
           05 CUPOM-USUARIO   PIC X(20).
