      *    ITEM NA HORA DA VENDA, ENTAO REAJUSTE DE CUSTO
      *    NAO REESCREVE A HISTORIA.
           05 PRODUTOS-CUSTO      PIC 9(08)V99.
      *    CUSTO MEDIO PONDERADO DO SALDO EM ESTOQUE -
      *    RECALCULADO A CADA RECEBIMENTO DO COMPRAS
      *    ((SALDO X MEDIO + RECEBIDO X CUSTO DA ORDEM) /
      *    (SALDO + RECEBIDO)); SAIDAS NAO MUDAM O MEDIO.
      *    E O CUSTO CONGELADO NO ITEM NA VENDA E O QUE
      *    VALORIZA O ESTOQUE NO RELVALOR.
           05 PRODUTOS-CUSTO-MEDIO PIC 9(08)V99.
      *    CODIGO DE BARRAS EAN-13 DA EMBALAGEM (ZERO = SEM
      *    CODIGO). DIGITO VERIFICADOR CONFERIDO PELO
      *    VALIDEAN E UNICO NO CATALOGO - MANTIDO PELO
      *    MANTEAN. A DIGITACAO DE ITENS DO PROJETO E A
      *    CONFERENCIA DO VOLUME (CONFVOL) ACEITAM A LEITURA
      *    DO CODIGO NO LUGAR DO PRODUTOS-CODIGO.
           05 PRODUTOS-EAN        PIC 9(13).
