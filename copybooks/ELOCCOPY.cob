      ******************************************************
      * COPYBOOK : ELOCCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE ESTLOCAL.DAT -
      *            ESTOQUE DE CADA PRODUTO POR LOCAL
      *            (TABELA DE LOCAIS NO LOCATAB), COM O
      *            ENDERECO DE PRATELEIRA (RUA + PRATELEIRA)
      *            DO PRODUTO NAQUELE LOCAL. PRODUTOS-
      *            ESTOQUE CONTINUA SENDO O SALDO TOTAL DO
      *            PRODUTO; O SALDO DO LOCAL PADRAO (01) NAO
      *            E GRAVADO - E O TOTAL MENOS O DOS DEMAIS
      *            LOCAIS, ENTAO TODA ENTRADA OU SAIDA FEITA
      *            SEM INFORMAR LOCAL (RECEBIMENTO, CARGA,
      *            INVENTARIO) CAI NO PADRAO. O REGISTRO DO
      *            LOCAL PADRAO SO GUARDA O ENDERECO.
      *            MANTIDO PELO MANTLOCAL (ENDERECOS E
      *            TRANSFERENCIAS) E PELAS VENDAS,
      *            CANCELAMENTOS E DEVOLUCOES DE ITENS
      *            VENDIDOS DE OUTRO LOCAL.
      ******************************************************
       01 ESTLOCAL-REG.
           05 ELOC-CHAVE.
               10 ELOC-PRODUTO    PIC 9(05).
               10 ELOC-LOCAL      PIC 9(02).
           05 ELOC-SALDO          PIC 9(05).
           05 ELOC-ENDERECO.
               10 ELOC-RUA        PIC X(03).
               10 ELOC-PRATELEIRA PIC X(03).
