      ******************************************************
      * COPYBOOK : TABPCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE TABPRECO.DAT -
      *            TABELAS DE PRECO DE CONTRATO. UMA LINHA
      *            POR TABELA + PRODUTO COM O PRECO
      *            NEGOCIADO E A VIGENCIA; A TABELA VALE
      *            PARA UM CLIENTE (TIPO 'C', FONE DO
      *            CLIENTE) OU PARA UM GRUPO ECONOMICO
      *            (TIPO 'G', FONE DA MATRIZ EM
      *            GRUPCLI.DAT). NOME, TIPO E FONE SE
      *            REPETEM EM TODAS AS LINHAS DA TABELA.
      *            MANTIDO PELO MANTPREC; A MONTAGEM DE
      *            ITENS DO PROJETO USA O PRECO VIGENTE E
      *            MARCA A LINHA EM PEDITENS-TABELA.
      ******************************************************
       01 TABPRECO-REG.
           05 TABP-CHAVE.
               10 TABP-LISTA   PIC 9(04).
               10 TABP-PRODUTO PIC 9(05).
           05 TABP-NOME    PIC X(30).
           05 TABP-TIPO    PIC X(01).
               88 TABP-DO-CLIENTE VALUE 'C'.
               88 TABP-DO-GRUPO   VALUE 'G'.
           05 TABP-FONE    PIC 9(09).
           05 TABP-PRECO   PIC 9(08)V99.
           05 TABP-INICIO  PIC 9(08).
           05 TABP-FIM     PIC 9(08).
           05 TABP-DATA    PIC 9(08).
           05 TABP-USUARIO PIC X(20).
