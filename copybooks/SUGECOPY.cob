      ******************************************************
      * COPYBOOK : SUGECOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE SUGCOMPRA.DAT -
      *            SUGESTOES DE REPOSICAO MONTADAS PELO
      *            LOTE SUGCOMPRA (CONSUMO MEDIO DIARIO
      *            DAS SAIDAS DE ESTOQMOV.DAT CONTRA O
      *            SALDO DO CATALOGO, O QUE JA ESTA EM
      *            ORDEM E O PRAZO/ESTOQUE DE SEGURANCA
      *            DE REPOTAB.DAT). A CHAVE FORNECEDOR +
      *            PRODUTO DEIXA O ARQUIVO AGRUPADO PELO
      *            FORNECEDOR PREFERIDO. A OPCAO S DO
      *            COMPRAS APROVA ('A', COM O NUMERO DA
      *            ORDEM RASCUNHO GERADA) OU DESCARTA
      *            ('D') CADA SUGESTAO. O LOTE RECRIA O
      *            ARQUIVO A CADA RODADA.
      ******************************************************
       01 SUGCOMPRA-REG.
           05 SUG-CHAVE.
               10 SUG-FORNECEDOR  PIC 9(04).
               10 SUG-PRODUTO     PIC 9(05).
           05 SUG-DATA            PIC 9(08).
           05 SUG-CONSUMO-DIA     PIC 9(05)V99.
           05 SUG-ESTOQUE         PIC 9(05).
           05 SUG-EM-ORDEM        PIC 9(05).
           05 SUG-PONTO           PIC 9(05).
           05 SUG-PRAZO           PIC 9(03).
           05 SUG-QTDE            PIC 9(05).
           05 SUG-CUSTO-UNIT      PIC 9(08)V99.
           05 SUG-SITUACAO        PIC X(01) VALUE 'S'.
               88 SUG-PENDENTE    VALUE 'S'.
               88 SUG-APROVADA    VALUE 'A'.
               88 SUG-DESCARTADA  VALUE 'D'.
           05 SUG-COMPRA-NUM      PIC 9(06).
           05 SUG-USUARIO         PIC X(20).
