      ******************************************************
      * COPYBOOK : PPRGCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE PEDPROG.DAT -
      *            PEDIDOS PROGRAMADOS (RECORRENTES). UM
      *            REGISTRO POR PROGRAMACAO DO CLIENTE
      *            (FONE + NUMERO), COM OS ITENS, A
      *            SEQUENCIA DO ENDERECO DE ENTREGA (0 =
      *            CADASTRO), AS PARCELAS, A FREQUENCIA E
      *            A DATA DA PROXIMA GERACAO. MANTIDO PELO
      *            MANTPROG; O GERAPROG (LOTE NOTURNO) GERA
      *            O PEDIDO QUANDO PPRG-PROXIMA CHEGA E SO
      *            ENTAO AVANCA A DATA - PROGRAMACAO QUE
      *            NAO PODE SER ATENDIDA FICA VENCIDA,
      *            CONTA PPRG-FALHAS E VOLTA NO RELATORIO
      *            DE EXCECOES ATE SER RESOLVIDA.
      *            FREQUENCIA: S = SEMANAL (5 DIAS UTEIS),
      *            Q = QUINZENAL (10 DIAS UTEIS), M =
      *            MENSAL, B = BIMESTRAL, T = TRIMESTRAL
      *            (MESMO DIA DO MES, NO MAXIMO 28).
      ******************************************************
       01 PEDPROG-REG.
           05 PPRG-CHAVE.
               10 PPRG-FONE       PIC 9(09).
               10 PPRG-NUM        PIC 9(02).
           05 PPRG-END-ENTREGA    PIC 9(04).
           05 PPRG-PARCELAS       PIC 9(02).
           05 PPRG-FREQ           PIC X(01).
               88 PPRG-SEMANAL       VALUE 'S'.
               88 PPRG-QUINZENAL     VALUE 'Q'.
               88 PPRG-MENSAL        VALUE 'M'.
               88 PPRG-BIMESTRAL     VALUE 'B'.
               88 PPRG-TRIMESTRAL    VALUE 'T'.
               88 PPRG-FREQ-VALIDA   VALUE 'S' 'Q' 'M' 'B' 'T'.
           05 PPRG-PROXIMA        PIC 9(08).
           05 PPRG-SITUACAO       PIC X(01).
               88 PPRG-ATIVO         VALUE 'A'.
               88 PPRG-SUSPENSO      VALUE 'S'.
      *    LOGIN DO VENDEDOR DA CONTA - VAI PARA
      *    PEDIDOS-VENDEDOR DE CADA PEDIDO GERADO.
           05 PPRG-VENDEDOR       PIC X(20).
           05 PPRG-ULT-DATA       PIC 9(08).
           05 PPRG-ULT-SEQ        PIC 9(04).
           05 PPRG-FALHAS         PIC 9(03).
           05 PPRG-ULT-MOTIVO     PIC X(20).
           05 PPRG-QTDE-ITENS     PIC 9(02).
           05 PPRG-ITEM OCCURS 20 TIMES.
               10 PPRG-PRODUTO    PIC 9(05).
               10 PPRG-QTDE       PIC 9(05).
           05 PPRG-DATA           PIC 9(08).
           05 PPRG-USUARIO        PIC X(20).
