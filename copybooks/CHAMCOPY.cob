      ******************************************************
      * COPYBOOK : CHAMCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE CHAMADOS.DAT -
      *            RECLAMACOES DE CLIENTES (SAC). UM CHAMADO
      *            POR FONE + NUMERO, LIGADO OU NAO A UM
      *            PEDIDO DO CLIENTE (CHAMADO-PEDIDO = 0
      *            QUANDO NAO HA PEDIDO). A TRANSPORTADORA E
      *            COPIADA DO PEDIDO NA ABERTURA PARA O
      *            RELATORIO MENSAL NAO DEPENDER DO PEDIDO
      *            AINDA ESTAR NO ARQUIVO VIVO. CADA TROCA
      *            DE SITUACAO GERA UMA LINHA EM
      *            CHAMHIST.DAT (HISTORICO). SITUACAO:
      *            A = ABERTO, T = EM TRATAMENTO, R =
      *            RESOLVIDO. CHAMADO-DEVOLUCAO = 'S' QUANDO
      *            A SOLUCAO REGISTROU DEVOLUCAO DO PEDIDO.
      ******************************************************
       01 CHAMADO-REG.
           05 CHAMADO-CHAVE.
               10 CHAMADO-FONE       PIC 9(09).
               10 CHAMADO-NUM        PIC 9(04).
           05 CHAMADO-PEDIDO         PIC 9(04).
           05 CHAMADO-CATEGORIA      PIC X(02).
               88 CHAMADO-ATRASO        VALUE 'AT'.
               88 CHAMADO-AVARIA        VALUE 'AV'.
               88 CHAMADO-ITEM-ERRADO   VALUE 'ER'.
               88 CHAMADO-FALTA-ITEM    VALUE 'FA'.
               88 CHAMADO-COBRANCA      VALUE 'CB'.
               88 CHAMADO-OUTROS        VALUE 'OU'.
               88 CHAMADO-CAT-VALIDA    VALUE 'AT' 'AV' 'ER'
                                              'FA' 'CB' 'OU'.
           05 CHAMADO-TRANSP         PIC X(02).
           05 CHAMADO-DT-ABERTURA    PIC 9(08).
           05 CHAMADO-ABERTO-POR     PIC X(20).
           05 CHAMADO-RESPONSAVEL    PIC X(20).
           05 CHAMADO-SITUACAO       PIC X(01).
               88 CHAMADO-ABERTO        VALUE 'A'.
               88 CHAMADO-EM-TRATAMENTO VALUE 'T'.
               88 CHAMADO-RESOLVIDO     VALUE 'R'.
               88 CHAMADO-PENDENTE      VALUE 'A' 'T'.
           05 CHAMADO-DESCRICAO      PIC X(50).
           05 CHAMADO-RESOLUCAO      PIC X(50).
           05 CHAMADO-DEVOLUCAO      PIC X(01).
           05 CHAMADO-DT-RESOLUCAO   PIC 9(08).
           05 CHAMADO-RESOLVIDO-POR  PIC X(20).
