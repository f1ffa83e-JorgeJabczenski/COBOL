      *    CUSTO UNITARIO DO CATALOGO NO MOMENTO DA VENDA,
      *    PARA O RELATORIO DE MARGEM (RELMARGE).
           05 PEDITENS-CUSTO-UNIT   PIC 9(08)V99.
      *    LOCAL DE ESTOQUE DE ONDE O ITEM SAI (TABELA NO
      *    LOCATAB, SALDOS EM ESTLOCAL.DAT - ELOCCOPY).
           05 PEDITENS-LOCAL        PIC 9(02).
      *    LINHA DE KIT (KITS.DAT - KITCOPY): 'K' NA LINHA DO
      *    PROPRIO KIT, COM O PRECO DELE E SEM ESTOQUE
      *    PROPRIO; 'C' EM CADA COMPONENTE QUE O KIT EXPLODIU,
      *    COM PRECO ZERO - SAO OS COMPONENTES QUE BAIXAM E
      *    REPOEM ESTOQUE. ESPACO NO ITEM COMUM. O COMPONENTE
      *    GUARDA O CODIGO DO KIT EM PEDITENS-KIT-PAI.
           05 PEDITENS-TIPO-LINHA   PIC X(01).
               88 PEDITENS-LINHA-KIT        VALUE 'K'.
               88 PEDITENS-LINHA-COMPONENTE VALUE 'C'.
           05 PEDITENS-KIT-PAI      PIC 9(05).
      *    PARTE DA QUANTIDADE VENDIDA QUE AINDA ESPERA
      *    ESTOQUE (ENCOMENDA EM BACKORD.DAT - BACKCOPY). NAO
      *    FOI BAIXADA DO ESTOQUE NA VENDA E NAO PODE SER
      *    EXPEDIDA; O RECEBIMENTO DO COMPRAS VAI ZERANDO.
           05 PEDITENS-QTDE-FALTA   PIC 9(05).
      *    TABELA DE PRECO DE CONTRATO (TABPRECO.DAT -
      *    TABPCOPY) QUE DEU O PRECO DA LINHA - ZERO = PRECO
      *    DE CATALOGO (PRODUTOS-PRECO). O RELMARGE ABRE A
      *    MARGEM POR TABELA.
           05 PEDITENS-TABELA       PIC 9(04).
