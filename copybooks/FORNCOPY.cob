      ******************************************************
      * COPYBOOK : FORNCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE FORNECED.DAT -
      *            CADASTRO DE FORNECEDORES MANTIDO PELO
      *            COMPRAS. COMPARTILHADO COM O CONTAPAG E
      *            O RELPAGAR PARA O LAYOUT NAO SER MANTIDO
      *            EM DUPLICIDADE.
      ******************************************************
       01 FORNECED-REG.
           05 FORN-CODIGO   PIC 9(04).
           05 FORN-NOME     PIC X(30).
           05 FORN-FONE     PIC 9(09).
           05 FORN-EMAIL    PIC X(40).
           05 FORN-SITUACAO PIC X(01).
               88 FORN-ATIVO   VALUE 'A'.
               88 FORN-INATIVO VALUE 'I'.
