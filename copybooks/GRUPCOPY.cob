      ******************************************************
      * COPYBOOK : GRUPCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE GRUPCLI.DAT -
      *            GRUPOS ECONOMICOS DE CLIENTES PJ. UMA
      *            LINHA POR CLIENTE DO GRUPO (CHAVE = FONE
      *            DA FILIAL) APONTANDO PARA O FONE DA
      *            MATRIZ; A PROPRIA MATRIZ TEM A SUA
      *            LINHA (FONE = MATRIZ) E SO NELA VALE
      *            GRUPCLI-LIMITE, O LIMITE DE CREDITO DO
      *            GRUPO INTEIRO, CONFERIDO POR CIMA DO
      *            CLIENTES-LIMITE-CRED DE CADA FILIAL.
      *            MANTIDO PELO MANTGRUP; CLIENTE FORA DO
      *            ARQUIVO NAO TEM GRUPO.
      ******************************************************
       01 GRUPCLI-REG.
           05 GRUPCLI-FONE    PIC 9(09).
           05 GRUPCLI-MATRIZ  PIC 9(09).
           05 GRUPCLI-LIMITE  PIC 9(08)V99.
           05 GRUPCLI-DATA    PIC 9(08).
           05 GRUPCLI-USUARIO PIC X(20).
