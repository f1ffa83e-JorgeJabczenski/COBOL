      ******************************************************
      * COPYBOOK : JOGOMAN
      * OBJETIVO : LINHAS DO MANIFESTO DO JOGO DE BACKUP
      *            (MANIFESTO.JOGOAAAAMMDD), GRAVADO PELO
      *            BACKJOGO E EXIGIDO PELO RESTJOGO. O TIPO
      *            NA COLUNA 1 DIZ O LAYOUT DA LINHA:
      *            'H' = CABECALHO (DATA, HORA, ADM);
      *            'R' = TOTAIS DE CONTROLE DA ULTIMA
      *                  CONCILIACAO (CONTROLE.DAT DO RECONC)
      *                  E SE O JOGO BATEU COM ELES;
      *            'A' = UM ARQUIVO DO JOGO - REGISTROS, SOMA
      *                  DE CONTROLE E SE A COPIA FOI RELIDA
      *                  E CONFERIDA;
      *            'T' = FECHO - SO E GRAVADO QUANDO TODOS OS
      *                  ARQUIVOS FORAM COPIADOS E CONFERIDOS.
      ******************************************************
       01 MAN-LINHA.
           05 MAN-TIPO         PIC X(01).
           05 FILLER           PIC X(79).
       01 MAN-CABEC.
           05 MANH-TIPO        PIC X(01).
           05 FILLER           PIC X(01).
           05 MANH-DATA        PIC 9(08).
           05 FILLER           PIC X(01).
           05 MANH-HORA        PIC 9(06).
           05 FILLER           PIC X(01).
           05 MANH-ADMIN       PIC X(20).
           05 FILLER           PIC X(42).
       01 MAN-CONTROLE.
           05 MANR-TIPO        PIC X(01).
           05 FILLER           PIC X(01).
           05 MANR-CLIENTES    PIC 9(06).
           05 FILLER           PIC X(01).
           05 MANR-PED-QTDE    PIC 9(06).
           05 FILLER           PIC X(01).
           05 MANR-PED-SOMA    PIC 9(12)V99.
           05 FILLER           PIC X(01).
           05 MANR-CONFERE     PIC X(01).
           05 FILLER           PIC X(48).
       01 MAN-ARQUIVO.
           05 MANA-TIPO        PIC X(01).
           05 FILLER           PIC X(01).
           05 MANA-ARQUIVO     PIC X(14).
           05 FILLER           PIC X(01).
           05 MANA-QTDE        PIC 9(08).
           05 FILLER           PIC X(01).
           05 MANA-SOMA        PIC 9(12)V99.
           05 FILLER           PIC X(01).
           05 MANA-CONFERE     PIC X(01).
           05 FILLER           PIC X(38).
       01 MAN-FECHO.
           05 MANT-TIPO        PIC X(01).
           05 FILLER           PIC X(01).
           05 MANT-QTDE-ARQ    PIC 9(02).
           05 FILLER           PIC X(01).
           05 MANT-TEXTO       PIC X(30).
           05 FILLER           PIC X(45).
