      ******************************************************
      * COPYBOOK : CNABCOPY
      * OBJETIVO : LAYOUT DE 400 POSICOES DOS ARQUIVOS DE
      *            COBRANCA TROCADOS COM O BANCO, NOS MOLDES
      *            DO CNAB 400: REGISTRO '0' (CABECALHO),
      *            '1' (UM BOLETO POR PARCELA DE RECEBER.DAT)
      *            E '9' (RODAPE COM QUANTIDADE E VALOR).
      *            O MESMO LAYOUT SERVE A REMESSA GERADA
      *            PELO REMBOLETO E AO RETORNO LIDO PELO
      *            RETBOLETO. O "SEU NUMERO" DO BOLETO
      *            LEVA A CHAVE DA PARCELA (FONE + SEQ DO
      *            PEDIDO + PARCELA), QUE O BANCO DEVOLVE
      *            INTACTA NO RETORNO. DATAS EM AAAAMMDD.
      ******************************************************
       01 CNAB-REG.
           05 CNAB-TIPO            PIC X(01).
               88 CNAB-CABECALHO   VALUE '0'.
               88 CNAB-DETALHE     VALUE '1'.
               88 CNAB-RODAPE      VALUE '9'.
           05 CNAB-DADOS           PIC X(393).
           05 CNAB-CAB REDEFINES CNAB-DADOS.
               10 CNAB-CAB-OPERACAO  PIC X(01).
               10 CNAB-CAB-LITERAL   PIC X(07).
               10 CNAB-CAB-SERVICO   PIC 9(02).
               10 CNAB-CAB-LIT-SERV  PIC X(15).
               10 CNAB-CAB-CONVENIO  PIC 9(20).
               10 CNAB-CAB-EMPRESA   PIC X(30).
               10 CNAB-CAB-BANCO     PIC 9(03).
               10 CNAB-CAB-NOME-BANCO PIC X(15).
               10 CNAB-CAB-DATA      PIC 9(08).
               10 CNAB-CAB-LOTE      PIC 9(07).
               10 FILLER             PIC X(285).
           05 CNAB-DET REDEFINES CNAB-DADOS.
               10 CNAB-DET-CONVENIO  PIC 9(20).
               10 CNAB-DET-SEU-NUMERO.
                   15 CNAB-DET-FONE    PIC 9(09).
                   15 CNAB-DET-SEQ     PIC 9(04).
                   15 CNAB-DET-PARCELA PIC 9(02).
                   15 FILLER           PIC X(10).
               10 CNAB-DET-NOSSO-NUM PIC 9(11).
               10 CNAB-DET-OCORRENCIA PIC 9(02).
                   88 CNAB-OC-REGISTRO    VALUE 01.
                   88 CNAB-OC-CONFIRMADA  VALUE 02.
                   88 CNAB-OC-REJEITADA   VALUE 03.
                   88 CNAB-OC-LIQUIDACAO  VALUE 06.
                   88 CNAB-OC-BAIXA       VALUE 09 10.
               10 CNAB-DET-VENCIMENTO PIC 9(08).
               10 CNAB-DET-VALOR      PIC 9(11)V99.
               10 CNAB-DET-DT-OCORR   PIC 9(08).
               10 CNAB-DET-VALOR-PAGO PIC 9(11)V99.
               10 CNAB-DET-JUROS-PAGO PIC 9(11)V99.
               10 CNAB-DET-MULTA-PAGA PIC 9(11)V99.
               10 CNAB-DET-PC-MULTA   PIC 9(02)V99.
               10 CNAB-DET-MORA-DIA   PIC 9(11)V99.
               10 CNAB-DET-TIPO-DOC   PIC 9(02).
               10 CNAB-DET-DOCUMENTO  PIC 9(14).
               10 CNAB-DET-NOME       PIC X(30).
               10 CNAB-DET-ENDERECO   PIC X(40).
               10 CNAB-DET-CEP        PIC 9(08).
               10 CNAB-DET-CIDADE     PIC X(20).
               10 CNAB-DET-UF         PIC X(02).
               10 FILLER              PIC X(134).
           05 CNAB-ROD REDEFINES CNAB-DADOS.
               10 CNAB-ROD-QTDE      PIC 9(06).
               10 CNAB-ROD-VALOR     PIC 9(13)V99.
               10 FILLER             PIC X(372).
           05 CNAB-NUM-REG         PIC 9(06).
