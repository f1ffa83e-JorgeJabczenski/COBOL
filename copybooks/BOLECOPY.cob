      ******************************************************
      * COPYBOOK : BOLECOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE BOLETOS.DAT -
      *            CONTROLE DOS BOLETOS ENVIADOS AO BANCO,
      *            UM POR PARCELA DE RECEBER.DAT (MESMA
      *            CHAVE FONE + SEQ + PARCELA). O REMBOLETO
      *            GRAVA A LINHA AO REMETER A PARCELA (E NAO
      *            REMETE DE NOVO PARCELA QUE JA ESTA NO
      *            BANCO); O RETBOLETO CONFERE O NOSSO
      *            NUMERO DO RETORNO E MARCA A LIQUIDACAO
      *            OU A BAIXA. BOLETO BAIXADO OU REJEITADO
      *            PELO BANCO VOLTA A SER REMETIDO NA
      *            PROXIMA REMESSA SE A PARCELA SEGUIR EM
      *            ABERTO.
      ******************************************************
       01 BOLETOS-REG.
           05 BOLETOS-CHAVE.
               10 BOLETOS-FONE    PIC 9(09).
               10 BOLETOS-SEQ     PIC 9(04).
               10 BOLETOS-PARCELA PIC 9(02).
           05 BOLETOS-NOSSO-NUM   PIC 9(11).
           05 BOLETOS-LOTE        PIC 9(07).
           05 BOLETOS-DT-REMESSA  PIC 9(08).
           05 BOLETOS-VENCIMENTO  PIC 9(08).
           05 BOLETOS-VALOR       PIC 9(08)V99.
           05 BOLETOS-SITUACAO    PIC X(01).
               88 BOLETOS-REMETIDO  VALUE 'R'.
               88 BOLETOS-LIQUIDADO VALUE 'L'.
               88 BOLETOS-BAIXADO   VALUE 'B'.
           05 BOLETOS-DT-RETORNO  PIC 9(08).
