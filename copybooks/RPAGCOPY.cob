      ******************************************************
      * COPYBOOK : RPAGCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE RECPAGTO.DAT -
      *            DIARIO DE RECEBIMENTOS DAS PARCELAS DE
      *            RECEBER.DAT. CADA VALOR RECEBIDO VIRA UMA
      *            LINHA DATADA COM O PRINCIPAL ABATIDO DA
      *            PARCELA, A MULTA E OS JUROS DE MORA
      *            COBRADOS, OS DIAS DE ATRASO, A ORIGEM DO
      *            RECEBIMENTO E O USUARIO. O ARQUIVO SO
      *            RECEBE LINHAS NOVAS NO FIM, NOS MOLDES
      *            DO ESTOQMOV.DAT.
      ******************************************************
       01 RECPAGTO-REG.
           05 RECPAGTO-FONE        PIC 9(09).
           05 RECPAGTO-SEQ         PIC 9(04).
           05 RECPAGTO-PARCELA     PIC 9(02).
           05 RECPAGTO-DATA        PIC 9(08).
           05 RECPAGTO-HORA        PIC 9(06).
           05 RECPAGTO-PRINCIPAL   PIC 9(08)V99.
           05 RECPAGTO-MULTA       PIC 9(08)V99.
           05 RECPAGTO-JUROS       PIC 9(08)V99.
           05 RECPAGTO-TOTAL       PIC 9(08)V99.
           05 RECPAGTO-DIAS-ATRASO PIC 9(05).
           05 RECPAGTO-ORIGEM      PIC X(10).
           05 RECPAGTO-USUARIO     PIC X(20).
