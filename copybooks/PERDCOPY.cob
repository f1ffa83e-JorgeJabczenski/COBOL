      ******************************************************
      * COPYBOOK : PERDCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE PERDAS.DAT -
      *            BAIXA DE PARCELAS COMO PERDA (DEVEDOR
      *            DUVIDOSO), UM REGISTRO POR PARCELA DE
      *            RECEBER.DAT (MESMA CHAVE). NASCE COMO
      *            PROPOSTA ('P') NO BAIXAPER, COM O
      *            MOTIVO E QUEM PROPOS; UM SEGUNDO
      *            USUARIO APROVA ('A', A PARCELA FECHA
      *            COMO 'L') OU NEGA ('N'). O QUE O
      *            CLIENTE PAGAR DEPOIS DA BAIXA SOMA EM
      *            PERDAS-RECUPERADO (CONTAREC/RETBOLETO)
      *            SEM REABRIR A PARCELA. A UF DO CLIENTE
      *            E GUARDADA NA PROPOSTA PARA O RELPERDA.
      ******************************************************
       01 PERDAS-REG.
           05 PERDAS-CHAVE.
               10 PERDAS-FONE      PIC 9(09).
               10 PERDAS-SEQ       PIC 9(04).
               10 PERDAS-PARCELA   PIC 9(02).
           05 PERDAS-UF            PIC X(02).
           05 PERDAS-VALOR         PIC 9(08)V99.
           05 PERDAS-SITUACAO      PIC X(01).
               88 PERDAS-PROPOSTA  VALUE 'P'.
               88 PERDAS-APROVADA  VALUE 'A'.
               88 PERDAS-NEGADA    VALUE 'N'.
           05 PERDAS-MOTIVO        PIC X(30).
           05 PERDAS-DT-PROPOSTA   PIC 9(08).
           05 PERDAS-PROPONENTE    PIC X(20).
           05 PERDAS-DT-APROV      PIC 9(08).
           05 PERDAS-APROVADOR     PIC X(20).
           05 PERDAS-RECUPERADO    PIC 9(08)V99.
           05 PERDAS-DT-RECUP      PIC 9(08).
