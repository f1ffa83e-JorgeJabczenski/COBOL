      ******************************************************
      * COPYBOOK : APRVPARM
      * OBJETIVO : PRAZOS DA FILA DE APROVACAO A QUATRO
      *            OLHOS, EM HORAS UTEIS (HORAUTIL) DESDE
      *            A ENTRADA DO PEDIDO NA SITUACAO 'G',
      *            COMUNS AO FILAAPRV E AO DIGESTO:
      *            - A PARTIR DE APRV-HORAS-ESCALAR O
      *              PEDIDO ESTA ATRASADO: SAI DESTACADO
      *              NA FILA E NO DIGESTO E PASSA A SER
      *              OFERECIDO AO SUBSTITUTO DO APROVADOR;
      *            - A PARTIR DE APRV-HORAS-LIMITE O
      *              PEDIDO E REJEITADO NA RONDA DO
      *              FILAAPRV, COM AVISO AO VENDEDOR.
      ******************************************************
           77 APRV-HORAS-ESCALAR PIC 9(03) VALUE 16.
           77 APRV-HORAS-LIMITE  PIC 9(03) VALUE 50.
