      ******************************************************
      * COPYBOOK : NPSCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE NPS.DAT - NOTAS DA
      *            PESQUISA DE SATISFACAO POS-ENTREGA, UMA
      *            POR PEDIDO (MESMA CHAVE FONE + SEQ DO
      *            PEDIDOS.DAT), GRAVADAS PELO CARGANPS A
      *            PARTIR DAS RESPOSTAS DO DISPARADOR. A UF,
      *            O VENDEDOR E A TRANSPORTADORA SAO
      *            COPIADOS DO PEDIDO NA CARGA PARA O
      *            RELNPS NAO DEPENDER DO PEDIDO AINDA ESTAR
      *            NO ARQUIVO VIVO. NOTA 0 A 6 = DETRATOR,
      *            7 E 8 = NEUTRO, 9 E 10 = PROMOTOR.
      ******************************************************
       01 NPS-REG.
           05 NPS-CHAVE.
               10 NPS-FONE          PIC 9(09).
               10 NPS-SEQ           PIC 9(04).
           05 NPS-NOTA              PIC 9(02).
               88 NPS-DETRATOR         VALUE 0 THRU 6.
               88 NPS-NEUTRO           VALUE 7 8.
               88 NPS-PROMOTOR         VALUE 9 10.
           05 NPS-COMENTARIO        PIC X(60).
           05 NPS-DT-RESPOSTA       PIC 9(08).
           05 NPS-DT-CARGA          PIC 9(08).
           05 NPS-UF                PIC X(02).
           05 NPS-VENDEDOR          PIC X(20).
           05 NPS-TRANSP            PIC X(02).
