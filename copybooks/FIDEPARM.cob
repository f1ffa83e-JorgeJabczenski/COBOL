      ******************************************************
      * COPYBOOK : FIDEPARM
      * OBJETIVO : REGRAS DO PROGRAMA DE FIDELIDADE,
      *            COMUNS AO FIDELIDA (CONTA DE PONTOS),
      *            AO PROJETO (RESGATE NO PEDIDO) E AO
      *            EXTPONT (EXTRATO MENSAL):
      *            - PONTOS GANHOS POR REAL INTEIRO DO
      *              PEDIDOS-TOTAL;
      *            - PONTOS QUE VALEM R$ 1,00 DE DESCONTO
      *              NO RESGATE;
      *            - MESES DE VALIDADE DE CADA GANHO;
      *            - MENOR RESGATE ACEITO.
      ******************************************************
           77 FIDE-PONTOS-POR-REAL PIC 9(03) VALUE 1.
           77 FIDE-PONTOS-POR-DESC PIC 9(03) VALUE 100.
           77 FIDE-MESES-VALIDADE  PIC 9(02) VALUE 12.
           77 FIDE-MINIMO-RESGATE  PIC 9(05) VALUE 100.
