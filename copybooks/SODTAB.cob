      ******************************************************
      * COPYBOOK : SODTAB
      * OBJETIVO : TABELA DOS PARES DE OPERACOES DO PERMISSO
      *            QUE UM MESMO LOGIN NAO DEVE ACUMULAR
      *            (SEGREGACAO DE FUNCOES) - PARTE DE DADOS,
      *            NOS MOLDES DO LOCATAB. USADA PELO RELSOD
      *            (QUEM JA ACUMULA) E PELO MANTUSER (AVISO
      *            NA CONCESSAO).
      ******************************************************
       01 WRK-TAB-SOD.
           05 WRK-SOD-ITEM OCCURS 8 TIMES.
               10 WRK-SOD-OP1    PIC X(10).
               10 WRK-SOD-OP2    PIC X(10).
               10 WRK-SOD-MOTIVO PIC X(40).
       77 WRK-SOD-QTDE PIC 9(02) VALUE 8.
       77 WRK-SOD-IDX  PIC 9(02) VALUE ZEROS.
