      ******************************************************
      * COPYBOOK : PARMTAB
      * OBJETIVO : CATALOGO DOS PARAMETROS DE NEGOCIO DE
      *            PARAMS.DAT - CODIGO, VALOR PADRAO E
      *            DESCRICAO (PARTE DE DADOS, NOS MOLDES DO
      *            SODTAB). O PADRAO VALE ENQUANTO NAO HOUVER
      *            LINHA EM VIGOR NO ARQUIVO. USADO PELO
      *            PARAMLE E PELO MANTPARM.
      ******************************************************
       01 WRK-TAB-PARM.
           05 WRK-PRM-ITEM OCCURS 8 TIMES.
               10 WRK-PRM-CODIGO PIC X(10).
               10 WRK-PRM-PADRAO PIC 9(08)V99.
               10 WRK-PRM-DESCR  PIC X(40).
       77 WRK-PRM-QTDE PIC 9(02) VALUE 8.
       77 WRK-PRM-IDX  PIC 9(02) VALUE ZEROS.
