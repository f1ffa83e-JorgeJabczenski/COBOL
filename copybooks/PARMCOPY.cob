      ******************************************************
      * COPYBOOK : PARMCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE PARAMS.DAT -
      *            PARAMETROS DE NEGOCIO (LIMITES, PRAZOS,
      *            CORTES EM DIAS) QUE ANTES FICAVAM
      *            COMPILADOS NOS PROGRAMAS. UMA LINHA POR
      *            CODIGO + INICIO DE VIGENCIA: VALE A DE
      *            MAIOR VIGENCIA ATE A DATA CONSULTADA, O
      *            QUE PERMITE AGENDAR UMA MUDANCA FUTURA.
      *            CODIGOS VALIDOS E VALORES PADRAO NO
      *            PARMTAB; LEITURA PELO PARAMLE E
      *            MANUTENCAO PELO MANTPARM.
      ******************************************************
       01 PARAMS-REG.
           05 PARM-CHAVE.
               10 PARM-CODIGO   PIC X(10).
               10 PARM-VIGENCIA PIC 9(08).
           05 PARM-VALOR    PIC 9(08)V99.
           05 PARM-DATA     PIC 9(08).
           05 PARM-USUARIO  PIC X(20).
