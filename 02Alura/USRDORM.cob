      *           VALIDAS PARA SEMPRE. USO RESTRITO
      *           AO ADM.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CORTE PADRAO DE DIAS SEM
      *            ACESSO LIDO DE PARAMS.DAT
      *            (PARAMLE) EM VEZ DOS 90 FIXOS
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-DIAS-CORTE  PIC 9(03) VALUE ZEROS.
           77 WRK-DIAS-PADRAO PIC 9(03) VALUE 90.
           77 WRK-DIAS-PAD-ED PIC ZZ9 VALUE ZEROS.
      *    AREA DE CHAMADA DO PARAMLE
           77 WRK-PL-CODIGO   PIC X(10) VALUE 'DORMDIAS'.
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.
           77 WRK-IDADE-DIAS  PIC S9(07) VALUE ZEROS.
           77 WRK-TOT-CONTAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-DORMENT PIC 9(04) VALUE ZEROS.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

      *    O CORTE PADRAO VEM DE PARAMS.DAT (DORMDIAS,
      *    MANTIDO PELO MANTPARM); O ADM AINDA PODE INFORMAR
      *    OUTRO SO PARA ESTA EXECUCAO.
       2000-INICIAR.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-DIAS-PADRAO
           END-IF.
           MOVE WRK-DIAS-PADRAO TO WRK-DIAS-PAD-ED.
           DISPLAY 'DORMENTE APOS QUANTOS DIAS (0=' WRK-DIAS-PAD-ED
               ').. '.
           ACCEPT WRK-DIAS-CORTE FROM CONSOLE.
           IF WRK-DIAS-CORTE = ZEROS
               MOVE WRK-DIAS-PADRAO TO WRK-DIAS-CORTE
           END-IF.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT USERS.
