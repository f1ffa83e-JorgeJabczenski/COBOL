      *           REFLETIR O QUE FOI VENDIDO DE
      *           FATO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - A LEITURA ENTRA DIRETO NO
      *            MES PELA CHAVE ALTERNATIVA DA
      *            DATA DO PEDIDO E PARA AO PASSAR
      *            DELE, EM VEZ DE VARRER
      *            PEDIDOS.DAT INTEIRO; INICIO E FIM
      *            DA EXECUCAO ANOTADOS NO JOBCTL.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT VENDASDIA ASSIGN TO 'VENDASDIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           77 WRK-PERIODO      PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-LIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-GERADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'GERAVEND'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIM.
           PERFORM 3000-FINALIZAR.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       1000-INICIAR.
               COMPUTE WRK-PERIODO =
                   (WRK-DS-ANO * 100) + WRK-DS-MES
           END-IF.
      *    O INICIO E ANOTADO DEPOIS DA PERGUNTA, PARA O TEMPO
      *    NO JOBCTL SER SO O DA LEITURA.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           OPEN INPUT PEDIDOS.
           IF FS-FILE-NOT-FOUND
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN OUTPUT VENDASDIA.
           IF NOT FIM
               PERFORM 1100-POSICIONAR-MES
           END-IF.
           IF NOT FIM
               PERFORM 2100-LER-PEDIDO
           END-IF.

      *    ENTRA NO PRIMEIRO PEDIDO DO MES PELA CHAVE DA DATA
      *    EM VEZ DE VARRER O ARQUIVO DESDE O COMECO.
       1100-POSICIONAR-MES.
           MOVE WRK-PERIODO TO WRK-PEDIDO-AAAAMM.
           MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-PD-MES TO PEDIDOS-DTP-MES.
           MOVE ZEROS TO PEDIDOS-DTP-DIA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

      *****************************************************
      * PEDIDO CANCELADO FICA FORA; PEDIDO SEM VENDEDOR
      * CARIMBADO (ANTERIOR AO CAMPO) SAI AGRUPADO COMO
      * (SEM VEND) PARA O TOTAL DO MES NAO PERDER VALOR.
      *****************************************************
       2000-PROCESSAR.
           MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO.
           MOVE PEDIDOS-DTP-MES TO WRK-PD-MES.
           IF WRK-PEDIDO-AAAAMM > WRK-PERIODO
               MOVE 'S' TO WRK-FIM
           ELSE
               PERFORM 2050-LANCAR-PEDIDO
           END-IF.

       2050-LANCAR-PEDIDO.
           ADD 1 TO WRK-TOT-LIDOS.
           IF NOT PEDIDOS-CANCELADO
               AND WRK-PEDIDO-AAAAMM = WRK-PERIODO
               IF PEDIDOS-VENDEDOR = SPACES
