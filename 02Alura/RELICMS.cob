      *           RELICMS.DAT, COM O TOTAL GERAL NO
      *           FECHO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - NO ARQUIVO VIVO A LEITURA
      *            ENTRA DIRETO NO MES PELA CHAVE
      *            ALTERNATIVA DA DATA DO PEDIDO E
      *            PARA AO PASSAR DELE; INICIO E FIM
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

           SELECT PEDHIST ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION IS INDEXED

           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           77 WRK-ARQ-PEDIDOS PIC X(30) VALUE SPACES.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'RELICMS'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           STRING 'PEDHIST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS
           END-STRING.
      *    O INICIO E ANOTADO DEPOIS DA PERGUNTA, PARA O TEMPO
      *    NO JOBCTL SER SO O DA LEITURA.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           PERFORM 2000-VARRER-VIVO.
           PERFORM 3000-VARRER-MORTO.
           PERFORM 4000-GRAVAR-RELATORIO.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       2000-VARRER-VIVO.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               PERFORM 2100-POSICIONAR-MES
           END-IF.
           PERFORM UNTIL FIM
               READ PEDIDOS NEXT RECORD
                   NOT AT END
                       MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO
                       MOVE PEDIDOS-DTP-MES TO WRK-PD-MES
                       IF WRK-PEDIDO-AAAAMM > WRK-PERIODO
                           MOVE 'S' TO WRK-FIM
                       END-IF
                       IF NOT PEDIDOS-CANCELADO
                           AND WRK-PEDIDO-AAAAMM = WRK-PERIODO
                           MOVE PEDIDOS-UF   TO WRK-UF
               CLOSE PEDIDOS
           END-IF.

      *    ENTRA NO PRIMEIRO PEDIDO DO MES PELA CHAVE DA DATA
      *    EM VEZ DE VARRER O ARQUIVO VIVO DESDE O COMECO.
       2100-POSICIONAR-MES.
           MOVE WRK-PERIODO TO WRK-PEDIDO-AAAAMM.
           MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-PD-MES TO PEDIDOS-DTP-MES.
           MOVE ZEROS TO PEDIDOS-DTP-DIA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

       3000-VARRER-MORTO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PEDHIST.
