      *            RELCAT.DAT - EXECUCOES NAO SE
      *            SOBRESCREVEM MAIS (VERREL LISTA
      *            E EXPURGA AS ANTIGAS).
      * 15/10/2026 JORGE - PERGUNTA O MES (0 =
      *            TODOS); COM MES A LEITURA ENTRA
      *            NELE PELA CHAVE ALTERNATIVA DA
      *            DATA DO PEDIDO E PARA AO PASSAR
      *            DELE. INICIO E FIM DA EXECUCAO
      *            ANOTADOS NO JOBCTL.
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

           SELECT FRETE-REL ASSIGN TO WRK-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
           77 REL-STATUS     PIC 9(02).
           77 WRK-FIM        PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-PERIODO    PIC 9(06) VALUE ZEROS.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'RELFRETE'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.

           01 WRK-TAB-UF.
               05 WRK-TAB-UF-ITEM OCCURS 30 TIMES.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIM.
           PERFORM 3000-FINALIZAR.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'MES (AAAAMM, 0 = TODOS OS PEDIDOS).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
      *    O INICIO E ANOTADO DEPOIS DA PERGUNTA, PARA O TEMPO
      *    NO JOBCTL SER SO O DA LEITURA.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           OPEN INPUT PEDIDOS.
           ACCEPT WRK-CH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CH-HORA FROM TIME.
               DELIMITED BY SIZE INTO WRK-REL-NOME
           END-STRING.
           OPEN OUTPUT FRETE-REL.
           MOVE SPACES TO REL-LINHA.
           IF WRK-PERIODO = ZEROS
               MOVE 'TOTAL DE FRETE POR ESTADO' TO REL-LINHA
           ELSE
               STRING 'TOTAL DE FRETE POR ESTADO - MES ' WRK-PERIODO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           IF WRK-PERIODO NOT = ZEROS
               PERFORM 1100-POSICIONAR-MES
           END-IF.
           IF NOT FIM
               PERFORM 2100-LER-PEDIDO
           END-IF.

      *    COM MES INFORMADO A LEITURA ENTRA NO PRIMEIRO
      *    PEDIDO DELE PELA CHAVE DA DATA.
       1100-POSICIONAR-MES.
           MOVE WRK-PERIODO TO WRK-PEDIDO-AAAAMM.
           MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-PD-MES TO PEDIDOS-DTP-MES.
           MOVE ZEROS TO PEDIDOS-DTP-DIA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

       2000-PROCESSAR.
           MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO.
           MOVE PEDIDOS-DTP-MES TO WRK-PD-MES.
           IF WRK-PERIODO NOT = ZEROS
               AND WRK-PEDIDO-AAAAMM > WRK-PERIODO
               MOVE 'S' TO WRK-FIM
           ELSE
               PERFORM 2050-SOMAR-PEDIDO
           END-IF.

       2050-SOMAR-PEDIDO.
           IF PEDIDOS-ATIVO
               ADD 1 TO WRK-TOT-PEDIDOS
               ADD PEDIDOS-FRETE TO WRK-TOT-FRETE
