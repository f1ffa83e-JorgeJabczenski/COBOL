      *           FORMATO QUE A FERRAMENTA DO
      *           FINANCEIRO IMPORTA SEM AJUSTE.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - NO ARQUIVO VIVO A
      *            EXPORTACAO ENTRA DIRETO NO MES
      *            PELA CHAVE ALTERNATIVA DA DATA DO
      *            PEDIDO E PARA AO PASSAR DELE (OS
      *            PEDIDOS VIVOS SAEM EM ORDEM DE
      *            DATA); INICIO E FIM DA EXECUCAO
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

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           77 WRK-ARQ-PEDIDOS PIC X(30) VALUE SPACES.
           77 WRK-ARQ-ITENS   PIC X(30) VALUE SPACES.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'EXPPED'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           PERFORM 2000-VARRER-VIVO UNTIL FIM.
           PERFORM 4000-VARRER-MORTO.
           PERFORM 8000-FINALIZAR.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       1000-INICIAR.
           STRING 'ITNHIST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-ITENS
           END-STRING.
      *    O INICIO E ANOTADO DEPOIS DA PERGUNTA, PARA O TEMPO
      *    NO JOBCTL SER SO O DA EXPORTACAO.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           OPEN OUTPUT ARQ-CSV.
           MOVE SPACES TO CSV-LINHA.
           STRING 'TIPO;DATA;FONE;NOME;VALOR;FRETE;TOTAL;'
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               PERFORM 1100-POSICIONAR-MES
           END-IF.
           OPEN INPUT PEDITENS.

      *    ENTRA NO PRIMEIRO PEDIDO DO MES PELA CHAVE DA DATA -
      *    OS PEDIDOS DO ARQUIVO VIVO SAEM EM ORDEM DE DATA.
       1100-POSICIONAR-MES.
           MOVE WRK-PERIODO TO WRK-PEDIDO-AAAAMM.
           MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-PD-MES TO PEDIDOS-DTP-MES.
           MOVE ZEROS TO PEDIDOS-DTP-DIA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

       2000-VARRER-VIVO.
           READ PEDIDOS NEXT RECORD
               AT END
               NOT AT END
                   MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO
                   MOVE PEDIDOS-DTP-MES TO WRK-PD-MES
                   IF WRK-PEDIDO-AAAAMM > WRK-PERIODO
                       MOVE 'S' TO WRK-FIM
                   END-IF
                   IF WRK-PEDIDO-AAAAMM = WRK-PERIODO
                       PERFORM 2100-EXPORTAR-PEDIDO
                   END-IF
