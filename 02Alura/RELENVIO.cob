      *           OS DIAS PARADO - A TRANSPORTADORA
      *           TEM NOME, O ATRASO AGORA TAMBEM.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CADA LINHA TRAZ A
      *            TRANSPORTADORA; ENTRAM TAMBEM OS
      *            PEDIDOS ENTREGUES DEPOIS DA DATA
      *            PROMETIDA (COMPROVANTE DE ENTREGA A
      *            PARTIR DE UMA DATA) E, NO FIM, O
      *            RESUMO DE PARADOS E ATRASADOS POR
      *            TRANSPORTADORA. A DATA DO ENVIO VEM
      *            DO PEDIDO; A LINHA DO TEMPO SO E
      *            LIDA PARA PEDIDO ANTERIOR AO CAMPO.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDSTHIS-STATUS.

           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT ENVIO-REL ASSIGN TO 'RELENVIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD PEDSTHIS.
       01 PEDSTHIS-LINHA PIC X(60).

       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       FD ENVIO-REL.
       01 REL-LINHA PIC X(80).

               COPY 'FILESTAT.cob'.
           77 PEDSTHIS-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 TRANSP-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-STH     PIC X(01) VALUE 'N'.
           77 WRK-DIAS-PARADO PIC S9(07) VALUE ZEROS.
           77 WRK-PARADO-ED   PIC ZZZZ9 VALUE ZEROS.
           77 WRK-TOT-PARADOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-ATRASOS PIC 9(05) VALUE ZEROS.
           77 WRK-DT-DESDE    PIC 9(08) VALUE ZEROS.

      *    PARADOS E ATRASADOS POR TRANSPORTADORA - A TABELA
      *    TRANSP.DAT E CARREGADA NO INICIO; CODIGO QUE NAO
      *    ESTA NELA (XX, PEDIDO SEM TRANSPORTADORA) GANHA
      *    UMA LINHA NO PRIMEIRO PEDIDO QUE O USA.
           01 WRK-TAB-TRANSP.
               05 WRK-TR-ITEM OCCURS 60 TIMES.
                   10 WRK-TR-CODIGO  PIC X(02).
                   10 WRK-TR-NOME    PIC X(30).
                   10 WRK-TR-PARADOS PIC 9(05).
                   10 WRK-TR-ATRASOS PIC 9(05).
           77 WRK-TR-QTDE     PIC 9(02) VALUE ZEROS.
           77 WRK-TR-IDX      PIC 9(02) VALUE ZEROS.
           77 WRK-TR-ACHOU    PIC 9(02) VALUE ZEROS.
           77 WRK-TR-PAR-ED   PIC ZZZZ9 VALUE ZEROS.
           77 WRK-TR-ATR-ED   PIC ZZZZ9 VALUE ZEROS.

           01 WRK-DT-LINHA.
               05 WRK-DL-ANO PIC 9(04).
               MOVE 5 TO WRK-LIMITE-DIAS
           END-IF.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY 'ENTREGAS COM ATRASO A PARTIR DE (AAAAMMDD, '
               '0 = INICIO DO MES)?.. '.
           ACCEPT WRK-DT-DESDE FROM CONSOLE.
           IF WRK-DT-DESDE = ZEROS
               MOVE WRK-DATA-SIS TO WRK-DT-DESDE
               MOVE 01 TO WRK-DT-DESDE(7:2)
           END-IF.
           PERFORM 1100-CARREGAR-TRANSP.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN OUTPUT ENVIO-REL.
           MOVE 'PEDIDOS PARADOS EM ENVIADO E ENTREGUES COM ATRASO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       1100-CARREGAR-TRANSP.
           MOVE ZEROS TO WRK-TR-QTDE.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TR-QTDE < 50
                           ADD 1 TO WRK-TR-QTDE
                           MOVE TRANSP-CODIGO
                               TO WRK-TR-CODIGO(WRK-TR-QTDE)
                           MOVE TRANSP-NOME
                               TO WRK-TR-NOME(WRK-TR-QTDE)
                           MOVE ZEROS TO WRK-TR-PARADOS(WRK-TR-QTDE)
                           MOVE ZEROS TO WRK-TR-ATRASOS(WRK-TR-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.
           MOVE 'N' TO WRK-FIM.

       2000-PROCESSAR.
           READ PEDIDOS NEXT RECORD
               AT END
                   IF PEDIDOS-ENVIADO AND NOT PEDIDOS-CANCELADO
                       PERFORM 2100-CONFERIR-IDADE
                   END-IF
                   IF PEDIDOS-ENTREGUE AND NOT PEDIDOS-CANCELADO
                       AND PEDIDOS-DT-ENTREGA NOT < WRK-DT-DESDE
                       AND PEDIDOS-DT-PROMESSA NOT = ZEROS
                       AND PEDIDOS-DT-ENTREGA > PEDIDOS-DT-PROMESSA
                       PERFORM 2200-ENTREGA-ATRASADA
                   END-IF
           END-READ.

      *****************************************************
      * A DATA DO ENVIO E A DO PEDIDO (PEDIDOS-DT-ENVIO);
      * NO PEDIDO ANTERIOR AO CAMPO, A ULTIMA LINHA DA
      * LINHA DO TEMPO COM PARA = 'E' DESTE PEDIDO
      * (COLUNAS FIXAS: FONE 17-25, SEQ 27-30, PARA 34).
      * PEDIDO SEM NENHUMA DAS DUAS NAO E LISTADO.
      *****************************************************
       2100-CONFERIR-IDADE.
           MOVE PEDIDOS-DT-ENVIO TO WRK-DT-ENVIO.
           IF WRK-DT-ENVIO = ZEROS
               PERFORM 2110-BUSCAR-DATA-ENVIO
           END-IF.
           IF WRK-DT-ENVIO NOT = ZEROS
               MOVE WRK-DT-ENVIO TO WRK-DT-LINHA
               COMPUTE WRK-DIAS-PARADO =
                   ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30)
                       + WRK-DS-DIA)
                   - ((WRK-DL-ANO * 365) + (WRK-DL-MES * 30)
                       + WRK-DL-DIA)
               IF WRK-DIAS-PARADO > WRK-LIMITE-DIAS
                   ADD 1 TO WRK-TOT-PARADOS
                   PERFORM 2900-ACHAR-TRANSP
                   ADD 1 TO WRK-TR-PARADOS(WRK-TR-ACHOU)
                   MOVE WRK-DIAS-PARADO TO WRK-PARADO-ED
                   MOVE SPACES TO REL-LINHA
                   STRING 'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-SEQ
                       ' ENVIADO EM ' WRK-DT-ENVIO
                       ' HA ' WRK-PARADO-ED ' DIA(S) TRANSP '
                       WRK-TR-CODIGO(WRK-TR-ACHOU)
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-IF.

       2110-BUSCAR-DATA-ENVIO.
           MOVE PEDIDOS-FONE TO WRK-FONE-X.
           MOVE PEDIDOS-SEQ  TO WRK-SEQ-X.
           MOVE 'N' TO WRK-FIM-STH.
           OPEN INPUT PEDSTHIS.
           IF PEDSTHIS-STATUS = 35
           IF PEDSTHIS-STATUS NOT = 35
               CLOSE PEDSTHIS
           END-IF.

      *    ENTREGUE DEPOIS DA DATA PROMETIDA, PELA DATA DO
      *    COMPROVANTE DE ENTREGA.
       2200-ENTREGA-ATRASADA.
           ADD 1 TO WRK-TOT-ATRASOS.
           PERFORM 2900-ACHAR-TRANSP.
           ADD 1 TO WRK-TR-ATRASOS(WRK-TR-ACHOU).
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-SEQ
               ' ENTREGUE EM ' PEDIDOS-DT-ENTREGA
               ' PROMETIDO ' PEDIDOS-DT-PROMESSA
               ' TRANSP ' WRK-TR-CODIGO(WRK-TR-ACHOU)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *****************************************************
      * POSICAO DA TRANSPORTADORA DO PEDIDO NA TABELA DO
      * RESUMO EM WRK-TR-ACHOU. CODIGO NOVO ENTRA NO FIM;
      * COM A TABELA CHEIA, CAI NA ULTIMA LINHA.
      *****************************************************
       2900-ACHAR-TRANSP.
           MOVE ZEROS TO WRK-TR-ACHOU.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               IF WRK-TR-CODIGO(WRK-TR-IDX) = PEDIDOS-TRANSP
                   MOVE WRK-TR-IDX TO WRK-TR-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-TR-ACHOU = ZEROS
               IF WRK-TR-QTDE < 60
                   ADD 1 TO WRK-TR-QTDE
                   MOVE PEDIDOS-TRANSP TO WRK-TR-CODIGO(WRK-TR-QTDE)
                   IF PEDIDOS-TRANSP = SPACES
                       MOVE '(SEM TRANSPORTADORA)'
                           TO WRK-TR-NOME(WRK-TR-QTDE)
                   ELSE
                       MOVE '(NAO IDENTIFICADA)'
                           TO WRK-TR-NOME(WRK-TR-QTDE)
                   END-IF
                   MOVE ZEROS TO WRK-TR-PARADOS(WRK-TR-QTDE)
                   MOVE ZEROS TO WRK-TR-ATRASOS(WRK-TR-QTDE)
               END-IF
               MOVE WRK-TR-QTDE TO WRK-TR-ACHOU
           END-IF.

       3000-FINALIZAR.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS PARADOS: ' WRK-TOT-PARADOS
               '   ENTREGUES COM ATRASO: ' WRK-TOT-ATRASOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR TRANSPORTADORA                  PARADOS  ATRASADOS'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               IF WRK-TR-PARADOS(WRK-TR-IDX) NOT = ZEROS
                   OR WRK-TR-ATRASOS(WRK-TR-IDX) NOT = ZEROS
                   MOVE WRK-TR-PARADOS(WRK-TR-IDX) TO WRK-TR-PAR-ED
                   MOVE WRK-TR-ATRASOS(WRK-TR-IDX) TO WRK-TR-ATR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-TR-CODIGO(WRK-TR-IDX) ' '
                       WRK-TR-NOME(WRK-TR-IDX) '   ' WRK-TR-PAR-ED
                       '      ' WRK-TR-ATR-ED
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           IF PEDIDOS-STATUS NOT = 35
               CLOSE PEDIDOS
           END-IF.
           CLOSE ENVIO-REL.
           DISPLAY 'PEDIDOS PARADOS EM ENVIADO: ' WRK-TOT-PARADOS.
           DISPLAY 'PEDIDOS ENTREGUES COM ATRASO: ' WRK-TOT-ATRASOS.
           DISPLAY 'RELATORIO GERADO EM RELENVIO.DAT'.
