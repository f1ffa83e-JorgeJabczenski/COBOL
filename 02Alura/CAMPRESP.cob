      *           CAMPANHA MOVEU O PONTEIRO. O
      *           RESULTADO SAI EM CAMPRESP.DAT COM
      *           CONTAGEM E VALOR DOS DOIS GRUPOS.
      *           OS PEDIDOS QUE RESGATARAM CUPOM DA
      *           CAMPANHA (CUPOMUSO.DAT) SAEM A PARTE
      *           COMO A RESPOSTA EFETIVA.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CONTA OS PEDIDOS QUE
      *            RESGATARAM CUPOM DA CAMPANHA
      *            (CUPOMUSO.DAT) - RESPOSTA
      *            EFETIVA, SEM DEPENDER DA JANELA
      *            DE SEMANAS.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

           SELECT CUPOMUSO ASSIGN TO 'CUPOMUSO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUPOMUSO-STATUS.

           SELECT RESP-REL ASSIGN TO 'CAMPRESP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD CUPOMUSO.
           COPY 'CUPUCOPY.cob'.

       FD RESP-REL.
       01 REL-LINHA PIC X(100).

               COPY 'FILESTAT.cob'.
           77 CAMPDEST-STATUS PIC 9(02).
           77 PEDIDOS-STATUS  PIC 9(02).
           77 CUPOMUSO-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-VL-FORA     PIC 9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.

      *    RESGATES DE CUPOM DA CAMPANHA (CUPOMUSO.DAT)
           77 WRK-QT-CUPOM    PIC 9(06) VALUE ZEROS.
           77 WRK-VL-CUPOM    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-DESC-CUPOM  PIC 9(10)V99 VALUE ZEROS.
           77 WRK-QT-CUP-CANC PIC 9(06) VALUE ZEROS.
           77 WRK-QT-CUP-MALA PIC 9(06) VALUE ZEROS.
           77 WRK-PED-ABERTO  PIC X(01) VALUE 'N'.

           01 WRK-DT-CAMP.
               05 WRK-DC-ANO PIC 9(04).
               05 WRK-DC-MES PIC 9(02).
               DISPLAY 'CAMPANHA NAO ENCONTRADA EM CAMPREG.DAT'
           ELSE
               PERFORM 3000-VARRER-PEDIDOS UNTIL FIM
               PERFORM 3500-CONTAR-CUPONS
               PERFORM 4000-FINALIZAR
           END-IF.
           STOP RUN.
               OPEN INPUT PEDIDOS
               IF PEDIDOS-STATUS NOT = 00
                   MOVE 'S' TO WRK-FIM
               ELSE
                   MOVE 'S' TO WRK-PED-ABERTO
               END-IF
           END-IF.

               ADD PEDIDOS-TOTAL TO WRK-VL-FORA
           END-IF.

      *****************************************************
      * RESPOSTA MEDIDA PELO CUPOM: CADA LINHA DE
      * CUPOMUSO.DAT DA CAMPANHA E UM PEDIDO QUE A MALA
      * TROUXE DE FATO, SEM JANELA DE SEMANAS. PEDIDO
      * CANCELADO DEPOIS DO RESGATE SAI DA CONTA; O
      * RESGATE DE QUEM NAO ESTAVA NA MALA (CUPOM
      * REPASSADO) CONTA, MAS E MOSTRADO A PARTE.
      *****************************************************
       3500-CONTAR-CUPONS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT CUPOMUSO.
           IF CUPOMUSO-STATUS = 35 OR WRK-PED-ABERTO NOT = 'S'
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CUPOMUSO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF CUPUSO-CAMPANHA = WRK-CAMP-ID
                           PERFORM 3510-CONTAR-RESGATE
                       END-IF
               END-READ
           END-PERFORM.
           IF CUPOMUSO-STATUS NOT = 35
               CLOSE CUPOMUSO
           END-IF.

       3510-CONTAR-RESGATE.
           MOVE CUPUSO-FONE TO PEDIDOS-FONE.
           MOVE CUPUSO-SEQ  TO PEDIDOS-SEQ.
           READ PEDIDOS
               INVALID KEY
                   ADD 1 TO WRK-QT-CUP-CANC
               NOT INVALID KEY
                   IF PEDIDOS-CANCELADO
                       ADD 1 TO WRK-QT-CUP-CANC
                   ELSE
                       ADD 1 TO WRK-QT-CUPOM
                       ADD PEDIDOS-TOTAL TO WRK-VL-CUPOM
                       ADD CUPUSO-DESCONTO TO WRK-DESC-CUPOM
                       MOVE ZEROS TO WRK-DS-ACHEI
                       PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                               UNTIL WRK-DS-IDX > WRK-DS-QTDE
                           IF WRK-DS-FONE(WRK-DS-IDX) = CUPUSO-FONE
                               MOVE WRK-DS-IDX TO WRK-DS-ACHEI
                               MOVE WRK-DS-QTDE TO WRK-DS-IDX
                           END-IF
                       END-PERFORM
                       IF WRK-DS-ACHEI NOT = ZEROS
                           ADD 1 TO WRK-QT-CUP-MALA
                       END-IF
                   END-IF
           END-READ.

       4000-FINALIZAR.
           IF PEDIDOS-STATUS NOT = 35
               CLOSE PEDIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VL-CUPOM TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS COM CUPOM DA CAMPANHA: ' WRK-QT-CUPOM
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-DESC-CUPOM TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  DESCONTO CONCEDIDO.........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  DE DESTINATARIOS DA MALA...: ' WRK-QT-CUP-MALA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  RESGATES EM PEDIDO CANCELADO: ' WRK-QT-CUP-CANC
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE RESP-REL.
           DISPLAY 'RESPOSTA GRAVADA EM CAMPRESP.DAT'.
