      *            CLICOUNT.DAT (O PERDEDOR SAI DO
      *            ROL DE ATIVOS) PARA A CONTAGEM DO
      *            LOGIN NAO DERIVAR.
      * 15/10/2026 JORGE - O ITEM REGRAVADO LEVA O
      *            LOCAL DE ESTOQUE DE ONDE SAIU.
      * 15/10/2026 JORGE - E O TIPO DE LINHA E O KIT DE
      *            ORIGEM DO ITEM.
      * 15/10/2026 JORGE - O ITEM LEVA A QUANTIDADE SOB
      *            ENCOMENDA, E A ENCOMENDA DELE EM
      *            BACKORD.DAT PASSA PARA A CHAVE NOVA
      *            DO PEDIDO.
      * 15/10/2026 JORGE - O PEDIDO REGRAVADO LEVA A
      *            TRANSPORTADORA, O RASTREIO E O
      *            COMPROVANTE DE ENTREGA.
      * 15/10/2026 JORGE - A COPIA DOS ITENS LEVA A
      *            TABELA DE PRECO DE CONTRATO DA
      *            LINHA.
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.
       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

           77 PEDIDOS-STATUS  PIC 9(02).
           77 PEDITENS-STATUS PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 BACKORD-STATUS  PIC 9(02).
           77 CLICOUNT-STATUS PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
                   10 WRK-TP-MOT-CANC   PIC X(02).
                   10 WRK-TP-DESC-PCT   PIC 9(02)V99.
                   10 WRK-TP-ICMS       PIC 9(08)V99.
                   10 WRK-TP-TRANSP     PIC X(02).
                   10 WRK-TP-RASTREIO   PIC X(20).
                   10 WRK-TP-DT-ENVIO   PIC 9(08).
                   10 WRK-TP-RECEBEDOR  PIC X(30).
                   10 WRK-TP-DT-ENTREGA PIC 9(08).
           77 WRK-TP-IDX      PIC 9(03) VALUE ZEROS.
           77 WRK-TP-ESTOURO  PIC X(01) VALUE 'N'.
               88 TABELA-PEDIDOS-CHEIA VALUE 'S'.
                   10 WRK-TI-VLTOTAL    PIC 9(08)V99.
                   10 WRK-TI-QTDE-ENV   PIC 9(05).
                   10 WRK-TI-CUSTO      PIC 9(08)V99.
                   10 WRK-TI-LOCAL      PIC 9(02).
                   10 WRK-TI-TIPO       PIC X(01).
                   10 WRK-TI-KIT-PAI    PIC 9(05).
                   10 WRK-TI-FALTA      PIC 9(05).
                   10 WRK-TI-TABELA     PIC 9(04).
           77 WRK-TI-QTDE-ITEM PIC 9(02) VALUE ZEROS.
           77 WRK-TI-IDX       PIC 9(02) VALUE ZEROS.

               TO WRK-TP-DESC-PCT(WRK-TOT-PEDIDOS).
           MOVE PEDIDOS-ICMS
               TO WRK-TP-ICMS(WRK-TOT-PEDIDOS).
           MOVE PEDIDOS-TRANSP
               TO WRK-TP-TRANSP(WRK-TOT-PEDIDOS).
           MOVE PEDIDOS-RASTREIO
               TO WRK-TP-RASTREIO(WRK-TOT-PEDIDOS).
           MOVE PEDIDOS-DT-ENVIO
               TO WRK-TP-DT-ENVIO(WRK-TOT-PEDIDOS).
           MOVE PEDIDOS-RECEBEDOR
               TO WRK-TP-RECEBEDOR(WRK-TOT-PEDIDOS).
           MOVE PEDIDOS-DT-ENTREGA
               TO WRK-TP-DT-ENTREGA(WRK-TOT-PEDIDOS).

      *****************************************************
      * DESCOBRE A PROXIMA SEQUENCIA LIVRE DO SOBREVIVENTE,
       4300-TRANSFERIR-PEDIDOS.
           OPEN I-O PEDIDOS.
           OPEN I-O PEDITENS.
           OPEN I-O BACKORD.
           PERFORM VARYING WRK-TP-IDX FROM 1 BY 1
                   UNTIL WRK-TP-IDX > WRK-TOT-PEDIDOS
               PERFORM 4310-CARREGAR-ITENS-PEDIDO
               MOVE WRK-TP-DESC-PCT(WRK-TP-IDX)
                   TO PEDIDOS-DESC-PCT
               MOVE WRK-TP-ICMS(WRK-TP-IDX) TO PEDIDOS-ICMS
               MOVE WRK-TP-TRANSP(WRK-TP-IDX) TO PEDIDOS-TRANSP
               MOVE WRK-TP-RASTREIO(WRK-TP-IDX)
                   TO PEDIDOS-RASTREIO
               MOVE WRK-TP-DT-ENVIO(WRK-TP-IDX)
                   TO PEDIDOS-DT-ENVIO
               MOVE WRK-TP-RECEBEDOR(WRK-TP-IDX)
                   TO PEDIDOS-RECEBEDOR
               MOVE WRK-TP-DT-ENTREGA(WRK-TP-IDX)
                   TO PEDIDOS-DT-ENTREGA
               WRITE PEDIDOS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR PEDIDO SEQ '
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           IF BACKORD-STATUS NOT = 35
               CLOSE BACKORD
           END-IF.

       4310-CARREGAR-ITENS-PEDIDO.
           MOVE ZEROS TO WRK-TI-QTDE-ITEM.
               TO WRK-TI-QTDE-ENV(WRK-TI-QTDE-ITEM).
           MOVE PEDITENS-CUSTO-UNIT
               TO WRK-TI-CUSTO(WRK-TI-QTDE-ITEM).
           MOVE PEDITENS-LOCAL
               TO WRK-TI-LOCAL(WRK-TI-QTDE-ITEM).
           MOVE PEDITENS-TIPO-LINHA
               TO WRK-TI-TIPO(WRK-TI-QTDE-ITEM).
           MOVE PEDITENS-KIT-PAI
               TO WRK-TI-KIT-PAI(WRK-TI-QTDE-ITEM).
           MOVE PEDITENS-QTDE-FALTA
               TO WRK-TI-FALTA(WRK-TI-QTDE-ITEM).
           MOVE PEDITENS-TABELA
               TO WRK-TI-TABELA(WRK-TI-QTDE-ITEM).

       4320-GRAVAR-ITENS-PEDIDO.
           PERFORM VARYING WRK-TI-IDX FROM 1 BY 1
                   TO PEDITENS-QTDE-ENVIADA
               MOVE WRK-TI-CUSTO(WRK-TI-IDX)
                   TO PEDITENS-CUSTO-UNIT
               MOVE WRK-TI-LOCAL(WRK-TI-IDX)
                   TO PEDITENS-LOCAL
               MOVE WRK-TI-TIPO(WRK-TI-IDX)
                   TO PEDITENS-TIPO-LINHA
               MOVE WRK-TI-KIT-PAI(WRK-TI-IDX)
                   TO PEDITENS-KIT-PAI
               MOVE WRK-TI-FALTA(WRK-TI-IDX)
                   TO PEDITENS-QTDE-FALTA
               MOVE WRK-TI-TABELA(WRK-TI-IDX)
                   TO PEDITENS-TABELA
               WRITE PEDITENS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ITEM DE PEDIDO'
               END-WRITE
               ADD 1 TO WRK-TOT-ITENS
               IF WRK-TI-FALTA(WRK-TI-IDX) NOT = ZEROS
                   AND BACKORD-STATUS NOT = 35
                   PERFORM 4330-REMARCAR-ENCOMENDA
               END-IF
           END-PERFORM.

      *    A ENCOMENDA DO ITEM TEM O TELEFONE, A SEQUENCIA E O
      *    ITEM NA CHAVE: SAI A CHAVE DO PERDEDOR E ENTRA A
      *    DO SOBREVIVENTE, NA MESMA POSICAO DA FILA (A DATA
      *    DO PEDIDO NAO MUDA).
       4330-REMARCAR-ENCOMENDA.
           MOVE WRK-TI-PRODUTO(WRK-TI-IDX) TO BACK-PRODUTO.
           MOVE PEDIDOS-DTPEDIDO           TO BACK-DATA.
           MOVE WRK-FONE-PERDE             TO BACK-FONE.
           MOVE WRK-TP-SEQ-VELHA(WRK-TP-IDX) TO BACK-SEQ.
           MOVE WRK-TI-IDX                 TO BACK-ITEM.
           READ BACKORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE BACKORD RECORD
                   MOVE WRK-FONE-SOBREV TO BACK-FONE
                   MOVE WRK-PROX-SEQ    TO BACK-SEQ
                   WRITE BACKORD-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR ENCOMENDA'
                   END-WRITE
           END-READ.

       5000-INATIVAR-PERDEDOR.
           OPEN I-O CLIENTES.
           MOVE WRK-FONE-PERDE TO CLIENTES-CHAVE.
