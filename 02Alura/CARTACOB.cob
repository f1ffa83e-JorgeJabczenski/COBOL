      *           (MESMA GUARDA DO RAZAO-CHEIO DO
      *           COMISSAO).
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - A CARTA COBRA O SALDO EM
      *            ABERTO DA PARCELA (VALOR MENOS O
      *            PRINCIPAL JA RECEBIDO NO CONTAREC).
      * 15/10/2026 JORGE - PARCELA DE ACORDO DO RENEGOC
      *            SAI COM O NUMERO DO ACORDO NA CARTA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WRK-FONE-ATUAL  PIC 9(09) VALUE ZEROS.
           77 WRK-SUB-QTDE    PIC 9(04) VALUE ZEROS.
           77 WRK-SUB-VALOR   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-CARTAS  PIC 9(05) VALUE ZEROS.
           77 WRK-NIVEL       PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.
           END-IF.

       2500-LISTAR-PARCELA.
           COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           ADD 1 TO WRK-SUB-QTDE.
           ADD WRK-SALDO TO WRK-SUB-VALOR.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO CARTA-LINHA.
           STRING '  PEDIDO ' RECEBER-SEQ
               ' PARCELA ' RECEBER-PARCELA
               ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO CARTA-LINHA
           END-STRING.
           IF RECEBER-ACORDO NOT = ZEROS
               STRING ' ACORDO ' RECEBER-ACORDO
                   DELIMITED BY SIZE INTO CARTA-LINHA(65:14)
               END-STRING
           END-IF.
           WRITE CARTA-LINHA.

       2600-FECHAR-CARTA.
