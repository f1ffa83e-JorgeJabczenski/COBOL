      *             ENTREGA QUE SUMIU DE
      *             ENDERECOS.DAT;
      *           - PARCELAS ONDE QT X VALOR FOGE DO
      *             TOTAL ALEM DO ARREDONDAMENTO;
      *           - ACORDOS DE RENEGOC.DAT CUJAS PONTAS
      *             EM RECEBER.DAT NAO FECHAM COM OS
      *             TOTAIS GRAVADOS NO ACORDO.
      *           A ULTIMA LINHA E O VEREDITO
      *           (RESULTADO: CONFERE/DIVERGENCIA),
      *           QUE O DIGESTO LE NA MANHA SEGUINTE.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CONFERENCIA DOS ACORDOS DO
      *            RENEGOC: SALDO DAS PARCELAS FECHADAS
      *            COMO 'R' CONTRA O SALDO ORIGINAL E
      *            VALOR DAS PARCELAS NOVAS (COM A
      *            ENTRADA) CONTRA O TOTAL DO ACORDO.
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      * 15/10/2026 JORGE - O FILLER DO SEGUNDO
      *            CURSOR DE PEDIDOS.DAT ACOMPANHOU
      *            O PEDICOPY (187 BYTES).
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDIDOS2 ASSIGN TO 'PEDIDOS.DAT'
               FILE STATUS IS PEDIDOS2-STATUS
               RECORD KEY PED2-CHAVE
               ALTERNATE RECORD KEY PED2-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PED2-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PED2-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTASCLI-STATUS.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT RENEGOC ASSIGN TO 'RENEGOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RENEGOC-STATUS
               RECORD KEY RENEGOC-CHAVE.

           SELECT INTLOG ASSIGN TO 'INTEGRID.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
      *    O PAI DE CADA PEDITENS SEM PERDER A POSICAO DA
      *    VARREDURA PRINCIPAL - SO A CHAVE INTERESSA, O
      *    FILLER COBRE O RESTO DO LAYOUT DO PEDICOPY
      *    (187 BYTES AO TODO: AJUSTAR O FILLER SEMPRE
      *    QUE O COPYBOOK CRESCER, COMO O CLI2 DO
      *    DUPCHECK).
       FD PEDIDOS2.
           05 PED2-CHAVE.
               10 PED2-FONE PIC 9(09).
               10 PED2-SEQ  PIC 9(04).
           05 PED2-DTPEDIDO PIC 9(08).
           05 FILLER        PIC X(54).
           05 PED2-VENDEDOR PIC X(20).
           05 FILLER        PIC X(92).

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.
       FD NOTASCLI.
       01 NOTAS-LINHA PIC X(100).

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD RENEGOC.
           COPY 'RNEGCOPY.cob'.

       FD INTLOG.
       01 LOG-LINHA PIC X(100).

           77 PEDITENS-STATUS  PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 NOTASCLI-STATUS  PIC 9(02).
           77 RECEBER-STATUS   PIC 9(02).
           77 RENEGOC-STATUS   PIC 9(02).
           77 LOG-STATUS       PIC 9(02).
           77 WRK-FIM-REC      PIC X(01) VALUE 'N'.
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ORF-ITENS    PIC 9(06) VALUE ZEROS.
           77 WRK-END-SUMIDOS  PIC 9(06) VALUE ZEROS.
           77 WRK-PARC-ERRADAS PIC 9(06) VALUE ZEROS.
           77 WRK-ACORDOS-ERRADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-PROBLEMAS PIC 9(06) VALUE ZEROS.

           77 WRK-NOTA-FONE-X  PIC X(09) VALUE SPACES.
           77 WRK-NOTA-FONE    PIC 9(09) VALUE ZEROS.
           77 WRK-DIFF         PIC S9(08)V99 VALUE ZEROS.
           77 WRK-TOLERANCIA   PIC 9(02)V99 VALUE ZEROS.
           77 WRK-SOMA-ORIG    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-SOMA-NOVO    PIC 9(08)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

               PERFORM 3000-CONFERIR-ITENS
               PERFORM 4000-CONFERIR-ENDERECOS
               PERFORM 5000-CONFERIR-NOTAS
               PERFORM 5500-CONFERIR-ACORDOS
               PERFORM 6000-FECHAR-VEREDITO
               CLOSE CLIENTES
           END-IF.
               CLOSE NOTASCLI
           END-IF.

      *****************************************************
      * ACORDOS: AS PARCELAS DO CLIENTE COM O NUMERO DO
      * ACORDO SE DIVIDEM EM FECHADAS ('R', PELO SALDO
      * QUE TINHAM) E NOVAS (ENTRADA E PARCELAS, PELO
      * VALOR). CADA PONTA TEM QUE BATER NO CENTAVO COM
      * O QUE O RENEGOC GRAVOU.
      *****************************************************
       5500-CONFERIR-ACORDOS.
           OPEN INPUT RENEGOC.
           OPEN INPUT RECEBER.
           IF RENEGOC-STATUS NOT = 00 OR RECEBER-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ RENEGOC NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       PERFORM 5600-CONFERIR-UM-ACORDO
               END-READ
           END-PERFORM.
           IF RENEGOC-STATUS NOT = 35
               CLOSE RENEGOC
           END-IF.
           IF RECEBER-STATUS NOT = 35
               CLOSE RECEBER
           END-IF.

       5600-CONFERIR-UM-ACORDO.
           MOVE ZEROS TO WRK-SOMA-ORIG WRK-SOMA-NOVO.
           MOVE RENEGOC-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM-REC.
           START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-REC
           END-START.
           PERFORM UNTIL WRK-FIM-REC = 'S'
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-REC
                   NOT AT END
                       IF RECEBER-FONE NOT = RENEGOC-FONE
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ACORDO = RENEGOC-ACORDO
                               IF RECEBER-RENEGOCIADA
                                   COMPUTE WRK-SOMA-ORIG =
                                       WRK-SOMA-ORIG + RECEBER-VALOR
                                       - RECEBER-VALOR-PAGO
                               ELSE
                                   ADD RECEBER-VALOR TO WRK-SOMA-NOVO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-SOMA-ORIG NOT = RENEGOC-SALDO-ORIG
               OR WRK-SOMA-NOVO NOT = RENEGOC-TOTAL-NOVO
               ADD 1 TO WRK-ACORDOS-ERRADOS
               MOVE SPACES TO LOG-LINHA
               STRING 'ACORDO NAO FECHA COM RECEBER: '
                   RENEGOC-ACORDO ' ' RENEGOC-FONE
                   DELIMITED BY SIZE INTO LOG-LINHA
               END-STRING
               WRITE LOG-LINHA
           END-IF.

       6000-FECHAR-VEREDITO.
           COMPUTE WRK-TOT-PROBLEMAS =
               WRK-ORF-PEDIDOS + WRK-ORF-ENDER + WRK-ORF-NOTAS
               + WRK-ORF-ITENS + WRK-END-SUMIDOS
               + WRK-PARC-ERRADAS + WRK-ACORDOS-ERRADOS.
           MOVE ALL '-' TO LOG-LINHA.
           WRITE LOG-LINHA.
           MOVE SPACES TO LOG-LINHA.
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           MOVE SPACES TO LOG-LINHA.
           STRING 'ACORDOS FORA DO TOTAL..: ' WRK-ACORDOS-ERRADOS
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           IF WRK-TOT-PROBLEMAS = ZEROS
               MOVE 'RESULTADO: CONFERE' TO LOG-LINHA
           ELSE
