       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.
      ********************************************
      * OBJETIVO: EXTRATO DE CONTA DO CLIENTE - PARA
      *           UM TELEFONE OU (000000000) PARA
      *           TODO CLIENTE COM MOVIMENTO NO MES
      *           (AAAAMM), GERA EM DISCO O DOCUMENTO
      *           EXTRATO.FONE.AAAAMM NOS MOLDES DO
      *           PEDDOC, JA ENDERECADO AO EMAIL DO
      *           CADASTRO (CABECALHO PARA/ASSUNTO DO
      *           DISPARADOR, COMO O MAIL.FONE.SEQ).
      *           O DOCUMENTO TRAZ O SALDO ANTERIOR,
      *           OS MOVIMENTOS DO MES EM ORDEM DE
      *           DATA COM O SALDO CORRENTE E, NO FIM,
      *           AS PARCELAS AINDA EM ABERTO:
      *           - PEDIDO (INFORMATIVO, COM O TOTAL);
      *           - PARCELA EMITIDA (DEBITO, NA DATA
      *             DO PEDIDO OU DO ACORDO DO RENEGOC);
      *           - ENCARGOS DE ATRASO COBRADOS
      *             (DEBITO) E VALOR PAGO (CREDITO),
      *             DE RECPAGTO.DAT;
      *           - NOTA DE CREDITO DE DEVOLUCAO
      *             (CREDITO, DE DEVOL.DAT);
      *           - PARCELA RENEGOCIADA (CREDITO DO
      *             SALDO, TROCADO PELAS DO ACORDO);
      *           - CREDITO DO CLIENTE (CREDITO.DAT)
      *             USADO EM PEDIDO OU PARCELA (DEBITO -
      *             A DEVOLUCAO JA ENTROU COMO CREDITO)
      *             E ESTORNADO DE PEDIDO (CREDITO).
      *           PARCELA CANCELADA NAO ENTRA; PARCELA
      *           BAIXADA COMO PERDA CONTINUA DEVIDA
      *           PARA O CLIENTE.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

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

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT RENEGOC ASSIGN TO 'RENEGOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RENEGOC-STATUS
               RECORD KEY RENEGOC-CHAVE.

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEVOL-STATUS
               RECORD KEY DEVOL-CHAVE.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT RECPAGTO ASSIGN TO 'RECPAGTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPAGTO-STATUS.

           SELECT EXTDOC ASSIGN TO WRK-EXTDOC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTDOC-STATUS.

           SELECT WORK-EXTRATO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD RENEGOC.
           COPY 'RNEGCOPY.cob'.

       FD DEVOL.
           COPY 'DEVOCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD RECPAGTO.
           COPY 'RPAGCOPY.cob'.

       FD EXTDOC.
       01 EXTDOC-LINHA PIC X(80).

      *    UM MOVIMENTO POR REGISTRO; NO MESMO DIA O TIPO
      *    ORDENA PEDIDO, DEBITOS E DEPOIS CREDITOS.
       SD WORK-EXTRATO.
       01 SORT-REG.
           05 SORT-FONE     PIC 9(09).
           05 SORT-DATA     PIC 9(08).
           05 SORT-TIPO     PIC 9(01).
               88 SORT-PEDIDO      VALUE 1.
           05 SORT-HISTORICO PIC X(24).
           05 SORT-DEBITO   PIC 9(08)V99.
           05 SORT-CREDITO  PIC 9(08)V99.

       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDIDOS-STATUS  PIC 9(02).
           77 RECEBER-STATUS  PIC 9(02).
           77 RENEGOC-STATUS  PIC 9(02).
           77 DEVOL-STATUS    PIC 9(02).
           77 CREDITO-STATUS  PIC 9(02).
           77 RECPAGTO-STATUS PIC 9(02).
           77 EXTDOC-STATUS   PIC 9(02).
           77 WRK-EXTDOC-NOME PIC X(30) VALUE SPACES.
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
               88 FIM-SORT VALUE 'S'.

           77 WRK-FONE-SEL    PIC 9(09) VALUE ZEROS.
           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           01 WRK-DATA-MOV.
               05 WRK-DM-PERIODO PIC 9(06) VALUE ZEROS.
               05 WRK-DM-DIA     PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).
           01 WRK-DATA-ED-GRP.
               05 WRK-DE-ANO PIC 9(04).
               05 WRK-DE-MES PIC 9(02).
               05 WRK-DE-DIA PIC 9(02).

      *    DATA DE EMISSAO DAS PARCELAS DO PEDIDO CORRENTE
           77 WRK-SEQ-ATUAL   PIC 9(04) VALUE ZEROS.
           77 WRK-FONE-LIDO   PIC 9(09) VALUE ZEROS.
           77 WRK-DT-EMISSAO  PIC 9(08) VALUE ZEROS.
           77 WRK-ENCARGOS    PIC 9(08)V99 VALUE ZEROS.

      *    QUEBRA POR CLIENTE NA SAIDA DO SORT
           77 WRK-FONE-ATUAL  PIC 9(09) VALUE ZEROS.
           77 WRK-TEM-GRUPO   PIC X(01) VALUE 'N'.
           77 WRK-DOC-ABERTO  PIC X(01) VALUE 'N'.
           77 WRK-SALDO       PIC S9(09)V99 VALUE ZEROS.
           77 WRK-SALDO-PARC  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-ABERTO  PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-DOCS    PIC 9(05) VALUE ZEROS.

           77 WRK-DEB-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-CRED-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-SALDO-ED    PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           DISPLAY 'TELEFONE DO CLIENTE (000000000 = TODOS COM '
               'MOVIMENTO NO MES).. '.
           ACCEPT WRK-FONE-SEL FROM CONSOLE.
           DISPLAY 'MES DO EXTRATO (AAAAMM).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
               DISPLAY 'CLIENTES.DAT NAO DISPONIVEL - STATUS '
                   CLIENTES-STATUS
           ELSE
               OPEN INPUT PEDIDOS
               OPEN INPUT RECEBER
               OPEN INPUT RENEGOC
               OPEN INPUT DEVOL
               OPEN INPUT CREDITO
               SORT WORK-EXTRATO
                   ON ASCENDING KEY SORT-FONE SORT-DATA SORT-TIPO
                   INPUT PROCEDURE IS 2000-SELECIONAR-MOVIMENTOS
                   OUTPUT PROCEDURE IS 3000-EMITIR-EXTRATOS
      *    CLIENTE PEDIDO SOZINHO SAI MESMO SEM MOVIMENTO
               IF WRK-FONE-SEL NOT = ZEROS AND WRK-TOT-DOCS = ZEROS
                   MOVE WRK-FONE-SEL TO WRK-FONE-ATUAL
                   MOVE ZEROS TO WRK-SALDO
                   PERFORM 3300-ABRIR-DOCUMENTO
                   PERFORM 3500-FECHAR-DOCUMENTO
               END-IF
               IF CREDITO-STATUS NOT = 35
                   CLOSE CREDITO
               END-IF
               IF DEVOL-STATUS NOT = 35
                   CLOSE DEVOL
               END-IF
               IF RENEGOC-STATUS NOT = 35
                   CLOSE RENEGOC
               END-IF
               IF RECEBER-STATUS NOT = 35
                   CLOSE RECEBER
               END-IF
               IF PEDIDOS-STATUS NOT = 35
                   CLOSE PEDIDOS
               END-IF
               CLOSE CLIENTES
               DISPLAY 'EXTRATOS GERADOS: ' WRK-TOT-DOCS
           END-IF.
           STOP RUN.

      *****************************************************
      * ENTRADA DO SORT: TODO MOVIMENTO ATE O FIM DO MES
      * PEDIDO (O QUE E ANTERIOR SO COMPOE O SALDO
      * ANTERIOR NA SAIDA).
      *****************************************************
       2000-SELECIONAR-MOVIMENTOS.
           PERFORM 2100-SELECIONAR-PEDIDOS.
           PERFORM 2200-SELECIONAR-PARCELAS.
           PERFORM 2400-SELECIONAR-PAGAMENTOS.
           PERFORM 2500-SELECIONAR-DEVOLUCOES.
           PERFORM 2600-SELECIONAR-CREDITOS.

       2100-SELECIONAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE WRK-FONE-SEL TO PEDIDOS-FONE
               MOVE ZEROS TO PEDIDOS-SEQ
               START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
           PERFORM UNTIL FIM
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-FONE-SEL NOT = ZEROS
                           AND PEDIDOS-FONE NOT = WRK-FONE-SEL
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           MOVE PEDIDOS-DTPEDIDO TO WRK-DATA-MOV
                           IF WRK-DM-PERIODO NOT > WRK-PERIODO
                               MOVE PEDIDOS-FONE     TO SORT-FONE
                               MOVE PEDIDOS-DTPEDIDO TO SORT-DATA
                               MOVE 1                TO SORT-TIPO
                               MOVE SPACES TO SORT-HISTORICO
                               IF PEDIDOS-CANCELADO
                                   STRING 'PEDIDO ' PEDIDOS-SEQ
                                       ' CANCELADO'
                                       DELIMITED BY SIZE
                                       INTO SORT-HISTORICO
                                   END-STRING
                               ELSE
                                   STRING 'PEDIDO ' PEDIDOS-SEQ
                                       DELIMITED BY SIZE
                                       INTO SORT-HISTORICO
                                   END-STRING
                               END-IF
                               MOVE PEDIDOS-TOTAL TO SORT-DEBITO
                               MOVE ZEROS         TO SORT-CREDITO
                               RELEASE SORT-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    PARCELA EMITIDA NA DATA DO PEDIDO (SEM O PEDIDO,
      *    JA EXPURGADO, VALE O VENCIMENTO) OU NA DATA DO
      *    ACORDO QUE A CRIOU.
       2200-SELECIONAR-PARCELAS.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO WRK-SEQ-ATUAL WRK-FONE-LIDO.
           IF RECEBER-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE WRK-FONE-SEL TO RECEBER-FONE
               MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA
               START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
           PERFORM UNTIL FIM
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-FONE-SEL NOT = ZEROS
                           AND RECEBER-FONE NOT = WRK-FONE-SEL
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           IF NOT RECEBER-CANCELADA
                               PERFORM 2300-LIBERAR-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2300-LIBERAR-PARCELA.
           IF RECEBER-FONE NOT = WRK-FONE-LIDO
               OR RECEBER-SEQ NOT = WRK-SEQ-ATUAL
               MOVE RECEBER-FONE TO WRK-FONE-LIDO PEDIDOS-FONE
               MOVE RECEBER-SEQ  TO WRK-SEQ-ATUAL PEDIDOS-SEQ
               MOVE ZEROS TO WRK-DT-EMISSAO
               IF PEDIDOS-STATUS = 00
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PEDIDOS-DTPEDIDO TO WRK-DT-EMISSAO
                   END-READ
               END-IF
           END-IF.
           MOVE WRK-DT-EMISSAO TO SORT-DATA.
           IF RECEBER-ACORDO NOT = ZEROS AND RENEGOC-STATUS = 00
               MOVE RECEBER-ACORDO TO RENEGOC-ACORDO
               READ RENEGOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RENEGOC-SEQ = RECEBER-SEQ
                           AND RENEGOC-DATA NOT < WRK-DT-EMISSAO
                           AND NOT RECEBER-RENEGOCIADA
                           MOVE RENEGOC-DATA TO SORT-DATA
                       END-IF
               END-READ
           END-IF.
           IF SORT-DATA = ZEROS
               MOVE RECEBER-VENCIMENTO TO SORT-DATA
           END-IF.
           MOVE SORT-DATA TO WRK-DATA-MOV.
           IF WRK-DM-PERIODO NOT > WRK-PERIODO
               MOVE RECEBER-FONE  TO SORT-FONE
               MOVE 2             TO SORT-TIPO
               MOVE SPACES TO SORT-HISTORICO
               STRING 'PARCELA ' RECEBER-SEQ '/' RECEBER-PARCELA
                   ' VC ' RECEBER-VENCIMENTO(7:2) '/'
                   RECEBER-VENCIMENTO(5:2)
                   DELIMITED BY SIZE INTO SORT-HISTORICO
               END-STRING
               MOVE RECEBER-VALOR TO SORT-DEBITO
               MOVE ZEROS         TO SORT-CREDITO
               RELEASE SORT-REG
           END-IF.
      *    A RENEGOCIADA SAI DO DEVIDO PELO SALDO QUE TINHA
      *    NA DATA DO ACORDO.
           IF RECEBER-RENEGOCIADA
               MOVE RECEBER-DT-PAGTO TO WRK-DATA-MOV
               IF WRK-DM-PERIODO NOT > WRK-PERIODO
                   MOVE RECEBER-FONE     TO SORT-FONE
                   MOVE RECEBER-DT-PAGTO TO SORT-DATA
                   MOVE 6                TO SORT-TIPO
                   MOVE SPACES TO SORT-HISTORICO
                   STRING 'RENEGOCIADA ' RECEBER-SEQ '/'
                       RECEBER-PARCELA
                       DELIMITED BY SIZE INTO SORT-HISTORICO
                   END-STRING
                   MOVE ZEROS TO SORT-DEBITO
                   COMPUTE SORT-CREDITO = RECEBER-VALOR
                       - RECEBER-VALOR-PAGO
                   RELEASE SORT-REG
               END-IF
           END-IF.

      *    CADA RECEBIMENTO: OS ENCARGOS COBRADOS ENTRAM COMO
      *    DEBITO E O TOTAL PAGO COMO CREDITO.
       2400-SELECIONAR-PAGAMENTOS.
           OPEN INPUT RECPAGTO.
           IF RECPAGTO-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ RECPAGTO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE RECPAGTO-DATA TO WRK-DATA-MOV
                       IF (WRK-FONE-SEL = ZEROS
                           OR RECPAGTO-FONE = WRK-FONE-SEL)
                           AND WRK-DM-PERIODO NOT > WRK-PERIODO
                           PERFORM 2450-LIBERAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF RECPAGTO-STATUS NOT = 35
               CLOSE RECPAGTO
           END-IF.

       2450-LIBERAR-PAGAMENTO.
           MOVE RECPAGTO-FONE TO SORT-FONE.
           MOVE RECPAGTO-DATA TO SORT-DATA.
           COMPUTE WRK-ENCARGOS = RECPAGTO-MULTA + RECPAGTO-JUROS.
           IF WRK-ENCARGOS NOT = ZEROS
               MOVE 3 TO SORT-TIPO
               MOVE SPACES TO SORT-HISTORICO
               STRING 'ENCARGOS ' RECPAGTO-SEQ '/' RECPAGTO-PARCELA
                   DELIMITED BY SIZE INTO SORT-HISTORICO
               END-STRING
               MOVE WRK-ENCARGOS TO SORT-DEBITO
               MOVE ZEROS        TO SORT-CREDITO
               RELEASE SORT-REG
           END-IF.
           MOVE 4 TO SORT-TIPO.
           MOVE SPACES TO SORT-HISTORICO.
           IF RECPAGTO-ORIGEM = 'RECUPERA' OR 'RECUPBANCO'
               STRING 'RECUPERACAO ' RECPAGTO-SEQ '/'
                   RECPAGTO-PARCELA
                   DELIMITED BY SIZE INTO SORT-HISTORICO
               END-STRING
           ELSE
               STRING 'PAGAMENTO ' RECPAGTO-SEQ '/' RECPAGTO-PARCELA
                   DELIMITED BY SIZE INTO SORT-HISTORICO
               END-STRING
           END-IF.
           MOVE ZEROS          TO SORT-DEBITO.
           MOVE RECPAGTO-TOTAL TO SORT-CREDITO.
           RELEASE SORT-REG.

       2500-SELECIONAR-DEVOLUCOES.
           MOVE 'N' TO WRK-FIM.
           IF DEVOL-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE WRK-FONE-SEL TO DEVOL-FONE
               MOVE ZEROS TO DEVOL-SEQ DEVOL-ITEM
               START DEVOL KEY IS NOT LESS THAN DEVOL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
           PERFORM UNTIL FIM
               READ DEVOL NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-FONE-SEL NOT = ZEROS
                           AND DEVOL-FONE NOT = WRK-FONE-SEL
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           MOVE DEVOL-DATA TO WRK-DATA-MOV
                           IF WRK-DM-PERIODO NOT > WRK-PERIODO
                               MOVE DEVOL-FONE TO SORT-FONE
                               MOVE DEVOL-DATA TO SORT-DATA
                               MOVE 5          TO SORT-TIPO
                               MOVE SPACES TO SORT-HISTORICO
                               STRING 'CREDITO DEVOL ' DEVOL-SEQ
                                   '/' DEVOL-ITEM
                                   DELIMITED BY SIZE
                                   INTO SORT-HISTORICO
                               END-STRING
                               MOVE ZEROS       TO SORT-DEBITO
                               MOVE DEVOL-VALOR TO SORT-CREDITO
                               RELEASE SORT-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A ENTRADA DE CREDITO POR DEVOLUCAO JA VEIO DO
      *    DEVOL.DAT; AQUI SO O USO (DEBITO, POIS A PARCELA
      *    PAGA OU O PEDIDO ABATIDO JA BAIXARAM O DEVIDO) E
      *    O ESTORNO (CREDITO DE VOLTA).
       2600-SELECIONAR-CREDITOS.
           MOVE 'N' TO WRK-FIM.
           IF CREDITO-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE WRK-FONE-SEL TO CREDITO-FONE
               MOVE ZEROS TO CREDITO-MOV
               START CREDITO KEY IS NOT LESS THAN CREDITO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
           PERFORM UNTIL FIM
               READ CREDITO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-FONE-SEL NOT = ZEROS
                           AND CREDITO-FONE NOT = WRK-FONE-SEL
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           MOVE CREDITO-DATA TO WRK-DATA-MOV
                           IF WRK-DM-PERIODO NOT > WRK-PERIODO
                               AND NOT CREDITO-DEVOLUCAO
                               PERFORM 2650-LIBERAR-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2650-LIBERAR-CREDITO.
           MOVE CREDITO-FONE TO SORT-FONE.
           MOVE CREDITO-DATA TO SORT-DATA.
           MOVE SPACES TO SORT-HISTORICO.
           IF CREDITO-ESTORNO
               MOVE 5 TO SORT-TIPO
               STRING 'ESTORNO CREDITO PED ' CREDITO-REF-SEQ
                   DELIMITED BY SIZE INTO SORT-HISTORICO
               END-STRING
               MOVE ZEROS         TO SORT-DEBITO
               MOVE CREDITO-VALOR TO SORT-CREDITO
           ELSE
               MOVE 3 TO SORT-TIPO
               IF CREDITO-USO-PARCELA
                   STRING 'CREDITO USADO ' CREDITO-REF-SEQ '/'
                       CREDITO-REF-PARCELA
                       DELIMITED BY SIZE INTO SORT-HISTORICO
                   END-STRING
               ELSE
                   STRING 'CREDITO USADO PED ' CREDITO-REF-SEQ
                       DELIMITED BY SIZE INTO SORT-HISTORICO
                   END-STRING
               END-IF
               MOVE CREDITO-VALOR TO SORT-DEBITO
               MOVE ZEROS         TO SORT-CREDITO
           END-IF.
           RELEASE SORT-REG.

      *****************************************************
      * SAIDA DO SORT: MOVIMENTO ANTERIOR AO MES SO SOMA
      * NO SALDO; O PRIMEIRO MOVIMENTO DO MES ABRE O
      * DOCUMENTO DO CLIENTE.
      *****************************************************
       3000-EMITIR-EXTRATOS.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN WORK-EXTRATO
               AT END MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL FIM-SORT
               PERFORM 3100-TRATAR-MOVIMENTO
               RETURN WORK-EXTRATO
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.
           PERFORM 3200-FECHAR-CLIENTE.

       3100-TRATAR-MOVIMENTO.
           IF SORT-FONE NOT = WRK-FONE-ATUAL OR WRK-TEM-GRUPO = 'N'
               PERFORM 3200-FECHAR-CLIENTE
               MOVE SORT-FONE TO WRK-FONE-ATUAL
               MOVE 'S' TO WRK-TEM-GRUPO
               MOVE 'N' TO WRK-DOC-ABERTO
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           MOVE SORT-DATA TO WRK-DATA-MOV.
           IF WRK-DM-PERIODO < WRK-PERIODO
               IF NOT SORT-PEDIDO
                   COMPUTE WRK-SALDO = WRK-SALDO + SORT-DEBITO
                       - SORT-CREDITO
               END-IF
           ELSE
               IF WRK-DOC-ABERTO = 'N'
                   PERFORM 3300-ABRIR-DOCUMENTO
               END-IF
               PERFORM 3400-LINHA-MOVIMENTO
           END-IF.

      *    CLIENTE PEDIDO SOZINHO SAI MESMO SEM MOVIMENTO NO
      *    MES (SO COM O SALDO ANTERIOR).
       3200-FECHAR-CLIENTE.
           IF WRK-TEM-GRUPO = 'S'
               IF WRK-DOC-ABERTO = 'N' AND WRK-FONE-SEL NOT = ZEROS
                   PERFORM 3300-ABRIR-DOCUMENTO
               END-IF
               IF WRK-DOC-ABERTO = 'S'
                   PERFORM 3500-FECHAR-DOCUMENTO
               END-IF
           END-IF.
           MOVE 'N' TO WRK-DOC-ABERTO.

       3300-ABRIR-DOCUMENTO.
           MOVE WRK-FONE-ATUAL TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE '(CLIENTE NAO CADASTRADO)' TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-EMAIL
           END-READ.
           MOVE SPACES TO WRK-EXTDOC-NOME.
           STRING 'EXTRATO.' WRK-FONE-ATUAL '.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-EXTDOC-NOME
           END-STRING.
           OPEN OUTPUT EXTDOC.
           MOVE 'S' TO WRK-DOC-ABERTO.
           ADD 1 TO WRK-TOT-DOCS.
           MOVE SPACES TO EXTDOC-LINHA.
           IF CLIENTES-EMAIL = SPACES
               MOVE 'PARA: (SEM EMAIL NO CADASTRO)' TO EXTDOC-LINHA
           ELSE
               STRING 'PARA: ' CLIENTES-EMAIL
                   DELIMITED BY SIZE INTO EXTDOC-LINHA
               END-STRING
           END-IF.
           WRITE EXTDOC-LINHA.
           MOVE SPACES TO EXTDOC-LINHA.
           STRING 'ASSUNTO: EXTRATO DE CONTA ' WRK-PERIODO(1:4) '-'
               WRK-PERIODO(5:2)
               DELIMITED BY SIZE INTO EXTDOC-LINHA
           END-STRING.
           WRITE EXTDOC-LINHA.
           MOVE SPACES TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE ALL '=' TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE SPACES TO EXTDOC-LINHA.
           STRING 'EXTRATO DE CONTA - ' WRK-PERIODO(1:4) '-'
               WRK-PERIODO(5:2) ' - EMITIDO EM ' WRK-DS-ANO '-'
               WRK-DS-MES '-' WRK-DS-DIA
               DELIMITED BY SIZE INTO EXTDOC-LINHA
           END-STRING.
           WRITE EXTDOC-LINHA.
           MOVE ALL '=' TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE SPACES TO EXTDOC-LINHA.
           STRING 'CLIENTE : ' CLIENTES-NOME ' (' WRK-FONE-ATUAL ')'
               DELIMITED BY SIZE INTO EXTDOC-LINHA
           END-STRING.
           WRITE EXTDOC-LINHA.
           MOVE SPACES TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE 'DATA       HISTORICO                       DEBITO'
               TO EXTDOC-LINHA.
           MOVE 'CREDITO          SALDO' TO EXTDOC-LINHA(57:23).
           WRITE EXTDOC-LINHA.
           MOVE ALL '-' TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO EXTDOC-LINHA.
           MOVE 'SALDO ANTERIOR' TO EXTDOC-LINHA(12:24).
           MOVE WRK-SALDO-ED TO EXTDOC-LINHA(66:14).
           WRITE EXTDOC-LINHA.

       3400-LINHA-MOVIMENTO.
           MOVE SORT-DATA TO WRK-DATA-ED-GRP.
           MOVE SPACES TO EXTDOC-LINHA.
           STRING WRK-DE-ANO '-' WRK-DE-MES '-' WRK-DE-DIA
               DELIMITED BY SIZE INTO EXTDOC-LINHA
           END-STRING.
           MOVE SORT-HISTORICO TO EXTDOC-LINHA(12:24).
      *    PEDIDO E INFORMATIVO: O DEVIDO VEM DAS PARCELAS.
           IF SORT-PEDIDO
               MOVE SORT-DEBITO TO WRK-VALOR-ED
               STRING 'TOTAL ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO EXTDOC-LINHA(37:29)
               END-STRING
           ELSE
               COMPUTE WRK-SALDO = WRK-SALDO + SORT-DEBITO
                   - SORT-CREDITO
               IF SORT-DEBITO NOT = ZEROS
                   MOVE SORT-DEBITO TO WRK-DEB-ED
                   MOVE WRK-DEB-ED TO EXTDOC-LINHA(37:13)
               END-IF
               IF SORT-CREDITO NOT = ZEROS
                   MOVE SORT-CREDITO TO WRK-CRED-ED
                   MOVE WRK-CRED-ED TO EXTDOC-LINHA(51:13)
               END-IF
               MOVE WRK-SALDO TO WRK-SALDO-ED
               MOVE WRK-SALDO-ED TO EXTDOC-LINHA(66:14)
           END-IF.
           WRITE EXTDOC-LINHA.

      *    FECHO COM O SALDO DO MES E AS PARCELAS QUE
      *    CONTINUAM EM ABERTO HOJE (SALDO E VENCIMENTO).
       3500-FECHAR-DOCUMENTO.
           MOVE ALL '-' TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO EXTDOC-LINHA.
           MOVE 'SALDO NO FIM DO MES' TO EXTDOC-LINHA(12:24).
           MOVE WRK-SALDO-ED TO EXTDOC-LINHA(66:14).
           WRITE EXTDOC-LINHA.
           IF WRK-SALDO < ZEROS
               MOVE '(SALDO NEGATIVO = CREDITO A SEU FAVOR)'
                   TO EXTDOC-LINHA
               WRITE EXTDOC-LINHA
           END-IF.
           MOVE SPACES TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE 'PARCELAS EM ABERTO HOJE:' TO EXTDOC-LINHA.
           WRITE EXTDOC-LINHA.
           MOVE ZEROS TO WRK-TOT-ABERTO.
           MOVE 'N' TO WRK-FIM.
           IF RECEBER-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE WRK-FONE-ATUAL TO RECEBER-FONE
               MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA
               START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
           PERFORM UNTIL FIM
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF RECEBER-FONE NOT = WRK-FONE-ATUAL
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           IF RECEBER-ABERTA OR RECEBER-PERDA
                               PERFORM 3600-LINHA-ABERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO EXTDOC-LINHA.
           STRING 'TOTAL EM ABERTO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO EXTDOC-LINHA
           END-STRING.
           WRITE EXTDOC-LINHA.
           CLOSE EXTDOC.
           DISPLAY 'EXTRATO GERADO: ' WRK-EXTDOC-NOME.

       3600-LINHA-ABERTA.
           COMPUTE WRK-SALDO-PARC = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           ADD WRK-SALDO-PARC TO WRK-TOT-ABERTO.
           MOVE WRK-SALDO-PARC TO WRK-VALOR-ED.
           MOVE RECEBER-VENCIMENTO TO WRK-DATA-ED-GRP.
           MOVE SPACES TO EXTDOC-LINHA.
           STRING '  PEDIDO ' RECEBER-SEQ ' PARCELA ' RECEBER-PARCELA
               ' VENC ' WRK-DE-ANO '-' WRK-DE-MES '-' WRK-DE-DIA
               ' SALDO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO EXTDOC-LINHA
           END-STRING.
           WRITE EXTDOC-LINHA.
