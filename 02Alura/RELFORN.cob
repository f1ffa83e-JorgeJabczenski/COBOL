       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFORN.
      ********************************************
      * OBJETIVO: AVALIACAO DE FORNECEDORES PARA A
      *           NEGOCIACAO E PARA A ESCOLHA DO
      *           FORNECEDOR PREFERIDO DO REPOTAB.DAT -
      *           PARA AS ORDENS DE PEDCOMPRA.DAT
      *           EMITIDAS NO PERIODO INFORMADO, MEDE
      *           POR FORNECEDOR (E POR PRODUTO DENTRO
      *           DELE): PONTUALIDADE (ULTIMO
      *           RECEBIMENTO EM ESTOQMOV.DAT ATE A
      *           DATA PREVISTA), ATRASO MEDIO EM DIAS
      *           DAS ENTREGAS ATRASADAS, ATENDIMENTO
      *           (RECEBIDO SOBRE PEDIDO) E VARIACAO DO
      *           CUSTO DA ORDEM CONTRA A COMPRA
      *           ANTERIOR DO MESMO PRODUTO. GRAVA EM
      *           RELFORN.DAT.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDCOMPRA-STATUS
               RECORD KEY COMPRA-NUM.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECED-STATUS
               RECORD KEY FORN-CODIGO.

           SELECT FORN-REL ASSIGN TO 'RELFORN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

           SELECT WORK-AVALIACAO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PEDCOMPRA.
           COPY 'PCOMCOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD FORNECED.
           COPY 'FORNCOPY.cob'.

       FD FORN-REL.
       01 REL-LINHA PIC X(120).

      *    UMA LINHA POR ORDEM DO PERIODO, JA AVALIADA
       SD WORK-AVALIACAO.
       01 SORT-REG.
           05 SORT-FORNECEDOR PIC 9(04).
           05 SORT-PRODUTO    PIC 9(05).
           05 SORT-NUM        PIC 9(06).
           05 SORT-QTDE       PIC 9(05).
           05 SORT-RECEB      PIC 9(05).
           05 SORT-VENCIDA    PIC X(01).
           05 SORT-PONTUAL    PIC X(01).
           05 SORT-ATRASO     PIC 9(05).
           05 SORT-TEM-VAR    PIC X(01).
           05 SORT-VAR        PIC S9(05)V99.

       WORKING-STORAGE SECTION.
           77 PEDCOMPRA-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 ESTOQMOV-STATUS  PIC 9(02).
           77 FORNECED-STATUS  PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
               88 FIM-SORT VALUE 'S'.

           77 WRK-DT-INICIO    PIC 9(08) VALUE ZEROS.
           77 WRK-DT-FIM       PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-PREV    PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-RECEB   PIC 9(07) VALUE ZEROS.
           77 WRK-DT-RECEB     PIC 9(08) VALUE ZEROS.
           77 WRK-NUM-OC       PIC 9(06) VALUE ZEROS.

           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).
           01 WRK-DT-CONTA.
               05 WRK-DC-ANO PIC 9(04).
               05 WRK-DC-MES PIC 9(02).
               05 WRK-DC-DIA PIC 9(02).
           77 WRK-DIAS-CONTA   PIC 9(07) VALUE ZEROS.

      *    DATA DO ULTIMO RECEBIMENTO DE CADA ORDEM
           01 WRK-TAB-RECEB.
               05 WRK-RC-ITEM OCCURS 2000 TIMES.
                   10 WRK-RC-NUM   PIC 9(06).
                   10 WRK-RC-DATA  PIC 9(08).
           77 WRK-RC-QTDE      PIC 9(04) VALUE ZEROS.
           77 WRK-RC-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-RC-ACHOU     PIC 9(04) VALUE ZEROS.

      *    ULTIMO CUSTO PAGO POR PRODUTO, NA ORDEM DAS ORDENS
           01 WRK-TAB-CUSTO.
               05 WRK-CU-ITEM OCCURS 1000 TIMES.
                   10 WRK-CU-PRODUTO PIC 9(05).
                   10 WRK-CU-CUSTO   PIC 9(08)V99.
           77 WRK-CU-QTDE      PIC 9(04) VALUE ZEROS.
           77 WRK-CU-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-CU-ACHOU     PIC 9(04) VALUE ZEROS.

      *    ACUMULADOS: 1 = PRODUTO, 2 = FORNECEDOR, 3 = GERAL
           01 WRK-TAB-ACUM.
               05 WRK-AC-NIVEL OCCURS 3 TIMES.
                   10 WRK-AC-ORDENS    PIC 9(06).
                   10 WRK-AC-VENCIDAS  PIC 9(06).
                   10 WRK-AC-AVALIADAS PIC 9(06).
                   10 WRK-AC-NO-PRAZO  PIC 9(06).
                   10 WRK-AC-ATRASADAS PIC 9(06).
                   10 WRK-AC-DIAS      PIC 9(09).
                   10 WRK-AC-PEDIDO    PIC 9(09).
                   10 WRK-AC-RECEB     PIC 9(09).
                   10 WRK-AC-VAR-QTDE  PIC 9(06).
                   10 WRK-AC-VAR-SOMA  PIC S9(09)V99.
           77 WRK-NIV          PIC 9(01) VALUE ZEROS.

           77 WRK-FORN-GRUPO   PIC 9(04) VALUE ZEROS.
           77 WRK-PROD-GRUPO   PIC 9(05) VALUE ZEROS.
           77 WRK-GRUPO-TEM    PIC X(01) VALUE 'N'.
           77 WRK-NOME         PIC X(30) VALUE SPACES.
           77 WRK-ROTULO       PIC X(22) VALUE SPACES.

           77 WRK-PCT          PIC S9(05)V9 VALUE ZEROS.
           77 WRK-MEDIA        PIC 9(05)V9 VALUE ZEROS.
           77 WRK-ORDENS-ED    PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-PRAZO-ED     PIC -ZZ9,9 VALUE ZEROS.
           77 WRK-ATEND-ED     PIC -ZZ9,9 VALUE ZEROS.
           77 WRK-VAR-ED       PIC -ZZ9,9 VALUE ZEROS.
           77 WRK-MEDIA-ED     PIC ZZZZ9,9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 1500-CARREGAR-RECEBIMENTOS.
           OPEN INPUT PEDCOMPRA.
           IF PEDCOMPRA-STATUS NOT = 00
               DISPLAY 'PEDCOMPRA.DAT NAO DISPONIVEL - STATUS '
                   PEDCOMPRA-STATUS
           ELSE
               OPEN INPUT FORNECED
               SORT WORK-AVALIACAO
                   ON ASCENDING KEY SORT-FORNECEDOR SORT-PRODUTO
                       SORT-NUM
                   INPUT PROCEDURE IS 2000-AVALIAR-ORDENS
                   OUTPUT PROCEDURE IS 3000-IMPRIMIR-AVALIACAO
               CLOSE FORNECED
               CLOSE PEDCOMPRA
               DISPLAY 'ORDENS AVALIADAS: ' WRK-AC-ORDENS(3)
               DISPLAY 'RELATORIO GERADO EM RELFORN.DAT'
           END-IF.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DT-CONTA.
           PERFORM 1900-CONTAR-DIAS.
           MOVE WRK-DIAS-CONTA TO WRK-DIAS-HOJE.
           DISPLAY 'EMISSAO DE (AAAAMMDD, 0 = UM ANO ATRAS).. '.
           ACCEPT WRK-DT-INICIO FROM CONSOLE.
           IF WRK-DT-INICIO = ZEROS
               MOVE WRK-DATA-SIS TO WRK-DT-CONTA
               SUBTRACT 1 FROM WRK-DC-ANO
               MOVE WRK-DT-CONTA TO WRK-DT-INICIO
           END-IF.
           DISPLAY 'EMISSAO ATE (AAAAMMDD, 0 = HOJE)......... '.
           ACCEPT WRK-DT-FIM FROM CONSOLE.
           IF WRK-DT-FIM = ZEROS
               MOVE WRK-DATA-SIS TO WRK-DT-FIM
           END-IF.
           MOVE ZEROS TO WRK-TAB-ACUM.

      *    DIAS PELA CONTA APROXIMADA DO RELATRAS
       1900-CONTAR-DIAS.
           COMPUTE WRK-DIAS-CONTA = (WRK-DC-ANO * 365)
               + (WRK-DC-MES * 30) + WRK-DC-DIA.

      *****************************************************
      * O PEDCOMPRA SO GUARDA O ACUMULADO RECEBIDO; A DATA
      * EM QUE A MERCADORIA CHEGOU ESTA NAS ENTRADAS DO
      * DIARIO DE ESTOQUE COM ORIGEM 'RECEBIMENTO OCnnnnnn'
      * (6200 DO COMPRAS). FICA A MAIOR DATA DE CADA ORDEM.
      *****************************************************
       1500-CARREGAR-RECEBIMENTOS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ESTOQMOV.
           IF ESTOQMOV-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ESTOQMOV
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF ESTOQMOV-ENTRADA
                           AND ESTOQMOV-ORIGEM(1:14) = 'RECEBIMENTO OC'
                           AND ESTOQMOV-ORIGEM(15:6) IS NUMERIC
                           MOVE ESTOQMOV-ORIGEM(15:6) TO WRK-NUM-OC
                           PERFORM 1600-ANOTAR-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF ESTOQMOV-STATUS NOT = 35
               CLOSE ESTOQMOV
           END-IF.

       1600-ANOTAR-RECEBIMENTO.
           PERFORM 1700-ACHAR-RECEBIMENTO.
           IF WRK-RC-ACHOU = ZEROS
               IF WRK-RC-QTDE < 2000
                   ADD 1 TO WRK-RC-QTDE
                   MOVE WRK-NUM-OC TO WRK-RC-NUM(WRK-RC-QTDE)
                   MOVE ESTOQMOV-DATA TO WRK-RC-DATA(WRK-RC-QTDE)
               END-IF
           ELSE
               IF ESTOQMOV-DATA > WRK-RC-DATA(WRK-RC-ACHOU)
                   MOVE ESTOQMOV-DATA TO WRK-RC-DATA(WRK-RC-ACHOU)
               END-IF
           END-IF.

       1700-ACHAR-RECEBIMENTO.
           MOVE ZEROS TO WRK-RC-ACHOU.
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-RC-QTDE
                      OR WRK-RC-ACHOU NOT = ZEROS
               IF WRK-RC-NUM(WRK-RC-IDX) = WRK-NUM-OC
                   MOVE WRK-RC-IDX TO WRK-RC-ACHOU
               END-IF
           END-PERFORM.

      *****************************************************
      * AS ORDENS SAO LIDAS NA ORDEM DO NUMERO, DESDE A
      * PRIMEIRA, PARA QUE O CUSTO ANTERIOR DE CADA PRODUTO
      * SEJA O DA ULTIMA COMPRA ANTES DELA (DE QUALQUER
      * FORNECEDOR); SO AS EMITIDAS NO PERIODO VAO PARA A
      * AVALIACAO. RASCUNHO E ORDEM CANCELADA NAO CONTAM.
      *****************************************************
       2000-AVALIAR-ORDENS.
           MOVE 'N' TO WRK-FIM.
           PERFORM UNTIL FIM
               READ PEDCOMPRA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF COMPRA-ABERTA OR COMPRA-RECEBIDA
                           PERFORM 2100-AVALIAR-ORDEM
                       END-IF
               END-READ
           END-PERFORM.

       2100-AVALIAR-ORDEM.
           MOVE 'N' TO SORT-TEM-VAR.
           MOVE ZEROS TO SORT-VAR.
           PERFORM 2200-ACHAR-CUSTO.
           IF WRK-CU-ACHOU NOT = ZEROS
               IF WRK-CU-CUSTO(WRK-CU-ACHOU) > ZEROS
                   MOVE 'S' TO SORT-TEM-VAR
                   COMPUTE SORT-VAR ROUNDED =
                       (COMPRA-CUSTO-UNIT - WRK-CU-CUSTO(WRK-CU-ACHOU))
                       * 100 / WRK-CU-CUSTO(WRK-CU-ACHOU)
                       ON SIZE ERROR
                           MOVE 'N' TO SORT-TEM-VAR
                   END-COMPUTE
               END-IF
               MOVE COMPRA-CUSTO-UNIT TO WRK-CU-CUSTO(WRK-CU-ACHOU)
           ELSE
               IF WRK-CU-QTDE < 1000
                   ADD 1 TO WRK-CU-QTDE
                   MOVE COMPRA-PRODUTO TO WRK-CU-PRODUTO(WRK-CU-QTDE)
                   MOVE COMPRA-CUSTO-UNIT TO WRK-CU-CUSTO(WRK-CU-QTDE)
               END-IF
           END-IF.
           IF COMPRA-DT-EMISSAO NOT < WRK-DT-INICIO
               AND COMPRA-DT-EMISSAO NOT > WRK-DT-FIM
               PERFORM 2300-MEDIR-ENTREGA
               MOVE COMPRA-FORNECEDOR TO SORT-FORNECEDOR
               MOVE COMPRA-PRODUTO    TO SORT-PRODUTO
               MOVE COMPRA-NUM        TO SORT-NUM
               MOVE COMPRA-QTDE       TO SORT-QTDE
               MOVE COMPRA-QTDE-RECEB TO SORT-RECEB
               RELEASE SORT-REG
           END-IF.

       2200-ACHAR-CUSTO.
           MOVE ZEROS TO WRK-CU-ACHOU.
           PERFORM VARYING WRK-CU-IDX FROM 1 BY 1
                   UNTIL WRK-CU-IDX > WRK-CU-QTDE
                      OR WRK-CU-ACHOU NOT = ZEROS
               IF WRK-CU-PRODUTO(WRK-CU-IDX) = COMPRA-PRODUTO
                   MOVE WRK-CU-IDX TO WRK-CU-ACHOU
               END-IF
           END-PERFORM.

      *****************************************************
      * ENTREGA: ORDEM RECEBIDA POR COMPLETO E PONTUAL SE O
      * ULTIMO RECEBIMENTO FOI ATE A DATA PREVISTA. ORDEM
      * AINDA ABERTA COM A PREVISAO VENCIDA CONTA COMO
      * ATRASADA, COM OS DIAS ATE HOJE. ORDEM ABERTA AINDA
      * NO PRAZO NAO ENTRA NA PONTUALIDADE NEM NO
      * ATENDIMENTO. RECEBIDA SEM DATA NO DIARIO ENTRA SO
      * NO ATENDIMENTO.
      *****************************************************
       2300-MEDIR-ENTREGA.
           MOVE 'N' TO SORT-VENCIDA.
           MOVE SPACES TO SORT-PONTUAL.
           MOVE ZEROS TO SORT-ATRASO.
           MOVE COMPRA-DT-PREVISTA TO WRK-DT-CONTA.
           PERFORM 1900-CONTAR-DIAS.
           MOVE WRK-DIAS-CONTA TO WRK-DIAS-PREV.
           IF COMPRA-RECEBIDA
               MOVE 'S' TO SORT-VENCIDA
               MOVE COMPRA-NUM TO WRK-NUM-OC
               PERFORM 1700-ACHAR-RECEBIMENTO
               IF WRK-RC-ACHOU NOT = ZEROS
                   MOVE WRK-RC-DATA(WRK-RC-ACHOU) TO WRK-DT-CONTA
                   PERFORM 1900-CONTAR-DIAS
                   MOVE WRK-DIAS-CONTA TO WRK-DIAS-RECEB
                   IF WRK-DIAS-RECEB > WRK-DIAS-PREV
                       MOVE 'N' TO SORT-PONTUAL
                       COMPUTE SORT-ATRASO =
                           WRK-DIAS-RECEB - WRK-DIAS-PREV
                   ELSE
                       MOVE 'S' TO SORT-PONTUAL
                   END-IF
               END-IF
           ELSE
               IF WRK-DIAS-HOJE > WRK-DIAS-PREV
                   MOVE 'S' TO SORT-VENCIDA
                   MOVE 'N' TO SORT-PONTUAL
                   COMPUTE SORT-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-PREV
               END-IF
           END-IF.

      *****************************************************
      * UM BLOCO POR FORNECEDOR: UMA LINHA POR PRODUTO E O
      * TOTAL DO FORNECEDOR; NO FIM, O TOTAL GERAL.
      *****************************************************
       3000-IMPRIMIR-AVALIACAO.
           OPEN OUTPUT FORN-REL.
           MOVE 'AVALIACAO DE FORNECEDORES' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORDENS EMITIDAS DE ' WRK-DT-INICIO ' A '
               WRK-DT-FIM ' - PRAZO E ATENDIMENTO SO DAS ORDENS '
               'COM PREVISAO VENCIDA'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'COLUNAS: ORDENS, % NO PRAZO, ATRASO MEDIO '
               '(DIAS), % ATENDIDO, VARIACAO MEDIA DO CUSTO (%)'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN WORK-AVALIACAO
               AT END MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL FIM-SORT
               PERFORM 3100-ACUMULAR-ORDEM
               RETURN WORK-AVALIACAO
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.
           PERFORM 3300-FECHAR-PRODUTO.
           PERFORM 3400-FECHAR-FORNECEDOR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 3 TO WRK-NIV.
           MOVE 'TOTAL GERAL' TO WRK-ROTULO.
           PERFORM 3500-LINHA-INDICES.
           CLOSE FORN-REL.

       3100-ACUMULAR-ORDEM.
           IF WRK-GRUPO-TEM = 'N'
               OR SORT-FORNECEDOR NOT = WRK-FORN-GRUPO
               PERFORM 3300-FECHAR-PRODUTO
               PERFORM 3400-FECHAR-FORNECEDOR
               MOVE SORT-FORNECEDOR TO WRK-FORN-GRUPO
               MOVE SORT-PRODUTO TO WRK-PROD-GRUPO
               MOVE 'S' TO WRK-GRUPO-TEM
               PERFORM 3200-ABRIR-FORNECEDOR
           END-IF.
           IF SORT-PRODUTO NOT = WRK-PROD-GRUPO
               PERFORM 3300-FECHAR-PRODUTO
               MOVE SORT-PRODUTO TO WRK-PROD-GRUPO
           END-IF.
           PERFORM VARYING WRK-NIV FROM 1 BY 1 UNTIL WRK-NIV > 3
               ADD 1 TO WRK-AC-ORDENS(WRK-NIV)
               IF SORT-VENCIDA = 'S'
                   ADD 1 TO WRK-AC-VENCIDAS(WRK-NIV)
                   ADD SORT-QTDE TO WRK-AC-PEDIDO(WRK-NIV)
                   ADD SORT-RECEB TO WRK-AC-RECEB(WRK-NIV)
               END-IF
               IF SORT-PONTUAL = 'S'
                   ADD 1 TO WRK-AC-AVALIADAS(WRK-NIV)
                   ADD 1 TO WRK-AC-NO-PRAZO(WRK-NIV)
               END-IF
               IF SORT-PONTUAL = 'N'
                   ADD 1 TO WRK-AC-AVALIADAS(WRK-NIV)
                   ADD 1 TO WRK-AC-ATRASADAS(WRK-NIV)
                   ADD SORT-ATRASO TO WRK-AC-DIAS(WRK-NIV)
               END-IF
               IF SORT-TEM-VAR = 'S'
                   ADD 1 TO WRK-AC-VAR-QTDE(WRK-NIV)
                   ADD SORT-VAR TO WRK-AC-VAR-SOMA(WRK-NIV)
               END-IF
           END-PERFORM.

       3200-ABRIR-FORNECEDOR.
           MOVE WRK-FORN-GRUPO TO FORN-CODIGO.
           READ FORNECED
               INVALID KEY
                   MOVE '(FORNECEDOR NAO CADASTRADO)' TO WRK-NOME
               NOT INVALID KEY
                   MOVE FORN-NOME TO WRK-NOME
           END-READ.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           STRING 'FORNECEDOR ' WRK-FORN-GRUPO ' ' WRK-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3300-FECHAR-PRODUTO.
           IF WRK-GRUPO-TEM = 'S'
               MOVE 1 TO WRK-NIV
               MOVE SPACES TO WRK-ROTULO
               STRING '  PRODUTO ' WRK-PROD-GRUPO
                   DELIMITED BY SIZE INTO WRK-ROTULO
               END-STRING
               PERFORM 3500-LINHA-INDICES
           END-IF.
           MOVE ZEROS TO WRK-AC-NIVEL(1).

       3400-FECHAR-FORNECEDOR.
           IF WRK-GRUPO-TEM = 'S'
               MOVE 2 TO WRK-NIV
               MOVE '  TOTAL DO FORNECEDOR' TO WRK-ROTULO
               PERFORM 3500-LINHA-INDICES
           END-IF.
           MOVE ZEROS TO WRK-AC-NIVEL(2).

      *    INDICES DO NIVEL WRK-NIV; SEM BASE, SAI ZERO
       3500-LINHA-INDICES.
           MOVE WRK-AC-ORDENS(WRK-NIV) TO WRK-ORDENS-ED.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-AC-AVALIADAS(WRK-NIV) > ZEROS
               COMPUTE WRK-PCT ROUNDED = WRK-AC-NO-PRAZO(WRK-NIV)
                   * 100 / WRK-AC-AVALIADAS(WRK-NIV)
           END-IF.
           MOVE WRK-PCT TO WRK-PRAZO-ED.
           MOVE ZEROS TO WRK-MEDIA.
           IF WRK-AC-ATRASADAS(WRK-NIV) > ZEROS
               COMPUTE WRK-MEDIA ROUNDED = WRK-AC-DIAS(WRK-NIV)
                   / WRK-AC-ATRASADAS(WRK-NIV)
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-AC-PEDIDO(WRK-NIV) > ZEROS
               COMPUTE WRK-PCT ROUNDED = WRK-AC-RECEB(WRK-NIV)
                   * 100 / WRK-AC-PEDIDO(WRK-NIV)
           END-IF.
           MOVE WRK-PCT TO WRK-ATEND-ED.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-AC-VAR-QTDE(WRK-NIV) > ZEROS
               COMPUTE WRK-PCT ROUNDED = WRK-AC-VAR-SOMA(WRK-NIV)
                   / WRK-AC-VAR-QTDE(WRK-NIV)
           END-IF.
           MOVE WRK-PCT TO WRK-VAR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-ROTULO ' ORDENS ' WRK-ORDENS-ED
               ' NO PRAZO ' WRK-PRAZO-ED '%'
               ' ATRASO MEDIO ' WRK-MEDIA-ED
               ' ATENDIDO ' WRK-ATEND-ED '%'
               ' VAR CUSTO ' WRK-VAR-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
