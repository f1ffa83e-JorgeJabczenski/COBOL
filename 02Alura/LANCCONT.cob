       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCCONT.
      ********************************************
      * OBJETIVO: DIARIO CONTABIL MENSAL EM PARTIDAS
      *           DOBRADAS - EM VEZ DE O CONTADOR
      *           REDIGITAR O PEDMES.CSV, O LOTE
      *           APURA OS FATOS DO MES INFORMADO E
      *           GERA DIARIO.AAAAMM.CSV COM UM
      *           LANCAMENTO (DEBITO + CREDITO) POR
      *           EVENTO, NAS CONTAS DO PLANO DE
      *           CONTAS DE PLANOCTB.DAT. EVENTOS:
      *           - VENDA (MERCADORIA, FRETE E ICMS
      *             DOS PEDIDOS ATIVOS DO MES, VIVO E
      *             MORTO PEDHIST.AAAAMM);
      *           - CMV (PEDITENS-CUSTO-UNIT);
      *           - RECEBIMENTOS (RECPAGTO.DAT) E USO
      *             DE CREDITO DO CLIENTE (CREDITO.DAT);
      *           - DEVOLUCOES (DEVOL.DAT) E O CUSTO
      *             QUE VOLTA AO ESTOQUE;
      *           - COMPRAS RECEBIDAS (PAGAR.DAT) E
      *             DEVOLUCOES AO FORNECEDOR (DEVFORN);
      *           - COMISSOES E ESTORNOS (COMIHIST).
      *           EVENTO SEM CONTA NO PLANO DEIXA O
      *           DIARIO DESBALANCEADO: NESSE CASO O
      *           ARQUIVO NAO E GERADO E O CONSOLE
      *           MOSTRA O QUE FALTA.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - DEVOLUCOES AO FORNECEDOR
      *            (DEVFORN.DAT) VIRAM O EVENTO DEVFORN.
      * 15/10/2026 JORGE - ITEM SEM CUSTO CONGELADO E
      *            DEVOLUCAO USAM O CUSTO MEDIO DO
      *            CATALOGO (O DE REPOSICAO SE ZERADO).
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT PEDHIST ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDHIST-STATUS
               RECORD KEY HIST-CHAVE.

           SELECT ITNHIST ASSIGN TO WRK-ARQ-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITNHIST-STATUS
               RECORD KEY HITN-CHAVE.

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT RECPAGTO ASSIGN TO 'RECPAGTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPAGTO-STATUS.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEVOL-STATUS
               RECORD KEY DEVOL-CHAVE.

           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY PAGAR-CHAVE.

           SELECT DEVFORN ASSIGN TO 'DEVFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEVFORN-STATUS
               RECORD KEY DEVF-NUMERO
               ALTERNATE RECORD KEY DEVF-COMPRA
                   WITH DUPLICATES.

           SELECT COMIHIST ASSIGN TO 'COMIHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMIHIST-STATUS.

           SELECT PLANOCTB ASSIGN TO 'PLANOCTB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANOCTB-STATUS.

           SELECT ARQ-CSV ASSIGN TO WRK-ARQ-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD PEDHIST.
           COPY 'PEDHCOPY.cob'.

       FD ITNHIST.
           COPY 'ITNHCOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD RECPAGTO.
           COPY 'RPAGCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD DEVOL.
           COPY 'DEVOCOPY.cob'.

       FD PAGAR.
           COPY 'PAGCOPY.cob'.

       FD DEVFORN.
           COPY 'DEVFCOPY.cob'.

       FD COMIHIST.
       01 COMIHIST-REG.
           05 COMIHIST-AAAAMM   PIC 9(06).
           05 COMIHIST-FONE     PIC 9(09).
           05 COMIHIST-SEQ      PIC 9(04).
           05 COMIHIST-VENDEDOR PIC X(20).
           05 COMIHIST-VALOR    PIC 9(08)V99.
           05 COMIHIST-TIPO     PIC X(01).
               88 COMIHIST-COMISSAO VALUE 'C'.
               88 COMIHIST-ESTORNO  VALUE 'E'.

      *    PLANO DE CONTAS DO DIARIO (TEXTO SIMPLES MANTIDO
      *    PELO CONTADOR/ADM NO EDITOR, COMO O COMTAB.DAT):
      *    UMA LINHA POR EVENTO - EVENTO X(10), CONTA A
      *    DEBITAR X(10) E CONTA A CREDITAR X(10). EX.:
      *    VENDA     1.1.2.01  3.1.1.01
      *    EVENTOS: VENDA FRETE ICMS CMV RECEBIM ENCARGOS
      *    RECCRED ESTCRED RECUPERA DEVOLUCAO DEVCUSTO
      *    COMPRA DEVFORN COMISSAO ESTCOMIS.
       FD PLANOCTB.
       01 PLANOCTB-REG.
           05 PLANOCTB-EVENTO  PIC X(10).
           05 PLANOCTB-DEBITO  PIC X(10).
           05 PLANOCTB-CREDITO PIC X(10).

       FD ARQ-CSV.
       01 CSV-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 PEDIDOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDITENS-STATUS PIC 9(02).
           77 PEDHIST-STATUS  PIC 9(02).
           77 ITNHIST-STATUS  PIC 9(02).
           77 PRODUTOS-STATUS PIC 9(02).
           77 RECPAGTO-STATUS PIC 9(02).
           77 CREDITO-STATUS  PIC 9(02).
           77 DEVOL-STATUS    PIC 9(02).
           77 PAGAR-STATUS    PIC 9(02).
           77 DEVFORN-STATUS  PIC 9(02).
           77 COMIHIST-STATUS PIC 9(02).
           77 PLANOCTB-STATUS PIC 9(02).
           77 CSV-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
               88 FIM-ITENS VALUE 'S'.

           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           77 WRK-ARQ-PEDIDOS PIC X(30) VALUE SPACES.
           77 WRK-ARQ-ITENS   PIC X(30) VALUE SPACES.
           77 WRK-ARQ-DIARIO  PIC X(30) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-AAAAMM.
               05 WRK-DA-PERIODO PIC 9(06) VALUE ZEROS.
               05 WRK-DA-DIA     PIC 9(02) VALUE ZEROS.
           01 WRK-PERIODO-R.
               05 WRK-PR-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PR-MES PIC 9(02) VALUE ZEROS.
           77 WRK-ULTIMO-DIA  PIC 9(02) VALUE ZEROS.
           77 WRK-BISSEXTO-Q  PIC 9(04) VALUE ZEROS.
           77 WRK-BISSEXTO-R  PIC 9(03) VALUE ZEROS.

      *    EVENTOS DO DIARIO: CODIGO (O MESMO DO PLANOCTB)
      *    E HISTORICO DO LANCAMENTO.
           01 WRK-EVENTOS-DEF.
               05 FILLER PIC X(10) VALUE 'VENDA'.
               05 FILLER PIC X(30) VALUE
                   'VENDA DE MERCADORIAS'.
               05 FILLER PIC X(10) VALUE 'FRETE'.
               05 FILLER PIC X(30) VALUE
                   'FRETE COBRADO NAS VENDAS'.
               05 FILLER PIC X(10) VALUE 'ICMS'.
               05 FILLER PIC X(30) VALUE
                   'ICMS SOBRE VENDAS'.
               05 FILLER PIC X(10) VALUE 'CMV'.
               05 FILLER PIC X(30) VALUE
                   'CUSTO DAS MERCADORIAS VENDIDAS'.
               05 FILLER PIC X(10) VALUE 'RECEBIM'.
               05 FILLER PIC X(30) VALUE
                   'RECEBIMENTO DE CLIENTES'.
               05 FILLER PIC X(10) VALUE 'ENCARGOS'.
               05 FILLER PIC X(30) VALUE
                   'MULTA E JUROS RECEBIDOS'.
               05 FILLER PIC X(10) VALUE 'RECCRED'.
               05 FILLER PIC X(30) VALUE
                   'CREDITO DE CLIENTE UTILIZADO'.
               05 FILLER PIC X(10) VALUE 'ESTCRED'.
               05 FILLER PIC X(30) VALUE
                   'ESTORNO DE CREDITO UTILIZADO'.
               05 FILLER PIC X(10) VALUE 'RECUPERA'.
               05 FILLER PIC X(30) VALUE
                   'RECUPERACAO DE PERDAS'.
               05 FILLER PIC X(10) VALUE 'DEVOLUCAO'.
               05 FILLER PIC X(30) VALUE
                   'DEVOLUCAO DE VENDAS'.
               05 FILLER PIC X(10) VALUE 'DEVCUSTO'.
               05 FILLER PIC X(30) VALUE
                   'CUSTO DEVOLVIDO AO ESTOQUE'.
               05 FILLER PIC X(10) VALUE 'COMPRA'.
               05 FILLER PIC X(30) VALUE
                   'COMPRA DE MERCADORIAS'.
               05 FILLER PIC X(10) VALUE 'DEVFORN'.
               05 FILLER PIC X(30) VALUE
                   'DEVOLUCAO A FORNECEDOR'.
               05 FILLER PIC X(10) VALUE 'COMISSAO'.
               05 FILLER PIC X(30) VALUE
                   'COMISSAO SOBRE VENDAS'.
               05 FILLER PIC X(10) VALUE 'ESTCOMIS'.
               05 FILLER PIC X(30) VALUE
                   'ESTORNO DE COMISSAO'.
           01 WRK-TAB-EVENTOS REDEFINES WRK-EVENTOS-DEF.
               05 WRK-EV-ITEM OCCURS 15 TIMES.
                   10 WRK-EV-CODIGO    PIC X(10).
                   10 WRK-EV-HISTORICO PIC X(30).
           01 WRK-TAB-VALORES.
               05 WRK-EV-VAL OCCURS 15 TIMES.
                   10 WRK-EV-VALOR     PIC 9(10)V99.
                   10 WRK-EV-DEBITO    PIC X(10).
                   10 WRK-EV-CREDITO   PIC X(10).
           77 WRK-EV-QTDE     PIC 9(02) VALUE 15.
           77 WRK-EV-IDX      PIC 9(02) VALUE ZEROS.
           77 WRK-EV-ACHOU    PIC 9(02) VALUE ZEROS.
           77 WRK-EVENTO      PIC X(10) VALUE SPACES.
           77 WRK-VALOR-EV    PIC 9(10)V99 VALUE ZEROS.

           77 WRK-CUSTO-UNIT  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ENCARGOS    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-DEBITO  PIC 9(12)V99 VALUE ZEROS.
           77 WRK-TOT-CREDITO PIC 9(12)V99 VALUE ZEROS.
           77 WRK-SEM-CONTA   PIC 9(02) VALUE ZEROS.
           77 WRK-LANC        PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-PEDIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC $ZZZ.ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-APURAR-VENDAS.
           PERFORM 3000-APURAR-RECEBIMENTOS.
           PERFORM 3500-APURAR-CREDITOS.
           PERFORM 4000-APURAR-DEVOLUCOES.
           PERFORM 5000-APURAR-COMPRAS.
           PERFORM 5200-APURAR-DEVFORN.
           PERFORM 5500-APURAR-COMISSOES.
           PERFORM 6000-CONFERIR-PARTIDAS.
           IF WRK-TOT-DEBITO = WRK-TOT-CREDITO
               AND WRK-SEM-CONTA = ZEROS
               PERFORM 7000-GERAR-DIARIO
           ELSE
               DISPLAY 'DEBITOS E CREDITOS NAO FECHAM - DIARIO '
                   'NAO GERADO'
           END-IF.
           PERFORM 8000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'MES DO DIARIO (AAAAMM).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           MOVE WRK-PERIODO TO WRK-PERIODO-R.
           STRING 'PEDHIST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS
           END-STRING.
           STRING 'ITNHIST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-ITENS
           END-STRING.
           STRING 'DIARIO.' WRK-PERIODO '.CSV'
               DELIMITED BY SIZE INTO WRK-ARQ-DIARIO
           END-STRING.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTDE
               MOVE ZEROS  TO WRK-EV-VALOR(WRK-EV-IDX)
               MOVE SPACES TO WRK-EV-DEBITO(WRK-EV-IDX)
               MOVE SPACES TO WRK-EV-CREDITO(WRK-EV-IDX)
           END-PERFORM.
           PERFORM 1100-CARREGAR-PLANO.
           OPEN INPUT PRODUTOS.

      *    SEM O PLANOCTB.DAT NENHUM EVENTO TEM CONTA - O
      *    DIARIO SO SAI SE O MES NAO TIVER MOVIMENTO.
       1100-CARREGAR-PLANO.
           OPEN INPUT PLANOCTB.
           IF PLANOCTB-STATUS NOT = 00
               DISPLAY 'PLANOCTB.DAT NAO ENCONTRADO'
           ELSE
               MOVE 'N' TO WRK-FIM
               PERFORM UNTIL FIM
                   READ PLANOCTB
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PLANOCTB-EVENTO TO WRK-EVENTO
                           PERFORM 1150-ACHAR-EVENTO
                           IF WRK-EV-ACHOU = ZEROS
                               DISPLAY 'EVENTO DESCONHECIDO NO '
                                   'PLANOCTB: ' PLANOCTB-EVENTO
                           ELSE
                               MOVE PLANOCTB-DEBITO
                                   TO WRK-EV-DEBITO(WRK-EV-ACHOU)
                               MOVE PLANOCTB-CREDITO
                                   TO WRK-EV-CREDITO(WRK-EV-ACHOU)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANOCTB
           END-IF.

       1150-ACHAR-EVENTO.
           MOVE ZEROS TO WRK-EV-ACHOU.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTDE
                      OR WRK-EV-ACHOU NOT = ZEROS
               IF WRK-EV-CODIGO(WRK-EV-IDX) = WRK-EVENTO
                   MOVE WRK-EV-IDX TO WRK-EV-ACHOU
               END-IF
           END-PERFORM.

      *    SOMA WRK-VALOR-EV NO EVENTO WRK-EVENTO
       1200-SOMAR-EVENTO.
           PERFORM 1150-ACHAR-EVENTO.
           IF WRK-EV-ACHOU NOT = ZEROS
               ADD WRK-VALOR-EV TO WRK-EV-VALOR(WRK-EV-ACHOU)
           END-IF.

      *****************************************************
      * VENDAS DO MES: SO PEDIDO ATIVO ('A') - CANCELADO
      * NAO E RECEITA E O AGUARDANDO APROVACAO AINDA NAO
      * FOI VENDIDO. A MERCADORIA E O TOTAL MENOS O FRETE
      * (JA COM O DESCONTO); O ICMS VEM EMBUTIDO NO PRECO.
      * O ARQUIVO MORTO DO MES (FECHAMES) TAMBEM ENTRA,
      * COMO NO EXPPED.
      *****************************************************
       2000-APURAR-VENDAS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDITENS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO
                       MOVE PEDIDOS-DTP-MES TO WRK-PD-MES
                       IF WRK-PEDIDO-AAAAMM = WRK-PERIODO
                           AND PEDIDOS-ATIVO
                           PERFORM 2100-VENDA-VIVO
                       END-IF
               END-READ
           END-PERFORM.
           IF PEDIDOS-STATUS NOT = 35
               CLOSE PEDIDOS
           END-IF.
           PERFORM 2500-VENDAS-MORTO.

       2100-VENDA-VIVO.
           ADD 1 TO WRK-TOT-PEDIDOS.
           MOVE 'VENDA' TO WRK-EVENTO.
           COMPUTE WRK-VALOR-EV = PEDIDOS-TOTAL - PEDIDOS-FRETE.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE 'FRETE' TO WRK-EVENTO.
           MOVE PEDIDOS-FRETE TO WRK-VALOR-EV.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE 'ICMS' TO WRK-EVENTO.
           MOVE PEDIDOS-ICMS TO WRK-VALOR-EV.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
           MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ.
           MOVE ZEROS TO PEDITENS-ITEM.
           MOVE 'N' TO WRK-FIM-ITENS.
           START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           MOVE 'CMV' TO WRK-EVENTO.
           PERFORM UNTIL FIM-ITENS
               READ PEDITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF PEDITENS-FONE NOT = PEDIDOS-FONE
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE WRK-VALOR-EV = PEDITENS-QTDE
                               * PEDITENS-CUSTO-UNIT
                           PERFORM 1200-SOMAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.

      *    O ITEM ARQUIVADO NAO GUARDA O CUSTO DA VENDA: VALE
      *    O CUSTO ATUAL DO CATALOGO.
       2500-VENDAS-MORTO.
           OPEN INPUT PEDHIST.
           IF PEDHIST-STATUS = 00
               OPEN INPUT ITNHIST
               MOVE 'N' TO WRK-FIM
               PERFORM UNTIL FIM
                   READ PEDHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE HIST-DTP-ANO TO WRK-PD-ANO
                           MOVE HIST-DTP-MES TO WRK-PD-MES
                           IF WRK-PEDIDO-AAAAMM = WRK-PERIODO
                               AND HIST-SITUACAO = 'A'
                               PERFORM 2600-VENDA-MORTO
                           END-IF
                   END-READ
               END-PERFORM
               IF ITNHIST-STATUS NOT = 35
                   CLOSE ITNHIST
               END-IF
               CLOSE PEDHIST
           END-IF.

       2600-VENDA-MORTO.
           ADD 1 TO WRK-TOT-PEDIDOS.
           MOVE 'VENDA' TO WRK-EVENTO.
           COMPUTE WRK-VALOR-EV = HIST-TOTAL - HIST-FRETE.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE 'FRETE' TO WRK-EVENTO.
           MOVE HIST-FRETE TO WRK-VALOR-EV.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE 'ICMS' TO WRK-EVENTO.
           MOVE HIST-ICMS TO WRK-VALOR-EV.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE HIST-FONE TO HITN-FONE.
           MOVE HIST-SEQ  TO HITN-SEQ.
           MOVE ZEROS TO HITN-ITEM.
           MOVE 'N' TO WRK-FIM-ITENS.
           START ITNHIST KEY IS NOT LESS THAN HITN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           MOVE 'CMV' TO WRK-EVENTO.
           PERFORM UNTIL FIM-ITENS
               READ ITNHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF HITN-FONE NOT = HIST-FONE
                           OR HITN-SEQ NOT = HIST-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           MOVE HITN-PRODUTO TO PRODUTOS-CODIGO
                           PERFORM 2700-CUSTO-CATALOGO
                           COMPUTE WRK-VALOR-EV = HITN-QTDE
                               * WRK-CUSTO-UNIT
                           PERFORM 1200-SOMAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.

       2700-CUSTO-CATALOGO.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF PRODUTOS-STATUS = 00
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
                           MOVE PRODUTOS-CUSTO-MEDIO
                               TO WRK-CUSTO-UNIT
                       ELSE
                           MOVE PRODUTOS-CUSTO TO WRK-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * RECEBIMENTOS DO MES (RECPAGTO.DAT): O PRINCIPAL
      * BAIXA O CLIENTE E MULTA/JUROS SAO RECEITA; O QUE
      * FOI PAGO COM CREDITO DO CLIENTE (ORIGEM CREDITO)
      * SAI INTEIRO DO CREDITO, SEM PASSAR PELO CAIXA; O
      * QUE ENTRA POR PARCELA DADA COMO PERDA E
      * RECUPERACAO.
      *****************************************************
       3000-APURAR-RECEBIMENTOS.
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
                       MOVE RECPAGTO-DATA TO WRK-DATA-AAAAMM
                       IF WRK-DA-PERIODO = WRK-PERIODO
                           PERFORM 3100-CLASSIFICAR-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF RECPAGTO-STATUS NOT = 35
               CLOSE RECPAGTO
           END-IF.

       3100-CLASSIFICAR-RECEBIMENTO.
           EVALUATE RECPAGTO-ORIGEM
               WHEN 'CREDITO'
                   MOVE 'RECCRED' TO WRK-EVENTO
                   MOVE RECPAGTO-TOTAL TO WRK-VALOR-EV
                   PERFORM 1200-SOMAR-EVENTO
               WHEN 'RECUPERA'
               WHEN 'RECUPBANCO'
                   MOVE 'RECUPERA' TO WRK-EVENTO
                   MOVE RECPAGTO-TOTAL TO WRK-VALOR-EV
                   PERFORM 1200-SOMAR-EVENTO
               WHEN OTHER
                   MOVE 'RECEBIM' TO WRK-EVENTO
                   MOVE RECPAGTO-PRINCIPAL TO WRK-VALOR-EV
                   PERFORM 1200-SOMAR-EVENTO
                   MOVE 'ENCARGOS' TO WRK-EVENTO
                   COMPUTE WRK-VALOR-EV = RECPAGTO-MULTA
                       + RECPAGTO-JUROS
                   PERFORM 1200-SOMAR-EVENTO
           END-EVALUATE.

      *    CREDITO ABATIDO NA GRAVACAO DO PEDIDO ('U') E O
      *    SEU ESTORNO ('E'). O USO EM PARCELA ('P') JA
      *    ENTROU PELO RECPAGTO (ORIGEM CREDITO) E A
      *    DEVOLUCAO ('D') PELO DEVOL.DAT.
       3500-APURAR-CREDITOS.
           OPEN INPUT CREDITO.
           IF CREDITO-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CREDITO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE CREDITO-DATA TO WRK-DATA-AAAAMM
                       IF WRK-DA-PERIODO = WRK-PERIODO
                           MOVE CREDITO-VALOR TO WRK-VALOR-EV
                           IF CREDITO-USO-PEDIDO
                               MOVE 'RECCRED' TO WRK-EVENTO
                               PERFORM 1200-SOMAR-EVENTO
                           END-IF
                           IF CREDITO-ESTORNO
                               MOVE 'ESTCRED' TO WRK-EVENTO
                               PERFORM 1200-SOMAR-EVENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF CREDITO-STATUS NOT = 35
               CLOSE CREDITO
           END-IF.

      *    DEVOLUCOES DO MES: O VALOR VOLTA AO CLIENTE E O
      *    CUSTO DA LINHA DEVOLVIDA VOLTA AO ESTOQUE (CUSTO
      *    DA VENDA NO PEDITENS, OU O DO CATALOGO SE O
      *    PEDIDO JA FOI ARQUIVADO).
       4000-APURAR-DEVOLUCOES.
           OPEN INPUT DEVOL.
           IF DEVOL-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ DEVOL NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE DEVOL-DATA TO WRK-DATA-AAAAMM
                       IF WRK-DA-PERIODO = WRK-PERIODO
                           PERFORM 4100-CONTAR-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM.
           IF DEVOL-STATUS NOT = 35
               CLOSE DEVOL
           END-IF.

       4100-CONTAR-DEVOLUCAO.
           MOVE 'DEVOLUCAO' TO WRK-EVENTO.
           MOVE DEVOL-VALOR TO WRK-VALOR-EV.
           PERFORM 1200-SOMAR-EVENTO.
           MOVE DEVOL-PRODUTO TO PRODUTOS-CODIGO.
           PERFORM 2700-CUSTO-CATALOGO.
           IF PEDITENS-STATUS = 00
               MOVE DEVOL-CHAVE TO PEDITENS-CHAVE
               READ PEDITENS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PEDITENS-CUSTO-UNIT TO WRK-CUSTO-UNIT
               END-READ
           END-IF.
           MOVE 'DEVCUSTO' TO WRK-EVENTO.
           COMPUTE WRK-VALOR-EV = DEVOL-QTDE * WRK-CUSTO-UNIT.
           PERFORM 1200-SOMAR-EVENTO.

      *    COMPRAS RECEBIDAS NO MES: AS PARCELAS A PAGAR
      *    NASCEM NO RECEBIMENTO (PAGAR-DT-RECEB).
       5000-APURAR-COMPRAS.
           OPEN INPUT PAGAR.
           IF PAGAR-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           MOVE 'COMPRA' TO WRK-EVENTO.
           PERFORM UNTIL FIM
               READ PAGAR NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE PAGAR-DT-RECEB TO WRK-DATA-AAAAMM
                       IF WRK-DA-PERIODO = WRK-PERIODO
                           AND NOT PAGAR-CANCELADA
                           MOVE PAGAR-VALOR TO WRK-VALOR-EV
                           PERFORM 1200-SOMAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF PAGAR-STATUS NOT = 35
               CLOSE PAGAR
           END-IF.

      *    DEVOLUCOES AO FORNECEDOR NO MES: A MERCADORIA SAI
      *    DO ESTOQUE PELO CUSTO DA ORDEM E O FORNECEDOR
      *    FICA DEVENDO (ABATIDO DO A PAGAR OU A RECEBER).
       5200-APURAR-DEVFORN.
           OPEN INPUT DEVFORN.
           IF DEVFORN-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           MOVE 'DEVFORN' TO WRK-EVENTO.
           PERFORM UNTIL FIM
               READ DEVFORN NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE DEVF-DATA TO WRK-DATA-AAAAMM
                       IF WRK-DA-PERIODO = WRK-PERIODO
                           MOVE DEVF-VALOR TO WRK-VALOR-EV
                           PERFORM 1200-SOMAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF DEVFORN-STATUS NOT = 35
               CLOSE DEVFORN
           END-IF.

       5500-APURAR-COMISSOES.
           OPEN INPUT COMIHIST.
           IF COMIHIST-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ COMIHIST
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF COMIHIST-AAAAMM = WRK-PERIODO
                           MOVE COMIHIST-VALOR TO WRK-VALOR-EV
                           IF COMIHIST-ESTORNO
                               MOVE 'ESTCOMIS' TO WRK-EVENTO
                           ELSE
                               MOVE 'COMISSAO' TO WRK-EVENTO
                           END-IF
                           PERFORM 1200-SOMAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF COMIHIST-STATUS NOT = 35
               CLOSE COMIHIST
           END-IF.

      *****************************************************
      * CONFERENCIA DAS PARTIDAS: CADA EVENTO COM VALOR
      * SO ENTRA NO LADO EM QUE TEM CONTA NO PLANO. COM
      * CONTA FALTANDO, DEBITO E CREDITO NAO FECHAM E O
      * DIARIO NAO E GERADO.
      *****************************************************
       6000-CONFERIR-PARTIDAS.
           MOVE ZEROS TO WRK-TOT-DEBITO WRK-TOT-CREDITO
               WRK-SEM-CONTA.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTDE
               IF WRK-EV-VALOR(WRK-EV-IDX) > ZEROS
                   IF WRK-EV-DEBITO(WRK-EV-IDX) NOT = SPACES
                       ADD WRK-EV-VALOR(WRK-EV-IDX) TO WRK-TOT-DEBITO
                   END-IF
                   IF WRK-EV-CREDITO(WRK-EV-IDX) NOT = SPACES
                       ADD WRK-EV-VALOR(WRK-EV-IDX)
                           TO WRK-TOT-CREDITO
                   END-IF
                   IF WRK-EV-DEBITO(WRK-EV-IDX) = SPACES
                       OR WRK-EV-CREDITO(WRK-EV-IDX) = SPACES
                       ADD 1 TO WRK-SEM-CONTA
                       MOVE WRK-EV-VALOR(WRK-EV-IDX) TO WRK-VALOR-ED
                       DISPLAY 'EVENTO SEM CONTA NO PLANOCTB: '
                           WRK-EV-CODIGO(WRK-EV-IDX)
                           ' VALOR ' WRK-VALOR-ED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-DEBITO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL A DEBITO.... ' WRK-TOTAL-ED.
           MOVE WRK-TOT-CREDITO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL A CREDITO... ' WRK-TOTAL-ED.

      *    UM LANCAMENTO (LINHA D + LINHA C) POR EVENTO,
      *    DATADO NO ULTIMO DIA DO MES.
       7000-GERAR-DIARIO.
           PERFORM 7100-ULTIMO-DIA.
           OPEN OUTPUT ARQ-CSV.
           MOVE SPACES TO CSV-LINHA.
           STRING 'LANCAMENTO;DATA;CONTA;D/C;VALOR;HISTORICO'
               DELIMITED BY SIZE INTO CSV-LINHA
           END-STRING.
           WRITE CSV-LINHA.
           MOVE ZEROS TO WRK-LANC.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTDE
               IF WRK-EV-VALOR(WRK-EV-IDX) > ZEROS
                   ADD 1 TO WRK-LANC
                   MOVE WRK-EV-VALOR(WRK-EV-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO CSV-LINHA
                   STRING WRK-LANC ';' WRK-PR-ANO '-' WRK-PR-MES '-'
                       WRK-ULTIMO-DIA ';' WRK-EV-DEBITO(WRK-EV-IDX)
                       ';D;' WRK-VALOR-ED ';'
                       WRK-EV-HISTORICO(WRK-EV-IDX)
                       DELIMITED BY SIZE INTO CSV-LINHA
                   END-STRING
                   WRITE CSV-LINHA
                   MOVE SPACES TO CSV-LINHA
                   STRING WRK-LANC ';' WRK-PR-ANO '-' WRK-PR-MES '-'
                       WRK-ULTIMO-DIA ';' WRK-EV-CREDITO(WRK-EV-IDX)
                       ';C;' WRK-VALOR-ED ';'
                       WRK-EV-HISTORICO(WRK-EV-IDX)
                       DELIMITED BY SIZE INTO CSV-LINHA
                   END-STRING
                   WRITE CSV-LINHA
               END-IF
           END-PERFORM.
           CLOSE ARQ-CSV.
           DISPLAY 'LANCAMENTOS GERADOS: ' WRK-LANC.
           DISPLAY 'ARQUIVO GERADO EM ' WRK-ARQ-DIARIO.

       7100-ULTIMO-DIA.
           EVALUATE WRK-PR-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA
               WHEN 02
                   DIVIDE WRK-PR-ANO BY 4 GIVING WRK-BISSEXTO-Q
                       REMAINDER WRK-BISSEXTO-R
                   IF WRK-BISSEXTO-R = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WRK-ULTIMO-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-ULTIMO-DIA
           END-EVALUATE.

       8000-FINALIZAR.
           IF PEDITENS-STATUS NOT = 35
               CLOSE PEDITENS
           END-IF.
           IF PRODUTOS-STATUS NOT = 35
               CLOSE PRODUTOS
           END-IF.
           DISPLAY 'PEDIDOS DO MES APURADOS: ' WRK-TOT-PEDIDOS.
