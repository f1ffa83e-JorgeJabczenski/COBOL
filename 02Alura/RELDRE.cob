       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDRE.
      ********************************************
      * OBJETIVO: DEMONSTRATIVO DE RESULTADO (DRE)
      *           GERENCIAL DO MES (AAAAMM) EM
      *           RELDRE.DAT - JUNTA NUM SO LUGAR O
      *           QUE ANDA ESPALHADO PELO RELMARGE,
      *           RELFRETE, RELICMS, RELCANC E
      *           COMISSAO:
      *           - VENDA BRUTA, DESCONTO (PEDIDOS-
      *             DESC-PCT), ICMS E FRETE DOS
      *             PEDIDOS ATIVOS DO MES, NO VIVO E
      *             NO MORTO (PEDHIST.AAAAMM);
      *           - CMV PELO CUSTO CONGELADO NA VENDA
      *             (PEDITENS-CUSTO-UNIT) OU, NO
      *             MORTO, PELO CUSTO DO CATALOGO;
      *           - DEVOLUCOES DO MES (DEVOL.DAT) E O
      *             CUSTO QUE VOLTA AO ESTOQUE;
      *           - COMISSOES E ESTORNOS (COMIHIST).
      *           CHEGA NA MARGEM DE CONTRIBUICAO DO
      *           MES NO GERAL E POR UF, NA MESMA
      *           APURACAO DO LANCCONT.
      * AUTHOR  : JORGE
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
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT PEDHIST ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEVOL-STATUS
               RECORD KEY DEVOL-CHAVE.

           SELECT COMIHIST ASSIGN TO 'COMIHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMIHIST-STATUS.

           SELECT DRE-REL ASSIGN TO 'RELDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

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

       FD DEVOL.
           COPY 'DEVOCOPY.cob'.

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

       FD DRE-REL.
       01 REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 PEDIDOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDITENS-STATUS PIC 9(02).
           77 PEDHIST-STATUS  PIC 9(02).
           77 ITNHIST-STATUS  PIC 9(02).
           77 PRODUTOS-STATUS PIC 9(02).
           77 DEVOL-STATUS    PIC 9(02).
           77 COMIHIST-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
               88 FIM-ITENS VALUE 'S'.

           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           77 WRK-ARQ-PEDIDOS PIC X(30) VALUE SPACES.
           77 WRK-ARQ-ITENS   PIC X(30) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-AAAAMM.
               05 WRK-DA-PERIODO PIC 9(06) VALUE ZEROS.
               05 WRK-DA-DIA     PIC 9(02) VALUE ZEROS.

      *    CONTAS DA DRE: 1 VENDA BRUTA, 2 DESCONTOS,
      *    3 DEVOLUCOES, 4 ICMS, 5 CMV, 6 CUSTO DEVOLVIDO AO
      *    ESTOQUE, 7 FRETE COBRADO, 8 COMISSOES,
      *    9 ESTORNO DE COMISSOES.
           01 WRK-TAB-UF.
               05 WRK-UF-ITEM OCCURS 30 TIMES.
                   10 WRK-UF-SIGLA PIC X(02).
                   10 WRK-UF-VAL   PIC 9(10)V99 OCCURS 9 TIMES.
           01 WRK-TAB-TOT.
               05 WRK-TOT-VAL PIC 9(10)V99 OCCURS 9 TIMES.
           01 WRK-TAB-DRE.
               05 WRK-DRE-VAL PIC 9(10)V99 OCCURS 9 TIMES.
           77 WRK-UF-QTDE     PIC 9(02) VALUE ZEROS.
           77 WRK-UF-IDX      PIC 9(02) VALUE ZEROS.
           77 WRK-UF-ACHOU    PIC 9(02) VALUE ZEROS.
           77 WRK-CONTA       PIC 9(01) VALUE ZEROS.
           77 WRK-IDX         PIC 9(02) VALUE ZEROS.
           77 WRK-UF          PIC X(02) VALUE SPACES.
           77 WRK-VALOR       PIC 9(10)V99 VALUE ZEROS.
           77 WRK-CUSTO-UNIT  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-PEDIDOS PIC 9(06) VALUE ZEROS.

           77 WRK-REC-LIQUIDA PIC S9(10)V99 VALUE ZEROS.
           77 WRK-CMV-LIQUIDO PIC S9(10)V99 VALUE ZEROS.
           77 WRK-LUCRO-BRUTO PIC S9(10)V99 VALUE ZEROS.
           77 WRK-COMIS-LIQ   PIC S9(10)V99 VALUE ZEROS.
           77 WRK-MARGEM      PIC S9(10)V99 VALUE ZEROS.
           77 WRK-MARGEM-PCT  PIC S9(03)V9 VALUE ZEROS.
           77 WRK-ROTULO      PIC X(34) VALUE SPACES.
           77 WRK-VALOR-SINAL PIC S9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC -ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-PCT-ED      PIC -ZZ9,9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-APURAR-VIVO.
           PERFORM 2500-APURAR-MORTO.
           PERFORM 3000-APURAR-DEVOLUCOES.
           PERFORM 3500-APURAR-COMISSOES.
           PERFORM 4000-GRAVAR-RELATORIO.
           PERFORM 8000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'MES DA DRE (AAAAMM).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           STRING 'PEDHIST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS
           END-STRING.
           STRING 'ITNHIST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-ITENS
           END-STRING.
           MOVE ZEROS TO WRK-TAB-TOT.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDITENS.
           OPEN INPUT PEDHIST.
           OPEN INPUT ITNHIST.
           OPEN INPUT PRODUTOS.

      *    SOMA WRK-VALOR NA CONTA WRK-CONTA DA UF WRK-UF E
      *    NO TOTAL GERAL. UF NOVA ENTRA NO FIM DA TABELA.
       1200-SOMAR.
           MOVE ZEROS TO WRK-UF-ACHOU.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE
                      OR WRK-UF-ACHOU NOT = ZEROS
               IF WRK-UF-SIGLA(WRK-UF-IDX) = WRK-UF
                   MOVE WRK-UF-IDX TO WRK-UF-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-UF-ACHOU = ZEROS AND WRK-UF-QTDE < 30
               ADD 1 TO WRK-UF-QTDE
               MOVE WRK-UF-QTDE TO WRK-UF-ACHOU
               MOVE WRK-UF TO WRK-UF-SIGLA(WRK-UF-ACHOU)
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > 9
                   MOVE ZEROS TO WRK-UF-VAL(WRK-UF-ACHOU, WRK-IDX)
               END-PERFORM
           END-IF.
           IF WRK-UF-ACHOU NOT = ZEROS
               ADD WRK-VALOR TO WRK-UF-VAL(WRK-UF-ACHOU, WRK-CONTA)
           END-IF.
           ADD WRK-VALOR TO WRK-TOT-VAL(WRK-CONTA).

      *****************************************************
      * VENDAS DO MES NO VIVO: SO PEDIDO ATIVO ('A'), COMO
      * NO LANCCONT. O DESCONTO E O PERCENTUAL GRAVADO NA
      * VENDA SOBRE AS MERCADORIAS, COM O MESMO
      * ARREDONDAMENTO DO PROJETO.
      *****************************************************
       2000-APURAR-VIVO.
           MOVE 'N' TO WRK-FIM.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE ZEROS TO PEDIDOS-FONE PEDIDOS-SEQ
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
                       MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO
                       MOVE PEDIDOS-DTP-MES TO WRK-PD-MES
                       IF WRK-PEDIDO-AAAAMM = WRK-PERIODO
                           AND PEDIDOS-ATIVO
                           PERFORM 2100-VENDA-VIVO
                       END-IF
               END-READ
           END-PERFORM.

       2100-VENDA-VIVO.
           ADD 1 TO WRK-TOT-PEDIDOS.
           MOVE PEDIDOS-UF TO WRK-UF.
           MOVE 1 TO WRK-CONTA.
           MOVE PEDIDOS-VALOR TO WRK-VALOR.
           PERFORM 1200-SOMAR.
           IF PEDIDOS-DESC-PCT NOT = ZEROS
               MOVE 2 TO WRK-CONTA
               COMPUTE WRK-VALOR ROUNDED =
                   PEDIDOS-VALOR * PEDIDOS-DESC-PCT / 100
               PERFORM 1200-SOMAR
           END-IF.
           MOVE 4 TO WRK-CONTA.
           MOVE PEDIDOS-ICMS TO WRK-VALOR.
           PERFORM 1200-SOMAR.
           MOVE 7 TO WRK-CONTA.
           MOVE PEDIDOS-FRETE TO WRK-VALOR.
           PERFORM 1200-SOMAR.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
           MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ.
           MOVE ZEROS TO PEDITENS-ITEM.
           MOVE 'N' TO WRK-FIM-ITENS.
           START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           MOVE 5 TO WRK-CONTA.
           PERFORM UNTIL FIM-ITENS
               READ PEDITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF PEDITENS-FONE NOT = PEDIDOS-FONE
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE WRK-VALOR = PEDITENS-QTDE
                               * PEDITENS-CUSTO-UNIT
                           PERFORM 1200-SOMAR
                       END-IF
               END-READ
           END-PERFORM.

      *    O MORTO NAO GUARDA O PERCENTUAL: O DESCONTO E O
      *    QUE FALTA PARA MERCADORIA + FRETE FECHAREM O
      *    TOTAL. O ITEM ARQUIVADO NAO GUARDA O CUSTO DA
      *    VENDA: VALE O CUSTO ATUAL DO CATALOGO.
       2500-APURAR-MORTO.
           MOVE 'N' TO WRK-FIM.
           IF PEDHIST-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE ZEROS TO HIST-FONE HIST-SEQ
               START PEDHIST KEY IS NOT LESS THAN HIST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
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
           END-PERFORM.

       2600-VENDA-MORTO.
           ADD 1 TO WRK-TOT-PEDIDOS.
           MOVE HIST-UF TO WRK-UF.
           MOVE 1 TO WRK-CONTA.
           MOVE HIST-VALOR TO WRK-VALOR.
           PERFORM 1200-SOMAR.
           IF HIST-VALOR + HIST-FRETE > HIST-TOTAL
               MOVE 2 TO WRK-CONTA
               COMPUTE WRK-VALOR = HIST-VALOR + HIST-FRETE
                   - HIST-TOTAL
               PERFORM 1200-SOMAR
           END-IF.
           MOVE 4 TO WRK-CONTA.
           MOVE HIST-ICMS TO WRK-VALOR.
           PERFORM 1200-SOMAR.
           MOVE 7 TO WRK-CONTA.
           MOVE HIST-FRETE TO WRK-VALOR.
           PERFORM 1200-SOMAR.
           MOVE HIST-FONE TO HITN-FONE.
           MOVE HIST-SEQ  TO HITN-SEQ.
           MOVE ZEROS TO HITN-ITEM.
           MOVE 'N' TO WRK-FIM-ITENS.
           IF ITNHIST-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM-ITENS
           ELSE
               START ITNHIST KEY IS NOT LESS THAN HITN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
               END-START
           END-IF.
           MOVE 5 TO WRK-CONTA.
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
                           COMPUTE WRK-VALOR = HITN-QTDE
                               * WRK-CUSTO-UNIT
                           PERFORM 1200-SOMAR
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

      *    UF DO PEDIDO EM PEDIDOS-CHAVE (FONE + SEQ):
      *    NO VIVO OU NO MORTO DO MES; PEDIDO ARQUIVADO EM
      *    OUTRO MES FICA SEM UF ('--').
       2800-UF-DO-PEDIDO.
           MOVE '--' TO WRK-UF.
           IF PEDIDOS-STATUS = 00
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PEDIDOS-UF TO WRK-UF
               END-READ
           END-IF.
           IF WRK-UF = '--' AND PEDHIST-STATUS = 00
               MOVE PEDIDOS-CHAVE TO HIST-CHAVE
               READ PEDHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIST-UF TO WRK-UF
               END-READ
           END-IF.

      *****************************************************
      * DEVOLUCOES DO MES: O VALOR DEVOLVIDO SAI DA
      * RECEITA E O CUSTO DA LINHA VOLTA AO ESTOQUE (CUSTO
      * DA VENDA NO PEDITENS, OU O DO CATALOGO SE O PEDIDO
      * JA FOI ARQUIVADO) - MESMA CONTA DO LANCCONT.
      *****************************************************
       3000-APURAR-DEVOLUCOES.
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
                           PERFORM 3100-CONTAR-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM.
           IF DEVOL-STATUS NOT = 35
               CLOSE DEVOL
           END-IF.

       3100-CONTAR-DEVOLUCAO.
           MOVE DEVOL-FONE TO PEDIDOS-FONE.
           MOVE DEVOL-SEQ  TO PEDIDOS-SEQ.
           PERFORM 2800-UF-DO-PEDIDO.
           MOVE 3 TO WRK-CONTA.
           MOVE DEVOL-VALOR TO WRK-VALOR.
           PERFORM 1200-SOMAR.
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
           MOVE 6 TO WRK-CONTA.
           COMPUTE WRK-VALOR = DEVOL-QTDE * WRK-CUSTO-UNIT.
           PERFORM 1200-SOMAR.

       3500-APURAR-COMISSOES.
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
                           MOVE COMIHIST-FONE TO PEDIDOS-FONE
                           MOVE COMIHIST-SEQ  TO PEDIDOS-SEQ
                           PERFORM 2800-UF-DO-PEDIDO
                           MOVE COMIHIST-VALOR TO WRK-VALOR
                           IF COMIHIST-ESTORNO
                               MOVE 9 TO WRK-CONTA
                           ELSE
                               MOVE 8 TO WRK-CONTA
                           END-IF
                           PERFORM 1200-SOMAR
                       END-IF
               END-READ
           END-PERFORM.
           IF COMIHIST-STATUS NOT = 35
               CLOSE COMIHIST
           END-IF.

      *****************************************************
      * UM DEMONSTRATIVO PARA O MES INTEIRO E UM POR UF,
      * TODOS PELO 4100-IMPRIMIR-DRE SOBRE WRK-TAB-DRE.
      *****************************************************
       4000-GRAVAR-RELATORIO.
           OPEN OUTPUT DRE-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'DRE GERENCIAL - MES ' WRK-PERIODO
               ' - PEDIDOS ' WRK-TOT-PEDIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE 'GERAL' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TAB-TOT TO WRK-TAB-DRE.
           PERFORM 4100-IMPRIMIR-DRE.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE
               MOVE ALL '=' TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'UF ' WRK-UF-SIGLA(WRK-UF-IDX)
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > 9
                   MOVE WRK-UF-VAL(WRK-UF-IDX, WRK-IDX)
                       TO WRK-DRE-VAL(WRK-IDX)
               END-PERFORM
               PERFORM 4100-IMPRIMIR-DRE
           END-PERFORM.
           CLOSE DRE-REL.

       4100-IMPRIMIR-DRE.
           COMPUTE WRK-REC-LIQUIDA = WRK-DRE-VAL(1)
               - WRK-DRE-VAL(2) - WRK-DRE-VAL(3) - WRK-DRE-VAL(4).
           COMPUTE WRK-CMV-LIQUIDO = WRK-DRE-VAL(5)
               - WRK-DRE-VAL(6).
           COMPUTE WRK-LUCRO-BRUTO = WRK-REC-LIQUIDA
               - WRK-CMV-LIQUIDO.
           COMPUTE WRK-COMIS-LIQ = WRK-DRE-VAL(8)
               - WRK-DRE-VAL(9).
           COMPUTE WRK-MARGEM = WRK-LUCRO-BRUTO + WRK-DRE-VAL(7)
               - WRK-COMIS-LIQ.
           MOVE 'VENDA BRUTA DE MERCADORIAS' TO WRK-ROTULO.
           MOVE WRK-DRE-VAL(1) TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(-) DESCONTOS CONCEDIDOS' TO WRK-ROTULO.
           MOVE WRK-DRE-VAL(2) TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(-) DEVOLUCOES' TO WRK-ROTULO.
           MOVE WRK-DRE-VAL(3) TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(-) ICMS SOBRE VENDAS' TO WRK-ROTULO.
           MOVE WRK-DRE-VAL(4) TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(=) RECEITA LIQUIDA' TO WRK-ROTULO.
           MOVE WRK-REC-LIQUIDA TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(-) CMV (MENOS CUSTO DEVOLVIDO)' TO WRK-ROTULO.
           MOVE WRK-CMV-LIQUIDO TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(=) LUCRO BRUTO' TO WRK-ROTULO.
           MOVE WRK-LUCRO-BRUTO TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(+) FRETE COBRADO' TO WRK-ROTULO.
           MOVE WRK-DRE-VAL(7) TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(-) COMISSOES (MENOS ESTORNOS)' TO WRK-ROTULO.
           MOVE WRK-COMIS-LIQ TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           MOVE '(=) MARGEM DE CONTRIBUICAO' TO WRK-ROTULO.
           MOVE WRK-MARGEM TO WRK-VALOR-SINAL.
           PERFORM 4200-LINHA-DRE.
           IF WRK-REC-LIQUIDA > ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-MARGEM * 100 / WRK-REC-LIQUIDA
               MOVE WRK-MARGEM-PCT TO WRK-PCT-ED
               MOVE SPACES TO REL-LINHA
               STRING '    MARGEM SOBRE A RECEITA LIQUIDA '
                   WRK-PCT-ED '%'
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

       4200-LINHA-DRE.
           MOVE WRK-VALOR-SINAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-ROTULO ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       8000-FINALIZAR.
           IF PEDIDOS-STATUS NOT = 35
               CLOSE PEDIDOS
           END-IF.
           IF PEDITENS-STATUS NOT = 35
               CLOSE PEDITENS
           END-IF.
           IF PEDHIST-STATUS NOT = 35 AND PEDHIST-STATUS NOT = 30
               CLOSE PEDHIST
           END-IF.
           IF ITNHIST-STATUS NOT = 35 AND ITNHIST-STATUS NOT = 30
               CLOSE ITNHIST
           END-IF.
           IF PRODUTOS-STATUS NOT = 35
               CLOSE PRODUTOS
           END-IF.
           DISPLAY 'PEDIDOS DO MES: ' WRK-TOT-PEDIDOS.
           DISPLAY 'DRE GERADA EM RELDRE.DAT'.
