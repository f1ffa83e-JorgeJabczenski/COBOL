       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVALOR.
      ********************************************
      * OBJETIVO: VALORIZACAO DO ESTOQUE NO
      *           FECHAMENTO DO MES (AAAAMM) PELO
      *           CUSTO MEDIO PONDERADO, PARA O
      *           BALANCO. POR PRODUTO: SALDO
      *           INICIAL (QTDE E VALOR), ENTRADAS,
      *           SAIDAS E SALDO FINAL, COM TOTAIS,
      *           EM RELVALOR.DAT. O INICIAL VEM DA
      *           FOTO DO MES ANTERIOR (VALEST.AAAAMM,
      *           GRAVADA POR ESTE LOTE); SEM FOTO E
      *           RECONSTITUIDO DO SALDO DO CATALOGO
      *           MENOS O QUE ENTROU E MAIS O QUE SAIU
      *           DESDE O INICIO DO MES. OS MOVIMENTOS
      *           SAO OS DE ESTOQMOV.DAT (TRANSFERENCIA
      *           ENTRE LOCAIS NAO CONTA): RECEBIMENTO
      *           DE ORDEM ENTRA PELO CUSTO DA ORDEM
      *           (PEDCOMPRA.DAT), O RESTO PELO CUSTO
      *           MEDIO DO CATALOGO. O FINAL E VALORIZADO
      *           PELO CUSTO MEDIO E GRAVADO NA FOTO
      *           VALEST.AAAAMM DO MES.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDCOMPRA-STATUS
               RECORD KEY COMPRA-NUM.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT VALANT ASSIGN TO WRK-ARQ-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALANT-STATUS.

           SELECT VALEST ASSIGN TO WRK-ARQ-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALEST-STATUS.

           SELECT VAL-REL ASSIGN TO 'RELVALOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD PEDCOMPRA.
           COPY 'PCOMCOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

      *    FOTO DO MES ANTERIOR (MESMO LAYOUT DO VALEST).
       FD VALANT.
       01 VALANT-REG.
           05 VALANT-PRODUTO    PIC 9(05).
           05 VALANT-QTDE       PIC S9(07).
           05 VALANT-CUSTO      PIC 9(08)V99.
           05 VALANT-VALOR      PIC S9(10)V99.

      *    FOTO DO FECHAMENTO: SALDO FINAL DE CADA PRODUTO,
      *    LIDA COMO SALDO INICIAL NA RODADA DO MES SEGUINTE.
       FD VALEST.
       01 VALEST-REG.
           05 VALEST-PRODUTO    PIC 9(05).
           05 VALEST-QTDE       PIC S9(07).
           05 VALEST-CUSTO      PIC 9(08)V99.
           05 VALEST-VALOR      PIC S9(10)V99.

       FD VAL-REL.
       01 REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDCOMPRA-STATUS PIC 9(02).
           77 ESTOQMOV-STATUS  PIC 9(02).
           77 VALANT-STATUS    PIC 9(02).
           77 VALEST-STATUS    PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-PERIODO      PIC 9(06) VALUE ZEROS.
           77 WRK-ARQ-ANTERIOR PIC X(30) VALUE SPACES.
           77 WRK-ARQ-FOTO     PIC X(30) VALUE SPACES.
           01 WRK-HOJE.
               05 WRK-HOJE-AAAAMM PIC 9(06) VALUE ZEROS.
               05 WRK-HOJE-DIA    PIC 9(02) VALUE ZEROS.
           01 WRK-ANTERIOR.
               05 WRK-ANT-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-ANT-MES PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-MOV.
               05 WRK-DM-AAAAMM PIC 9(06) VALUE ZEROS.
               05 WRK-DM-DIA    PIC 9(02) VALUE ZEROS.

      *    UMA LINHA POR PRODUTO DO CATALOGO. WRK-VP-POSTERIOR
      *    E O SALDO DOS MOVIMENTOS DEPOIS DO MES (ENTRADAS
      *    MENOS SAIDAS), PARA VOLTAR DO SALDO DE HOJE AO DO
      *    FIM DO MES QUANDO NAO HA FOTO ANTERIOR.
           01 WRK-TAB-VALOR.
               05 WRK-VP-ITEM OCCURS 1000 TIMES.
                   10 WRK-VP-PRODUTO   PIC 9(05).
                   10 WRK-VP-DESCRICAO PIC X(30).
                   10 WRK-VP-ESTOQUE   PIC 9(05).
                   10 WRK-VP-MEDIO     PIC 9(08)V99.
                   10 WRK-VP-TEM-FOTO  PIC X(01).
                   10 WRK-VP-INI-QTDE  PIC S9(07).
                   10 WRK-VP-INI-VALOR PIC S9(10)V99.
                   10 WRK-VP-ENT-QTDE  PIC S9(07).
                   10 WRK-VP-ENT-VALOR PIC S9(10)V99.
                   10 WRK-VP-SAI-QTDE  PIC S9(07).
                   10 WRK-VP-SAI-VALOR PIC S9(10)V99.
                   10 WRK-VP-POSTERIOR PIC S9(07).
           77 WRK-VP-QTDE      PIC 9(04) VALUE ZEROS.
           77 WRK-VP-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-VP-ACHEI     PIC 9(04) VALUE ZEROS.
           77 WRK-PRODUTO      PIC 9(05) VALUE ZEROS.

           77 WRK-CUSTO-UNIT   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-MOV    PIC S9(10)V99 VALUE ZEROS.
           77 WRK-FIN-QTDE     PIC S9(07) VALUE ZEROS.
           77 WRK-FIN-VALOR    PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-INI      PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-ENT      PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-SAI      PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-FIN      PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-PRODUTOS PIC 9(04) VALUE ZEROS.

           77 WRK-QTDE-ED      PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-QTDE2-ED     PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-QTDE3-ED     PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-VALOR2-ED    PIC -ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-VALOR3-ED    PIC -ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-CUSTO-ED     PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-PRODUTOS.
           PERFORM 3000-LER-FOTO-ANTERIOR.
           PERFORM 4000-APURAR-MOVIMENTOS.
           PERFORM 5000-GRAVAR-RELATORIO.
           PERFORM 8000-FINALIZAR.
           STOP RUN.

      *****************************************************
      * MES PEDIDO (0 = O ATUAL) E O ANTERIOR, QUE DA O
      * NOME DA FOTO DE ABERTURA.
      *****************************************************
       1000-INICIAR.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MES DA VALORIZACAO (AAAAMM, 0 = ATUAL).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           IF WRK-PERIODO = ZEROS
               MOVE WRK-HOJE-AAAAMM TO WRK-PERIODO
           END-IF.
           MOVE WRK-PERIODO TO WRK-ANTERIOR.
           IF WRK-ANT-MES = 1
               SUBTRACT 1 FROM WRK-ANT-ANO
               MOVE 12 TO WRK-ANT-MES
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MES
           END-IF.
           STRING 'VALEST.' WRK-ANTERIOR
               DELIMITED BY SIZE INTO WRK-ARQ-ANTERIOR
           END-STRING.
           STRING 'VALEST.' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-ARQ-FOTO
           END-STRING.
           MOVE ZEROS TO WRK-TOT-INI WRK-TOT-ENT WRK-TOT-SAI
               WRK-TOT-FIN.
           OPEN INPUT PRODUTOS.
           OPEN INPUT PEDCOMPRA.

      *****************************************************
      * CATALOGO INTEIRO NA TABELA, COM O SALDO E O CUSTO
      * MEDIO DE HOJE (O DE REPOSICAO SE AINDA ZERADO).
      *****************************************************
       2000-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-FIM.
           IF PRODUTOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE ZEROS TO PRODUTOS-CODIGO
               START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.
           PERFORM UNTIL FIM
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-VP-QTDE < 1000
                           PERFORM 2100-INCLUIR-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.

       2100-INCLUIR-PRODUTO.
           ADD 1 TO WRK-VP-QTDE.
           MOVE PRODUTOS-CODIGO    TO WRK-VP-PRODUTO(WRK-VP-QTDE).
           MOVE PRODUTOS-DESCRICAO TO WRK-VP-DESCRICAO(WRK-VP-QTDE).
           MOVE PRODUTOS-ESTOQUE   TO WRK-VP-ESTOQUE(WRK-VP-QTDE).
           IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
               MOVE PRODUTOS-CUSTO-MEDIO
                   TO WRK-VP-MEDIO(WRK-VP-QTDE)
           ELSE
               MOVE PRODUTOS-CUSTO TO WRK-VP-MEDIO(WRK-VP-QTDE)
           END-IF.
           MOVE 'N' TO WRK-VP-TEM-FOTO(WRK-VP-QTDE).
           MOVE ZEROS TO WRK-VP-INI-QTDE(WRK-VP-QTDE)
                         WRK-VP-INI-VALOR(WRK-VP-QTDE)
                         WRK-VP-ENT-QTDE(WRK-VP-QTDE)
                         WRK-VP-ENT-VALOR(WRK-VP-QTDE)
                         WRK-VP-SAI-QTDE(WRK-VP-QTDE)
                         WRK-VP-SAI-VALOR(WRK-VP-QTDE)
                         WRK-VP-POSTERIOR(WRK-VP-QTDE).

      *    POSICAO DE WRK-PRODUTO NA TABELA (ZERO SE NAO ACHOU).
       2200-ACHAR-PRODUTO.
           MOVE ZEROS TO WRK-VP-ACHEI.
           PERFORM VARYING WRK-VP-IDX FROM 1 BY 1
                   UNTIL WRK-VP-IDX > WRK-VP-QTDE
                      OR WRK-VP-ACHEI NOT = ZEROS
               IF WRK-VP-PRODUTO(WRK-VP-IDX) = WRK-PRODUTO
                   MOVE WRK-VP-IDX TO WRK-VP-ACHEI
               END-IF
           END-PERFORM.

      *****************************************************
      * SALDO INICIAL PELA FOTO DO FECHAMENTO ANTERIOR.
      * SEM O ARQUIVO, TODOS OS PRODUTOS FICAM PARA SER
      * RECONSTITUIDOS NO 5100.
      *****************************************************
       3000-LER-FOTO-ANTERIOR.
           OPEN INPUT VALANT.
           MOVE 'N' TO WRK-FIM.
           IF VALANT-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ VALANT
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE VALANT-PRODUTO TO WRK-PRODUTO
                       PERFORM 2200-ACHAR-PRODUTO
                       IF WRK-VP-ACHEI NOT = ZEROS
                           MOVE 'S'
                               TO WRK-VP-TEM-FOTO(WRK-VP-ACHEI)
                           MOVE VALANT-QTDE
                               TO WRK-VP-INI-QTDE(WRK-VP-ACHEI)
                           MOVE VALANT-VALOR
                               TO WRK-VP-INI-VALOR(WRK-VP-ACHEI)
                       END-IF
               END-READ
           END-PERFORM.
           IF VALANT-STATUS NOT = 35
               CLOSE VALANT
           END-IF.

      *****************************************************
      * MOVIMENTOS DE ESTOQMOV.DAT. TRANSFERENCIA ENTRE
      * LOCAIS SO TROCA O SALDO DE LUGAR E NAO CONTA.
      * MOVIMENTO DE MES ANTERIOR JA ESTA NA FOTO; O DE MES
      * POSTERIOR SO ENTRA NO WRK-VP-POSTERIOR.
      *****************************************************
       4000-APURAR-MOVIMENTOS.
           OPEN INPUT ESTOQMOV.
           MOVE 'N' TO WRK-FIM.
           IF ESTOQMOV-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ESTOQMOV
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE ESTOQMOV-DATA TO WRK-DATA-MOV
                       IF ESTOQMOV-ORIGEM(1:6) NOT = 'TRANSF'
                           AND WRK-DM-AAAAMM NOT < WRK-PERIODO
                           MOVE ESTOQMOV-PRODUTO TO WRK-PRODUTO
                           PERFORM 2200-ACHAR-PRODUTO
                           IF WRK-VP-ACHEI NOT = ZEROS
                               PERFORM 4100-SOMAR-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ESTOQMOV-STATUS NOT = 35
               CLOSE ESTOQMOV
           END-IF.

       4100-SOMAR-MOVIMENTO.
           IF WRK-DM-AAAAMM > WRK-PERIODO
               IF ESTOQMOV-ENTRADA
                   ADD ESTOQMOV-QTDE
                       TO WRK-VP-POSTERIOR(WRK-VP-ACHEI)
               ELSE
                   SUBTRACT ESTOQMOV-QTDE
                       FROM WRK-VP-POSTERIOR(WRK-VP-ACHEI)
               END-IF
           ELSE
               IF ESTOQMOV-ENTRADA
                   PERFORM 4200-CUSTO-DA-ENTRADA
                   COMPUTE WRK-VALOR-MOV =
                       ESTOQMOV-QTDE * WRK-CUSTO-UNIT
                   ADD ESTOQMOV-QTDE
                       TO WRK-VP-ENT-QTDE(WRK-VP-ACHEI)
                   ADD WRK-VALOR-MOV
                       TO WRK-VP-ENT-VALOR(WRK-VP-ACHEI)
               ELSE
                   COMPUTE WRK-VALOR-MOV = ESTOQMOV-QTDE
                       * WRK-VP-MEDIO(WRK-VP-ACHEI)
                   ADD ESTOQMOV-QTDE
                       TO WRK-VP-SAI-QTDE(WRK-VP-ACHEI)
                   ADD WRK-VALOR-MOV
                       TO WRK-VP-SAI-VALOR(WRK-VP-ACHEI)
               END-IF
           END-IF.

      *    RECEBIMENTO DE ORDEM ('RECEBIMENTO OCnnnnnn') ENTRA
      *    PELO CUSTO DA ORDEM; DEVOLUCAO DE CLIENTE, ESTORNO E
      *    AJUSTE DE INVENTARIO ENTRAM PELO CUSTO MEDIO.
       4200-CUSTO-DA-ENTRADA.
           MOVE WRK-VP-MEDIO(WRK-VP-ACHEI) TO WRK-CUSTO-UNIT.
           IF ESTOQMOV-ORIGEM(1:14) = 'RECEBIMENTO OC'
               AND ESTOQMOV-ORIGEM(15:6) IS NUMERIC
               AND PEDCOMPRA-STATUS = 00
               MOVE ESTOQMOV-ORIGEM(15:6) TO COMPRA-NUM
               READ PEDCOMPRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPRA-CUSTO-UNIT TO WRK-CUSTO-UNIT
               END-READ
           END-IF.

      *****************************************************
      * DUAS LINHAS POR PRODUTO (INICIAL/ENTRADAS E
      * SAIDAS/FINAL) E OS TOTAIS. O FINAL E A QUANTIDADE
      * QUE SOBRA DO MES PELO CUSTO MEDIO, E VAI PARA A
      * FOTO VALEST.AAAAMM. PRODUTO SEM SALDO E SEM
      * MOVIMENTO NO MES NAO SAI.
      *****************************************************
       5000-GRAVAR-RELATORIO.
           OPEN OUTPUT VAL-REL.
           OPEN OUTPUT VALEST.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALORIZACAO DO ESTOQUE A CUSTO MEDIO - MES '
               WRK-PERIODO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PRODUTO DESCRICAO                      CUSTO MEDIO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  INICIAL QTDE/VALOR  ENTRADAS QTDE/VALOR'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  SAIDAS QTDE/VALOR   FINAL QTDE/VALOR'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-VP-IDX FROM 1 BY 1
                   UNTIL WRK-VP-IDX > WRK-VP-QTDE
               PERFORM 5100-FECHAR-PRODUTO
               IF WRK-FIN-QTDE NOT = ZEROS
                   OR WRK-VP-INI-QTDE(WRK-VP-IDX) NOT = ZEROS
                   OR WRK-VP-ENT-QTDE(WRK-VP-IDX) NOT = ZEROS
                   OR WRK-VP-SAI-QTDE(WRK-VP-IDX) NOT = ZEROS
                   PERFORM 5200-IMPRIMIR-PRODUTO
               END-IF
           END-PERFORM.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-INI TO WRK-VALOR-ED.
           MOVE WRK-TOT-ENT TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL INICIAL  ' WRK-VALOR-ED
               '  ENTRADAS ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-TOT-SAI TO WRK-VALOR-ED.
           MOVE WRK-TOT-FIN TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL SAIDAS   ' WRK-VALOR-ED
               '  FINAL    ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTOS VALORIZADOS: ' WRK-TOT-PRODUTOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE VAL-REL.
           CLOSE VALEST.

      *    SEM FOTO, O INICIAL SAI DO SALDO DE HOJE: TIRA O
      *    QUE MEXEU DEPOIS DO MES E O QUE ENTROU NO MES, VOLTA
      *    O QUE SAIU, E E VALORIZADO PELO CUSTO MEDIO.
       5100-FECHAR-PRODUTO.
           IF WRK-VP-TEM-FOTO(WRK-VP-IDX) NOT = 'S'
               COMPUTE WRK-VP-INI-QTDE(WRK-VP-IDX) =
                   WRK-VP-ESTOQUE(WRK-VP-IDX)
                   - WRK-VP-POSTERIOR(WRK-VP-IDX)
                   - WRK-VP-ENT-QTDE(WRK-VP-IDX)
                   + WRK-VP-SAI-QTDE(WRK-VP-IDX)
               COMPUTE WRK-VP-INI-VALOR(WRK-VP-IDX) =
                   WRK-VP-INI-QTDE(WRK-VP-IDX)
                   * WRK-VP-MEDIO(WRK-VP-IDX)
           END-IF.
           COMPUTE WRK-FIN-QTDE = WRK-VP-INI-QTDE(WRK-VP-IDX)
               + WRK-VP-ENT-QTDE(WRK-VP-IDX)
               - WRK-VP-SAI-QTDE(WRK-VP-IDX).
           COMPUTE WRK-FIN-VALOR =
               WRK-FIN-QTDE * WRK-VP-MEDIO(WRK-VP-IDX).

       5200-IMPRIMIR-PRODUTO.
           ADD 1 TO WRK-TOT-PRODUTOS.
           ADD WRK-VP-INI-VALOR(WRK-VP-IDX) TO WRK-TOT-INI.
           ADD WRK-VP-ENT-VALOR(WRK-VP-IDX) TO WRK-TOT-ENT.
           ADD WRK-VP-SAI-VALOR(WRK-VP-IDX) TO WRK-TOT-SAI.
           ADD WRK-FIN-VALOR TO WRK-TOT-FIN.
           MOVE WRK-VP-MEDIO(WRK-VP-IDX) TO WRK-CUSTO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-VP-PRODUTO(WRK-VP-IDX) '   '
               WRK-VP-DESCRICAO(WRK-VP-IDX) ' ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-VP-INI-QTDE(WRK-VP-IDX)  TO WRK-QTDE-ED.
           MOVE WRK-VP-INI-VALOR(WRK-VP-IDX) TO WRK-VALOR-ED.
           MOVE WRK-VP-ENT-QTDE(WRK-VP-IDX)  TO WRK-QTDE2-ED.
           MOVE WRK-VP-ENT-VALOR(WRK-VP-IDX) TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  INI ' WRK-QTDE-ED ' ' WRK-VALOR-ED
               '  ENT ' WRK-QTDE2-ED ' ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-VP-SAI-QTDE(WRK-VP-IDX)  TO WRK-QTDE-ED.
           MOVE WRK-VP-SAI-VALOR(WRK-VP-IDX) TO WRK-VALOR-ED.
           MOVE WRK-FIN-QTDE                 TO WRK-QTDE3-ED.
           MOVE WRK-FIN-VALOR                TO WRK-VALOR3-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  SAI ' WRK-QTDE-ED ' ' WRK-VALOR-ED
               '  FIN ' WRK-QTDE3-ED ' ' WRK-VALOR3-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-VP-PRODUTO(WRK-VP-IDX) TO VALEST-PRODUTO.
           MOVE WRK-FIN-QTDE               TO VALEST-QTDE.
           MOVE WRK-VP-MEDIO(WRK-VP-IDX)   TO VALEST-CUSTO.
           MOVE WRK-FIN-VALOR              TO VALEST-VALOR.
           WRITE VALEST-REG.

       8000-FINALIZAR.
           IF PRODUTOS-STATUS NOT = 35
               CLOSE PRODUTOS
           END-IF.
           IF PEDCOMPRA-STATUS NOT = 35
               CLOSE PEDCOMPRA
           END-IF.
