       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFESTQ.
      ********************************************
      * OBJETIVO: CONCILIACAO NOTURNA DO SALDO DE
      *           ESTOQUE - O ESTOQMOV.DAT DEVERIA
      *           EXPLICAR TODA MUDANCA EM
      *           PRODUTOS-ESTOQUE, MAS CARGA,
      *           REAJUSTE E CORRECAO NA MAO MEXEM NO
      *           CATALOGO SEM PASSAR POR ELE. PARA
      *           CADA PRODUTO PARTE DA ULTIMA
      *           CONTAGEM DO INVENTAR (INVCONT.DAT;
      *           SEM CONTAGEM, PARTE DE ZERO NO
      *           INICIO DO DIARIO), REFAZ O SALDO COM
      *           AS ENTRADAS E SAIDAS POSTERIORES
      *           (TRANSFERENCIA ENTRE LOCAIS NAO
      *           MUDA O TOTAL E NAO CONTA) E LISTA EM
      *           CONFESTQ.LOG O PRODUTO CUJO SALDO
      *           CALCULADO DIFERE DO CATALOGO, COM A
      *           DIFERENCA. A ULTIMA LINHA E O
      *           VEREDITO (RESULTADO: CONFERE/
      *           DIVERGENCIA), QUE O DIGESTO LE NA
      *           MANHA SEGUINTE. RODA NA CADEIA
      *           NOTURNA (JOBCTL) DEPOIS DO DUPCHECK.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT INVCONT ASSIGN TO 'INVCONT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCONT-STATUS.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT ESTQLOG ASSIGN TO 'CONFESTQ.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD INVCONT.
           COPY 'INVCCOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD ESTQLOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 INVCONT-STATUS  PIC 9(02).
           77 ESTOQMOV-STATUS PIC 9(02).
           77 LOG-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

      *    UMA LINHA POR PRODUTO DO CATALOGO: SALDO DE HOJE,
      *    PONTO DE PARTIDA (QUANTIDADE E CARIMBO DATA+HORA
      *    DA ULTIMA CONTAGEM) E O QUE O DIARIO MEXEU DEPOIS.
           01 WRK-TAB-CONF.
               05 WRK-CF-ITEM OCCURS 1000 TIMES.
                   10 WRK-CF-PRODUTO   PIC 9(05).
                   10 WRK-CF-DESCRICAO PIC X(30).
                   10 WRK-CF-ESTOQUE   PIC 9(05).
                   10 WRK-CF-BASE      PIC 9(05).
                   10 WRK-CF-CARIMBO   PIC 9(14).
                   10 WRK-CF-MOVIDO    PIC S9(07).
           77 WRK-CF-QTDE      PIC 9(04) VALUE ZEROS.
           77 WRK-CF-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-CF-ACHEI     PIC 9(04) VALUE ZEROS.
           77 WRK-PRODUTO      PIC 9(05) VALUE ZEROS.
           01 WRK-CARIMBO.
               05 WRK-CB-DATA PIC 9(08).
               05 WRK-CB-HORA PIC 9(06).
           77 WRK-CARIMBO-NUM PIC 9(14) VALUE ZEROS.

           77 WRK-CALCULADO    PIC S9(07) VALUE ZEROS.
           77 WRK-DIFERENCA    PIC S9(07) VALUE ZEROS.
           77 WRK-CALC-ED      PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-ESTOQUE-ED   PIC ZZZZ9 VALUE ZEROS.
           77 WRK-DIF-ED       PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-ORIGEM-BASE  PIC X(12) VALUE SPACES.
           77 WRK-TOT-PRODUTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-CONTADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-MOVS     PIC 9(08) VALUE ZEROS.
           77 WRK-TOT-DIVERG   PIC 9(06) VALUE ZEROS.

           77 WRK-JOB-NOME   PIC X(10) VALUE 'CONFESTQ'.
           77 WRK-JOB-PRED   PIC X(10) VALUE 'DUPCHECK'.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           IF WRK-JOB-OK NOT = 'S'
               DISPLAY 'CONCILIACAO DE ESTOQUE ABORTADA - A CADEIA '
                   'DA NOITE NAO FECHOU (VER CADEIA/JOBCTL.DAT)'
               STOP RUN
           END-IF.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
               DISPLAY 'PRODUTOS.DAT NAO DISPONIVEL - CONCILIACAO '
                   'ABORTADA'
               MOVE 'F' TO WRK-JOB-RESULT
           ELSE
               PERFORM 1000-CARREGAR-PRODUTOS
               CLOSE PRODUTOS
               PERFORM 2000-LER-CONTAGENS
               PERFORM 3000-REFAZER-DIARIO
               PERFORM 4000-COMPARAR
           END-IF.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       1000-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO PRODUTOS-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-CF-QTDE < 1000
                           ADD 1 TO WRK-CF-QTDE
                           MOVE PRODUTOS-CODIGO
                               TO WRK-CF-PRODUTO(WRK-CF-QTDE)
                           MOVE PRODUTOS-DESCRICAO
                               TO WRK-CF-DESCRICAO(WRK-CF-QTDE)
                           MOVE PRODUTOS-ESTOQUE
                               TO WRK-CF-ESTOQUE(WRK-CF-QTDE)
                           MOVE ZEROS TO WRK-CF-BASE(WRK-CF-QTDE)
                                         WRK-CF-CARIMBO(WRK-CF-QTDE)
                                         WRK-CF-MOVIDO(WRK-CF-QTDE)
                       END-IF
               END-READ
           END-PERFORM.

      *    POSICAO DE WRK-PRODUTO NA TABELA (ZERO SE NAO ACHOU).
       1100-ACHAR-PRODUTO.
           MOVE ZEROS TO WRK-CF-ACHEI.
           PERFORM VARYING WRK-CF-IDX FROM 1 BY 1
                   UNTIL WRK-CF-IDX > WRK-CF-QTDE
                      OR WRK-CF-ACHEI NOT = ZEROS
               IF WRK-CF-PRODUTO(WRK-CF-IDX) = WRK-PRODUTO
                   MOVE WRK-CF-IDX TO WRK-CF-ACHEI
               END-IF
           END-PERFORM.

      *****************************************************
      * O INVCONT.DAT ESTA EM ORDEM DE GRAVACAO, ENTAO A
      * ULTIMA LINHA LIDA DE CADA PRODUTO E A CONTAGEM MAIS
      * RECENTE.
      *****************************************************
       2000-LER-CONTAGENS.
           OPEN INPUT INVCONT.
           MOVE 'N' TO WRK-FIM.
           IF INVCONT-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ INVCONT
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE INVC-PRODUTO TO WRK-PRODUTO
                       PERFORM 1100-ACHAR-PRODUTO
                       IF WRK-CF-ACHEI NOT = ZEROS
                           MOVE INVC-DATA TO WRK-CB-DATA
                           MOVE INVC-HORA TO WRK-CB-HORA
                           MOVE WRK-CARIMBO TO WRK-CARIMBO-NUM
                           MOVE WRK-CARIMBO-NUM
                               TO WRK-CF-CARIMBO(WRK-CF-ACHEI)
                           MOVE INVC-CONTADO
                               TO WRK-CF-BASE(WRK-CF-ACHEI)
                       END-IF
               END-READ
           END-PERFORM.
           IF INVCONT-STATUS NOT = 35
               CLOSE INVCONT
           END-IF.

      *****************************************************
      * SO CONTA O MOVIMENTO GRAVADO DEPOIS DA CONTAGEM -
      * O AJUSTE DO PROPRIO INVENTARIO FICA ANTES DELA.
      *****************************************************
       3000-REFAZER-DIARIO.
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
                       IF ESTOQMOV-ORIGEM(1:6) NOT = 'TRANSF'
                           PERFORM 3100-SOMAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF ESTOQMOV-STATUS NOT = 35
               CLOSE ESTOQMOV
           END-IF.

       3100-SOMAR-MOVIMENTO.
           MOVE ESTOQMOV-PRODUTO TO WRK-PRODUTO.
           PERFORM 1100-ACHAR-PRODUTO.
           MOVE ESTOQMOV-DATA TO WRK-CB-DATA.
           MOVE ESTOQMOV-HORA TO WRK-CB-HORA.
           MOVE WRK-CARIMBO TO WRK-CARIMBO-NUM.
           IF WRK-CF-ACHEI NOT = ZEROS
               AND WRK-CARIMBO-NUM > WRK-CF-CARIMBO(WRK-CF-ACHEI)
               ADD 1 TO WRK-TOT-MOVS
               IF ESTOQMOV-ENTRADA
                   ADD ESTOQMOV-QTDE TO WRK-CF-MOVIDO(WRK-CF-ACHEI)
               ELSE
                   SUBTRACT ESTOQMOV-QTDE
                       FROM WRK-CF-MOVIDO(WRK-CF-ACHEI)
               END-IF
           END-IF.

      *****************************************************
      * SALDO CALCULADO = CONTAGEM + MOVIMENTO POSTERIOR;
      * DIFERENCA = CATALOGO MENOS CALCULADO (POSITIVA:
      * O CATALOGO TEM MAIS DO QUE O DIARIO EXPLICA).
      *****************************************************
       4000-COMPARAR.
           OPEN OUTPUT ESTQLOG.
           MOVE 'CONCILIACAO DO SALDO DE ESTOQUE PELO DIARIO'
               TO LOG-LINHA.
           WRITE LOG-LINHA.
           MOVE ALL '-' TO LOG-LINHA.
           WRITE LOG-LINHA.
           PERFORM VARYING WRK-CF-IDX FROM 1 BY 1
                   UNTIL WRK-CF-IDX > WRK-CF-QTDE
               PERFORM 4100-COMPARAR-PRODUTO
           END-PERFORM.
           MOVE ALL '-' TO LOG-LINHA.
           WRITE LOG-LINHA.
           MOVE SPACES TO LOG-LINHA.
           STRING 'PRODUTOS CONFERIDOS....: ' WRK-TOT-PRODUTOS
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           MOVE SPACES TO LOG-LINHA.
           STRING 'COM CONTAGEM INVENTAR..: ' WRK-TOT-CONTADOS
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           MOVE SPACES TO LOG-LINHA.
           STRING 'MOVIMENTOS REFEITOS....: ' WRK-TOT-MOVS
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           MOVE SPACES TO LOG-LINHA.
           STRING 'SALDOS DIVERGENTES.....: ' WRK-TOT-DIVERG
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           IF WRK-TOT-DIVERG = ZEROS
               MOVE 'RESULTADO: CONFERE' TO LOG-LINHA
           ELSE
               MOVE 'RESULTADO: DIVERGENCIA' TO LOG-LINHA
           END-IF.
           WRITE LOG-LINHA.
           CLOSE ESTQLOG.
           DISPLAY 'SALDOS DIVERGENTES: ' WRK-TOT-DIVERG.
           DISPLAY 'CONCILIACAO GRAVADA EM CONFESTQ.LOG'.

       4100-COMPARAR-PRODUTO.
           ADD 1 TO WRK-TOT-PRODUTOS.
           IF WRK-CF-CARIMBO(WRK-CF-IDX) NOT = ZEROS
               ADD 1 TO WRK-TOT-CONTADOS
               MOVE 'CONTAGEM' TO WRK-ORIGEM-BASE
           ELSE
               MOVE 'SEM CONTAGEM' TO WRK-ORIGEM-BASE
           END-IF.
           COMPUTE WRK-CALCULADO = WRK-CF-BASE(WRK-CF-IDX)
               + WRK-CF-MOVIDO(WRK-CF-IDX).
           COMPUTE WRK-DIFERENCA = WRK-CF-ESTOQUE(WRK-CF-IDX)
               - WRK-CALCULADO.
           IF WRK-DIFERENCA NOT = ZEROS
               ADD 1 TO WRK-TOT-DIVERG
               MOVE WRK-CF-ESTOQUE(WRK-CF-IDX) TO WRK-ESTOQUE-ED
               MOVE WRK-CALCULADO TO WRK-CALC-ED
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
               MOVE SPACES TO LOG-LINHA
               STRING 'SALDO DIVERGENTE: ' WRK-CF-PRODUTO(WRK-CF-IDX)
                   ' ' WRK-CF-DESCRICAO(WRK-CF-IDX)
                   ' CAT ' WRK-ESTOQUE-ED
                   ' CALC ' WRK-CALC-ED
                   ' DIF ' WRK-DIF-ED
                   ' ' WRK-ORIGEM-BASE
                   DELIMITED BY SIZE INTO LOG-LINHA
               END-STRING
               WRITE LOG-LINHA
           END-IF.
