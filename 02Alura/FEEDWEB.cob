       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDWEB.
      ********************************************
      * OBJETIVO: ARQUIVO DIARIO DE CATALOGO E
      *           ESTOQUE PARA A LOJA VIRTUAL
      *           (FEEDWEB.AAAAMMDD.CSV): CODIGO, EAN
      *           (EM BRANCO SE O PRODUTO NAO TEM),
      *           DESCRICAO, PRECO, PESO E SALDO
      *           DISPONIVEL DE CADA PRODUTO ATIVO.
      *           A VENDA JA BAIXA O CATALOGO, MAS A
      *           ENCOMENDA PENDENTE (BACKORD.DAT) AINDA
      *           ESPERA MERCADORIA - O DISPONIVEL E O
      *           SALDO MENOS O QUE FALTA ALOCAR NAS
      *           ENCOMENDAS; NO KIT E O NUMERO DE KITS
      *           QUE OS COMPONENTES MONTAM.
      *           MODO C (COMPLETO) MANDA TODOS OS
      *           ATIVOS; MODO D (DELTA) SO O QUE MUDOU
      *           DESDE O ULTIMO ENVIO, COMPARANDO COM O
      *           ARQUIVO DE CONTROLE FEEDCTL.DAT (O QUE
      *           FOI ENVIADO DE CADA PRODUTO) - PRODUTO
      *           INATIVADO DESDE O ULTIMO ENVIO SAI COM
      *           ACAO R PARA A LOJA RETIRAR. SEM
      *           CONTROLE, O DELTA VIRA COMPLETO.
      *           OS VALORES SAEM COM PONTO DECIMAL E
      *           SEPARADOR PONTO-E-VIRGULA, O FORMATO
      *           QUE A LOJA IMPORTA. ANOTA A EXECUCAO
      *           NO RAZAO DA CADEIA (JOBCTL), ENTAO A
      *           FALHA APARECE NO CADEIA E NO DIGESTO.
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

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS KITS-STATUS
               RECORD KEY KIT-CHAVE.

           SELECT FEEDCTL ASSIGN TO 'FEEDCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FEEDCTL-STATUS
               RECORD KEY FEEDCTL-CODIGO.

           SELECT ARQ-FEED ASSIGN TO WRK-ARQ-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD KITS.
           COPY 'KITCOPY.cob'.

      *    O QUE FOI MANDADO PARA A LOJA DE CADA PRODUTO NO
      *    ULTIMO ENVIO - BASE DE COMPARACAO DO MODO DELTA.
       FD FEEDCTL.
       01 FEEDCTL-REG.
           05 FEEDCTL-CODIGO     PIC 9(05).
           05 FEEDCTL-EAN        PIC 9(13).
           05 FEEDCTL-DESCRICAO  PIC X(30).
           05 FEEDCTL-PRECO      PIC 9(08)V99.
           05 FEEDCTL-PESO       PIC 9(03)V999.
           05 FEEDCTL-DISPONIVEL PIC 9(05).
           05 FEEDCTL-SITUACAO   PIC X(01).
           05 FEEDCTL-DT-ENVIO   PIC 9(08).

       FD ARQ-FEED.
       01 FEED-LINHA PIC X(160).

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 BACKORD-STATUS  PIC 9(02).
           77 KITS-STATUS     PIC 9(02).
           77 FEEDCTL-STATUS  PIC 9(02).
           77 FEED-STATUS     PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-AUX     PIC X(01) VALUE 'N'.
               88 FIM-AUX VALUE 'S'.
           77 WRK-FIM-KIT     PIC X(01) VALUE 'N'.
               88 FIM-KIT VALUE 'S'.
           77 WRK-ARQ-FEED    PIC X(30) VALUE SPACES.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.

           77 WRK-MODO        PIC X(01) VALUE SPACES.
               88 MODO-COMPLETO VALUE 'C'.
               88 MODO-DELTA    VALUE 'D'.

      *    PRODUTO DA VEZ E SEU DISPONIVEL
           77 WRK-COD-ATUAL   PIC 9(05) VALUE ZEROS.
           77 WRK-DISPONIVEL  PIC 9(05) VALUE ZEROS.
           77 WRK-EH-KIT      PIC X(01) VALUE 'N'.
           77 WRK-TEM-CTL     PIC X(01) VALUE 'N'.
           77 WRK-ACAO        PIC X(01) VALUE SPACES.
      *    SALDO MENOS A FALTA PENDENTE DE UM PRODUTO
           77 WRK-CALC-PROD   PIC 9(05) VALUE ZEROS.
           77 WRK-CALC-SALDO  PIC 9(05) VALUE ZEROS.
           77 WRK-CALC-FALTA  PIC 9(07) VALUE ZEROS.
           77 WRK-CALC-DISP   PIC 9(05) VALUE ZEROS.
           77 WRK-KIT-MONTA   PIC 9(05) VALUE ZEROS.

           77 WRK-EAN-X       PIC X(13) VALUE SPACES.
           77 WRK-PRECO-ED    PIC ZZZZZZZ9.99 VALUE ZEROS.
           77 WRK-PESO-ED     PIC ZZ9.999 VALUE ZEROS.

           77 WRK-TOT-LIDOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-ENVIADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-RETIRADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-IGUAIS    PIC 9(06) VALUE ZEROS.

           77 WRK-JOB-NOME   PIC X(10) VALUE 'FEEDWEB'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           PERFORM 1000-INICIAR.
           IF WRK-JOB-RESULT = 'P'
               PERFORM 2000-VARRER-CATALOGO
               PERFORM 8000-FINALIZAR
           END-IF.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

      *****************************************************
      * ARQUIVO QUE NAO ABRE DERRUBA O ENVIO COM RESULTADO
      * F NO JOBCTL - A LOJA FICA COM O ARQUIVO DE ONTEM.
      *****************************************************
       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY 'MODO (C = COMPLETO, D = SO ALTERADOS).. '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF WRK-MODO = 'c'
               MOVE 'C' TO WRK-MODO
           END-IF.
           IF WRK-MODO NOT = 'C'
               MOVE 'D' TO WRK-MODO
           END-IF.
           MOVE SPACES TO WRK-ARQ-FEED.
           STRING 'FEEDWEB.' WRK-DATA-SIS '.CSV'
               DELIMITED BY SIZE INTO WRK-ARQ-FEED
           END-STRING.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
               DISPLAY 'PRODUTOS.DAT NAO DISPONIVEL - STATUS '
                   PRODUTOS-STATUS
               MOVE 'F' TO WRK-JOB-RESULT
           ELSE
               OPEN I-O FEEDCTL
               IF FEEDCTL-STATUS = 35
                   OPEN OUTPUT FEEDCTL
                   CLOSE FEEDCTL
                   OPEN I-O FEEDCTL
                   IF MODO-DELTA
                       DISPLAY 'SEM CONTROLE DO ULTIMO ENVIO - '
                           'GERANDO COMPLETO'
                       MOVE 'C' TO WRK-MODO
                   END-IF
               END-IF
               IF FEEDCTL-STATUS NOT = 00
                   DISPLAY 'FEEDCTL.DAT NAO DISPONIVEL - STATUS '
                       FEEDCTL-STATUS
                   MOVE 'F' TO WRK-JOB-RESULT
                   CLOSE PRODUTOS
               ELSE
                   OPEN OUTPUT ARQ-FEED
                   IF FEED-STATUS NOT = 00
                       DISPLAY 'NAO FOI POSSIVEL CRIAR ' WRK-ARQ-FEED
                           ' - STATUS ' FEED-STATUS
                       MOVE 'F' TO WRK-JOB-RESULT
                       CLOSE FEEDCTL
                       CLOSE PRODUTOS
                   END-IF
               END-IF
           END-IF.
           IF WRK-JOB-RESULT = 'P'
               OPEN INPUT BACKORD
               OPEN INPUT KITS
               MOVE SPACES TO FEED-LINHA
               STRING 'ACAO;CODIGO;EAN;DESCRICAO;PRECO;PESO;'
                   'DISPONIVEL'
                   DELIMITED BY SIZE INTO FEED-LINHA
               END-STRING
               WRITE FEED-LINHA
           END-IF.

       2000-VARRER-CATALOGO.
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
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM 2100-TRATAR-PRODUTO
               END-READ
           END-PERFORM.

      *****************************************************
      * O KIT LE OS COMPONENTES EM PRODUTOS.DAT, O QUE TIRA
      * A LEITURA DO LUGAR - O PROPRIO KIT E RELIDO E A
      * VARREDURA SEGUE DEPOIS DELE.
      *****************************************************
       2100-TRATAR-PRODUTO.
           MOVE PRODUTOS-CODIGO TO WRK-COD-ATUAL.
           PERFORM 2300-VERIFICAR-KIT.
           IF WRK-EH-KIT = 'S'
               PERFORM 2500-DISPONIVEL-KIT
               MOVE WRK-COD-ATUAL TO PRODUTOS-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-READ
           ELSE
               MOVE PRODUTOS-CODIGO  TO WRK-CALC-PROD
               MOVE PRODUTOS-ESTOQUE TO WRK-CALC-SALDO
               PERFORM 2400-DISPONIVEL-PRODUTO
               MOVE WRK-CALC-DISP TO WRK-DISPONIVEL
           END-IF.
           IF NOT FIM
               PERFORM 2200-COMPARAR-ENVIO
           END-IF.
           IF WRK-EH-KIT = 'S' AND NOT FIM
               MOVE WRK-COD-ATUAL TO PRODUTOS-CODIGO
               START PRODUTOS KEY IS GREATER THAN PRODUTOS-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.

      *    NO COMPLETO TODO ATIVO VAI; NO DELTA SO O QUE
      *    DIFERE DO CONTROLE. INATIVO SO SAI (ACAO R) SE A
      *    LOJA AINDA O TEM COMO ATIVO.
       2200-COMPARAR-ENVIO.
           MOVE SPACES TO WRK-ACAO.
           MOVE 'S' TO WRK-TEM-CTL.
           MOVE PRODUTOS-CODIGO TO FEEDCTL-CODIGO.
           READ FEEDCTL
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-CTL
           END-READ.
           IF PRODUTOS-ATIVO
               IF MODO-COMPLETO OR WRK-TEM-CTL = 'N'
                   MOVE 'A' TO WRK-ACAO
               ELSE
               IF FEEDCTL-SITUACAO NOT = 'A'
                   OR FEEDCTL-EAN NOT = PRODUTOS-EAN
                   OR FEEDCTL-DESCRICAO NOT = PRODUTOS-DESCRICAO
                   OR FEEDCTL-PRECO NOT = PRODUTOS-PRECO
                   OR FEEDCTL-PESO NOT = PRODUTOS-PESO
                   OR FEEDCTL-DISPONIVEL NOT = WRK-DISPONIVEL
                   MOVE 'A' TO WRK-ACAO
               END-IF
               END-IF
           ELSE
               IF WRK-TEM-CTL = 'S' AND FEEDCTL-SITUACAO = 'A'
                   MOVE 'R' TO WRK-ACAO
               END-IF
           END-IF.
           IF WRK-ACAO = SPACES
               ADD 1 TO WRK-TOT-IGUAIS
           ELSE
               PERFORM 2600-GRAVAR-LINHA
               PERFORM 2700-ATUALIZAR-CONTROLE
           END-IF.

       2300-VERIFICAR-KIT.
           MOVE 'N' TO WRK-EH-KIT.
           IF KITS-STATUS NOT = 35
               MOVE PRODUTOS-CODIGO TO KIT-PAI
               MOVE ZEROS TO KIT-COMPONENTE
               START KITS KEY IS NOT LESS THAN KIT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KITS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF KIT-PAI = PRODUTOS-CODIGO
                                   MOVE 'S' TO WRK-EH-KIT
                               END-IF
                       END-READ
               END-START
           END-IF.

      *    WRK-CALC-SALDO MENOS O QUE AINDA FALTA ALOCAR NAS
      *    ENCOMENDAS PENDENTES DE WRK-CALC-PROD (A FILA DO
      *    PRODUTO E CONTIGUA NA CHAVE DO BACKORD).
       2400-DISPONIVEL-PRODUTO.
           MOVE ZEROS TO WRK-CALC-FALTA.
           IF BACKORD-STATUS NOT = 35
               MOVE WRK-CALC-PROD TO BACK-PRODUTO
               MOVE ZEROS TO BACK-DATA BACK-FONE BACK-SEQ BACK-ITEM
               MOVE 'N' TO WRK-FIM-AUX
               START BACKORD KEY IS NOT LESS THAN BACK-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX
                   READ BACKORD NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-AUX
                       NOT AT END
                           IF BACK-PRODUTO NOT = WRK-CALC-PROD
                               MOVE 'S' TO WRK-FIM-AUX
                           ELSE
                           IF BACK-PENDENTE
                               AND BACK-QTDE > BACK-QTDE-ALOCADA
                               COMPUTE WRK-CALC-FALTA = WRK-CALC-FALTA
                                   + BACK-QTDE - BACK-QTDE-ALOCADA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-CALC-FALTA NOT < WRK-CALC-SALDO
               MOVE ZEROS TO WRK-CALC-DISP
           ELSE
               COMPUTE WRK-CALC-DISP = WRK-CALC-SALDO - WRK-CALC-FALTA
           END-IF.

      *    O KIT NAO TEM SALDO PROPRIO: VALE O MENOR NUMERO
      *    DE KITS QUE CADA COMPONENTE MONTA. COMPONENTE
      *    FORA DO CATALOGO OU INATIVO ZERA O KIT.
       2500-DISPONIVEL-KIT.
           MOVE 99999 TO WRK-DISPONIVEL.
           MOVE WRK-COD-ATUAL TO KIT-PAI.
           MOVE ZEROS TO KIT-COMPONENTE.
           MOVE 'N' TO WRK-FIM-KIT.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-KIT
           END-START.
           PERFORM UNTIL FIM-KIT
               READ KITS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-KIT
                   NOT AT END
                       IF KIT-PAI NOT = WRK-COD-ATUAL
                           MOVE 'S' TO WRK-FIM-KIT
                       ELSE
                           PERFORM 2550-MONTAGEM-COMPONENTE
                           IF WRK-KIT-MONTA < WRK-DISPONIVEL
                               MOVE WRK-KIT-MONTA TO WRK-DISPONIVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-DISPONIVEL = 99999
               MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.

       2550-MONTAGEM-COMPONENTE.
           MOVE ZEROS TO WRK-KIT-MONTA.
           MOVE KIT-COMPONENTE TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO WRK-CALC-DISP
               NOT INVALID KEY
                   IF PRODUTOS-ATIVO
                       MOVE PRODUTOS-CODIGO  TO WRK-CALC-PROD
                       MOVE PRODUTOS-ESTOQUE TO WRK-CALC-SALDO
                       PERFORM 2400-DISPONIVEL-PRODUTO
                   ELSE
                       MOVE ZEROS TO WRK-CALC-DISP
                   END-IF
           END-READ.
           IF KIT-QTDE > ZEROS
               COMPUTE WRK-KIT-MONTA = WRK-CALC-DISP / KIT-QTDE
           END-IF.

       2600-GRAVAR-LINHA.
           IF PRODUTOS-EAN = ZEROS
               MOVE SPACES TO WRK-EAN-X
           ELSE
               MOVE PRODUTOS-EAN TO WRK-EAN-X
           END-IF.
           MOVE PRODUTOS-PRECO TO WRK-PRECO-ED.
           MOVE PRODUTOS-PESO  TO WRK-PESO-ED.
           MOVE SPACES TO FEED-LINHA.
           STRING WRK-ACAO ';' PRODUTOS-CODIGO ';' WRK-EAN-X ';'
               PRODUTOS-DESCRICAO ';' WRK-PRECO-ED ';'
               WRK-PESO-ED ';' WRK-DISPONIVEL
               DELIMITED BY SIZE INTO FEED-LINHA
           END-STRING.
           WRITE FEED-LINHA.
           IF FEED-STATUS NOT = 00
               MOVE 'F' TO WRK-JOB-RESULT
           END-IF.
           IF WRK-ACAO = 'R'
               ADD 1 TO WRK-TOT-RETIRADOS
           ELSE
               ADD 1 TO WRK-TOT-ENVIADOS
           END-IF.

       2700-ATUALIZAR-CONTROLE.
           MOVE PRODUTOS-CODIGO    TO FEEDCTL-CODIGO.
           MOVE PRODUTOS-EAN       TO FEEDCTL-EAN.
           MOVE PRODUTOS-DESCRICAO TO FEEDCTL-DESCRICAO.
           MOVE PRODUTOS-PRECO     TO FEEDCTL-PRECO.
           MOVE PRODUTOS-PESO      TO FEEDCTL-PESO.
           MOVE WRK-DISPONIVEL     TO FEEDCTL-DISPONIVEL.
           MOVE PRODUTOS-SITUACAO  TO FEEDCTL-SITUACAO.
           MOVE WRK-DATA-SIS       TO FEEDCTL-DT-ENVIO.
           IF WRK-TEM-CTL = 'S'
               REWRITE FEEDCTL-REG
                   INVALID KEY
                       MOVE 'F' TO WRK-JOB-RESULT
               END-REWRITE
           ELSE
               WRITE FEEDCTL-REG
                   INVALID KEY
                       MOVE 'F' TO WRK-JOB-RESULT
               END-WRITE
           END-IF.

       8000-FINALIZAR.
           CLOSE PRODUTOS.
           IF BACKORD-STATUS NOT = 35
               CLOSE BACKORD
           END-IF.
           IF KITS-STATUS NOT = 35
               CLOSE KITS
           END-IF.
           CLOSE FEEDCTL.
           CLOSE ARQ-FEED.
           DISPLAY '===== CATALOGO PARA A LOJA VIRTUAL ====='.
           IF MODO-COMPLETO
               DISPLAY 'MODO...................: COMPLETO'
           ELSE
               DISPLAY 'MODO...................: SO ALTERADOS'
           END-IF.
           DISPLAY 'PRODUTOS LIDOS.........: ' WRK-TOT-LIDOS.
           DISPLAY 'ENVIADOS...............: ' WRK-TOT-ENVIADOS.
           DISPLAY 'RETIRADOS DA LOJA......: ' WRK-TOT-RETIRADOS.
           DISPLAY 'SEM ALTERACAO..........: ' WRK-TOT-IGUAIS.
           DISPLAY 'ARQUIVO: ' WRK-ARQ-FEED.
           IF WRK-JOB-RESULT = 'F'
               DISPLAY 'ERRO NA GRAVACAO - ENVIO MARCADO COMO FALHA'
           END-IF.
