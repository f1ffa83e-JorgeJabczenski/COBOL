       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCRED.
      ********************************************
      * OBJETIVO: RELATORIO DE CREDITO DE CLIENTE
      *           NAO UTILIZADO - VARRE CREDITO.DAT
      *           (CONTA CORRENTE DE CREDITO, NA
      *           ORDEM FONE + MOVIMENTO) E LISTA EM
      *           RELCRED.DAT, POR CLIENTE COM SALDO,
      *           O QUE ENTROU (DEVOLUCAO/ESTORNO), O
      *           QUE FOI USADO (PEDIDO/PARCELA), O
      *           SALDO E A DATA DO ULTIMO MOVIMENTO -
      *           O TOTAL E O QUANTO A EMPRESA DEVE
      *           AOS CLIENTES EM CREDITO.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT CRED-REL ASSIGN TO 'RELCRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD CRED-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 CREDITO-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-FONE-ATUAL  PIC 9(09)    VALUE ZEROS.
           77 WRK-SUB-ENTRADA PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SUB-USADO   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DT-ULTIMO   PIC 9(08)    VALUE ZEROS.
           77 WRK-TOT-CLIENTES PIC 9(05)   VALUE ZEROS.
           77 WRK-TOT-SALDO   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-NOME        PIC X(30)    VALUE SPACES.
           77 WRK-ENTRADA-ED  PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-USADO-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIM.
           PERFORM 2500-FECHAR-CLIENTE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT CREDITO.
           IF CREDITO-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT CRED-REL.
           MOVE 'RELATORIO DE CREDITO DE CLIENTE NAO UTILIZADO'
               TO REL-LINHA
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'POSICAO DE ' WRK-DS-ANO '-' WRK-DS-MES '-'
               WRK-DS-DIA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           IF NOT FIM
               PERFORM 2100-LER-MOVIMENTO
           END-IF.

      *    O ULTIMO MOVIMENTO DO FONE FICA COM O SALDO; AS
      *    ENTRADAS E OS USOS SO SAO SOMADOS PARA A LINHA.
       2000-PROCESSAR.
           IF CREDITO-FONE NOT = WRK-FONE-ATUAL
               PERFORM 2500-FECHAR-CLIENTE
               MOVE CREDITO-FONE TO WRK-FONE-ATUAL
           END-IF.
           IF CREDITO-ENTRADA
               ADD CREDITO-VALOR TO WRK-SUB-ENTRADA
           ELSE
               ADD CREDITO-VALOR TO WRK-SUB-USADO
           END-IF.
           MOVE CREDITO-SALDO TO WRK-SALDO.
           MOVE CREDITO-DATA  TO WRK-DT-ULTIMO.
           PERFORM 2100-LER-MOVIMENTO.

       2100-LER-MOVIMENTO.
           READ CREDITO NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

       2500-FECHAR-CLIENTE.
           IF WRK-FONE-ATUAL NOT = ZEROS AND WRK-SALDO > ZEROS
               ADD 1 TO WRK-TOT-CLIENTES
               ADD WRK-SALDO TO WRK-TOT-SALDO
               MOVE WRK-FONE-ATUAL TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE '(CLIENTE NAO CADASTRADO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE CLIENTES-NOME TO WRK-NOME
               END-READ
               MOVE SPACES TO REL-LINHA
               STRING 'CLIENTE ' WRK-FONE-ATUAL ' ' WRK-NOME
                   ' ULTIMO MOVIMENTO ' WRK-DT-ULTIMO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE WRK-SUB-ENTRADA TO WRK-ENTRADA-ED
               MOVE WRK-SUB-USADO   TO WRK-USADO-ED
               MOVE WRK-SALDO       TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '  CONCEDIDO ' WRK-ENTRADA-ED
                   ' USADO ' WRK-USADO-ED
                   ' SALDO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           MOVE ZEROS TO WRK-SUB-ENTRADA WRK-SUB-USADO WRK-SALDO
               WRK-DT-ULTIMO.

       3000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE WRK-TOT-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTES COM CREDITO: ' WRK-TOT-CLIENTES
               ' CREDITO NAO UTILIZADO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF CREDITO-STATUS NOT = 35
               CLOSE CREDITO
           END-IF.
           CLOSE CLIENTES.
           CLOSE CRED-REL.
           DISPLAY 'CLIENTES COM CREDITO: ' WRK-TOT-CLIENTES.
           DISPLAY 'RELATORIO GERADO EM RELCRED.DAT'.
