      *            DE INTEGRIDADE (INTEGRID.LOG)
      *            TAMBEM ENTROU NO DIGESTO, COM
      *            DIVERGENCIA VIRANDO FALHA.
      * 15/10/2026 JORGE - CONCILIACAO DO SALDO DE
      *            ESTOQUE PELO DIARIO (CONFESTQ.LOG)
      *            ENTROU NO DIGESTO, COM DIVERGENCIA
      *            VIRANDO FALHA; O CONFESTQ PASSA A
      *            SER O PREDECESSOR NA CADEIA.
      * 15/10/2026 JORGE - O ENVIO DO CATALOGO PARA
      *            A LOJA VIRTUAL (FEEDWEB) ENTROU
      *            NO DIGESTO PELA ULTIMA ANOTACAO
      *            DELE NO JOBCTL.DAT: FALHA OU
      *            INICIO SEM FIM VIRA FALHA NA
      *            SITUACAO GERAL.
      * 15/10/2026 JORGE - FILA DE APROVACAO NO
      *            DIGESTO: RETIDOS, ATRASADOS E COM
      *            PRAZO ESGOTADO (HORAS UTEIS DO
      *            APRVPARM), COM A LISTA DOS
      *            ATRASADOS - SEM AFETAR A SITUACAO
      *            GERAL
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTLOG-STATUS.

           SELECT ESTQLOG ASSIGN TO 'CONFESTQ.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTQLOG-STATUS.

           SELECT BAKCHECK ASSIGN TO 'BAKCHECK.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAKCHECK-STATUS.

           SELECT JOBLOG ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.

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

           SELECT PEDSTHIS ASSIGN TO 'PEDSTHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDSTHIS-STATUS.

           SELECT DIGESTO-REL ASSIGN TO 'DIGESTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD INTLOG.
       01 INTLOG-LINHA PIC X(100).

       FD ESTQLOG.
       01 ESTQLOG-LINHA PIC X(100).

       FD BAKCHECK.
       01 BAKCHECK-LINHA PIC X(80).

       FD JOBLOG.
       01 JOBLOG-LINHA PIC X(40).

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD PEDSTHIS.
       01 PEDSTHIS-LINHA PIC X(60).

       FD DIGESTO-REL.
       01 REL-LINHA PIC X(120).

           77 BAKCHECK-STATUS PIC 9(02).
           77 INTLOG-STATUS   PIC 9(02).
           77 WRK-INTEG-ULT   PIC X(12) VALUE 'NAO GERADO'.
           77 ESTQLOG-STATUS  PIC 9(02).
           77 WRK-ESTQ-ULT    PIC X(12) VALUE 'NAO GERADO'.
           77 JOBLOG-STATUS   PIC 9(02).
           77 WRK-FEED-ULT    PIC X(12) VALUE 'NAO RODOU'.
           77 WRK-BAK-ULT     PIC X(80) VALUE
               'SEM CONFERENCIA (BAKCHECK.LOG)'.
           77 WRK-FALHOU      PIC X(01) VALUE 'N'.
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).

      *    PEDIDOS RETIDOS PARA APROVACAO (SITUACAO 'G'),
      *    COM A ENTRADA NA FILA TIRADA DO PEDSTHIS.DAT
           77 PEDIDOS-STATUS  PIC 9(02).
           77 PEDSTHIS-STATUS PIC 9(02).
           COPY 'APRVPARM.cob'.
           01 WRK-TAB-RETIDOS.
               05 WRK-RT-ITEM OCCURS 500 TIMES.
                   10 WRK-RT-FONE     PIC 9(09).
                   10 WRK-RT-SEQ      PIC 9(04).
                   10 WRK-RT-VENDEDOR PIC X(20).
                   10 WRK-RT-DT-ENT   PIC 9(08).
                   10 WRK-RT-HR-ENT   PIC 9(06).
                   10 WRK-RT-HORAS    PIC 9(05).
           77 WRK-RT-QTDE     PIC 9(03) VALUE ZEROS.
           77 WRK-RT-IDX      PIC 9(03) VALUE ZEROS.
           77 WRK-STH-FONE    PIC 9(09) VALUE ZEROS.
           77 WRK-STH-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROS.
           77 WRK-HORA-SIS    PIC 9(08) VALUE ZEROS.
           77 WRK-HORAS-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-TOT-ATRASO  PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-PRAZO   PIC 9(03) VALUE ZEROS.

           77 WRK-JOB-NOME   PIC X(10) VALUE 'DIGESTO'.
           77 WRK-JOB-PRED   PIC X(10) VALUE 'CONFESTQ'.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           PERFORM 3000-LER-DUPLICATAS.
           PERFORM 3500-LER-BAKCHECK.
           PERFORM 3700-LER-INTEGRIDADE.
           PERFORM 3800-LER-CONF-ESTOQUE.
           PERFORM 3900-LER-FEED-WEB.
           PERFORM 3950-LER-APROVACOES.
           PERFORM 4000-GRAVAR-DIGESTO.
           IF DIGESTO-FALHOU
               MOVE 'F' TO WRK-JOB-RESULT
               CLOSE INTLOG
           END-IF.

      *    MESMA LINHA 'RESULTADO:' NO CONFESTQ.LOG.
       3800-LER-CONF-ESTOQUE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ESTQLOG.
           IF ESTQLOG-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ESTQLOG
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF ESTQLOG-LINHA(1:10) = 'RESULTADO:'
                           MOVE ESTQLOG-LINHA(12:12) TO WRK-ESTQ-ULT
                       END-IF
               END-READ
           END-PERFORM.
           IF ESTQLOG-STATUS NOT = 35
               CLOSE ESTQLOG
           END-IF.

      *    ULTIMA ANOTACAO DO FEEDWEB NO RAZAO DA CADEIA: UM
      *    INICIO SEM FIM DEPOIS E ENVIO INTERROMPIDO.
       3900-LER-FEED-WEB.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT JOBLOG.
           IF JOBLOG-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ JOBLOG
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF JOBLOG-LINHA(17:10) = 'FEEDWEB'
                           IF JOBLOG-LINHA(28:1) = 'I'
                               MOVE 'INTERROMPIDO' TO WRK-FEED-ULT
                           ELSE
                           IF JOBLOG-LINHA(30:1) = 'P'
                               MOVE 'OK' TO WRK-FEED-ULT
                           ELSE
                               MOVE 'FALHA' TO WRK-FEED-ULT
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF JOBLOG-STATUS NOT = 35
               CLOSE JOBLOG
           END-IF.

      *****************************************************
      * FILA DE APROVACAO: MESMA CONTA DE ESPERA DO
      * FILAAPRV (HORAS UTEIS DESDE A ULTIMA ENTRADA EM
      * 'G' NO PEDSTHIS.DAT, OU DESDE O DIA DO PEDIDO). O
      * ATRASO NAO DERRUBA A SITUACAO GERAL - SO APARECE
      * PARA A COBRANCA DOS APROVADORES.
      *****************************************************
       3950-LER-APROVACOES.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-SIS(1:6) TO WRK-HORA-AGORA.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PEDIDOS-AGUARD-APROV AND WRK-RT-QTDE < 500
                           ADD 1 TO WRK-RT-QTDE
                           MOVE PEDIDOS-FONE TO WRK-RT-FONE(WRK-RT-QTDE)
                           MOVE PEDIDOS-SEQ  TO WRK-RT-SEQ(WRK-RT-QTDE)
                           MOVE PEDIDOS-VENDEDOR
                               TO WRK-RT-VENDEDOR(WRK-RT-QTDE)
                           MOVE PEDIDOS-DTPEDIDO
                               TO WRK-RT-DT-ENT(WRK-RT-QTDE)
                           MOVE ZEROS TO WRK-RT-HR-ENT(WRK-RT-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF PEDIDOS-STATUS = 00
               CLOSE PEDIDOS
           END-IF.
           IF WRK-RT-QTDE NOT = ZEROS
               PERFORM 3960-LER-ENTRADAS
           END-IF.
           PERFORM VARYING WRK-RT-IDX FROM 1 BY 1
                   UNTIL WRK-RT-IDX > WRK-RT-QTDE
               CALL 'HORAUTIL' USING WRK-RT-DT-ENT(WRK-RT-IDX)
                   WRK-RT-HR-ENT(WRK-RT-IDX) WRK-DATA-SIS
                   WRK-HORA-AGORA WRK-RT-HORAS(WRK-RT-IDX)
               IF WRK-RT-HORAS(WRK-RT-IDX) NOT < APRV-HORAS-LIMITE
                   ADD 1 TO WRK-TOT-PRAZO
               ELSE
               IF WRK-RT-HORAS(WRK-RT-IDX) NOT < APRV-HORAS-ESCALAR
                   ADD 1 TO WRK-TOT-ATRASO
               END-IF
               END-IF
           END-PERFORM.

       3960-LER-ENTRADAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PEDSTHIS.
           IF PEDSTHIS-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PEDSTHIS
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PEDSTHIS-LINHA(34:1) = 'G'
                           MOVE PEDSTHIS-LINHA(17:9) TO WRK-STH-FONE
                           MOVE PEDSTHIS-LINHA(27:4) TO WRK-STH-SEQ
                           PERFORM 3965-ANOTAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM.
           IF PEDSTHIS-STATUS NOT = 35
               CLOSE PEDSTHIS
           END-IF.

       3965-ANOTAR-ENTRADA.
           PERFORM VARYING WRK-RT-IDX FROM 1 BY 1
                   UNTIL WRK-RT-IDX > WRK-RT-QTDE
               IF WRK-RT-FONE(WRK-RT-IDX) = WRK-STH-FONE
                   AND WRK-RT-SEQ(WRK-RT-IDX) = WRK-STH-SEQ
                   MOVE PEDSTHIS-LINHA(1:8)
                       TO WRK-RT-DT-ENT(WRK-RT-IDX)
                   MOVE PEDSTHIS-LINHA(10:6)
                       TO WRK-RT-HR-ENT(WRK-RT-IDX)
                   MOVE WRK-RT-QTDE TO WRK-RT-IDX
               END-IF
           END-PERFORM.

       4000-GRAVAR-DIGESTO.
           IF WRK-RECONC-CLI NOT = 'CONFERE'
               OR WRK-RECONC-PED NOT = 'CONFERE'
           IF WRK-INTEG-ULT = 'DIVERGENCIA'
               MOVE 'S' TO WRK-FALHOU
           END-IF.
           IF WRK-ESTQ-ULT = 'DIVERGENCIA'
               MOVE 'S' TO WRK-FALHOU
           END-IF.
           IF WRK-FEED-ULT = 'FALHA' OR WRK-FEED-ULT = 'INTERROMPIDO'
               MOVE 'S' TO WRK-FALHOU
           END-IF.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN OUTPUT DIGESTO-REL.
           MOVE SPACES TO REL-LINHA.
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCILIACAO ESTOQUE...: ' WRK-ESTQ-ULT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CATALOGO LOJA VIRTUAL.: ' WRK-FEED-ULT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-TEM-DUPLOG = 'S'
               STRING 'DUPLICATAS SUSPEITAS..: ' WRK-TOT-SUSPEITA
                   DELIMITED BY SIZE INTO REL-LINHA
                   TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           PERFORM 4100-GRAVAR-APROVACOES.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           IF DIGESTO-FALHOU
           ELSE
               DISPLAY 'SITUACAO GERAL: OK'
           END-IF.

       4100-GRAVAR-APROVACOES.
           MOVE SPACES TO REL-LINHA.
           STRING 'APROVACOES RETIDAS....: ' WRK-RT-QTDE
               ' ATRASADAS: ' WRK-TOT-ATRASO
               ' PRAZO ESGOTADO: ' WRK-TOT-PRAZO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-RT-IDX FROM 1 BY 1
                   UNTIL WRK-RT-IDX > WRK-RT-QTDE
               IF WRK-RT-HORAS(WRK-RT-IDX) NOT < APRV-HORAS-ESCALAR
                   MOVE WRK-RT-HORAS(WRK-RT-IDX) TO WRK-HORAS-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '    ' WRK-RT-FONE(WRK-RT-IDX) '/'
                       WRK-RT-SEQ(WRK-RT-IDX) ' VENDEDOR '
                       WRK-RT-VENDEDOR(WRK-RT-IDX) ' ESPERA '
                       WRK-HORAS-ED ' H UTEIS'
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   IF WRK-RT-HORAS(WRK-RT-IDX) NOT < APRV-HORAS-LIMITE
                       MOVE '(REJEITAR NA RONDA)' TO REL-LINHA(81:19)
                   END-IF
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
