       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGANPS.
      ********************************************
      * OBJETIVO: CARGA DAS RESPOSTAS DA PESQUISA DE
      *           SATISFACAO POS-ENTREGA (NPSRESP.DAT,
      *           DEVOLVIDO PELO DISPARADOR: FONE E
      *           PEDIDO DA REFERENCIA DO AVISO, NOTA DE
      *           0 A 10, DATA DA RESPOSTA E COMENTARIO).
      *           CADA NOTA VALIDA DE PEDIDO ENTREGUE VAI
      *           PARA NPS.DAT COM A UF, O VENDEDOR E A
      *           TRANSPORTADORA DO PEDIDO; NOTA DE
      *           DETRATOR (0 A 6) GANHA UMA OBSERVACAO
      *           DATADA NO NOTASCLI.DAT PARA O RETORNO
      *           AO CLIENTE. PEDIDO JA RESPONDIDO FICA
      *           COM A PRIMEIRA NOTA (O MESMO ARQUIVO
      *           PROCESSADO DE NOVO NAO DUPLICA NADA).
      *           AS LINHAS RECUSADAS SAEM EM NPSREL.DAT.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPSRESP ASSIGN TO 'NPSRESP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NPSRESP-STATUS.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

           SELECT NPS ASSIGN TO 'NPS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS NPS-STATUS
               RECORD KEY NPS-CHAVE.

           SELECT NOTASCLI ASSIGN TO 'NOTASCLI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTASCLI-STATUS.

           SELECT NPS-REL ASSIGN TO 'NPSREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NPSRESP.
       01 NPSRESP-REG.
           05 NPSRESP-FONE       PIC 9(09).
           05 NPSRESP-SEQ        PIC 9(04).
           05 NPSRESP-NOTA       PIC 9(02).
           05 NPSRESP-DATA       PIC 9(08).
           05 NPSRESP-COMENTARIO PIC X(60).

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD NPS.
           COPY 'NPSCOPY.cob'.

       FD NOTASCLI.
       01 NOTAS-LINHA PIC X(100).

       FD NPS-REL.
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 PEDIDOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 NPSRESP-STATUS  PIC 9(02).
           77 NPS-STATUS      PIC 9(02).
           77 NOTASCLI-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-MOTIVO      PIC X(30) VALUE SPACES.

           77 WRK-TOT-LIDAS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-GRAVADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-REPETIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-RECUSADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-DETRATOR  PIC 9(06) VALUE ZEROS.
           77 WRK-NOTA-TEXTO    PIC X(48) VALUE SPACES.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-ANO PIC 9(04).
                   10 WRK-DH-MES PIC 9(02).
                   10 WRK-DH-DIA PIC 9(02).
               05 WRK-DH-HORA.
                   10 WRK-DH-HH  PIC 9(02).
                   10 WRK-DH-MM  PIC 9(02).
                   10 WRK-DH-SS  PIC 9(02).
                   10 WRK-DH-CC  PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF PEDIDOS-STATUS NOT = 00
               DISPLAY 'PEDIDOS.DAT NAO DISPONIVEL - STATUS '
                   PEDIDOS-STATUS
           ELSE
               PERFORM 2000-CARREGAR-RESPOSTAS
               CLOSE PEDIDOS
           END-IF.
           PERFORM 5000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN INPUT PEDIDOS.
           OPEN I-O NPS
               IF NPS-STATUS = 35
                   OPEN OUTPUT NPS
                   CLOSE NPS
                   OPEN I-O NPS
               END-IF.
           OPEN EXTEND NOTASCLI.
           IF NOTASCLI-STATUS = 35
               OPEN OUTPUT NOTASCLI
               CLOSE NOTASCLI
               OPEN EXTEND NOTASCLI
           END-IF.
           OPEN OUTPUT NPS-REL.
           MOVE 'RESPOSTAS DA PESQUISA RECUSADAS NA CARGA'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       2000-CARREGAR-RESPOSTAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT NPSRESP.
           IF NPSRESP-STATUS = 35
               DISPLAY 'NPSRESP.DAT NAO ENCONTRADO - NENHUMA '
                   'RESPOSTA NOVA'
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ NPSRESP
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-LIDAS
                       PERFORM 2100-VALIDAR-RESPOSTA
               END-READ
           END-PERFORM.
           IF NPSRESP-STATUS NOT = 35
               CLOSE NPSRESP
           END-IF.

      *****************************************************
      * A RESPOSTA SO ENTRA COM NOTA DE 0 A 10 E PEDIDO
      * ENTREGUE NO ARQUIVO; DATA ZERADA VALE A DO LOTE.
      *****************************************************
       2100-VALIDAR-RESPOSTA.
           MOVE SPACES TO WRK-MOTIVO.
           IF NPSRESP-NOTA NOT NUMERIC
               MOVE 'NOTA NAO NUMERICA' TO WRK-MOTIVO
           ELSE
           IF NPSRESP-NOTA > 10
               MOVE 'NOTA ACIMA DE 10' TO WRK-MOTIVO
           ELSE
               MOVE NPSRESP-FONE TO PEDIDOS-FONE
               MOVE NPSRESP-SEQ  TO PEDIDOS-SEQ
               READ PEDIDOS
                   INVALID KEY
                       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF NOT PEDIDOS-ENTREGUE
                           MOVE 'PEDIDO NAO ENTREGUE' TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 2200-GRAVAR-NOTA
           ELSE
               ADD 1 TO WRK-TOT-RECUSADAS
               MOVE SPACES TO REL-LINHA
               STRING NPSRESP-FONE '/' NPSRESP-SEQ ' NOTA '
                   NPSRESP-NOTA ' ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

       2200-GRAVAR-NOTA.
           MOVE PEDIDOS-CHAVE TO NPS-CHAVE.
           MOVE NPSRESP-NOTA       TO NPS-NOTA.
           MOVE NPSRESP-COMENTARIO TO NPS-COMENTARIO.
           MOVE NPSRESP-DATA       TO NPS-DT-RESPOSTA.
           IF NPS-DT-RESPOSTA = ZEROS
               MOVE WRK-DH-DATA TO NPS-DT-RESPOSTA
           END-IF.
           MOVE WRK-DH-DATA        TO NPS-DT-CARGA.
           MOVE PEDIDOS-UF         TO NPS-UF.
           MOVE PEDIDOS-VENDEDOR   TO NPS-VENDEDOR.
           MOVE PEDIDOS-TRANSP     TO NPS-TRANSP.
           WRITE NPS-REG
               INVALID KEY
                   ADD 1 TO WRK-TOT-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-GRAVADAS
                   IF NPS-DETRATOR
                       ADD 1 TO WRK-TOT-DETRATOR
                       PERFORM 2300-GRAVAR-OBSERVACAO
                   END-IF
           END-WRITE.

      *    MESMAS COLUNAS DO 6215-GRAVAR-OBSERVACAO DO
      *    PROJETO (FONE NAS POSICOES 21-29); O USUARIO E O
      *    PROPRIO LOTE.
       2300-GRAVAR-OBSERVACAO.
           MOVE SPACES TO WRK-NOTA-TEXTO.
           STRING 'NPS ' NPS-NOTA ' PEDIDO ' NPS-SEQ ': '
               NPS-COMENTARIO
               DELIMITED BY SIZE INTO WRK-NOTA-TEXTO
           END-STRING.
           MOVE SPACES TO NOTAS-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               NPS-FONE ' ' 'CARGANPS            ' ' '
               WRK-NOTA-TEXTO
               DELIMITED BY SIZE INTO NOTAS-LINHA
           END-STRING.
           WRITE NOTAS-LINHA.

       5000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'RESPOSTAS LIDAS: ' WRK-TOT-LIDAS
               ' GRAVADAS: ' WRK-TOT-GRAVADAS
               ' REPETIDAS: ' WRK-TOT-REPETIDAS
               ' RECUSADAS: ' WRK-TOT-RECUSADAS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE NPS.
           CLOSE NOTASCLI.
           CLOSE NPS-REL.
           DISPLAY 'RESPOSTAS LIDAS.........: ' WRK-TOT-LIDAS.
           DISPLAY 'NOTAS GRAVADAS..........: ' WRK-TOT-GRAVADAS.
           DISPLAY 'DETRATORES ANOTADOS.....: ' WRK-TOT-DETRATOR.
           DISPLAY 'JA RESPONDIDAS..........: ' WRK-TOT-REPETIDAS.
           DISPLAY 'RECUSADAS...............: ' WRK-TOT-RECUSADAS.
           DISPLAY 'RECUSAS LISTADAS EM NPSREL.DAT'.
