       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAVEPED.
      ********************************************
      * OBJETIVO: RECONSTRUCAO UNICA DE PEDIDOS.DAT
      *           COM AS CHAVES ALTERNATIVAS NOVAS -
      *           DATA DO PEDIDO E VENDEDOR, ALEM DO
      *           TELEFONE - NOS MOLDES DO CONVARQ:
      *             PEDIDOS.DAT -> PEDIDOS.NEW
      *           O LAYOUT DO REGISTRO NAO MUDA; SO O
      *           INDICE. DEPOIS DE CONFERIR AS
      *           CONTAGENS, O OPERADOR RENOMEIA O
      *           .NEW POR CIMA DO ORIGINAL E GUARDA
      *           O ANTIGO. RODAR COM O SISTEMA
      *           PARADO (QUIESVER), ANTES DO
      *           PRIMEIRO USO DOS LOTES QUE ENTRAM
      *           PELA DATA (GERAVEND, RELFRETE,
      *           RELICMS, RELCANC, COMISSAO, EXPPED,
      *           RANKCLI, SIMFRETE). ARQUIVO QUE JA
      *           TENHA AS CHAVES NOVAS E PULADO COM
      *           AVISO.
      *           PARA O ANTES-E-DEPOIS NO JOBCTL, A
      *           PRIMEIRA PASSADA SO LE PEDIDOS.DAT
      *           DE PONTA A PONTA, COMO OS LOTES
      *           FAZIAM ANTES DAS CHAVES, E FICA
      *           ANOTADA COMO 'PEDVARRE'; A
      *           RECONSTRUCAO FICA COMO 'CHAVEPED'.
      *           O CADEIA MOSTRA OS SEGUNDOS DE
      *           CADA UMA AO LADO DOS LOTES.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PEDIDOS.DAT COMO ESTA HOJE - SO A CHAVE PRIMARIA E
      *    A ALTERNATIVA DO TELEFONE.
           SELECT PED-VELHO ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDV-STATUS
               RECORD KEY PEDV-CHAVE
               ALTERNATE RECORD KEY PEDV-FONE
                   WITH DUPLICATES.

           SELECT PED-NOVO ASSIGN TO 'PEDIDOS.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDN-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO TAMANHO DO PEDICOPY - SO A CHAVE E NOMEADA.
       FD PED-VELHO.
       01 PEDV-REG.
           05 PEDV-CHAVE.
               10 PEDV-FONE PIC 9(09).
               10 PEDV-SEQ  PIC 9(04).
           05 PEDV-RESTO    PIC X(174).

       FD PED-NOVO.
           COPY 'PEDICOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PEDV-STATUS PIC 9(02).
           77 PEDN-STATUS PIC 9(02).
           77 WRK-FIM     PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
           77 WRK-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-GRAVADO PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VARRIDO PIC 9(06) VALUE ZEROS.
           77 WRK-QUIES-OK    PIC X(01) VALUE SPACES.
           77 WRK-JOB-NOME   PIC X(10) VALUE SPACES.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           CALL 'QUIESVER' USING WRK-QUIES-OK.
           IF WRK-QUIES-OK NOT = 'S'
               DISPLAY 'RECONSTRUCAO ABORTADA - SISTEMA NAO ESTA '
                   'PARADO'
               STOP RUN
           END-IF.
           DISPLAY 'RECONSTRUCAO DE PEDIDOS.DAT COM AS CHAVES DA'.
           DISPLAY 'DATA DO PEDIDO E DO VENDEDOR.'.
           DISPLAY 'RODAR UMA UNICA VEZ, COM O SISTEMA PARADO.'.
           DISPLAY 'CONFIRMA A GERACAO DE PEDIDOS.NEW (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'RECONSTRUCAO CANCELADA PELO OPERADOR'
           ELSE
               PERFORM 2000-VARRER-PEDIDOS
               PERFORM 3000-RECONSTRUIR-PEDIDOS
               DISPLAY 'RECONSTRUCAO CONCLUIDA - CONFIRA AS '
                   'CONTAGENS,'
               DISPLAY 'GUARDE O PEDIDOS.DAT ANTIGO E RENOMEIE'
               DISPLAY 'PEDIDOS.NEW PARA PEDIDOS.DAT.'
           END-IF.
           STOP RUN.

      *    A LEITURA COMPLETA QUE CADA LOTE MENSAL FAZIA - O
      *    TEMPO DELA E A REFERENCIA DO ANTES NO JOBCTL.
       2000-VARRER-PEDIDOS.
           MOVE ZEROS TO WRK-TOT-VARRIDO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PED-VELHO.
           IF PEDV-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'PEDVARRE' TO WRK-JOB-NOME
               MOVE 'I' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
           END-IF.
           PERFORM UNTIL FIM
               READ PED-VELHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-VARRIDO
               END-READ
           END-PERFORM.
           IF PEDV-STATUS NOT = 35 AND PEDV-STATUS NOT = 39
               CLOSE PED-VELHO
               MOVE 'F' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
               DISPLAY 'VARREDURA COMPLETA: ' WRK-TOT-VARRIDO
                   ' PEDIDOS LIDOS'
           END-IF.

       3000-RECONSTRUIR-PEDIDOS.
           MOVE ZEROS TO WRK-TOT-LIDOS WRK-TOT-GRAVADO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PED-VELHO.
           IF PEDV-STATUS NOT = 00
               DISPLAY 'PEDIDOS.DAT NAO RECONSTRUIDO - STATUS '
                   PEDV-STATUS ' (JA COM AS CHAVES NOVAS OU AUSENTE)'
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'CHAVEPED' TO WRK-JOB-NOME
               MOVE 'I' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
               OPEN OUTPUT PED-NOVO
           END-IF.
           PERFORM UNTIL FIM
               READ PED-VELHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM 3100-GRAVAR-PEDIDO
               END-READ
           END-PERFORM.
           IF PEDV-STATUS NOT = 35 AND PEDV-STATUS NOT = 39
               CLOSE PED-VELHO
               CLOSE PED-NOVO
               IF WRK-TOT-GRAVADO NOT = WRK-TOT-LIDOS
                   MOVE 'F' TO WRK-JOB-RESULT
               END-IF
               MOVE 'F' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
               DISPLAY 'PEDIDOS: LIDOS ' WRK-TOT-LIDOS
                   ' GRAVADOS ' WRK-TOT-GRAVADO ' EM PEDIDOS.NEW'
           END-IF.

       3100-GRAVAR-PEDIDO.
           MOVE PEDV-REG TO PEDIDOS-REG.
           WRITE PEDIDOS-REG
               INVALID KEY
                   DISPLAY 'PEDIDO NAO GRAVADO: ' PEDV-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-GRAVADO
           END-WRITE.
