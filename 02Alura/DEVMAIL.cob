       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVMAIL.
      ********************************************
      * OBJETIVO: TRATAMENTO DAS DEVOLUCOES DE EMAIL
      *           DO DISPARADOR (MAILDEV.DAT, UMA
      *           LINHA POR DEVOLUCAO: EMAIL, TIPO
      *           H = DEFINITIVA OU S = TEMPORARIA,
      *           DATA E MOTIVO). CADA DEVOLUCAO
      *           DEFINITIVA E CASADA COM O CLIENTE
      *           PELO EMAIL (SEM DIFERENCA DE
      *           MAIUSCULA/MINUSCULA); O CLIENTE
      *           ACHADO E MARCADO EM EMAILINV.DAT E
      *           GANHA UMA OBSERVACAO DATADA NO
      *           NOTASCLI.DAT. A TEMPORARIA SO E
      *           CONTADA. O PROJETO, O EXPEDICAO E O
      *           CAMPANHA PULAM O CLIENTE MARCADO.
      *           NO FIM, EMAILREL.DAT LISTA AS
      *           DEVOLUCOES SEM CLIENTE E TODOS OS
      *           CLIENTES CUJO EMAIL PRECISA SER
      *           CORRIGIDO NO PROXIMO CONTATO;
      *           MARCA DE QUEM JA CORRIGIU O EMAIL
      *           (OU SAIU DO CADASTRO) E APAGADA.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILDEV ASSIGN TO 'MAILDEV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILDEV-STATUS.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

           SELECT NOTASCLI ASSIGN TO 'NOTASCLI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTASCLI-STATUS.

           SELECT EMAIL-REL ASSIGN TO 'EMAILREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAILDEV.
       01 MAILDEV-REG.
           05 MAILDEV-EMAIL  PIC X(40).
           05 MAILDEV-TIPO   PIC X(01).
               88 MAILDEV-DEFINITIVA VALUE 'H' 'h'.
           05 MAILDEV-DATA   PIC 9(08).
           05 MAILDEV-MOTIVO PIC X(30).

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD NOTASCLI.
       01 NOTAS-LINHA PIC X(100).

       FD EMAIL-REL.
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 MAILDEV-STATUS  PIC 9(02).
           77 EMAILINV-STATUS PIC 9(02).
           77 NOTASCLI-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-MINUSCULAS PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           77 WRK-MAIUSCULAS PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           77 WRK-EMAIL-CMP  PIC X(40) VALUE SPACES.

      *    DEVOLUCOES DEFINITIVAS DO ARQUIVO, UMA POR EMAIL
      *    (A MAIS RECENTE), COM O EMAIL JA EM MAIUSCULA.
           01 WRK-TAB-DEV.
               05 WRK-DEV-ITEM OCCURS 2000 TIMES.
                   10 WRK-DEV-EMAIL  PIC X(40).
                   10 WRK-DEV-DATA   PIC 9(08).
                   10 WRK-DEV-MOTIVO PIC X(30).
                   10 WRK-DEV-CASOU  PIC X(01).
           77 WRK-DEV-QTDE  PIC 9(04) VALUE ZEROS.
           77 WRK-DEV-IDX   PIC 9(04) VALUE ZEROS.
           77 WRK-DEV-ACHEI PIC 9(04) VALUE ZEROS.

           77 WRK-TOT-LIDAS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-TEMPOR    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-DESPREZ   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-MARCADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-REPETIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-SEM-CLI   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-A-CORRIG  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-LIMPOS    PIC 9(06) VALUE ZEROS.
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
           IF CLIENTES-STATUS = 35
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 2000-CASAR-CLIENTES
               PERFORM 3000-SEM-CLIENTE
               PERFORM 4000-A-CORRIGIR
               CLOSE CLIENTES
           END-IF.
           PERFORM 5000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           PERFORM 1100-CARREGAR-DEVOLUCOES.
           OPEN INPUT CLIENTES.
           OPEN I-O EMAILINV
               IF EMAILINV-STATUS = 35
                   OPEN OUTPUT EMAILINV
                   CLOSE EMAILINV
                   OPEN I-O EMAILINV
               END-IF.
           OPEN EXTEND NOTASCLI.
           IF NOTASCLI-STATUS = 35
               OPEN OUTPUT NOTASCLI
               CLOSE NOTASCLI
               OPEN EXTEND NOTASCLI
           END-IF.
           OPEN OUTPUT EMAIL-REL.

      *****************************************************
      * SO A DEVOLUCAO DEFINITIVA ENTRA NA TABELA; EMAIL
      * REPETIDO NO ARQUIVO FICA COM A DATA MAIS RECENTE.
      *****************************************************
       1100-CARREGAR-DEVOLUCOES.
           MOVE ZEROS TO WRK-DEV-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT MAILDEV.
           IF MAILDEV-STATUS = 35
               DISPLAY 'MAILDEV.DAT NAO ENCONTRADO - NENHUMA '
                   'DEVOLUCAO NOVA'
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ MAILDEV
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-LIDAS
                       IF MAILDEV-DEFINITIVA
                           PERFORM 1200-ANOTAR-DEVOLUCAO
                       ELSE
                           ADD 1 TO WRK-TOT-TEMPOR
                       END-IF
               END-READ
           END-PERFORM.
           IF MAILDEV-STATUS NOT = 35
               CLOSE MAILDEV
           END-IF.
           MOVE 'N' TO WRK-FIM.

       1200-ANOTAR-DEVOLUCAO.
           MOVE MAILDEV-EMAIL TO WRK-EMAIL-CMP.
           INSPECT WRK-EMAIL-CMP
               CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS.
           PERFORM 1300-PROCURAR-EMAIL.
           IF WRK-DEV-ACHEI = ZEROS
               IF WRK-DEV-QTDE < 2000
                   ADD 1 TO WRK-DEV-QTDE
                   MOVE WRK-DEV-QTDE TO WRK-DEV-ACHEI
                   MOVE WRK-EMAIL-CMP TO WRK-DEV-EMAIL(WRK-DEV-ACHEI)
                   MOVE MAILDEV-DATA TO WRK-DEV-DATA(WRK-DEV-ACHEI)
                   MOVE MAILDEV-MOTIVO
                       TO WRK-DEV-MOTIVO(WRK-DEV-ACHEI)
                   MOVE 'N' TO WRK-DEV-CASOU(WRK-DEV-ACHEI)
               ELSE
                   ADD 1 TO WRK-TOT-DESPREZ
               END-IF
           ELSE
               IF MAILDEV-DATA > WRK-DEV-DATA(WRK-DEV-ACHEI)
                   MOVE MAILDEV-DATA TO WRK-DEV-DATA(WRK-DEV-ACHEI)
                   MOVE MAILDEV-MOTIVO
                       TO WRK-DEV-MOTIVO(WRK-DEV-ACHEI)
               END-IF
           END-IF.

       1300-PROCURAR-EMAIL.
           MOVE ZEROS TO WRK-DEV-ACHEI.
           PERFORM VARYING WRK-DEV-IDX FROM 1 BY 1
                   UNTIL WRK-DEV-IDX > WRK-DEV-QTDE
               IF WRK-DEV-EMAIL(WRK-DEV-IDX) = WRK-EMAIL-CMP
                   MOVE WRK-DEV-IDX TO WRK-DEV-ACHEI
                   MOVE WRK-DEV-QTDE TO WRK-DEV-IDX
               END-IF
           END-PERFORM.

      *****************************************************
      * VARRE O CADASTRO E CASA O EMAIL DE CADA CLIENTE COM
      * A TABELA DE DEVOLUCOES.
      *****************************************************
       2000-CASAR-CLIENTES.
           IF WRK-DEV-QTDE = ZEROS
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF CLIENTES-EMAIL NOT = SPACES
                           MOVE CLIENTES-EMAIL TO WRK-EMAIL-CMP
                           INSPECT WRK-EMAIL-CMP
                               CONVERTING WRK-MINUSCULAS
                               TO WRK-MAIUSCULAS
                           PERFORM 1300-PROCURAR-EMAIL
                           IF WRK-DEV-ACHEI NOT = ZEROS
                               MOVE 'S'
                                   TO WRK-DEV-CASOU(WRK-DEV-ACHEI)
                               PERFORM 2100-MARCAR-CLIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM.

      *****************************************************
      * CLIENTE JA MARCADO PELO MESMO EMAIL SO TEM A DATA E
      * A CONTAGEM ATUALIZADAS (O MESMO ARQUIVO PROCESSADO
      * DE NOVO NAO REPETE A OBSERVACAO). MARCA DE UM EMAIL
      * ANTERIOR E SUBSTITUIDA.
      *****************************************************
       2100-MARCAR-CLIENTE.
           MOVE CLIENTES-FONE TO EMAILINV-FONE.
           READ EMAILINV
               INVALID KEY
                   PERFORM 2200-MONTAR-MARCA
                   WRITE EMAILINV-REG
                   ADD 1 TO WRK-TOT-MARCADOS
                   PERFORM 2300-GRAVAR-OBSERVACAO
               NOT INVALID KEY
                   IF EMAILINV-EMAIL = CLIENTES-EMAIL
                       ADD 1 TO WRK-TOT-REPETIDOS
                       IF WRK-DEV-DATA(WRK-DEV-ACHEI)
                               > EMAILINV-DT-ULT
                           MOVE WRK-DEV-DATA(WRK-DEV-ACHEI)
                               TO EMAILINV-DT-ULT
                           MOVE WRK-DEV-MOTIVO(WRK-DEV-ACHEI)
                               TO EMAILINV-MOTIVO
                           IF EMAILINV-QTDE < 999
                               ADD 1 TO EMAILINV-QTDE
                           END-IF
                           REWRITE EMAILINV-REG
                       END-IF
                   ELSE
                       PERFORM 2200-MONTAR-MARCA
                       REWRITE EMAILINV-REG
                       ADD 1 TO WRK-TOT-MARCADOS
                       PERFORM 2300-GRAVAR-OBSERVACAO
                   END-IF
           END-READ.

       2200-MONTAR-MARCA.
           MOVE CLIENTES-FONE  TO EMAILINV-FONE.
           MOVE CLIENTES-EMAIL TO EMAILINV-EMAIL.
           MOVE WRK-DEV-DATA(WRK-DEV-ACHEI) TO EMAILINV-DT-PRIM.
           MOVE WRK-DEV-DATA(WRK-DEV-ACHEI) TO EMAILINV-DT-ULT.
           MOVE 1 TO EMAILINV-QTDE.
           MOVE WRK-DEV-MOTIVO(WRK-DEV-ACHEI) TO EMAILINV-MOTIVO.

      *    MESMAS COLUNAS DO 6210-ADICIONAR-OBSERVACAO DO
      *    PROJETO (FONE NAS POSICOES 21-29); O USUARIO E O
      *    PROPRIO LOTE.
       2300-GRAVAR-OBSERVACAO.
           MOVE SPACES TO WRK-NOTA-TEXTO.
           STRING 'EMAIL DEVOLVIDO: ' WRK-DEV-MOTIVO(WRK-DEV-ACHEI)
               DELIMITED BY SIZE INTO WRK-NOTA-TEXTO
           END-STRING.
           MOVE SPACES TO NOTAS-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               CLIENTES-FONE ' ' 'DEVMAIL             ' ' '
               WRK-NOTA-TEXTO
               DELIMITED BY SIZE INTO NOTAS-LINHA
           END-STRING.
           WRITE NOTAS-LINHA.

       3000-SEM-CLIENTE.
           MOVE 'DEVOLUCOES DEFINITIVAS SEM CLIENTE NO CADASTRO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-DEV-IDX FROM 1 BY 1
                   UNTIL WRK-DEV-IDX > WRK-DEV-QTDE
               IF WRK-DEV-CASOU(WRK-DEV-IDX) NOT = 'S'
                   ADD 1 TO WRK-TOT-SEM-CLI
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-DEV-EMAIL(WRK-DEV-IDX) ' '
                       WRK-DEV-DATA(WRK-DEV-IDX) ' '
                       WRK-DEV-MOTIVO(WRK-DEV-IDX)
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * TODOS OS CLIENTES MARCADOS (DESTA E DAS PASSADAS
      * ANTERIORES) CUJO EMAIL AINDA E O DEVOLVIDO. QUEM
      * JA CORRIGIU O EMAIL OU SAIU DO CADASTRO PERDE A
      * MARCA AQUI.
      *****************************************************
       4000-A-CORRIGIR.
           MOVE 'CLIENTES COM EMAIL A CORRIGIR NO PROXIMO CONTATO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO EMAILINV-FONE.
           START EMAILINV KEY IS NOT LESS THAN EMAILINV-FONE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ EMAILINV NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       PERFORM 4100-CONFERIR-MARCA
               END-READ
           END-PERFORM.

       4100-CONFERIR-MARCA.
           MOVE EMAILINV-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-EMAIL
           END-READ.
           IF CLIENTES-EMAIL NOT = EMAILINV-EMAIL
               DELETE EMAILINV RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOT-LIMPOS
               END-DELETE
           ELSE
               ADD 1 TO WRK-TOT-A-CORRIG
               MOVE SPACES TO REL-LINHA
               STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                   EMAILINV-EMAIL ' DESDE ' EMAILINV-DT-PRIM
                   ' ' EMAILINV-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

       5000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEVOLUCOES LIDAS: ' WRK-TOT-LIDAS
               ' MARCADOS AGORA: ' WRK-TOT-MARCADOS
               ' SEM CLIENTE: ' WRK-TOT-SEM-CLI
               ' A CORRIGIR: ' WRK-TOT-A-CORRIG
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE EMAILINV.
           CLOSE NOTASCLI.
           CLOSE EMAIL-REL.
           DISPLAY 'DEVOLUCOES LIDAS........: ' WRK-TOT-LIDAS.
           DISPLAY 'TEMPORARIAS (IGNORADAS).: ' WRK-TOT-TEMPOR.
           DISPLAY 'ALEM DA TABELA..........: ' WRK-TOT-DESPREZ.
           DISPLAY 'CLIENTES MARCADOS AGORA.: ' WRK-TOT-MARCADOS.
           DISPLAY 'JA MARCADOS.............: ' WRK-TOT-REPETIDOS.
           DISPLAY 'DEVOLUCOES SEM CLIENTE..: ' WRK-TOT-SEM-CLI.
           DISPLAY 'EMAILS A CORRIGIR.......: ' WRK-TOT-A-CORRIG.
           DISPLAY 'MARCAS APAGADAS.........: ' WRK-TOT-LIMPOS.
           DISPLAY 'RELATORIO GERADO EM EMAILREL.DAT'.
