       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRETOR.
      ********************************************
      * OBJETIVO: RELATORIO GERENCIAL DE RETORNOS
      *           ATRASADOS - TODA TAREFA PENDENTE DE
      *           TAREFAS.DAT COM VENCIMENTO ANTERIOR A
      *           HOJE, AGRUPADA POR USUARIO RESPONSAVEL
      *           E EM ORDEM DE VENCIMENTO, COM O
      *           CLIENTE, O ASSUNTO E OS DIAS DE
      *           ATRASO. FECHA COM O TOTAL DE CADA
      *           USUARIO E O GERAL EM RELRETOR.DAT.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAREFAS ASSIGN TO 'TAREFAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAREFAS-STATUS
               RECORD KEY TAREFA-CHAVE
               ALTERNATE RECORD KEY TAREFA-RESPONSAVEL
                   WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT RETOR-REL ASSIGN TO 'RELRETOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

           SELECT WORK-RETORNO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD TAREFAS.
           COPY 'TARECOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD RETOR-REL.
       01 REL-LINHA PIC X(120).

       SD WORK-RETORNO.
       01 SORT-REG.
           05 SORT-RESPONSAVEL PIC X(20).
           05 SORT-VENCIMENTO  PIC 9(08).
           05 SORT-FONE        PIC 9(09).
           05 SORT-NUM         PIC 9(03).
           05 SORT-ASSUNTO     PIC X(40).

       WORKING-STORAGE SECTION.
           77 TAREFAS-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS  PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
               88 FIM-SORT VALUE 'S'.

           01 WRK-DATA-SIS.
               05 WRK-DS-ANO   PIC 9(04).
               05 WRK-DS-MES   PIC 9(02).
               05 WRK-DS-DIA   PIC 9(02).
           01 WRK-DATA-VENC.
               05 WRK-DV-ANO   PIC 9(04).
               05 WRK-DV-MES   PIC 9(02).
               05 WRK-DV-DIA   PIC 9(02).
           77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
           77 WRK-ATRASO-ED    PIC ZZZZ9 VALUE ZEROS.

           77 WRK-RESP-GRUPO   PIC X(20) VALUE SPACES.
           77 WRK-RESP-TEM     PIC X(01) VALUE 'N'.
           77 WRK-SUB-QTDE     PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-QTDE     PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-USUARIOS PIC 9(04) VALUE ZEROS.
           77 WRK-NOME         PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT TAREFAS.
           IF TAREFAS-STATUS NOT = 00
               DISPLAY 'TAREFAS.DAT NAO DISPONIVEL - STATUS '
                   TAREFAS-STATUS
           ELSE
               OPEN INPUT CLIENTES
               SORT WORK-RETORNO
                   ON ASCENDING KEY SORT-RESPONSAVEL
                       SORT-VENCIMENTO SORT-FONE SORT-NUM
                   INPUT PROCEDURE IS 2000-SELECIONAR-ATRASADAS
                   OUTPUT PROCEDURE IS 3000-IMPRIMIR-ATRASADAS
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
               END-IF
               CLOSE TAREFAS
               DISPLAY 'RETORNOS ATRASADOS: ' WRK-TOT-QTDE
                   ' USUARIOS: ' WRK-TOT-USUARIOS
               DISPLAY 'RELATORIO GERADO EM RELRETOR.DAT'
           END-IF.
           STOP RUN.

       2000-SELECIONAR-ATRASADAS.
           MOVE 'N' TO WRK-FIM.
           PERFORM UNTIL FIM
               READ TAREFAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF TAREFA-PENDENTE
                           AND TAREFA-VENCIMENTO < WRK-DATA-SIS
                           MOVE TAREFA-RESPONSAVEL
                               TO SORT-RESPONSAVEL
                           MOVE TAREFA-VENCIMENTO TO SORT-VENCIMENTO
                           MOVE TAREFA-FONE       TO SORT-FONE
                           MOVE TAREFA-NUM        TO SORT-NUM
                           MOVE TAREFA-ASSUNTO    TO SORT-ASSUNTO
                           RELEASE SORT-REG
                       END-IF
               END-READ
           END-PERFORM.

       3000-IMPRIMIR-ATRASADAS.
           OPEN OUTPUT RETOR-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'RETORNOS A CLIENTES EM ATRASO POR USUARIO - '
               WRK-DS-DIA '/' WRK-DS-MES '/' WRK-DS-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN WORK-RETORNO
               AT END MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL FIM-SORT
               PERFORM 3100-IMPRIMIR-LINHA
               RETURN WORK-RETORNO
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.
           PERFORM 3200-FECHAR-USUARIO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL GERAL DE RETORNOS ATRASADOS: ' WRK-TOT-QTDE
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE RETOR-REL.

      *****************************************************
      * DIAS DE ATRASO PELO MESMO CALCULO APROXIMADO DO
      * RELATRAS (ANO * 365 + MES * 30 + DIA).
      *****************************************************
       3100-IMPRIMIR-LINHA.
           IF SORT-RESPONSAVEL NOT = WRK-RESP-GRUPO
               OR WRK-RESP-TEM = 'N'
               PERFORM 3200-FECHAR-USUARIO
               MOVE SORT-RESPONSAVEL TO WRK-RESP-GRUPO
               MOVE 'S' TO WRK-RESP-TEM
               ADD 1 TO WRK-TOT-USUARIOS
               MOVE SPACES TO REL-LINHA
               STRING 'USUARIO ' SORT-RESPONSAVEL
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           ADD 1 TO WRK-SUB-QTDE.
           ADD 1 TO WRK-TOT-QTDE.
           MOVE SORT-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               (WRK-DS-ANO * 365 + WRK-DS-MES * 30 + WRK-DS-DIA)
             - (WRK-DV-ANO * 365 + WRK-DV-MES * 30 + WRK-DV-DIA).
           IF WRK-DIAS-ATRASO < 1
               MOVE 1 TO WRK-DIAS-ATRASO
           END-IF.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE '(CLIENTE FORA DO CADASTRO)' TO WRK-NOME.
           IF CLIENTES-STATUS NOT = 35
               MOVE SORT-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-NOME TO WRK-NOME
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-DV-DIA '/' WRK-DV-MES '/' WRK-DV-ANO
               ' ' WRK-ATRASO-ED ' DIAS  ' SORT-FONE '/' SORT-NUM
               ' ' WRK-NOME ' ' SORT-ASSUNTO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3200-FECHAR-USUARIO.
           IF WRK-RESP-TEM = 'S' AND WRK-SUB-QTDE NOT = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '  ATRASADOS DO USUARIO: ' WRK-SUB-QTDE
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           MOVE ZEROS TO WRK-SUB-QTDE.
