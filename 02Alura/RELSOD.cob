       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSOD.
      ********************************************
      * OBJETIVO: CONFLITOS DE SEGREGACAO DE
      *           FUNCOES NO PERMIS.DAT - PARA CADA
      *           LOGIN COM LINHAS NO ARQUIVO, LISTA
      *           OS PARES DA TABELA SODTAB QUE ELE
      *           ACUMULA (AS DUAS OPERACOES
      *           LIBERADAS). NO FIM LISTA OS ADM
      *           (NIVEL 01) SEM NENHUMA LINHA, QUE
      *           PELA REGRA DO PERMISSO PODEM TUDO E
      *           PORTANTO ACUMULAM TODOS OS PARES.
      *           GRAVA EM RELSOD.AAAAMMDD. USO
      *           RESTRITO (PERMISSO, OPERACAO
      *           RELSOD).
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIS ASSIGN TO 'PERMIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIS-STATUS.

           SELECT USERS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS USERS-STATUS
               RECORD KEY USERS-LOGIN.

           SELECT SOD-REL ASSIGN TO WRK-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERMIS.
       01 PERMIS-REG.
           05 PERMIS-LOGIN    PIC X(20).
           05 PERMIS-OPERACAO PIC X(10).

       FD USERS.
           COPY 'USERCOPY.cob'.

       FD SOD-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 USERS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PERMIS-STATUS PIC 9(02).
           77 REL-STATUS    PIC 9(02).
           77 WRK-FIM       PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-ARQ-REL   PIC X(30) VALUE SPACES.
           77 WRK-DATA-SIS  PIC 9(08) VALUE ZEROS.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'RELSOD'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           COPY 'SODTAB.cob'.

      *    LINHAS DO PERMIS.DAT
           01 WRK-TAB-PERMIS.
               05 WRK-PM-ITEM OCCURS 1000 TIMES.
                   10 WRK-PM-LOGIN    PIC X(20).
                   10 WRK-PM-OPERACAO PIC X(10).
           77 WRK-PM-QTDE   PIC 9(04) VALUE ZEROS.
           77 WRK-PM-IDX    PIC 9(04) VALUE ZEROS.
           77 WRK-PM-IDX2   PIC 9(04) VALUE ZEROS.

      *    LOGINS DISTINTOS DO PERMIS.DAT
           01 WRK-TAB-LOGINS.
               05 WRK-LG-LOGIN PIC X(20) OCCURS 300 TIMES.
           77 WRK-LG-QTDE   PIC 9(03) VALUE ZEROS.
           77 WRK-LG-IDX    PIC 9(03) VALUE ZEROS.
           77 WRK-LG-ACHEI  PIC 9(03) VALUE ZEROS.

           77 WRK-TEM-OP1   PIC X(01) VALUE 'N'.
           77 WRK-TEM-OP2   PIC X(01) VALUE 'N'.
           77 WRK-CONFLITOS-LOGIN PIC 9(02) VALUE ZEROS.
           77 WRK-TOT-CONFLITOS   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-LOGINS-CONF PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-ADM-LIVRE   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN-ADM.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-ADMIN WRK-NIVEL-ADM
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               PERFORM 1100-CARREGAR-PARES
               PERFORM 2000-CARREGAR-PERMIS
               PERFORM 3000-GRAVAR-RELATORIO
               DISPLAY '===== SEGREGACAO DE FUNCOES ====='
               DISPLAY 'LOGINS COM CONFLITO..: ' WRK-TOT-LOGINS-CONF
               DISPLAY 'PARES EM CONFLITO....: ' WRK-TOT-CONFLITOS
               DISPLAY 'ADM SEM RESTRICAO....: ' WRK-TOT-ADM-LIVRE
               DISPLAY 'ARQUIVO: ' WRK-ARQ-REL
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA ADM.... '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       1100-CARREGAR-PARES.
           COPY 'SODTABPR.cob'.

       2000-CARREGAR-PERMIS.
           MOVE ZEROS TO WRK-PM-QTDE WRK-LG-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PERMIS.
           IF PERMIS-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PERMIS
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PERMIS-LOGIN NOT = SPACES
                           AND WRK-PM-QTDE < 1000
                           ADD 1 TO WRK-PM-QTDE
                           MOVE PERMIS-REG TO WRK-PM-ITEM(WRK-PM-QTDE)
                           PERFORM 2100-ANOTAR-LOGIN
                       END-IF
               END-READ
           END-PERFORM.
           IF PERMIS-STATUS NOT = 35
               CLOSE PERMIS
           END-IF.

       2100-ANOTAR-LOGIN.
           MOVE ZEROS TO WRK-LG-ACHEI.
           PERFORM VARYING WRK-LG-IDX FROM 1 BY 1
                   UNTIL WRK-LG-IDX > WRK-LG-QTDE
               IF WRK-LG-LOGIN(WRK-LG-IDX) = PERMIS-LOGIN
                   MOVE WRK-LG-IDX TO WRK-LG-ACHEI
                   MOVE WRK-LG-QTDE TO WRK-LG-IDX
               END-IF
           END-PERFORM.
           IF WRK-LG-ACHEI = ZEROS AND WRK-LG-QTDE < 300
               ADD 1 TO WRK-LG-QTDE
               MOVE PERMIS-LOGIN TO WRK-LG-LOGIN(WRK-LG-QTDE)
           END-IF.

       3000-GRAVAR-RELATORIO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-ARQ-REL.
           STRING 'RELSOD.' WRK-DATA-SIS
               DELIMITED BY SIZE INTO WRK-ARQ-REL
           END-STRING.
           OPEN OUTPUT SOD-REL.
           MOVE 'CONFLITOS DE SEGREGACAO DE FUNCOES (PERMIS.DAT)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'LOGIN'    TO REL-LINHA(1:5).
           MOVE 'OPERACAO' TO REL-LINHA(22:8).
           MOVE 'OPERACAO' TO REL-LINHA(33:8).
           MOVE 'CONFLITO' TO REL-LINHA(44:8).
           WRITE REL-LINHA.
           PERFORM VARYING WRK-LG-IDX FROM 1 BY 1
                   UNTIL WRK-LG-IDX > WRK-LG-QTDE
               PERFORM 3100-CONFERIR-LOGIN
           END-PERFORM.
           IF WRK-TOT-CONFLITOS = ZEROS
               MOVE 'NENHUM LOGIN DO PERMIS.DAT ACUMULA UM PAR'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ADM SEM LINHAS NO PERMIS.DAT (PODEM TUDO - TODOS '
               TO REL-LINHA.
           MOVE 'OS PARES)' TO REL-LINHA(51:9).
           WRITE REL-LINHA.
           PERFORM 4000-LISTAR-ADM-LIVRE.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOGINS COM CONFLITO: ' WRK-TOT-LOGINS-CONF
               ' PARES: ' WRK-TOT-CONFLITOS
               ' ADM SEM RESTRICAO: ' WRK-TOT-ADM-LIVRE
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE SOD-REL.

       3100-CONFERIR-LOGIN.
           MOVE ZEROS TO WRK-CONFLITOS-LOGIN.
           PERFORM VARYING WRK-SOD-IDX FROM 1 BY 1
                   UNTIL WRK-SOD-IDX > WRK-SOD-QTDE
               MOVE 'N' TO WRK-TEM-OP1
               MOVE 'N' TO WRK-TEM-OP2
               PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                       UNTIL WRK-PM-IDX > WRK-PM-QTDE
                   IF WRK-PM-LOGIN(WRK-PM-IDX)
                       = WRK-LG-LOGIN(WRK-LG-IDX)
                       IF WRK-PM-OPERACAO(WRK-PM-IDX)
                           = WRK-SOD-OP1(WRK-SOD-IDX)
                           MOVE 'S' TO WRK-TEM-OP1
                       END-IF
                       IF WRK-PM-OPERACAO(WRK-PM-IDX)
                           = WRK-SOD-OP2(WRK-SOD-IDX)
                           MOVE 'S' TO WRK-TEM-OP2
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-TEM-OP1 = 'S' AND WRK-TEM-OP2 = 'S'
                   ADD 1 TO WRK-CONFLITOS-LOGIN
                   ADD 1 TO WRK-TOT-CONFLITOS
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-LG-LOGIN(WRK-LG-IDX) ' '
                       WRK-SOD-OP1(WRK-SOD-IDX) ' '
                       WRK-SOD-OP2(WRK-SOD-IDX) ' '
                       WRK-SOD-MOTIVO(WRK-SOD-IDX)
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           IF WRK-CONFLITOS-LOGIN NOT = ZEROS
               ADD 1 TO WRK-TOT-LOGINS-CONF
           END-IF.

      *    ADM QUE NAO APARECE NO PERMIS.DAT CAI NA REGRA
      *    ANTIGA DO PERMISSO (NIVEL 01 PODE TUDO).
       4000-LISTAR-ADM-LIVRE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT USERS.
           IF USERS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ USERS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF USERS-NIVEL = 01
                           MOVE ZEROS TO WRK-LG-ACHEI
                           PERFORM VARYING WRK-LG-IDX FROM 1 BY 1
                                   UNTIL WRK-LG-IDX > WRK-LG-QTDE
                               IF WRK-LG-LOGIN(WRK-LG-IDX) = USERS-LOGIN
                                   MOVE WRK-LG-IDX TO WRK-LG-ACHEI
                               END-IF
                           END-PERFORM
                           IF WRK-LG-ACHEI = ZEROS
                               ADD 1 TO WRK-TOT-ADM-LIVRE
                               MOVE SPACES TO REL-LINHA
                               STRING '  ' USERS-LOGIN
                                   DELIMITED BY SIZE INTO REL-LINHA
                               END-STRING
                               WRITE REL-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF USERS-STATUS NOT = 35
               CLOSE USERS
           END-IF.
