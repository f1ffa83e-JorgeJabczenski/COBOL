      *           PELO ALTERAR. SOMENTE LEITURA -
      *           NADA E REGRAVADO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CONFERE TAMBEM CIDADE E
      *            UF DO CADASTRO CONTRA A BASE DE
      *            CEP DOS CORREIOS (CEPBASE.DAT) E
      *            LISTA AS DIVERGENCIAS - SEM A
      *            BASE, SO A FAIXA DA UF E
      *            CONFERIDA.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT CEPBASE ASSIGN TO 'CEPBASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CEPBASE-STATUS
               RECORD KEY CEPBASE-CEP.

           SELECT CEP-REL ASSIGN TO 'FIXCEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD CEPBASE.
           COPY 'CEPBCOPY.cob'.

       FD CEP-REL.
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 REL-STATUS      PIC 9(02).
           77 CEPBASE-STATUS  PIC 9(02).
           77 WRK-CEPB-ABERTA PIC X(01) VALUE 'N'.
               88 CEPB-DISPONIVEL VALUE 'S'.
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.


           77 WRK-TOT-LIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-DIVERGE  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-DIV-BASE PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-SEM-BASE PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

           IF FS-FILE-NOT-FOUND
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN INPUT CEPBASE.
           IF CEPBASE-STATUS = 00
               MOVE 'S' TO WRK-CEPB-ABERTA
           ELSE
               DISPLAY 'CEPBASE.DAT NAO DISPONIVEL - CONFERENCIA DE '
                   'CIDADE/UF PELO CEP NAO FEITA'
           END-IF.
           OPEN OUTPUT CEP-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTES COM CEP FORA DA FAIXA DA UF OU COM '
               'CIDADE/UF DIFERENTE DA BASE DE CEP'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
               END-STRING
               WRITE REL-LINHA
           END-IF.
           IF CEPB-DISPONIVEL AND CLIENTES-CEP NOT = ZEROS
               PERFORM 2300-CONFERE-BASE
           END-IF.
           PERFORM 2100-LER-CLIENTE.

       2100-LER-CLIENTE.
               MOVE 'S' TO WRK-CEP-OK
           END-IF.

      *****************************************************
      * CIDADE OU UF DO CADASTRO DIFERENTE DA BASE DOS
      * CORREIOS PARA O MESMO CEP. CEP QUE NAO ESTA NA BASE
      * SO E CONTADO - A BASE PODE ESTAR DESATUALIZADA.
      *****************************************************
       2300-CONFERE-BASE.
           MOVE CLIENTES-CEP TO CEPBASE-CEP.
           READ CEPBASE
               INVALID KEY
                   ADD 1 TO WRK-TOT-SEM-BASE
               NOT INVALID KEY
                   IF CEPBASE-CIDADE NOT = CLIENTES-CIDADE
                           OR CEPBASE-UF NOT = CLIENTES-UF
                       ADD 1 TO WRK-TOT-DIV-BASE
                       MOVE SPACES TO REL-LINHA
                       STRING CLIENTES-FONE ' ' CLIENTES-NOME
                           ' CEP ' CLIENTES-CEP
                           ' CADASTRO ' CLIENTES-CIDADE '-'
                           CLIENTES-UF ' BASE ' CEPBASE-CIDADE
                           '-' CEPBASE-UF
                           DELIMITED BY SIZE INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
           END-READ.

       3000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIDOS: ' WRK-TOT-LIDOS
               ' DIVERGENTES: ' WRK-TOT-DIVERGE
               ' CIDADE/UF X BASE: ' WRK-TOT-DIV-BASE
               ' CEP FORA DA BASE: ' WRK-TOT-SEM-BASE
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF NOT FS-FILE-NOT-FOUND
               CLOSE CLIENTES
           END-IF.
           IF CEPB-DISPONIVEL
               CLOSE CEPBASE
           END-IF.
           CLOSE CEP-REL.
           DISPLAY 'CLIENTES LIDOS......: ' WRK-TOT-LIDOS.
           DISPLAY 'CEP FORA DA FAIXA...: ' WRK-TOT-DIVERGE.
           DISPLAY 'CIDADE/UF X BASE....: ' WRK-TOT-DIV-BASE.
           DISPLAY 'CEP FORA DA BASE....: ' WRK-TOT-SEM-BASE.
           DISPLAY 'RELATORIO GERADO EM FIXCEP.DAT'.
