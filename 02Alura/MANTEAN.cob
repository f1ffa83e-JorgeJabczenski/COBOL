       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEAN.
      ********************************************
      * OBJETIVO: CODIGO DE BARRAS (EAN-13) DOS
      *           PRODUTOS DO CATALOGO - CONSULTA
      *           POR CODIGO OU POR LEITURA DO EAN,
      *           ATRIBUICAO E REMOCAO. O EAN SO E
      *           GRAVADO COM O DIGITO VERIFICADOR
      *           CERTO (VALIDEAN) E SEM OUTRO
      *           PRODUTO COM O MESMO CODIGO. USO
      *           RESTRITO, NOS MOLDES DO MANTKIT.
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

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTEAN'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-PRODUTO     PIC 9(05) VALUE ZEROS.
           77 WRK-EAN-LIDO    PIC X(13) VALUE SPACES.
           77 WRK-EAN-OK      PIC X(01) VALUE SPACES.
           77 WRK-EAN         PIC 9(13) VALUE ZEROS.
           77 WRK-DONO-EAN    PIC 9(05) VALUE ZEROS.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-TOT-GRAVADOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-REMOVIDOS PIC 9(05) VALUE ZEROS.

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
               OPEN I-O PRODUTOS
               IF PRODUTOS-STATUS NOT = 00
                   DISPLAY 'PRODUTOS.DAT NAO DISPONIVEL - STATUS '
                       PRODUTOS-STATUS
               ELSE
                   PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
                   CLOSE PRODUTOS
                   DISPLAY '===== CODIGOS DE BARRAS ====='
                   DISPLAY 'EAN GRAVADOS..: ' WRK-TOT-GRAVADOS
                   DISPLAY 'EAN REMOVIDOS.: ' WRK-TOT-REMOVIDOS
               END-IF
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA........ '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       2000-MENU.
           DISPLAY ' '.
           DISPLAY 'CODIGOS DE BARRAS DO CATALOGO'.
           DISPLAY 'C - CONSULTAR PRODUTO'.
           DISPLAY 'L - LOCALIZAR PELO CODIGO DE BARRAS'.
           DISPLAY 'A - ATRIBUIR CODIGO DE BARRAS'.
           DISPLAY 'R - REMOVER CODIGO DE BARRAS'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 2100-LER-PRODUTO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3000-LOCALIZAR
               WHEN 'A'
               WHEN 'a'
                   PERFORM 4000-ATRIBUIR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 5000-REMOVER
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    LE O PRODUTO DIGITADO - QUEM CHAMA TESTA
      *    PRODUTOS-STATUS (00 = ACHOU).
       2100-LER-PRODUTO.
           MOVE ZEROS TO WRK-PRODUTO.
           DISPLAY 'CODIGO DO PRODUTO.. '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           MOVE WRK-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF PRODUTOS-EAN = ZEROS
                       DISPLAY PRODUTOS-DESCRICAO
                           ' - SEM CODIGO DE BARRAS'
                   ELSE
                       DISPLAY PRODUTOS-DESCRICAO ' EAN '
                           PRODUTOS-EAN
                   END-IF
           END-READ.

      *****************************************************
      * LE O EAN (LEITOR OU TECLADO) E CONFERE O DIGITO
      * VERIFICADOR; WRK-EAN-OK = 'S' QUANDO VALE.
      *****************************************************
       2200-LER-EAN.
           MOVE SPACES TO WRK-EAN-LIDO.
           DISPLAY 'CODIGO DE BARRAS (13 DIGITOS).. '.
           ACCEPT WRK-EAN-LIDO FROM CONSOLE.
           CALL 'VALIDEAN' USING WRK-EAN-LIDO WRK-EAN-OK.
           IF WRK-EAN-OK = 'S'
               MOVE WRK-EAN-LIDO TO WRK-EAN
           ELSE
               DISPLAY 'CODIGO DE BARRAS INVALIDO (DIGITO '
                   'VERIFICADOR NAO CONFERE)'
           END-IF.

      *****************************************************
      * QUEM JA TEM WRK-EAN NO CATALOGO? PRODUTOS.DAT NAO
      * TEM CHAVE PELO EAN, ENTAO VARRE O ARQUIVO, COMO A
      * BUSCA POR DESCRICAO DO PROJETO. DEVOLVE O CODIGO
      * EM WRK-DONO-EAN (ZERO = NINGUEM).
      *****************************************************
       2300-DONO-DO-EAN.
           MOVE ZEROS TO WRK-DONO-EAN.
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
                       IF PRODUTOS-EAN = WRK-EAN
                           MOVE PRODUTOS-CODIGO TO WRK-DONO-EAN
                           MOVE 'S' TO WRK-FIM
                       END-IF
               END-READ
           END-PERFORM.

       3000-LOCALIZAR.
           PERFORM 2200-LER-EAN.
           IF WRK-EAN-OK = 'S'
               PERFORM 2300-DONO-DO-EAN
               IF WRK-DONO-EAN = ZEROS
                   DISPLAY 'NENHUM PRODUTO COM ESSE CODIGO DE BARRAS'
               ELSE
                   DISPLAY 'PRODUTO ' PRODUTOS-CODIGO ' '
                       PRODUTOS-DESCRICAO
               END-IF
           END-IF.

      *****************************************************
      * GRAVA O EAN NO PRODUTO. O MESMO CODIGO EM OUTRO
      * PRODUTO E RECUSADO; PRODUTO QUE JA TEM EAN SO TROCA
      * COM CONFIRMACAO (EMBALAGEM NOVA DO FORNECEDOR).
      *****************************************************
       4000-ATRIBUIR.
           PERFORM 2100-LER-PRODUTO.
           IF PRODUTOS-STATUS = 00
               PERFORM 2200-LER-EAN
               IF WRK-EAN-OK = 'S'
                   PERFORM 2300-DONO-DO-EAN
                   IF WRK-DONO-EAN NOT = ZEROS
                       AND WRK-DONO-EAN NOT = WRK-PRODUTO
                       DISPLAY 'CODIGO DE BARRAS JA USADO PELO '
                           'PRODUTO ' WRK-DONO-EAN
                   ELSE
                       PERFORM 4100-GRAVAR-EAN
                   END-IF
               END-IF
           END-IF.

       4100-GRAVAR-EAN.
           MOVE WRK-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CONFIRMA
                   IF PRODUTOS-EAN NOT = ZEROS
                       AND PRODUTOS-EAN NOT = WRK-EAN
                       DISPLAY 'PRODUTO JA TEM O EAN ' PRODUTOS-EAN
                       DISPLAY 'TROCAR (S/N)?.. '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                   END-IF
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       MOVE WRK-EAN TO PRODUTOS-EAN
                       REWRITE PRODUTOS-REG
                           INVALID KEY
                               DISPLAY 'CODIGO DE BARRAS NAO GRAVADO'
                           NOT INVALID KEY
                               ADD 1 TO WRK-TOT-GRAVADOS
                               DISPLAY 'CODIGO DE BARRAS GRAVADO'
                       END-REWRITE
                   END-IF
           END-READ.

       5000-REMOVER.
           PERFORM 2100-LER-PRODUTO.
           IF PRODUTOS-STATUS = 00
               IF PRODUTOS-EAN = ZEROS
                   CONTINUE
               ELSE
                   MOVE ZEROS TO PRODUTOS-EAN
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           DISPLAY 'CODIGO DE BARRAS NAO REMOVIDO'
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-REMOVIDOS
                           DISPLAY 'CODIGO DE BARRAS REMOVIDO'
                   END-REWRITE
               END-IF
           END-IF.
