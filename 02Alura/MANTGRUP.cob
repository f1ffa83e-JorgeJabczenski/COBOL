       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTGRUP.
      ********************************************
      * OBJETIVO: GRUPOS ECONOMICOS DE CLIENTES PJ
      *           (GRUPCLI.DAT - GRUPCOPY) - VINCULA
      *           FILIAIS A UMA MATRIZ, MANTEM O
      *           LIMITE DE CREDITO DO GRUPO E
      *           MOSTRA A EXPOSICAO EM ABERTO DO
      *           GRUPO INTEIRO (PARCELAS ABERTAS EM
      *           RECEBER.DAT DE TODOS OS CLIENTES).
      *           SO CLIENTE PJ ENTRA EM GRUPO; A
      *           MATRIZ SO SAI DEPOIS DAS FILIAIS.
      *           USO RESTRITO, NOS MOLDES DO MANTEAN.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPCLI ASSIGN TO 'GRUPCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GRUPCLI-STATUS
               RECORD KEY GRUPCLI-FONE
               ALTERNATE RECORD KEY GRUPCLI-MATRIZ
                   WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPCLI.
           COPY 'GRUPCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 GRUPCLI-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS PIC 9(02).
           77 RECEBER-STATUS  PIC 9(02).

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTGRUP'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-REC     PIC X(01) VALUE 'N'.
               88 FIM-REC VALUE 'S'.
           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-MATRIZ      PIC 9(09) VALUE ZEROS.
           77 WRK-LIMITE      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.
           77 WRK-CLIENTE-OK  PIC X(01) VALUE 'N'.
               88 CLIENTE-PJ VALUE 'S'.
           77 WRK-QTDE-FILIAIS PIC 9(05) VALUE ZEROS.
           77 WRK-SALDO-CLI   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-EXPOSICAO   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-LIMITE-ED   PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-TOT-VINCULOS  PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-REMOVIDOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-LIMITES   PIC 9(05) VALUE ZEROS.

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
               OPEN INPUT CLIENTES
               IF CLIENTES-STATUS NOT = 00
                   DISPLAY 'CLIENTES.DAT NAO DISPONIVEL - STATUS '
                       CLIENTES-STATUS
               ELSE
                   OPEN I-O GRUPCLI
                   IF GRUPCLI-STATUS = 35
                       OPEN OUTPUT GRUPCLI
                       CLOSE GRUPCLI
                       OPEN I-O GRUPCLI
                   END-IF
                   OPEN INPUT RECEBER
                   ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
                   PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
                   IF RECEBER-STATUS NOT = 35
                       CLOSE RECEBER
                   END-IF
                   CLOSE GRUPCLI
                   CLOSE CLIENTES
                   DISPLAY '===== GRUPOS DE CLIENTES ====='
                   DISPLAY 'FILIAIS VINCULADAS..: ' WRK-TOT-VINCULOS
                   DISPLAY 'VINCULOS REMOVIDOS..: ' WRK-TOT-REMOVIDOS
                   DISPLAY 'LIMITES ALTERADOS...: ' WRK-TOT-LIMITES
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
           DISPLAY 'GRUPOS ECONOMICOS DE CLIENTES'.
           DISPLAY 'C - CONSULTAR GRUPO E EXPOSICAO'.
           DISPLAY 'V - VINCULAR FILIAL A UMA MATRIZ'.
           DISPLAY 'D - DESVINCULAR CLIENTE DO GRUPO'.
           DISPLAY 'L - ALTERAR LIMITE DE CREDITO DO GRUPO'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 3000-CONSULTAR
               WHEN 'V'
               WHEN 'v'
                   PERFORM 4000-VINCULAR
               WHEN 'D'
               WHEN 'd'
                   PERFORM 5000-DESVINCULAR
               WHEN 'L'
               WHEN 'l'
                   PERFORM 6000-ALTERAR-LIMITE
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    LE O CLIENTE WRK-FONE E CONFERE SE E PJ -
      *    WRK-CLIENTE-OK = 'S' QUANDO PODE ENTRAR EM GRUPO.
       2100-LER-CLIENTE-PJ.
           MOVE 'N' TO WRK-CLIENTE-OK.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE ' WRK-FONE ' NAO ENCONTRADO'
               NOT INVALID KEY
                   IF CLIENTES-PESSOA-JURIDICA
                       MOVE 'S' TO WRK-CLIENTE-OK
                       DISPLAY CLIENTES-NOME
                   ELSE
                       DISPLAY 'CLIENTE ' WRK-FONE
                           ' NAO E PESSOA JURIDICA'
                   END-IF
           END-READ.

      *****************************************************
      * SALDO EM ABERTO DO CLIENTE WRK-FONE - MESMA CONTA
      * DO 6125-VERIFICA-CREDITO DO PROJETO (PARCELAS
      * ABERTAS, DESCONTADO O PAGAMENTO PARCIAL).
      *****************************************************
       2200-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-SALDO-CLI.
           IF RECEBER-STATUS NOT = 35
               MOVE WRK-FONE TO RECEBER-FONE
               MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA
               MOVE 'N' TO WRK-FIM-REC
               START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-REC
               END-START
               PERFORM UNTIL FIM-REC
                   READ RECEBER NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-REC
                       NOT AT END
                           IF RECEBER-FONE NOT = WRK-FONE
                               MOVE 'S' TO WRK-FIM-REC
                           ELSE
                               IF RECEBER-ABERTA
                                   COMPUTE WRK-SALDO-CLI =
                                       WRK-SALDO-CLI + RECEBER-VALOR
                                       - RECEBER-VALOR-PAGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************
      * PERCORRE OS CLIENTES DA MATRIZ WRK-MATRIZ PELA
      * CHAVE ALTERNATIVA, CONTANDO AS FILIAIS E SOMANDO
      * A EXPOSICAO DO GRUPO; COM WRK-OPCAO = 'C' LISTA
      * CADA CLIENTE.
      *****************************************************
       2300-PERCORRER-GRUPO.
           MOVE ZEROS TO WRK-QTDE-FILIAIS WRK-EXPOSICAO.
           MOVE WRK-MATRIZ TO GRUPCLI-MATRIZ.
           MOVE 'N' TO WRK-FIM.
           START GRUPCLI KEY IS NOT LESS THAN GRUPCLI-MATRIZ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ GRUPCLI NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF GRUPCLI-MATRIZ NOT = WRK-MATRIZ
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           PERFORM 2310-CLIENTE-DO-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       2310-CLIENTE-DO-GRUPO.
           IF GRUPCLI-FONE NOT = GRUPCLI-MATRIZ
               ADD 1 TO WRK-QTDE-FILIAIS
           END-IF.
           MOVE GRUPCLI-FONE TO WRK-FONE.
           PERFORM 2200-SALDO-CLIENTE.
           ADD WRK-SALDO-CLI TO WRK-EXPOSICAO.
           IF WRK-OPCAO = 'C' OR WRK-OPCAO = 'c'
               MOVE GRUPCLI-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE '(CLIENTE NAO CADASTRADO)'
                           TO CLIENTES-NOME
               END-READ
               MOVE WRK-SALDO-CLI TO WRK-VALOR-ED
               IF GRUPCLI-FONE = GRUPCLI-MATRIZ
                   DISPLAY 'MATRIZ ' GRUPCLI-FONE ' ' CLIENTES-NOME
                       ' ABERTO ' WRK-VALOR-ED
               ELSE
                   DISPLAY 'FILIAL ' GRUPCLI-FONE ' ' CLIENTES-NOME
                       ' ABERTO ' WRK-VALOR-ED
               END-IF
           END-IF.

       3000-CONSULTAR.
           MOVE ZEROS TO WRK-FONE.
           DISPLAY 'TELEFONE DA MATRIZ OU DE UMA FILIAL.. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           MOVE WRK-FONE TO GRUPCLI-FONE.
           READ GRUPCLI
               INVALID KEY
                   DISPLAY 'CLIENTE SEM GRUPO'
               NOT INVALID KEY
                   MOVE GRUPCLI-MATRIZ TO WRK-MATRIZ
                   PERFORM 3100-MOSTRAR-GRUPO
           END-READ.

       3100-MOSTRAR-GRUPO.
           MOVE WRK-MATRIZ TO GRUPCLI-FONE.
           READ GRUPCLI
               INVALID KEY
                   MOVE ZEROS TO WRK-LIMITE
               NOT INVALID KEY
                   MOVE GRUPCLI-LIMITE TO WRK-LIMITE
           END-READ.
           PERFORM 2300-PERCORRER-GRUPO.
           MOVE WRK-EXPOSICAO TO WRK-VALOR-ED.
           MOVE WRK-LIMITE TO WRK-LIMITE-ED.
           DISPLAY 'FILIAIS.............: ' WRK-QTDE-FILIAIS.
           DISPLAY 'EXPOSICAO DO GRUPO..: ' WRK-VALOR-ED.
           DISPLAY 'LIMITE DO GRUPO.....: ' WRK-LIMITE-ED.
           IF WRK-EXPOSICAO > WRK-LIMITE
               DISPLAY 'GRUPO ACIMA DO LIMITE - NOVOS PEDIDOS IRAO '
                   'PARA APROVACAO'
           END-IF.

      *****************************************************
      * A MATRIZ GANHA A SUA LINHA (COM O LIMITE DO GRUPO)
      * NO PRIMEIRO VINCULO. CLIENTE QUE JA ESTA EM ALGUM
      * GRUPO - COMO FILIAL OU COMO MATRIZ - TEM QUE SER
      * DESVINCULADO ANTES.
      *****************************************************
       4000-VINCULAR.
           MOVE ZEROS TO WRK-MATRIZ.
           DISPLAY 'TELEFONE DA MATRIZ.. '.
           ACCEPT WRK-MATRIZ FROM CONSOLE.
           MOVE WRK-MATRIZ TO WRK-FONE.
           PERFORM 2100-LER-CLIENTE-PJ.
           IF CLIENTE-PJ
               MOVE WRK-MATRIZ TO GRUPCLI-FONE
               READ GRUPCLI
                   INVALID KEY
                       PERFORM 4100-CRIAR-MATRIZ
                   NOT INVALID KEY
                       IF GRUPCLI-MATRIZ NOT = WRK-MATRIZ
                           MOVE 'N' TO WRK-CLIENTE-OK
                           DISPLAY 'CLIENTE E FILIAL DO GRUPO '
                               GRUPCLI-MATRIZ ' - NAO PODE SER MATRIZ'
                       END-IF
               END-READ
           END-IF.
           IF CLIENTE-PJ
               MOVE ZEROS TO WRK-FONE
               DISPLAY 'TELEFONE DA FILIAL.. '
               ACCEPT WRK-FONE FROM CONSOLE
               IF WRK-FONE = WRK-MATRIZ
                   DISPLAY 'FILIAL E MATRIZ SAO O MESMO CLIENTE'
               ELSE
                   PERFORM 2100-LER-CLIENTE-PJ
                   IF CLIENTE-PJ
                       PERFORM 4200-GRAVAR-FILIAL
                   END-IF
               END-IF
           END-IF.

       4100-CRIAR-MATRIZ.
           MOVE ZEROS TO WRK-LIMITE.
           DISPLAY 'MATRIZ AINDA SEM GRUPO - LIMITE DE CREDITO DO '
               'GRUPO.. '.
           ACCEPT WRK-LIMITE FROM CONSOLE.
           MOVE WRK-MATRIZ TO GRUPCLI-FONE GRUPCLI-MATRIZ.
           MOVE WRK-LIMITE TO GRUPCLI-LIMITE.
           MOVE WRK-DATA-SIS TO GRUPCLI-DATA.
           MOVE WRK-ADMIN TO GRUPCLI-USUARIO.
           WRITE GRUPCLI-REG
               INVALID KEY
                   MOVE 'N' TO WRK-CLIENTE-OK
                   DISPLAY 'GRUPO NAO GRAVADO - STATUS '
                       GRUPCLI-STATUS
               NOT INVALID KEY
                   DISPLAY 'GRUPO CRIADO'
           END-WRITE.

       4200-GRAVAR-FILIAL.
           MOVE WRK-FONE TO GRUPCLI-FONE.
           READ GRUPCLI
               INVALID KEY
                   MOVE WRK-FONE TO GRUPCLI-FONE
                   MOVE WRK-MATRIZ TO GRUPCLI-MATRIZ
                   MOVE ZEROS TO GRUPCLI-LIMITE
                   MOVE WRK-DATA-SIS TO GRUPCLI-DATA
                   MOVE WRK-ADMIN TO GRUPCLI-USUARIO
                   WRITE GRUPCLI-REG
                       INVALID KEY
                           DISPLAY 'VINCULO NAO GRAVADO - STATUS '
                               GRUPCLI-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-VINCULOS
                           DISPLAY 'FILIAL VINCULADA A MATRIZ '
                               WRK-MATRIZ
                   END-WRITE
               NOT INVALID KEY
                   IF GRUPCLI-MATRIZ = WRK-MATRIZ
                       DISPLAY 'FILIAL JA PERTENCE A ESTE GRUPO'
                   ELSE
                       DISPLAY 'CLIENTE JA PERTENCE AO GRUPO '
                           GRUPCLI-MATRIZ ' - DESVINCULE ANTES'
                   END-IF
           END-READ.

       5000-DESVINCULAR.
           MOVE ZEROS TO WRK-FONE.
           DISPLAY 'TELEFONE DO CLIENTE.. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           MOVE WRK-FONE TO GRUPCLI-FONE.
           READ GRUPCLI
               INVALID KEY
                   DISPLAY 'CLIENTE SEM GRUPO'
               NOT INVALID KEY
                   MOVE GRUPCLI-MATRIZ TO WRK-MATRIZ
                   IF GRUPCLI-FONE = GRUPCLI-MATRIZ
                       PERFORM 2300-PERCORRER-GRUPO
                       MOVE WRK-MATRIZ TO WRK-FONE
                   ELSE
                       MOVE ZEROS TO WRK-QTDE-FILIAIS
                   END-IF
                   PERFORM 5100-REMOVER-VINCULO
           END-READ.

       5100-REMOVER-VINCULO.
           IF WRK-QTDE-FILIAIS > ZEROS
               DISPLAY 'MATRIZ COM ' WRK-QTDE-FILIAIS
                   ' FILIAIS - DESVINCULE AS FILIAIS ANTES'
           ELSE
               MOVE WRK-FONE TO GRUPCLI-FONE
               DELETE GRUPCLI
                   INVALID KEY
                       DISPLAY 'VINCULO NAO REMOVIDO - STATUS '
                           GRUPCLI-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOT-REMOVIDOS
                       DISPLAY 'CLIENTE DESVINCULADO DO GRUPO '
                           WRK-MATRIZ
               END-DELETE
           END-IF.

       6000-ALTERAR-LIMITE.
           MOVE ZEROS TO WRK-MATRIZ.
           DISPLAY 'TELEFONE DA MATRIZ.. '.
           ACCEPT WRK-MATRIZ FROM CONSOLE.
           MOVE WRK-MATRIZ TO GRUPCLI-FONE.
           READ GRUPCLI
               INVALID KEY
                   DISPLAY 'MATRIZ SEM GRUPO'
               NOT INVALID KEY
                   IF GRUPCLI-MATRIZ NOT = WRK-MATRIZ
                       DISPLAY 'CLIENTE E FILIAL - O LIMITE FICA NA '
                           'MATRIZ ' GRUPCLI-MATRIZ
                   ELSE
                       PERFORM 6100-GRAVAR-LIMITE
                   END-IF
           END-READ.

       6100-GRAVAR-LIMITE.
           MOVE GRUPCLI-LIMITE TO WRK-LIMITE-ED.
           DISPLAY 'LIMITE ATUAL DO GRUPO: ' WRK-LIMITE-ED.
           MOVE ZEROS TO WRK-LIMITE.
           DISPLAY 'NOVO LIMITE.. '.
           ACCEPT WRK-LIMITE FROM CONSOLE.
           MOVE WRK-LIMITE TO GRUPCLI-LIMITE.
           MOVE WRK-DATA-SIS TO GRUPCLI-DATA.
           MOVE WRK-ADMIN TO GRUPCLI-USUARIO.
           REWRITE GRUPCLI-REG
               INVALID KEY
                   DISPLAY 'LIMITE NAO GRAVADO - STATUS '
                       GRUPCLI-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-LIMITES
                   DISPLAY 'LIMITE DO GRUPO GRAVADO'
           END-REWRITE.
