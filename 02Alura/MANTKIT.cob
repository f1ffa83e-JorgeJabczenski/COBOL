       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTKIT.
      ********************************************
      * OBJETIVO: COMPOSICAO DOS KITS (KITS.DAT) -
      *           CONSULTA, INCLUSAO/ALTERACAO E
      *           EXCLUSAO DE COMPONENTES DE UM KIT.
      *           O KIT E UM PRODUTO DO CATALOGO COM
      *           PRECO PROPRIO; OS COMPONENTES SAO
      *           PRODUTOS COMUNS (UM KIT NAO ENTRA
      *           EM OUTRO KIT), ATE 10 POR KIT. NA
      *           VENDA O PROJETO EXPLODE O KIT NOS
      *           COMPONENTES, QUE SAO OS QUE BAIXAM
      *           ESTOQUE. USO RESTRITO, NOS MOLDES
      *           DO MANTLOCAL.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS KITS-STATUS
               RECORD KEY KIT-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD KITS.
           COPY 'KITCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 KITS-STATUS     PIC 9(02).

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTKIT'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-KIT         PIC 9(05) VALUE ZEROS.
           77 WRK-COMPONENTE  PIC 9(05) VALUE ZEROS.
           77 WRK-QTDE        PIC 9(03) VALUE ZEROS.
           77 WRK-QTDE-COMP   PIC 9(02) VALUE ZEROS.
           77 WRK-MAX-COMP    PIC 9(02) VALUE 10.
           77 WRK-E-KIT       PIC X(01) VALUE 'N'.
               88 PRODUTO-E-KIT VALUE 'S'.
           77 WRK-QTDE-ED     PIC ZZ9 VALUE ZEROS.
           77 WRK-PRECO-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-SOMA-PRECO  PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-GRAVADOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-EXCLUIDOS PIC 9(05) VALUE ZEROS.

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
               OPEN INPUT PRODUTOS
               IF PRODUTOS-STATUS NOT = 00
                   DISPLAY 'PRODUTOS.DAT NAO DISPONIVEL - STATUS '
                       PRODUTOS-STATUS
               ELSE
                   OPEN I-O KITS
                   IF KITS-STATUS = 35
                       OPEN OUTPUT KITS
                       CLOSE KITS
                       OPEN I-O KITS
                   END-IF
                   PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
                   CLOSE KITS
                   CLOSE PRODUTOS
                   DISPLAY '===== COMPOSICAO DE KITS ====='
                   DISPLAY 'COMPONENTES GRAVADOS.: ' WRK-TOT-GRAVADOS
                   DISPLAY 'COMPONENTES EXCLUIDOS: ' WRK-TOT-EXCLUIDOS
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
           DISPLAY 'COMPOSICAO DE KITS'.
           DISPLAY 'C - CONSULTAR KIT'.
           DISPLAY 'I - INCLUIR/ALTERAR COMPONENTE'.
           DISPLAY 'R - REMOVER COMPONENTE'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 3000-CONSULTAR
               WHEN 'I'
               WHEN 'i'
                   PERFORM 4000-INCLUIR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 5000-REMOVER
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    LE O KIT DIGITADO EM PRODUTOS.DAT - QUEM CHAMA
      *    TESTA PRODUTOS-STATUS (00 = ACHOU).
       2100-LER-KIT.
           MOVE ZEROS TO WRK-KIT.
           DISPLAY 'CODIGO DO KIT.. '.
           ACCEPT WRK-KIT FROM CONSOLE.
           MOVE WRK-KIT TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE PRODUTOS-PRECO TO WRK-PRECO-ED
                   DISPLAY PRODUTOS-DESCRICAO ' PRECO DO KIT '
                       WRK-PRECO-ED
           END-READ.

      *****************************************************
      * POSICIONA NO PRIMEIRO COMPONENTE DE WRK-KIT; O
      * LACO DE QUEM CHAMA LE ATE O KIT-PAI MUDAR.
      *****************************************************
       2200-POSICIONAR-KIT.
           MOVE 'N' TO WRK-FIM.
           MOVE WRK-KIT TO KIT-PAI.
           MOVE ZEROS   TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

      *    CONTA OS COMPONENTES DE WRK-KIT.
       2300-CONTAR-COMPONENTES.
           MOVE ZEROS TO WRK-QTDE-COMP.
           PERFORM 2200-POSICIONAR-KIT.
           PERFORM UNTIL FIM
               READ KITS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF KIT-PAI NOT = WRK-KIT
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           ADD 1 TO WRK-QTDE-COMP
                       END-IF
               END-READ
           END-PERFORM.

      *    PRODUTO WRK-COMPONENTE JA E UM KIT?
       2400-TESTAR-SE-KIT.
           MOVE 'N' TO WRK-E-KIT.
           MOVE WRK-COMPONENTE TO KIT-PAI.
           MOVE ZEROS          TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ KITS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KIT-PAI = WRK-COMPONENTE
                               MOVE 'S' TO WRK-E-KIT
                           END-IF
                   END-READ
           END-START.

      *****************************************************
      * LISTA OS COMPONENTES DO KIT COM A QUANTIDADE E O
      * PRECO AVULSO DE CADA UM, PARA O OPERADOR COMPARAR
      * A SOMA AVULSA COM O PRECO DO KIT.
      *****************************************************
       3000-CONSULTAR.
           PERFORM 2100-LER-KIT.
           IF PRODUTOS-STATUS = 00
               MOVE ZEROS TO WRK-QTDE-COMP WRK-SOMA-PRECO
               PERFORM 2200-POSICIONAR-KIT
               PERFORM UNTIL FIM
                   READ KITS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF KIT-PAI NOT = WRK-KIT
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               PERFORM 3100-LISTAR-COMPONENTE
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-QTDE-COMP = ZEROS
                   DISPLAY 'PRODUTO SEM COMPONENTES - NAO E KIT'
               ELSE
                   MOVE WRK-SOMA-PRECO TO WRK-PRECO-ED
                   DISPLAY 'SOMA DOS COMPONENTES AVULSOS: '
                       WRK-PRECO-ED
               END-IF
           END-IF.

       3100-LISTAR-COMPONENTE.
           ADD 1 TO WRK-QTDE-COMP.
           MOVE KIT-COMPONENTE TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 'PRODUTO NAO ENCONTRADO' TO PRODUTOS-DESCRICAO
                   MOVE ZEROS TO PRODUTOS-PRECO
           END-READ.
           COMPUTE WRK-SOMA-PRECO = WRK-SOMA-PRECO
               + (KIT-QTDE * PRODUTOS-PRECO).
           MOVE KIT-QTDE       TO WRK-QTDE-ED.
           MOVE PRODUTOS-PRECO TO WRK-PRECO-ED.
           DISPLAY '  ' KIT-COMPONENTE ' ' PRODUTOS-DESCRICAO
               ' X' WRK-QTDE-ED ' AVULSO ' WRK-PRECO-ED.

      *****************************************************
      * INCLUI O COMPONENTE NO KIT OU TROCA A QUANTIDADE
      * DE UM QUE JA ESTA NELE. O COMPONENTE PRECISA
      * EXISTIR NO CATALOGO, SER DIFERENTE DO KIT E NAO
      * SER ELE MESMO UM KIT; O KIT NAO PODE SER
      * COMPONENTE DE OUTRO.
      *****************************************************
       4000-INCLUIR.
           PERFORM 2100-LER-KIT.
           IF PRODUTOS-STATUS = 00
               PERFORM 4100-VALIDAR-KIT-PAI
           END-IF.

       4100-VALIDAR-KIT-PAI.
           MOVE WRK-KIT TO WRK-COMPONENTE.
           PERFORM 4400-USADO-COMO-COMPONENTE.
           IF PRODUTO-E-KIT
               DISPLAY 'PRODUTO JA E COMPONENTE DE OUTRO KIT'
           ELSE
               MOVE ZEROS TO WRK-COMPONENTE
               DISPLAY 'CODIGO DO COMPONENTE.. '
               ACCEPT WRK-COMPONENTE FROM CONSOLE
               MOVE WRK-COMPONENTE TO PRODUTOS-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       DISPLAY 'COMPONENTE NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY PRODUTOS-DESCRICAO
                       PERFORM 4200-VALIDAR-COMPONENTE
               END-READ
           END-IF.

       4200-VALIDAR-COMPONENTE.
           PERFORM 2400-TESTAR-SE-KIT.
           IF WRK-COMPONENTE = WRK-KIT
               DISPLAY 'O KIT NAO PODE SER COMPONENTE DELE MESMO'
           ELSE
           IF PRODUTO-E-KIT
               DISPLAY 'COMPONENTE E UM KIT - KIT DENTRO DE KIT '
                   'NAO E PERMITIDO'
           ELSE
               MOVE ZEROS TO WRK-QTDE
               DISPLAY 'QUANTIDADE POR KIT.. '
               ACCEPT WRK-QTDE FROM CONSOLE
               IF WRK-QTDE = ZEROS
                   DISPLAY 'QUANTIDADE INVALIDA'
               ELSE
                   PERFORM 4300-GRAVAR-COMPONENTE
               END-IF
           END-IF
           END-IF.

       4300-GRAVAR-COMPONENTE.
           MOVE WRK-KIT        TO KIT-PAI.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ KITS
               INVALID KEY
                   PERFORM 2300-CONTAR-COMPONENTES
                   IF WRK-QTDE-COMP NOT < WRK-MAX-COMP
                       DISPLAY 'KIT JA TEM O MAXIMO DE COMPONENTES'
                   ELSE
                       MOVE WRK-KIT        TO KIT-PAI
                       MOVE WRK-COMPONENTE TO KIT-COMPONENTE
                       MOVE WRK-QTDE       TO KIT-QTDE
                       WRITE KITS-REG
                           INVALID KEY
                               DISPLAY 'COMPONENTE NAO GRAVADO'
                           NOT INVALID KEY
                               ADD 1 TO WRK-TOT-GRAVADOS
                               DISPLAY 'COMPONENTE INCLUIDO'
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE WRK-QTDE TO KIT-QTDE
                   REWRITE KITS-REG
                       INVALID KEY
                           DISPLAY 'COMPONENTE NAO GRAVADO'
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-GRAVADOS
                           DISPLAY 'QUANTIDADE ALTERADA'
                   END-REWRITE
           END-READ.

      *****************************************************
      * O PRODUTO WRK-COMPONENTE APARECE COMO COMPONENTE
      * DE ALGUM KIT? KITS.DAT NAO TEM CHAVE PELO
      * COMPONENTE, ENTAO VARRE O ARQUIVO INTEIRO - E
      * PEQUENO E SO E USADO NA MANUTENCAO.
      *****************************************************
       4400-USADO-COMO-COMPONENTE.
           MOVE 'N' TO WRK-E-KIT.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO KIT-PAI KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ KITS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF KIT-COMPONENTE = WRK-COMPONENTE
                           MOVE 'S' TO WRK-E-KIT
                           MOVE 'S' TO WRK-FIM
                       END-IF
               END-READ
           END-PERFORM.

       5000-REMOVER.
           PERFORM 2100-LER-KIT.
           IF PRODUTOS-STATUS = 00
               MOVE ZEROS TO WRK-COMPONENTE
               DISPLAY 'CODIGO DO COMPONENTE A REMOVER.. '
               ACCEPT WRK-COMPONENTE FROM CONSOLE
               MOVE WRK-KIT        TO KIT-PAI
               MOVE WRK-COMPONENTE TO KIT-COMPONENTE
               READ KITS
                   INVALID KEY
                       DISPLAY 'COMPONENTE NAO ESTA NO KIT'
                   NOT INVALID KEY
                       DELETE KITS RECORD
                           INVALID KEY
                               DISPLAY 'COMPONENTE NAO REMOVIDO'
                           NOT INVALID KEY
                               ADD 1 TO WRK-TOT-EXCLUIDOS
                               DISPLAY 'COMPONENTE REMOVIDO'
                       END-DELETE
               END-READ
           END-IF.
