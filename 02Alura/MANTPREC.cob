       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPREC.
      ********************************************
      * OBJETIVO: TABELAS DE PRECO DE CONTRATO
      *           (TABPRECO.DAT - TABPCOPY) - PRECO
      *           NEGOCIADO POR PRODUTO PARA UM
      *           CLIENTE OU PARA UM GRUPO ECONOMICO
      *           (MATRIZ EM GRUPCLI.DAT), COM DATA
      *           DE INICIO E FIM DE VIGENCIA. A
      *           TABELA NASCE NA PRIMEIRA LINHA
      *           INCLUIDA (NOME, TIPO E CLIENTE) E AS
      *           DEMAIS HERDAM O CABECALHO. A
      *           MONTAGEM DE ITENS DO PROJETO USA O
      *           PRECO VIGENTE NO LUGAR DO PRECO DE
      *           CATALOGO. USO RESTRITO, NOS MOLDES
      *           DO MANTEAN.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABPRECO ASSIGN TO 'TABPRECO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TABPRECO-STATUS
               RECORD KEY TABP-CHAVE
               ALTERNATE RECORD KEY TABP-FONE
                   WITH DUPLICATES.

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT GRUPCLI ASSIGN TO 'GRUPCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS GRUPCLI-STATUS
               RECORD KEY GRUPCLI-FONE.

       DATA DIVISION.
       FILE SECTION.
       FD TABPRECO.
           COPY 'TABPCOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD GRUPCLI.
           COPY 'GRUPCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 TABPRECO-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PRODUTOS-STATUS PIC 9(02).
           77 CLIENTES-STATUS PIC 9(02).
           77 GRUPCLI-STATUS  PIC 9(02).

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTPREC'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.
           77 WRK-LISTA       PIC 9(04) VALUE ZEROS.
           77 WRK-PRODUTO     PIC 9(05) VALUE ZEROS.
           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-QTDE-LINHAS PIC 9(05) VALUE ZEROS.
           77 WRK-CAB-OK      PIC X(01) VALUE 'N'.
               88 CABECALHO-OK VALUE 'S'.

      *    CABECALHO DA TABELA EM TRABALHO (HERDADO DA
      *    PRIMEIRA LINHA OU DIGITADO NA TABELA NOVA).
           01 WRK-CABECALHO.
               05 WRK-CAB-NOME PIC X(30).
               05 WRK-CAB-TIPO PIC X(01).
               05 WRK-CAB-FONE PIC 9(09).

           77 WRK-PRECO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-INICIO      PIC 9(08) VALUE ZEROS.
           77 WRK-FIM-VIG     PIC 9(08) VALUE ZEROS.
           77 WRK-PRECO-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-CATALOGO-ED PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-SITUACAO    PIC X(09) VALUE SPACES.
           77 WRK-TOT-GRAVADAS  PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-REMOVIDAS PIC 9(05) VALUE ZEROS.

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
               OPEN INPUT CLIENTES
               IF PRODUTOS-STATUS NOT = 00 OR CLIENTES-STATUS NOT = 00
                   DISPLAY 'PRODUTOS.DAT/CLIENTES.DAT NAO DISPONIVEL'
               ELSE
                   OPEN I-O TABPRECO
                   IF TABPRECO-STATUS = 35
                       OPEN OUTPUT TABPRECO
                       CLOSE TABPRECO
                       OPEN I-O TABPRECO
                   END-IF
                   OPEN INPUT GRUPCLI
                   ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
                   PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
                   IF GRUPCLI-STATUS NOT = 35
                       CLOSE GRUPCLI
                   END-IF
                   CLOSE TABPRECO
                   DISPLAY '===== TABELAS DE PRECO ====='
                   DISPLAY 'LINHAS GRAVADAS..: ' WRK-TOT-GRAVADAS
                   DISPLAY 'LINHAS REMOVIDAS.: ' WRK-TOT-REMOVIDAS
               END-IF
               IF PRODUTOS-STATUS NOT = 35
                   CLOSE PRODUTOS
               END-IF
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
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
           DISPLAY 'TABELAS DE PRECO DE CONTRATO'.
           DISPLAY 'T - LISTAR UMA TABELA'.
           DISPLAY 'C - TABELAS DE UM CLIENTE OU GRUPO'.
           DISPLAY 'I - INCLUIR/ALTERAR PRECO NA TABELA'.
           DISPLAY 'R - REMOVER PRODUTO DA TABELA'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'T'
               WHEN 't'
                   PERFORM 3000-LISTAR-TABELA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 3500-LISTAR-CLIENTE
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

      *****************************************************
      * PROCURA A PRIMEIRA LINHA DA TABELA WRK-LISTA E
      * GUARDA O CABECALHO - CABECALHO-OK QUANDO A TABELA
      * JA EXISTE.
      *****************************************************
       2100-LER-CABECALHO.
           MOVE 'N' TO WRK-CAB-OK.
           MOVE WRK-LISTA TO TABP-LISTA.
           MOVE ZEROS TO TABP-PRODUTO.
           START TABPRECO KEY IS NOT LESS THAN TABP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TABPRECO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TABP-LISTA = WRK-LISTA
                               MOVE 'S' TO WRK-CAB-OK
                               MOVE TABP-NOME TO WRK-CAB-NOME
                               MOVE TABP-TIPO TO WRK-CAB-TIPO
                               MOVE TABP-FONE TO WRK-CAB-FONE
                           END-IF
                   END-READ
           END-START.

      *    VIGENTE, FUTURA OU VENCIDA EM RELACAO A HOJE.
       2200-SITUACAO-LINHA.
           IF TABP-INICIO > WRK-DATA-SIS
               MOVE 'FUTURA' TO WRK-SITUACAO
           ELSE
           IF TABP-FIM < WRK-DATA-SIS
               MOVE 'VENCIDA' TO WRK-SITUACAO
           ELSE
               MOVE 'VIGENTE' TO WRK-SITUACAO
           END-IF
           END-IF.

       2300-MOSTRAR-LINHA.
           ADD 1 TO WRK-QTDE-LINHAS.
           PERFORM 2200-SITUACAO-LINHA.
           MOVE TABP-PRECO TO WRK-PRECO-ED.
           DISPLAY TABP-LISTA ' ' TABP-PRODUTO ' ' WRK-PRECO-ED
               ' DE ' TABP-INICIO ' A ' TABP-FIM ' ' WRK-SITUACAO.

       3000-LISTAR-TABELA.
           MOVE ZEROS TO WRK-LISTA WRK-QTDE-LINHAS.
           DISPLAY 'NUMERO DA TABELA.. '.
           ACCEPT WRK-LISTA FROM CONSOLE.
           PERFORM 2100-LER-CABECALHO.
           IF NOT CABECALHO-OK
               DISPLAY 'TABELA NAO ENCONTRADA'
           ELSE
               DISPLAY 'TABELA ' WRK-LISTA ' ' WRK-CAB-NOME
                   ' TIPO ' WRK-CAB-TIPO ' CLIENTE ' WRK-CAB-FONE
               MOVE WRK-LISTA TO TABP-LISTA
               MOVE ZEROS TO TABP-PRODUTO
               MOVE 'N' TO WRK-FIM
               START TABPRECO KEY IS NOT LESS THAN TABP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ TABPRECO NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF TABP-LISTA NOT = WRK-LISTA
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               PERFORM 2300-MOSTRAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'LINHAS NA TABELA: ' WRK-QTDE-LINHAS
           END-IF.

      *    PELA CHAVE ALTERNATIVA (FONE DO CLIENTE OU DA
      *    MATRIZ DO GRUPO).
       3500-LISTAR-CLIENTE.
           MOVE ZEROS TO WRK-FONE WRK-QTDE-LINHAS.
           DISPLAY 'TELEFONE DO CLIENTE OU DA MATRIZ.. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           MOVE WRK-FONE TO TABP-FONE.
           MOVE 'N' TO WRK-FIM.
           START TABPRECO KEY IS NOT LESS THAN TABP-FONE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ TABPRECO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF TABP-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           PERFORM 2300-MOSTRAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-QTDE-LINHAS = ZEROS
               DISPLAY 'NENHUMA TABELA PARA ESTE TELEFONE'
           END-IF.

      *****************************************************
      * INCLUI OU ALTERA UMA LINHA. TABELA NOVA PEDE O
      * CABECALHO: TIPO 'C' EXIGE CLIENTE CADASTRADO E
      * TIPO 'G' A MATRIZ DE UM GRUPO EM GRUPCLI.DAT.
      *****************************************************
       4000-INCLUIR.
           MOVE ZEROS TO WRK-LISTA.
           DISPLAY 'NUMERO DA TABELA.. '.
           ACCEPT WRK-LISTA FROM CONSOLE.
           IF WRK-LISTA = ZEROS
               DISPLAY 'TABELA ZERO E RESERVADA AO PRECO DE CATALOGO'
           ELSE
               PERFORM 2100-LER-CABECALHO
               IF CABECALHO-OK
                   DISPLAY 'TABELA ' WRK-LISTA ' ' WRK-CAB-NOME
               ELSE
                   PERFORM 4100-NOVO-CABECALHO
               END-IF
               IF CABECALHO-OK
                   PERFORM 4200-LER-LINHA
               END-IF
           END-IF.

       4100-NOVO-CABECALHO.
           MOVE SPACES TO WRK-CABECALHO.
           MOVE ZEROS TO WRK-CAB-FONE.
           DISPLAY 'TABELA NOVA - NOME.. '.
           ACCEPT WRK-CAB-NOME FROM CONSOLE.
           DISPLAY 'TIPO (C = CLIENTE, G = GRUPO ECONOMICO).. '.
           ACCEPT WRK-CAB-TIPO FROM CONSOLE.
           IF WRK-CAB-TIPO = 'c'
               MOVE 'C' TO WRK-CAB-TIPO
           END-IF.
           IF WRK-CAB-TIPO = 'g'
               MOVE 'G' TO WRK-CAB-TIPO
           END-IF.
           DISPLAY 'TELEFONE DO CLIENTE OU DA MATRIZ.. '.
           ACCEPT WRK-CAB-FONE FROM CONSOLE.
           EVALUATE WRK-CAB-TIPO
               WHEN 'C'
                   MOVE WRK-CAB-FONE TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           DISPLAY 'CLIENTE NAO ENCONTRADO'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-CAB-OK
                           DISPLAY CLIENTES-NOME
                   END-READ
               WHEN 'G'
                   MOVE WRK-CAB-FONE TO GRUPCLI-FONE
                   IF GRUPCLI-STATUS = 35
                       DISPLAY 'NAO HA GRUPOS CADASTRADOS'
                   ELSE
                       READ GRUPCLI
                           INVALID KEY
                               DISPLAY 'CLIENTE SEM GRUPO'
                           NOT INVALID KEY
                               IF GRUPCLI-MATRIZ = WRK-CAB-FONE
                                   MOVE 'S' TO WRK-CAB-OK
                               ELSE
                                   DISPLAY 'CLIENTE E FILIAL - INFORME'
                                       ' A MATRIZ ' GRUPCLI-MATRIZ
                               END-IF
                       END-READ
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO'
           END-EVALUATE.

       4200-LER-LINHA.
           MOVE ZEROS TO WRK-PRODUTO.
           DISPLAY 'CODIGO DO PRODUTO.. '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           MOVE WRK-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE PRODUTOS-PRECO TO WRK-CATALOGO-ED
                   DISPLAY PRODUTOS-DESCRICAO ' CATALOGO '
                       WRK-CATALOGO-ED
                   PERFORM 4300-LER-VALORES
           END-READ.

       4300-LER-VALORES.
           MOVE ZEROS TO WRK-PRECO WRK-INICIO WRK-FIM-VIG.
           DISPLAY 'PRECO DE CONTRATO.. '.
           ACCEPT WRK-PRECO FROM CONSOLE.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, 0 = HOJE).. '.
           ACCEPT WRK-INICIO FROM CONSOLE.
           IF WRK-INICIO = ZEROS
               MOVE WRK-DATA-SIS TO WRK-INICIO
           END-IF.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM).. '.
           ACCEPT WRK-FIM-VIG FROM CONSOLE.
           IF WRK-FIM-VIG = ZEROS
               MOVE 99991231 TO WRK-FIM-VIG
           END-IF.
           IF WRK-PRECO = ZEROS
               DISPLAY 'PRECO INVALIDO'
           ELSE
           IF WRK-FIM-VIG < WRK-INICIO
               DISPLAY 'FIM DA VIGENCIA ANTES DO INICIO'
           ELSE
               PERFORM 4400-GRAVAR-LINHA
           END-IF
           END-IF.

       4400-GRAVAR-LINHA.
           MOVE WRK-LISTA TO TABP-LISTA.
           MOVE WRK-PRODUTO TO TABP-PRODUTO.
           READ TABPRECO
               INVALID KEY
                   PERFORM 4410-MONTAR-LINHA
                   WRITE TABPRECO-REG
                       INVALID KEY
                           DISPLAY 'LINHA NAO GRAVADA - STATUS '
                               TABPRECO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-GRAVADAS
                           DISPLAY 'PRECO DE CONTRATO GRAVADO'
                   END-WRITE
               NOT INVALID KEY
                   MOVE TABP-PRECO TO WRK-PRECO-ED
                   DISPLAY 'PRODUTO JA NA TABELA A ' WRK-PRECO-ED
                       ' DE ' TABP-INICIO ' A ' TABP-FIM
                   MOVE 'N' TO WRK-CONFIRMA
                   DISPLAY 'SUBSTITUIR (S/N)?.. '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 4410-MONTAR-LINHA
                       REWRITE TABPRECO-REG
                           INVALID KEY
                               DISPLAY 'LINHA NAO GRAVADA - STATUS '
                                   TABPRECO-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WRK-TOT-GRAVADAS
                               DISPLAY 'PRECO DE CONTRATO ALTERADO'
                       END-REWRITE
                   END-IF
           END-READ.

       4410-MONTAR-LINHA.
           MOVE WRK-LISTA    TO TABP-LISTA.
           MOVE WRK-PRODUTO  TO TABP-PRODUTO.
           MOVE WRK-CAB-NOME TO TABP-NOME.
           MOVE WRK-CAB-TIPO TO TABP-TIPO.
           MOVE WRK-CAB-FONE TO TABP-FONE.
           MOVE WRK-PRECO    TO TABP-PRECO.
           MOVE WRK-INICIO   TO TABP-INICIO.
           MOVE WRK-FIM-VIG  TO TABP-FIM.
           MOVE WRK-DATA-SIS TO TABP-DATA.
           MOVE WRK-ADMIN    TO TABP-USUARIO.

       5000-REMOVER.
           MOVE ZEROS TO WRK-LISTA WRK-PRODUTO.
           DISPLAY 'NUMERO DA TABELA.. '.
           ACCEPT WRK-LISTA FROM CONSOLE.
           DISPLAY 'CODIGO DO PRODUTO.. '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           MOVE WRK-LISTA TO TABP-LISTA.
           MOVE WRK-PRODUTO TO TABP-PRODUTO.
           DELETE TABPRECO
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ESTA NA TABELA'
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-REMOVIDAS
                   DISPLAY 'PRODUTO REMOVIDO DA TABELA'
           END-DELETE.
