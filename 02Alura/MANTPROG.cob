       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPROG.
      ********************************************
      * OBJETIVO: PEDIDOS PROGRAMADOS (PEDPROG.DAT
      *           - PPRGCOPY) - O CLIENTE QUE COMPRA
      *           SEMPRE OS MESMOS ITENS DEIXA A
      *           COMPRA CADASTRADA AQUI (ITENS,
      *           QUANTIDADES, ENDERECO DE ENTREGA,
      *           PARCELAS, FREQUENCIA E PROXIMA DATA)
      *           E O GERAPROG, NO LOTE NOTURNO, GERA
      *           O PEDIDO NA DATA. TAMBEM E AQUI QUE
      *           VENDAS SUSPENDE A PROGRAMACAO OU
      *           ACERTA A PROXIMA DATA DEPOIS DE
      *           TRATAR UMA EXCECAO DO GERAPROG. USO
      *           RESTRITO, NOS MOLDES DO MANTCUPO.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDPROG ASSIGN TO 'PEDPROG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDPROG-STATUS
               RECORD KEY PPRG-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD PEDPROG.
           COPY 'PPRGCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PEDPROG-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS  PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 PRODUTOS-STATUS  PIC 9(02).

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTPROG'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.
           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-NUM         PIC 9(02) VALUE ZEROS.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-NOVO        PIC X(01) VALUE 'N'.
           77 WRK-DADOS-OK    PIC X(01) VALUE 'N'.
               88 DADOS-OK VALUE 'S'.
           77 WRK-QTDE-PROG   PIC 9(05) VALUE ZEROS.
           77 WRK-ITEM-IDX    PIC 9(02) VALUE ZEROS.
           77 WRK-PRODUTO     PIC 9(05) VALUE ZEROS.
           77 WRK-QTDE        PIC 9(05) VALUE ZEROS.
           77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
               88 FIM-ITENS VALUE 'S'.

      *    PROGRAMACAO EM TRABALHO, DIGITADA ANTES DE IR AO
      *    ARQUIVO.
           01 WRK-PROG.
               05 WRK-PG-END-ENTREGA PIC 9(04).
               05 WRK-PG-PARCELAS    PIC 9(02).
               05 WRK-PG-FREQ        PIC X(01).
               05 WRK-PG-PROXIMA.
                   10 WRK-PG-PX-ANOMES PIC 9(06).
                   10 WRK-PG-PX-DIA    PIC 9(02).
               05 WRK-PG-VENDEDOR    PIC X(20).
               05 WRK-PG-QTDE-ITENS  PIC 9(02).
               05 WRK-PG-ITEM OCCURS 20 TIMES.
                   10 WRK-PG-PRODUTO PIC 9(05).
                   10 WRK-PG-QTDE    PIC 9(05).

           77 WRK-SITUACAO    PIC X(09) VALUE SPACES.
           77 WRK-FREQ-NOME   PIC X(10) VALUE SPACES.
           77 WRK-TOT-GRAVADOS   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-SUSPENSOS  PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-EXCLUIDOS  PIC 9(05) VALUE ZEROS.

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
               OPEN I-O PEDPROG
               IF PEDPROG-STATUS = 35
                   OPEN OUTPUT PEDPROG
                   CLOSE PEDPROG
                   OPEN I-O PEDPROG
               END-IF
               OPEN INPUT CLIENTES
               OPEN INPUT ENDERECOS
               OPEN INPUT PRODUTOS
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
               CLOSE PEDPROG
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
               END-IF
               IF ENDERECOS-STATUS NOT = 35
                   CLOSE ENDERECOS
               END-IF
               IF PRODUTOS-STATUS NOT = 35
                   CLOSE PRODUTOS
               END-IF
               DISPLAY '===== PEDIDOS PROGRAMADOS ====='
               DISPLAY 'PROGRAMACOES GRAVADAS..: ' WRK-TOT-GRAVADOS
               DISPLAY 'PROGRAMACOES SUSPENSAS.: ' WRK-TOT-SUSPENSOS
               DISPLAY 'PROGRAMACOES EXCLUIDAS.: ' WRK-TOT-EXCLUIDOS
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
           DISPLAY 'PEDIDOS PROGRAMADOS'.
           DISPLAY 'L - LISTAR PROGRAMACOES'.
           DISPLAY 'I - INCLUIR/ALTERAR PROGRAMACAO'.
           DISPLAY 'S - SUSPENDER/REATIVAR PROGRAMACAO'.
           DISPLAY 'E - EXCLUIR PROGRAMACAO'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3000-LISTAR
               WHEN 'I'
               WHEN 'i'
                   PERFORM 4000-INCLUIR
               WHEN 'S'
               WHEN 's'
                   PERFORM 5000-SUSPENDER
               WHEN 'E'
               WHEN 'e'
                   PERFORM 6000-EXCLUIR
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       2200-NOME-FREQUENCIA.
           EVALUATE TRUE
               WHEN PPRG-SEMANAL
                   MOVE 'SEMANAL' TO WRK-FREQ-NOME
               WHEN PPRG-QUINZENAL
                   MOVE 'QUINZENAL' TO WRK-FREQ-NOME
               WHEN PPRG-MENSAL
                   MOVE 'MENSAL' TO WRK-FREQ-NOME
               WHEN PPRG-BIMESTRAL
                   MOVE 'BIMESTRAL' TO WRK-FREQ-NOME
               WHEN PPRG-TRIMESTRAL
                   MOVE 'TRIMESTRAL' TO WRK-FREQ-NOME
               WHEN OTHER
                   MOVE '?' TO WRK-FREQ-NOME
           END-EVALUATE.
           IF PPRG-SUSPENSO
               MOVE 'SUSPENSO' TO WRK-SITUACAO
           ELSE
           IF PPRG-FALHAS > ZEROS
               MOVE 'PENDENTE' TO WRK-SITUACAO
           ELSE
               MOVE 'ATIVO' TO WRK-SITUACAO
           END-IF
           END-IF.

       2300-MOSTRAR-PROG.
           PERFORM 2200-NOME-FREQUENCIA.
           DISPLAY PPRG-FONE '/' PPRG-NUM ' ' WRK-FREQ-NOME
               ' PROXIMA ' PPRG-PROXIMA ' ' WRK-SITUACAO
               ' VEND. ' PPRG-VENDEDOR.
           DISPLAY '    ENTREGA ' PPRG-END-ENTREGA ' PARCELAS '
               PPRG-PARCELAS ' ULTIMO PEDIDO ' PPRG-ULT-SEQ
               ' EM ' PPRG-ULT-DATA.
           IF PPRG-FALHAS > ZEROS
               DISPLAY '    NAO GERADO HA ' PPRG-FALHAS
                   ' NOITE(S): ' PPRG-ULT-MOTIVO
           END-IF.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > PPRG-QTDE-ITENS
               DISPLAY '    PRODUTO ' PPRG-PRODUTO(WRK-ITEM-IDX)
                   ' QTDE ' PPRG-QTDE(WRK-ITEM-IDX)
           END-PERFORM.

      *    FONE 0 LISTA TODAS AS PROGRAMACOES.
       3000-LISTAR.
           MOVE ZEROS TO WRK-QTDE-PROG WRK-FONE.
           DISPLAY 'TELEFONE DO CLIENTE (0 = TODOS).. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           MOVE WRK-FONE TO PPRG-FONE.
           MOVE ZEROS TO PPRG-NUM.
           MOVE 'N' TO WRK-FIM.
           START PEDPROG KEY IS NOT LESS THAN PPRG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ PEDPROG NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-FONE NOT = ZEROS
                           AND PPRG-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           ADD 1 TO WRK-QTDE-PROG
                           PERFORM 2300-MOSTRAR-PROG
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'PROGRAMACOES: ' WRK-QTDE-PROG.

      *****************************************************
      * INCLUI OU ALTERA UMA PROGRAMACAO. NUMERO 0 ABRE UMA
      * NOVA COM O PROXIMO NUMERO DO CLIENTE. NA ALTERACAO
      * O HISTORICO DE GERACAO E PRESERVADO E AS FALHAS
      * ZERAM (VENDAS JA TRATOU A EXCECAO).
      *****************************************************
       4000-INCLUIR.
           MOVE ZEROS TO WRK-FONE WRK-NUM.
           DISPLAY 'TELEFONE DO CLIENTE.. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE 'I' TO CLIENTES-SITUACAO
           END-READ.
           IF CLIENTES-NOME = SPACES
               DISPLAY 'CLIENTE NAO ENCONTRADO'
           ELSE
           IF NOT CLIENTES-ATIVO
               DISPLAY 'CLIENTE INATIVO'
           ELSE
               DISPLAY 'CLIENTE ' CLIENTES-NOME
               DISPLAY 'NUMERO DA PROGRAMACAO (0 = NOVA).. '
               ACCEPT WRK-NUM FROM CONSOLE
               MOVE 'S' TO WRK-NOVO
               IF WRK-NUM = ZEROS
                   PERFORM 4050-PROXIMO-NUMERO
               ELSE
                   MOVE WRK-FONE TO PPRG-FONE
                   MOVE WRK-NUM  TO PPRG-NUM
                   READ PEDPROG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WRK-NOVO
                           PERFORM 2300-MOSTRAR-PROG
                   END-READ
               END-IF
               IF WRK-NUM = ZEROS
                   DISPLAY 'CLIENTE JA TEM 99 PROGRAMACOES'
               ELSE
                   PERFORM 4100-LER-DADOS
                   IF DADOS-OK
                       PERFORM 4200-GRAVAR
                   END-IF
               END-IF
           END-IF
           END-IF.

       4050-PROXIMO-NUMERO.
           MOVE WRK-FONE TO PPRG-FONE.
           MOVE ZEROS TO PPRG-NUM.
           MOVE 'N' TO WRK-FIM.
           START PEDPROG KEY IS NOT LESS THAN PPRG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ PEDPROG NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PPRG-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           MOVE PPRG-NUM TO WRK-NUM
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-NUM < 99
               ADD 1 TO WRK-NUM
           ELSE
               MOVE ZEROS TO WRK-NUM
           END-IF.

       4100-LER-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE SPACES TO WRK-PROG.
           MOVE ZEROS TO WRK-PG-END-ENTREGA WRK-PG-PARCELAS
               WRK-PG-PROXIMA WRK-PG-QTDE-ITENS.
           DISPLAY 'SEQ. DO ENDERECO DE ENTREGA (0 = CADASTRO).. '.
           ACCEPT WRK-PG-END-ENTREGA FROM CONSOLE.
           DISPLAY 'PARCELAS (1 A 6).. '.
           ACCEPT WRK-PG-PARCELAS FROM CONSOLE.
           DISPLAY 'FREQUENCIA (S = SEMANAL, Q = QUINZENAL, '
               'M = MENSAL, B = BIMESTRAL, T = TRIMESTRAL).. '.
           ACCEPT WRK-PG-FREQ FROM CONSOLE.
           EVALUATE WRK-PG-FREQ
               WHEN 's' MOVE 'S' TO WRK-PG-FREQ
               WHEN 'q' MOVE 'Q' TO WRK-PG-FREQ
               WHEN 'm' MOVE 'M' TO WRK-PG-FREQ
               WHEN 'b' MOVE 'B' TO WRK-PG-FREQ
               WHEN 't' MOVE 'T' TO WRK-PG-FREQ
           END-EVALUATE.
           DISPLAY 'PROXIMA GERACAO (AAAAMMDD).. '.
           ACCEPT WRK-PG-PROXIMA FROM CONSOLE.
           DISPLAY 'VENDEDOR DA CONTA (BRANCO = VOCE).. '.
           ACCEPT WRK-PG-VENDEDOR FROM CONSOLE.
           IF WRK-PG-VENDEDOR = SPACES
               MOVE WRK-ADMIN TO WRK-PG-VENDEDOR
           END-IF.
           IF WRK-PG-PARCELAS < 1 OR WRK-PG-PARCELAS > 6
               DISPLAY 'PARCELAS INVALIDAS'
           ELSE
           IF WRK-PG-FREQ NOT = 'S' AND NOT = 'Q' AND NOT = 'M'
               AND NOT = 'B' AND NOT = 'T'
               DISPLAY 'FREQUENCIA INVALIDA'
           ELSE
           IF WRK-PG-PROXIMA < WRK-DATA-SIS
               DISPLAY 'PROXIMA GERACAO NO PASSADO'
           ELSE
           IF (WRK-PG-FREQ = 'M' OR 'B' OR 'T')
               AND WRK-PG-PX-DIA > 28
               DISPLAY 'FREQUENCIA MENSAL: DIA NO MAXIMO 28'
           ELSE
               MOVE 'S' TO WRK-DADOS-OK
               IF WRK-PG-END-ENTREGA NOT = ZEROS
                   MOVE WRK-FONE TO ENDERECOS-FONE
                   MOVE WRK-PG-END-ENTREGA TO ENDERECOS-SEQ
                   READ ENDERECOS
                       INVALID KEY
                           MOVE 'N' TO WRK-DADOS-OK
                           DISPLAY 'ENDERECO DE ENTREGA NAO ENCONTRADO'
                   END-READ
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF DADOS-OK
               PERFORM 4150-LER-ITENS
               IF WRK-PG-QTDE-ITENS = ZEROS
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'PROGRAMACAO SEM ITENS'
               END-IF
           END-IF.

      *    ITENS ATE PRODUTO 0; SO PRODUTO ATIVO. O ESTOQUE
      *    E CONFERIDO PELO GERAPROG NA HORA DE GERAR.
       4150-LER-ITENS.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL FIM-ITENS
               MOVE ZEROS TO WRK-PRODUTO WRK-QTDE
               DISPLAY 'PRODUTO (0 = FIM DOS ITENS).. '
               ACCEPT WRK-PRODUTO FROM CONSOLE
               IF WRK-PRODUTO = ZEROS
                   MOVE 'S' TO WRK-FIM-ITENS
               ELSE
                   MOVE WRK-PRODUTO TO PRODUTOS-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY 'PRODUTO NAO ENCONTRADO'
                       NOT INVALID KEY
                           IF PRODUTOS-INATIVO
                               DISPLAY 'PRODUTO INATIVO'
                           ELSE
                               DISPLAY PRODUTOS-DESCRICAO
                               DISPLAY 'QUANTIDADE.. '
                               ACCEPT WRK-QTDE FROM CONSOLE
                               IF WRK-QTDE = ZEROS
                                   DISPLAY 'QUANTIDADE INVALIDA'
                               ELSE
                                   ADD 1 TO WRK-PG-QTDE-ITENS
                                   MOVE WRK-PRODUTO TO
                                       WRK-PG-PRODUTO(WRK-PG-QTDE-ITENS)
                                   MOVE WRK-QTDE TO
                                       WRK-PG-QTDE(WRK-PG-QTDE-ITENS)
                               END-IF
                           END-IF
                   END-READ
                   IF WRK-PG-QTDE-ITENS = 20
                       DISPLAY 'LIMITE DE 20 ITENS ATINGIDO'
                       MOVE 'S' TO WRK-FIM-ITENS
                   END-IF
               END-IF
           END-PERFORM.

       4200-GRAVAR.
           MOVE 'N' TO WRK-CONFIRMA.
           DISPLAY 'CONFIRMA A GRAVACAO (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE WRK-FONE TO PPRG-FONE
               MOVE WRK-NUM  TO PPRG-NUM
               IF WRK-NOVO = 'S'
                   MOVE ZEROS TO PPRG-ULT-DATA PPRG-ULT-SEQ
                   MOVE 'A' TO PPRG-SITUACAO
               END-IF
               MOVE WRK-PG-END-ENTREGA TO PPRG-END-ENTREGA
               MOVE WRK-PG-PARCELAS    TO PPRG-PARCELAS
               MOVE WRK-PG-FREQ        TO PPRG-FREQ
               MOVE WRK-PG-PROXIMA     TO PPRG-PROXIMA
               MOVE WRK-PG-VENDEDOR    TO PPRG-VENDEDOR
               MOVE ZEROS              TO PPRG-FALHAS
               MOVE SPACES             TO PPRG-ULT-MOTIVO
               MOVE WRK-PG-QTDE-ITENS  TO PPRG-QTDE-ITENS
               PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                       UNTIL WRK-ITEM-IDX > 20
                   IF WRK-ITEM-IDX > WRK-PG-QTDE-ITENS
                       MOVE ZEROS TO PPRG-PRODUTO(WRK-ITEM-IDX)
                           PPRG-QTDE(WRK-ITEM-IDX)
                   ELSE
                       MOVE WRK-PG-PRODUTO(WRK-ITEM-IDX)
                           TO PPRG-PRODUTO(WRK-ITEM-IDX)
                       MOVE WRK-PG-QTDE(WRK-ITEM-IDX)
                           TO PPRG-QTDE(WRK-ITEM-IDX)
                   END-IF
               END-PERFORM
               MOVE WRK-DATA-SIS TO PPRG-DATA
               MOVE WRK-ADMIN    TO PPRG-USUARIO
               IF WRK-NOVO = 'S'
                   WRITE PEDPROG-REG
                       INVALID KEY
                           DISPLAY 'PROGRAMACAO NAO GRAVADA - STATUS '
                               PEDPROG-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-GRAVADOS
                           DISPLAY 'PROGRAMACAO ' PPRG-NUM ' INCLUIDA'
                   END-WRITE
               ELSE
                   REWRITE PEDPROG-REG
                       INVALID KEY
                           DISPLAY 'PROGRAMACAO NAO GRAVADA - STATUS '
                               PEDPROG-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-GRAVADOS
                           DISPLAY 'PROGRAMACAO ALTERADA'
                   END-REWRITE
               END-IF
           END-IF.

       5000-SUSPENDER.
           PERFORM 5100-LOCALIZAR.
           IF PEDPROG-STATUS = 00
               IF PPRG-SUSPENSO
                   MOVE 'A' TO PPRG-SITUACAO
               ELSE
                   MOVE 'S' TO PPRG-SITUACAO
               END-IF
               MOVE WRK-DATA-SIS TO PPRG-DATA
               MOVE WRK-ADMIN    TO PPRG-USUARIO
               REWRITE PEDPROG-REG
                   INVALID KEY
                       DISPLAY 'PROGRAMACAO NAO GRAVADA - STATUS '
                           PEDPROG-STATUS
                   NOT INVALID KEY
                       IF PPRG-SUSPENSO
                           ADD 1 TO WRK-TOT-SUSPENSOS
                           DISPLAY 'PROGRAMACAO SUSPENSA'
                       ELSE
                           DISPLAY 'PROGRAMACAO REATIVADA'
                       END-IF
               END-REWRITE
           END-IF.

       5100-LOCALIZAR.
           MOVE ZEROS TO WRK-FONE WRK-NUM.
           DISPLAY 'TELEFONE DO CLIENTE.. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           DISPLAY 'NUMERO DA PROGRAMACAO.. '.
           ACCEPT WRK-NUM FROM CONSOLE.
           MOVE WRK-FONE TO PPRG-FONE.
           MOVE WRK-NUM  TO PPRG-NUM.
           READ PEDPROG
               INVALID KEY
                   DISPLAY 'PROGRAMACAO NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM 2300-MOSTRAR-PROG
           END-READ.

      *    OS PEDIDOS JA GERADOS NAO SAO AFETADOS.
       6000-EXCLUIR.
           PERFORM 5100-LOCALIZAR.
           IF PEDPROG-STATUS = 00
               MOVE 'N' TO WRK-CONFIRMA
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?.. '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   DELETE PEDPROG
                       INVALID KEY
                           DISPLAY 'PROGRAMACAO NAO EXCLUIDA - STATUS '
                               PEDPROG-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-EXCLUIDOS
                           DISPLAY 'PROGRAMACAO EXCLUIDA'
                   END-DELETE
               END-IF
           END-IF.
