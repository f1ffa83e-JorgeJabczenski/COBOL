       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTLOCAL.
      ********************************************
      * OBJETIVO: ESTOQUE POR LOCAL (ESTLOCAL.DAT)
      *           - CONSULTA DO SALDO E DO
      *           ENDERECO DE PRATELEIRA (RUA/
      *           PRATELEIRA) DE UM PRODUTO EM CADA
      *           LOCAL DA TABELA LOCATAB, CADASTRO
      *           DO ENDERECO E TRANSFERENCIA ENTRE
      *           LOCAIS. A TRANSFERENCIA NAO MEXE
      *           NO TOTAL DO CATALOGO (PRODUTOS-
      *           ESTOQUE): GRAVA NO ESTOQMOV.DAT UMA
      *           SAIDA E UMA ENTRADA PAREADAS, COM
      *           ORIGEM 'TRANSF OO>DD'. O SALDO DO
      *           LOCAL PADRAO E O TOTAL MENOS O DOS
      *           DEMAIS (VER ELOCCOPY). USO
      *           RESTRITO, NOS MOLDES DO INVENTAR.
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

           SELECT ESTLOCAL ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY ELOC-CHAVE.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD ESTLOCAL.
           COPY 'ELOCCOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 ESTLOCAL-STATUS PIC 9(02).
           77 ESTOQMOV-STATUS PIC 9(02).

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTLOCAL'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           COPY 'LOCATAB.cob'.
           77 WRK-LOC-IDX      PIC 9(02) VALUE ZEROS.
           77 WRK-CONS-IDX     PIC 9(02) VALUE ZEROS.
           77 WRK-LOC-ESCOLHIDO PIC 9(02) VALUE ZEROS.
           77 WRK-LOC-SALDO    PIC 9(05) VALUE ZEROS.
           77 WRK-LOC-OUTROS   PIC 9(06) VALUE ZEROS.
           77 WRK-LOC-VALIDO   PIC X(01) VALUE 'N'.
               88 LOCAL-VALIDO VALUE 'S'.

           77 WRK-CODIGO      PIC 9(05) VALUE ZEROS.
           77 WRK-RUA         PIC X(03) VALUE SPACES.
           77 WRK-PRATELEIRA  PIC X(03) VALUE SPACES.
           77 WRK-ORIGEM      PIC 9(02) VALUE ZEROS.
           77 WRK-DESTINO     PIC 9(02) VALUE ZEROS.
           77 WRK-QTDE        PIC 9(05) VALUE ZEROS.
           77 WRK-SALDO-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-MOV-TIPO    PIC X(01) VALUE SPACES.
           77 WRK-MOV-ORIGEM  PIC X(20) VALUE SPACES.
           77 WRK-TOT-ENDER   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-TRANSF  PIC 9(05) VALUE ZEROS.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-ANO PIC 9(04).
                   10 WRK-DH-MES PIC 9(02).
                   10 WRK-DH-DIA PIC 9(02).
               05 WRK-DH-HORA.
                   10 WRK-DH-HH PIC 9(02).
                   10 WRK-DH-MM PIC 9(02).
                   10 WRK-DH-SS PIC 9(02).
                   10 WRK-DH-CENT PIC 9(02).

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
                   OPEN I-O ESTLOCAL
                   IF ESTLOCAL-STATUS = 35
                       OPEN OUTPUT ESTLOCAL
                       CLOSE ESTLOCAL
                       OPEN I-O ESTLOCAL
                   END-IF
                   PERFORM 1100-MONTALOCAL
                   PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
                   CLOSE ESTLOCAL
                   CLOSE PRODUTOS
                   DISPLAY '===== ESTOQUE POR LOCAL ====='
                   DISPLAY 'ENDERECOS GRAVADOS...: ' WRK-TOT-ENDER
                   DISPLAY 'TRANSFERENCIAS.......: ' WRK-TOT-TRANSF
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

       1100-MONTALOCAL.
           COPY 'LOCATABPR.cob'.

       2000-MENU.
           DISPLAY ' '.
           DISPLAY 'ESTOQUE POR LOCAL'.
           DISPLAY 'C - CONSULTAR PRODUTO'.
           DISPLAY 'E - ENDERECO DE PRATELEIRA'.
           DISPLAY 'T - TRANSFERIR ENTRE LOCAIS'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 3000-CONSULTAR
               WHEN 'E'
               WHEN 'e'
                   PERFORM 4000-ENDERECAR
               WHEN 'T'
               WHEN 't'
                   PERFORM 6000-TRANSFERIR
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    LE O PRODUTO DIGITADO EM PRODUTOS.DAT - QUEM
      *    CHAMA TESTA PRODUTOS-STATUS (00 = ACHOU).
       2100-LER-PRODUTO.
           MOVE ZEROS TO WRK-CODIGO.
           DISPLAY 'CODIGO DO PRODUTO.. '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY PRODUTOS-DESCRICAO
           END-READ.

      *****************************************************
      * UMA LINHA POR LOCAL DA TABELA: CODIGO, NOME,
      * SALDO E ENDERECO DE PRATELEIRA DO PRODUTO.
      *****************************************************
       3000-CONSULTAR.
           PERFORM 2100-LER-PRODUTO.
           IF PRODUTOS-STATUS = 00
               MOVE PRODUTOS-ESTOQUE TO WRK-SALDO-ED
               DISPLAY 'TOTAL NO CATALOGO: ' WRK-SALDO-ED
               PERFORM VARYING WRK-CONS-IDX FROM 1 BY 1
                       UNTIL WRK-CONS-IDX > WRK-LOCAL-QTDE
                   MOVE WRK-LOCAL-COD(WRK-CONS-IDX)
                       TO WRK-LOC-ESCOLHIDO
                   PERFORM 5100-SALDO-DO-LOCAL
                   MOVE PRODUTOS-CODIGO   TO ELOC-PRODUTO
                   MOVE WRK-LOC-ESCOLHIDO TO ELOC-LOCAL
                   READ ESTLOCAL
                       INVALID KEY
                           MOVE SPACES TO ELOC-ENDERECO
                   END-READ
                   MOVE WRK-LOC-SALDO TO WRK-SALDO-ED
                   DISPLAY '  ' WRK-LOCAL-COD(WRK-CONS-IDX) ' '
                       WRK-LOCAL-NOME(WRK-CONS-IDX) ' SALDO '
                       WRK-SALDO-ED ' RUA ' ELOC-RUA
                       ' PRAT ' ELOC-PRATELEIRA
               END-PERFORM
           END-IF.

      *****************************************************
      * CADASTRA OU ALTERA O ENDERECO DO PRODUTO NUM
      * LOCAL. LOCAL AINDA SEM REGISTRO NASCE COM SALDO
      * ZERO - SO A TRANSFERENCIA E A VENDA MEXEM NELE.
      *****************************************************
       4000-ENDERECAR.
           PERFORM 2100-LER-PRODUTO.
           IF PRODUTOS-STATUS = 00
               PERFORM 5000-PEDIR-LOCAL
               MOVE WRK-LOC-ESCOLHIDO TO WRK-ORIGEM
               PERFORM 5200-VALIDAR-LOCAL
               IF NOT LOCAL-VALIDO
                   DISPLAY 'LOCAL INVALIDO'
               ELSE
                   MOVE SPACES TO WRK-RUA WRK-PRATELEIRA
                   DISPLAY 'RUA (3 POSICOES).......... '
                   ACCEPT WRK-RUA FROM CONSOLE
                   DISPLAY 'PRATELEIRA (3 POSICOES)... '
                   ACCEPT WRK-PRATELEIRA FROM CONSOLE
                   MOVE PRODUTOS-CODIGO TO ELOC-PRODUTO
                   MOVE WRK-ORIGEM      TO ELOC-LOCAL
                   READ ESTLOCAL
                       INVALID KEY
                           MOVE ZEROS          TO ELOC-SALDO
                           MOVE WRK-RUA        TO ELOC-RUA
                           MOVE WRK-PRATELEIRA TO ELOC-PRATELEIRA
                           WRITE ESTLOCAL-REG
                               INVALID KEY
                                   DISPLAY 'ENDERECO NAO GRAVADO'
                               NOT INVALID KEY
                                   ADD 1 TO WRK-TOT-ENDER
                                   DISPLAY 'ENDERECO GRAVADO'
                           END-WRITE
                       NOT INVALID KEY
                           MOVE WRK-RUA        TO ELOC-RUA
                           MOVE WRK-PRATELEIRA TO ELOC-PRATELEIRA
                           REWRITE ESTLOCAL-REG
                               INVALID KEY
                                   DISPLAY 'ENDERECO NAO GRAVADO'
                               NOT INVALID KEY
                                   ADD 1 TO WRK-TOT-ENDER
                                   DISPLAY 'ENDERECO ALTERADO'
                           END-REWRITE
                   END-READ
               END-IF
           END-IF.

       5000-PEDIR-LOCAL.
           PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
                   UNTIL WRK-LOC-IDX > WRK-LOCAL-QTDE
               DISPLAY '  ' WRK-LOCAL-COD(WRK-LOC-IDX) ' - '
                   WRK-LOCAL-NOME(WRK-LOC-IDX)
           END-PERFORM.
           MOVE ZEROS TO WRK-LOC-ESCOLHIDO.
           DISPLAY 'LOCAL.............. '.
           ACCEPT WRK-LOC-ESCOLHIDO FROM CONSOLE.

      *****************************************************
      * SALDO DO PRODUTO CORRENTE NO LOCAL
      * WRK-LOC-ESCOLHIDO - MESMA REGRA DO
      * 6117-SALDO-DO-LOCAL DO PROJETO.
      *****************************************************
       5100-SALDO-DO-LOCAL.
           MOVE ZEROS TO WRK-LOC-SALDO.
           IF WRK-LOC-ESCOLHIDO = WRK-LOCAL-PADRAO
               MOVE ZEROS TO WRK-LOC-OUTROS
               PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
                       UNTIL WRK-LOC-IDX > WRK-LOCAL-QTDE
                   IF WRK-LOCAL-COD(WRK-LOC-IDX) NOT = WRK-LOCAL-PADRAO
                       MOVE PRODUTOS-CODIGO TO ELOC-PRODUTO
                       MOVE WRK-LOCAL-COD(WRK-LOC-IDX) TO ELOC-LOCAL
                       READ ESTLOCAL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD ELOC-SALDO TO WRK-LOC-OUTROS
                       END-READ
                   END-IF
               END-PERFORM
               IF WRK-LOC-OUTROS < PRODUTOS-ESTOQUE
                   COMPUTE WRK-LOC-SALDO =
                       PRODUTOS-ESTOQUE - WRK-LOC-OUTROS
               END-IF
           ELSE
               MOVE PRODUTOS-CODIGO   TO ELOC-PRODUTO
               MOVE WRK-LOC-ESCOLHIDO TO ELOC-LOCAL
               READ ESTLOCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ELOC-SALDO TO WRK-LOC-SALDO
               END-READ
           END-IF.

       5200-VALIDAR-LOCAL.
           MOVE 'N' TO WRK-LOC-VALIDO.
           PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
                   UNTIL WRK-LOC-IDX > WRK-LOCAL-QTDE
               IF WRK-LOCAL-COD(WRK-LOC-IDX) = WRK-LOC-ESCOLHIDO
                   MOVE 'S' TO WRK-LOC-VALIDO
               END-IF
           END-PERFORM.

      *****************************************************
      * TRANSFERENCIA: CONFERE O SALDO DO LOCAL DE
      * ORIGEM, TIRA DELE E POE NO DESTINO (O LOCAL
      * PADRAO NAO TEM SALDO GRAVADO E SE AJUSTA
      * SOZINHO) E GRAVA O PAR SAIDA/ENTRADA NO DIARIO.
      *****************************************************
       6000-TRANSFERIR.
           PERFORM 2100-LER-PRODUTO.
           IF PRODUTOS-STATUS = 00
               DISPLAY 'ORIGEM:'
               PERFORM 5000-PEDIR-LOCAL
               MOVE WRK-LOC-ESCOLHIDO TO WRK-ORIGEM
               DISPLAY 'DESTINO:'
               PERFORM 5000-PEDIR-LOCAL
               MOVE WRK-LOC-ESCOLHIDO TO WRK-DESTINO
               PERFORM 5200-VALIDAR-LOCAL
               IF LOCAL-VALIDO
                   MOVE WRK-ORIGEM TO WRK-LOC-ESCOLHIDO
                   PERFORM 5200-VALIDAR-LOCAL
               END-IF
               IF NOT LOCAL-VALIDO OR WRK-ORIGEM = WRK-DESTINO
                   DISPLAY 'LOCAIS INVALIDOS'
               ELSE
                   PERFORM 5100-SALDO-DO-LOCAL
                   MOVE WRK-LOC-SALDO TO WRK-SALDO-ED
                   DISPLAY 'SALDO NA ORIGEM: ' WRK-SALDO-ED
                   MOVE ZEROS TO WRK-QTDE
                   DISPLAY 'QUANTIDADE A TRANSFERIR.. '
                   ACCEPT WRK-QTDE FROM CONSOLE
                   IF WRK-QTDE = ZEROS OR WRK-QTDE > WRK-LOC-SALDO
                       DISPLAY 'QUANTIDADE INVALIDA OU ACIMA DO SALDO'
                   ELSE
                       PERFORM 6100-MOVER-SALDOS
                   END-IF
               END-IF
           END-IF.

       6100-MOVER-SALDOS.
           IF WRK-ORIGEM NOT = WRK-LOCAL-PADRAO
               MOVE PRODUTOS-CODIGO TO ELOC-PRODUTO
               MOVE WRK-ORIGEM      TO ELOC-LOCAL
               READ ESTLOCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WRK-QTDE FROM ELOC-SALDO
                       REWRITE ESTLOCAL-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.
           IF WRK-DESTINO NOT = WRK-LOCAL-PADRAO
               MOVE PRODUTOS-CODIGO TO ELOC-PRODUTO
               MOVE WRK-DESTINO     TO ELOC-LOCAL
               READ ESTLOCAL
                   INVALID KEY
                       MOVE WRK-QTDE TO ELOC-SALDO
                       MOVE SPACES   TO ELOC-ENDERECO
                       WRITE ESTLOCAL-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WRK-QTDE TO ELOC-SALDO
                       REWRITE ESTLOCAL-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.
           MOVE SPACES TO WRK-MOV-ORIGEM.
           STRING 'TRANSF ' WRK-ORIGEM '>' WRK-DESTINO
               DELIMITED BY SIZE INTO WRK-MOV-ORIGEM
           END-STRING.
           MOVE 'S' TO WRK-MOV-TIPO.
           PERFORM 6200-GRAVA-MOV-ESTOQUE.
           MOVE 'E' TO WRK-MOV-TIPO.
           PERFORM 6200-GRAVA-MOV-ESTOQUE.
           ADD 1 TO WRK-TOT-TRANSF.
           DISPLAY 'TRANSFERENCIA GRAVADA'.

      *    MESMA LINHA DATADA DO 2200-GRAVA-MOV-ESTOQUE DO
      *    INVENTAR, COM A ORIGEM DA TRANSFERENCIA.
       6200-GRAVA-MOV-ESTOQUE.
           OPEN EXTEND ESTOQMOV.
           IF ESTOQMOV-STATUS = 35
               OPEN OUTPUT ESTOQMOV
               CLOSE ESTOQMOV
               OPEN EXTEND ESTOQMOV
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE WRK-DH-DATA      TO ESTOQMOV-DATA.
           MOVE WRK-DH-HORA(1:6) TO ESTOQMOV-HORA.
           MOVE WRK-MOV-TIPO     TO ESTOQMOV-TIPO.
           MOVE PRODUTOS-CODIGO  TO ESTOQMOV-PRODUTO.
           MOVE WRK-QTDE         TO ESTOQMOV-QTDE.
           MOVE WRK-ADMIN        TO ESTOQMOV-USUARIO.
           MOVE WRK-MOV-ORIGEM   TO ESTOQMOV-ORIGEM.
           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.
