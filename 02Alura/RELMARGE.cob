      *           (FRETECALC SOBRE O PESO DOS ITENS)
      *           E IMPRIME A MARGEM PERCENTUAL DE
      *           CADA PEDIDO E O FECHO POR PRODUTO
      *           E POR TABELA DE PRECO EM
      *           RELMARGE.DAT. PEDIDO CANCELADO
      *           NAO CONTA.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - O FRETE DE TABELA CONSIDERA A
      *            ZONA DO CEP DE ENTREGA DO PEDIDO
      *            (CADASTRO DO CLIENTE OU ENDERECO
      *            ADICIONAL).
      * 15/10/2026 JORGE - NOVO FECHO POR TABELA DE
      *            PRECO DE CONTRATO
      *            (PEDITENS-TABELA), COM O NOME DA
      *            TABELA LIDO EM TABPRECO.DAT; ITEM
      *            SEM TABELA SAI COMO PRECO DE
      *            CATALOGO.
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT TABPRECO ASSIGN TO 'TABPRECO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TABPRECO-STATUS
               RECORD KEY TABP-CHAVE
               ALTERNATE RECORD KEY TABP-FONE
                   WITH DUPLICATES.

           SELECT MARGE-REL ASSIGN TO 'RELMARGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD TABPRECO.
           COPY 'TABPCOPY.cob'.

       FD MARGE-REL.
       01 REL-LINHA PIC X(100).

               COPY 'FILESTAT.cob'.
           77 PEDIDOS-STATUS  PIC 9(02).
           77 PRODUTOS-STATUS PIC 9(02).
           77 CLIENTES-STATUS PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 TABPRECO-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-PED-UF      PIC X(02) VALUE SPACES.
           77 WRK-PED-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PED-FRETE   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PED-CEP     PIC 9(08) VALUE ZEROS.

           77 WRK-FRETE-TAB   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FRETE-ACHOU PIC X(01) VALUE SPACES.
           77 WRK-PR-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-PR-ACHEI PIC 9(03) VALUE ZEROS.

      *    FECHO POR TABELA DE PRECO (ZERO = CATALOGO)
           01 WRK-TAB-LISTA.
               05 WRK-TL-ITEM OCCURS 100 TIMES.
                   10 WRK-TL-LISTA     PIC 9(04).
                   10 WRK-TL-NOME      PIC X(30).
                   10 WRK-TL-RECEITA   PIC 9(10)V99.
                   10 WRK-TL-CUSTO     PIC 9(10)V99.
           77 WRK-TL-QTDE  PIC 9(03) VALUE ZEROS.
           77 WRK-TL-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-TL-ACHEI PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           END-IF.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT ENDERECOS.
           OPEN INPUT TABPRECO.
           OPEN OUTPUT MARGE-REL.
           MOVE 'RENTABILIDADE POR PEDIDO' TO REL-LINHA.
           WRITE REL-LINHA.
                       MOVE PEDIDOS-UF    TO WRK-PED-UF
                       MOVE PEDIDOS-VALOR TO WRK-PED-VALOR
                       MOVE PEDIDOS-FRETE TO WRK-PED-FRETE
                       PERFORM 2150-CEP-DA-ENTREGA
                   END-IF
           END-READ.

      *****************************************************
      * CEP DO ENDERECO DE ENTREGA DO PEDIDO, PARA A ZONA
      * DE FRETE: PEDIDOS-END-ENTREGA = 0 E O CADASTRO DO
      * CLIENTE, SENAO O SEQ DE ENDERECOS.DAT. SEM ACHAR,
      * O CEP FICA ZERADO E VALE SO A UF.
      *****************************************************
       2150-CEP-DA-ENTREGA.
           MOVE ZEROS TO WRK-PED-CEP.
           IF PEDIDOS-END-ENTREGA = ZEROS
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-CEP TO WRK-PED-CEP
               END-READ
           ELSE
               MOVE PEDIDOS-FONE TO ENDERECOS-FONE
               MOVE PEDIDOS-END-ENTREGA TO ENDERECOS-SEQ
               READ ENDERECOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENDERECOS-CEP TO WRK-PED-CEP
               END-READ
           END-IF.

       2200-ACUMULA-ITEM.
           ADD PEDITENS-VALOR-TOTAL TO WRK-PED-RECEITA.
           COMPUTE WRK-PED-CUSTO = WRK-PED-CUSTO
                       + (PEDITENS-QTDE * PRODUTOS-PESO)
           END-READ.
           PERFORM 2300-ACUMULA-PRODUTO.
           PERFORM 2400-ACUMULA-TABELA.

       2300-ACUMULA-PRODUTO.
           MOVE ZEROS TO WRK-PR-ACHEI.
                   + (PEDITENS-QTDE * PEDITENS-CUSTO-UNIT)
           END-IF.

      *****************************************************
      * MESMO FECHO, AGORA POR TABELA DE PRECO DE CONTRATO
      * (PEDITENS-TABELA, MARCADA NA MONTAGEM DO PEDIDO).
      * O NOME DA TABELA VEM DA PRIMEIRA LINHA DELA EM
      * TABPRECO.DAT; TABELA JA APAGADA SAI SEM NOME.
      *****************************************************
       2400-ACUMULA-TABELA.
           MOVE ZEROS TO WRK-TL-ACHEI.
           PERFORM VARYING WRK-TL-IDX FROM 1 BY 1
                   UNTIL WRK-TL-IDX > WRK-TL-QTDE
               IF WRK-TL-LISTA(WRK-TL-IDX) = PEDITENS-TABELA
                   MOVE WRK-TL-IDX TO WRK-TL-ACHEI
                   MOVE WRK-TL-QTDE TO WRK-TL-IDX
               END-IF
           END-PERFORM.
           IF WRK-TL-ACHEI = ZEROS AND WRK-TL-QTDE < 100
               ADD 1 TO WRK-TL-QTDE
               MOVE WRK-TL-QTDE TO WRK-TL-ACHEI
               MOVE PEDITENS-TABELA TO WRK-TL-LISTA(WRK-TL-ACHEI)
               MOVE ZEROS TO WRK-TL-RECEITA(WRK-TL-ACHEI)
               MOVE ZEROS TO WRK-TL-CUSTO(WRK-TL-ACHEI)
               PERFORM 2410-NOME-DA-TABELA
           END-IF.
           IF WRK-TL-ACHEI NOT = ZEROS
               ADD PEDITENS-VALOR-TOTAL
                   TO WRK-TL-RECEITA(WRK-TL-ACHEI)
               COMPUTE WRK-TL-CUSTO(WRK-TL-ACHEI) =
                   WRK-TL-CUSTO(WRK-TL-ACHEI)
                   + (PEDITENS-QTDE * PEDITENS-CUSTO-UNIT)
           END-IF.

       2410-NOME-DA-TABELA.
           MOVE SPACES TO WRK-TL-NOME(WRK-TL-ACHEI).
           IF PEDITENS-TABELA = ZEROS
               MOVE 'PRECO DE CATALOGO' TO WRK-TL-NOME(WRK-TL-ACHEI)
           ELSE
           IF TABPRECO-STATUS NOT = 35
               MOVE PEDITENS-TABELA TO TABP-LISTA
               MOVE ZEROS TO TABP-PRODUTO
               START TABPRECO KEY IS NOT LESS THAN TABP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TABPRECO NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF TABP-LISTA = PEDITENS-TABELA
                                   MOVE TABP-NOME
                                     TO WRK-TL-NOME(WRK-TL-ACHEI)
                               END-IF
                       END-READ
               END-START
           END-IF
           END-IF.

      *****************************************************
      * FECHA O PEDIDO DA QUEBRA: MARGEM = RECEITA MENOS
      * CUSTO, E O FRETE COBRADO SAI LADO A LADO COM O
               ADD 1 TO WRK-TOT-PEDIDOS
               CALL 'FRETECALC' USING WRK-PED-UF WRK-PED-VALOR
                   WRK-FRETE-TAB WRK-FRETE-ACHOU WRK-VLMIN
                   WRK-PED-PESO WRK-PRAZO WRK-PED-CEP
               COMPUTE WRK-MARGEM =
                   WRK-PED-RECEITA - WRK-PED-CUSTO
               MOVE ZEROS TO WRK-MARGEM-PCT
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR TABELA DE PRECO:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-TL-IDX FROM 1 BY 1
                   UNTIL WRK-TL-IDX > WRK-TL-QTDE
               COMPUTE WRK-MARGEM =
                   WRK-TL-RECEITA(WRK-TL-IDX)
                   - WRK-TL-CUSTO(WRK-TL-IDX)
               MOVE ZEROS TO WRK-MARGEM-PCT
               IF WRK-TL-RECEITA(WRK-TL-IDX) > ZEROS
                   COMPUTE WRK-MARGEM-PCT ROUNDED =
                       WRK-MARGEM * 100
                       / WRK-TL-RECEITA(WRK-TL-IDX)
               END-IF
               MOVE WRK-TL-RECEITA(WRK-TL-IDX) TO WRK-VAL1-ED
               MOVE WRK-TL-CUSTO(WRK-TL-IDX)   TO WRK-VAL2-ED
               MOVE WRK-MARGEM-PCT TO WRK-PCT-ED
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-TL-LISTA(WRK-TL-IDX) ' '
                   WRK-TL-NOME(WRK-TL-IDX)
                   ' RECEITA ' WRK-VAL1-ED
                   ' CUSTO ' WRK-VAL2-ED
                   ' MARGEM ' WRK-PCT-ED '%'
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.
           IF PEDITENS-STATUS NOT = 35
               CLOSE PEDITENS
           END-IF.
           CLOSE PEDIDOS.
           CLOSE PRODUTOS.
           IF CLIENTES-STATUS NOT = 35
               CLOSE CLIENTES
           END-IF.
           IF ENDERECOS-STATUS NOT = 35
               CLOSE ENDERECOS
           END-IF.
           IF TABPRECO-STATUS NOT = 35
               CLOSE TABPRECO
           END-IF.
           CLOSE MARGE-REL.
           DISPLAY 'PEDIDOS NA ANALISE: ' WRK-TOT-PEDIDOS.
           DISPLAY 'RELATORIO GERADO EM RELMARGE.DAT'.
