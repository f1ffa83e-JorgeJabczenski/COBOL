       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCOMPRA.
      ********************************************
      * OBJETIVO: SUGESTAO AUTOMATICA DE REPOSICAO -
      *           O RELESTQ SO MOSTRA O QUE JA ESTA
      *           BAIXO; ESTE LOTE ANTECIPA. PARA
      *           CADA PRODUTO ATIVO CALCULA O
      *           CONSUMO MEDIO DIARIO PELAS SAIDAS DE
      *           VENDA EM ESTOQMOV.DAT NA JANELA
      *           INFORMADA (MENOS O QUE VOLTOU POR
      *           CANCELAMENTO OU DEVOLUCAO), SOMA AO
      *           SALDO DO CATALOGO O QUE AINDA FALTA
      *           CHEGAR DAS ORDENS ABERTAS/RASCUNHO
      *           DE PEDCOMPRA.DAT E COMPARA COM O
      *           PONTO DE PEDIDO (CONSUMO X PRAZO DE
      *           ENTREGA + ESTOQUE DE SEGURANCA, DE
      *           REPOTAB.DAT). ABAIXO DO PONTO, SUGERE
      *           COMPRAR O SUFICIENTE PARA COBRIR O
      *           PRAZO MAIS OS DIAS DE COBERTURA
      *           INFORMADOS. AS SUGESTOES VAO PARA
      *           SUGCOMPRA.DAT, AGRUPADAS PELO
      *           FORNECEDOR PREFERIDO, E PARA O
      *           RELATORIO RELSUG.DAT; A APROVACAO E
      *           FEITA NA OPCAO S DO COMPRAS, QUE GERA
      *           A ORDEM RASCUNHO SEM REDIGITAR.
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
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDCOMPRA-STATUS
               RECORD KEY COMPRA-NUM.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT REPOTAB ASSIGN TO 'REPOTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPOTAB-STATUS.

           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECED-STATUS
               RECORD KEY FORN-CODIGO.

           SELECT SUGCOMPRA ASSIGN TO 'SUGCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SUGCOMPRA-STATUS
               RECORD KEY SUG-CHAVE.

           SELECT SUG-REL ASSIGN TO 'RELSUG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD PEDCOMPRA.
           COPY 'PCOMCOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

      *    PARAMETROS DE REPOSICAO POR PRODUTO (TEXTO SIMPLES
      *    MANTIDO PELO COMPRADOR NO EDITOR, COMO O
      *    INADTAB.DAT): UMA LINHA POR PRODUTO - PRODUTO
      *    9(05), FORNECEDOR PREFERIDO 9(04), PRAZO DE
      *    ENTREGA EM DIAS UTEIS 9(03) E ESTOQUE DE
      *    SEGURANCA 9(05). EX.: 00012000300500020
      *    PRODUTO FORA DA TABELA USA O FORNECEDOR DA
      *    ULTIMA ORDEM, PRAZO DE 10 DIAS UTEIS E
      *    SEGURANCA ZERO.
       FD REPOTAB.
       01 REPOTAB-REG.
           05 REPOTAB-PRODUTO    PIC 9(05).
           05 REPOTAB-FORNECEDOR PIC 9(04).
           05 REPOTAB-PRAZO      PIC 9(03).
           05 REPOTAB-SEGURANCA  PIC 9(05).

       FD FORNECED.
           COPY 'FORNCOPY.cob'.

       FD SUGCOMPRA.
           COPY 'SUGECOPY.cob'.

       FD SUG-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDCOMPRA-STATUS PIC 9(02).
           77 ESTOQMOV-STATUS  PIC 9(02).
           77 REPOTAB-STATUS   PIC 9(02).
           77 FORNECED-STATUS  PIC 9(02).
           77 SUGCOMPRA-STATUS PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-JANELA       PIC 9(03) VALUE ZEROS.
           77 WRK-COBERTURA    PIC 9(03) VALUE ZEROS.
           77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 10.
           77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-MOV     PIC 9(07) VALUE ZEROS.
           77 WRK-CORRIDOS     PIC 9(05)V99 VALUE ZEROS.
           77 WRK-CONSUMO      PIC 9(05)V99 VALUE ZEROS.
           77 WRK-PONTO        PIC 9(07) VALUE ZEROS.
           77 WRK-ALVO         PIC 9(07) VALUE ZEROS.
           77 WRK-POSICAO      PIC 9(07) VALUE ZEROS.
           77 WRK-SUGERIR      PIC 9(07) VALUE ZEROS.
           77 WRK-PRODUTO      PIC 9(05) VALUE ZEROS.

           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).
           01 WRK-DT-MOV.
               05 WRK-MV-ANO PIC 9(04).
               05 WRK-MV-MES PIC 9(02).
               05 WRK-MV-DIA PIC 9(02).

      *    CATALOGO ATIVO EM MEMORIA, NA ORDEM DO CODIGO
           01 WRK-TAB-PROD.
               05 WRK-PR-ITEM OCCURS 1000 TIMES.
                   10 WRK-PR-CODIGO    PIC 9(05).
                   10 WRK-PR-ESTOQUE   PIC 9(05).
                   10 WRK-PR-CUSTO     PIC 9(08)V99.
                   10 WRK-PR-SAIDAS    PIC S9(07).
                   10 WRK-PR-EM-ORDEM  PIC 9(06).
                   10 WRK-PR-FORN      PIC 9(04).
                   10 WRK-PR-FORN-ULT  PIC 9(04).
                   10 WRK-PR-PRAZO     PIC 9(03).
                   10 WRK-PR-SEGURANCA PIC 9(05).
           77 WRK-PR-QTDE      PIC 9(04) VALUE ZEROS.
           77 WRK-PR-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-PR-ACHOU     PIC 9(04) VALUE ZEROS.
           77 WRK-PR-CHEIO     PIC X(01) VALUE 'N'.
               88 PR-CHEIO VALUE 'S'.

           77 WRK-FORN-ATUAL   PIC 9(04) VALUE ZEROS.
           77 WRK-NOME         PIC X(30) VALUE SPACES.
           77 WRK-SUB-VALOR    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-VALOR    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-VALOR        PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-SUG      PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-SEM-FORN PIC 9(05) VALUE ZEROS.
           77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-ESTQ-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-ORDEM-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-PONTO-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-CONSUMO-ED   PIC ZZZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-CATALOGO.
           PERFORM 2500-CARREGAR-PARAMETROS.
           PERFORM 3000-SOMAR-ORDENS.
           PERFORM 3500-SOMAR-SAIDAS.
           PERFORM 4000-GERAR-SUGESTOES.
           PERFORM 5000-IMPRIMIR-SUGESTOES.
           DISPLAY 'SUGESTOES DE REPOSICAO: ' WRK-TOT-SUG.
           IF WRK-TOT-SEM-FORN > ZEROS
               DISPLAY 'SEM FORNECEDOR DEFINIDO: ' WRK-TOT-SEM-FORN
                   ' - CADASTRAR EM REPOTAB.DAT'
           END-IF.
           DISPLAY 'RELATORIO GERADO EM RELSUG.DAT'.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'JANELA DE CONSUMO EM DIAS (0 = 90).. '.
           ACCEPT WRK-JANELA FROM CONSOLE.
           IF WRK-JANELA = ZEROS
               MOVE 90 TO WRK-JANELA
           END-IF.
           DISPLAY 'DIAS DE COBERTURA DA COMPRA (0 = 30).. '.
           ACCEPT WRK-COBERTURA FROM CONSOLE.
           IF WRK-COBERTURA = ZEROS
               MOVE 30 TO WRK-COBERTURA
           END-IF.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-DS-ANO * 365)
               + (WRK-DS-MES * 30) + WRK-DS-DIA.

       2000-CARREGAR-CATALOGO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PRODUTOS-ATIVO
                           IF WRK-PR-QTDE < 1000
                               ADD 1 TO WRK-PR-QTDE
                               MOVE PRODUTOS-CODIGO
                                   TO WRK-PR-CODIGO(WRK-PR-QTDE)
                               MOVE PRODUTOS-ESTOQUE
                                   TO WRK-PR-ESTOQUE(WRK-PR-QTDE)
                               MOVE PRODUTOS-CUSTO
                                   TO WRK-PR-CUSTO(WRK-PR-QTDE)
                               MOVE ZEROS
                                   TO WRK-PR-SAIDAS(WRK-PR-QTDE)
                                      WRK-PR-EM-ORDEM(WRK-PR-QTDE)
                                      WRK-PR-FORN(WRK-PR-QTDE)
                                      WRK-PR-FORN-ULT(WRK-PR-QTDE)
                                      WRK-PR-SEGURANCA(WRK-PR-QTDE)
                               MOVE WRK-PRAZO-PADRAO
                                   TO WRK-PR-PRAZO(WRK-PR-QTDE)
                           ELSE
                               MOVE 'S' TO WRK-PR-CHEIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PRODUTOS-STATUS NOT = 35
               CLOSE PRODUTOS
           END-IF.
           IF PR-CHEIO
               DISPLAY 'AVISO: MAIS DE 1000 PRODUTOS ATIVOS - '
                   'SO OS 1000 PRIMEIROS ENTRAM NA SUGESTAO'
           END-IF.

      *    POSICAO DE WRK-PRODUTO NA TABELA (ZERO = FORA)
       2100-ACHAR-PRODUTO.
           MOVE ZEROS TO WRK-PR-ACHOU.
           PERFORM VARYING WRK-PR-IDX FROM 1 BY 1
                   UNTIL WRK-PR-IDX > WRK-PR-QTDE
                      OR WRK-PR-ACHOU NOT = ZEROS
               IF WRK-PR-CODIGO(WRK-PR-IDX) = WRK-PRODUTO
                   MOVE WRK-PR-IDX TO WRK-PR-ACHOU
               END-IF
           END-PERFORM.

      *    SEM O REPOTAB.DAT VALEM OS PADROES DA
      *    WORKING-STORAGE PARA TODOS OS PRODUTOS.
       2500-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT REPOTAB.
           IF REPOTAB-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ REPOTAB
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE REPOTAB-PRODUTO TO WRK-PRODUTO
                       PERFORM 2100-ACHAR-PRODUTO
                       IF WRK-PR-ACHOU NOT = ZEROS
                           MOVE REPOTAB-FORNECEDOR
                               TO WRK-PR-FORN(WRK-PR-ACHOU)
                           IF REPOTAB-PRAZO NOT = ZEROS
                               MOVE REPOTAB-PRAZO
                                   TO WRK-PR-PRAZO(WRK-PR-ACHOU)
                           END-IF
                           MOVE REPOTAB-SEGURANCA
                               TO WRK-PR-SEGURANCA(WRK-PR-ACHOU)
                       END-IF
               END-READ
           END-PERFORM.
           IF REPOTAB-STATUS NOT = 35
               CLOSE REPOTAB
           END-IF.

      *****************************************************
      * O QUE AINDA VAI CHEGAR: SALDO (PEDIDO MENOS
      * RECEBIDO) DAS ORDENS ABERTAS E DOS RASCUNHOS. A
      * LEITURA E NA ORDEM DO NUMERO, ENTAO O FORNECEDOR
      * QUE FICA GUARDADO E O DA ORDEM MAIS RECENTE DO
      * PRODUTO - USADO QUANDO O REPOTAB NAO DIZ QUAL.
      *****************************************************
       3000-SOMAR-ORDENS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PEDCOMPRA.
           IF PEDCOMPRA-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PEDCOMPRA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE COMPRA-PRODUTO TO WRK-PRODUTO
                       PERFORM 2100-ACHAR-PRODUTO
                       IF WRK-PR-ACHOU NOT = ZEROS
                           AND NOT COMPRA-CANCELADA
                           MOVE COMPRA-FORNECEDOR
                               TO WRK-PR-FORN-ULT(WRK-PR-ACHOU)
                           IF COMPRA-ABERTA OR COMPRA-RASCUNHO
                               COMPUTE WRK-PR-EM-ORDEM(WRK-PR-ACHOU)
                                   = WRK-PR-EM-ORDEM(WRK-PR-ACHOU)
                                   + COMPRA-QTDE - COMPRA-QTDE-RECEB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PEDCOMPRA-STATUS NOT = 35
               CLOSE PEDCOMPRA
           END-IF.

      *****************************************************
      * CONSUMO DA JANELA: SAIDA POR VENDA (ORIGEM PEDIDO)
      * MENOS O QUE VOLTOU POR CANCELAMENTO OU DEVOLUCAO.
      * AJUSTE DE INVENTARIO NAO E CONSUMO. OS DIAS USAM A
      * CONTA APROXIMADA (ANO*365+MES*30+DIA) DO RELATRAS.
      *****************************************************
       3500-SOMAR-SAIDAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ESTOQMOV.
           IF ESTOQMOV-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ESTOQMOV
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE ESTOQMOV-DATA TO WRK-DT-MOV
                       COMPUTE WRK-DIAS-MOV = (WRK-MV-ANO * 365)
                           + (WRK-MV-MES * 30) + WRK-MV-DIA
                       IF WRK-DIAS-MOV + WRK-JANELA > WRK-DIAS-HOJE
                           PERFORM 3600-CONTAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF ESTOQMOV-STATUS NOT = 35
               CLOSE ESTOQMOV
           END-IF.

       3600-CONTAR-MOVIMENTO.
           MOVE ESTOQMOV-PRODUTO TO WRK-PRODUTO.
           PERFORM 2100-ACHAR-PRODUTO.
           IF WRK-PR-ACHOU NOT = ZEROS
               IF ESTOQMOV-SAIDA
                   AND ESTOQMOV-ORIGEM(1:6) = 'PEDIDO'
                   ADD ESTOQMOV-QTDE TO WRK-PR-SAIDAS(WRK-PR-ACHOU)
               END-IF
               IF ESTOQMOV-ENTRADA
                   AND (ESTOQMOV-ORIGEM = 'CANCELAMENTO'
                     OR ESTOQMOV-ORIGEM = 'DEVOLUCAO')
                   SUBTRACT ESTOQMOV-QTDE
                       FROM WRK-PR-SAIDAS(WRK-PR-ACHOU)
               END-IF
           END-IF.

      *****************************************************
      * PONTO DE PEDIDO = CONSUMO DIARIO X PRAZO + ESTOQUE
      * DE SEGURANCA. O PRAZO DO REPOTAB E EM DIAS UTEIS
      * (COMO O DO FRETE.DAT) E PASSA A CORRIDOS NA
      * PROPORCAO 7/5. ABAIXO DO PONTO, A SUGESTAO LEVA A
      * POSICAO (SALDO + EM ORDEM) ATE O CONSUMO DO PRAZO
      * MAIS A COBERTURA, ALEM DA SEGURANCA.
      *****************************************************
       4000-GERAR-SUGESTOES.
           OPEN OUTPUT SUGCOMPRA.
           PERFORM VARYING WRK-PR-IDX FROM 1 BY 1
                   UNTIL WRK-PR-IDX > WRK-PR-QTDE
               PERFORM 4100-AVALIAR-PRODUTO
           END-PERFORM.
           CLOSE SUGCOMPRA.

       4100-AVALIAR-PRODUTO.
           MOVE ZEROS TO WRK-CONSUMO.
           IF WRK-PR-SAIDAS(WRK-PR-IDX) > ZEROS
               COMPUTE WRK-CONSUMO ROUNDED =
                   WRK-PR-SAIDAS(WRK-PR-IDX) / WRK-JANELA
           END-IF.
           COMPUTE WRK-CORRIDOS = WRK-PR-PRAZO(WRK-PR-IDX) * 7 / 5.
           COMPUTE WRK-PONTO ROUNDED = (WRK-CONSUMO * WRK-CORRIDOS)
               + WRK-PR-SEGURANCA(WRK-PR-IDX).
           COMPUTE WRK-POSICAO = WRK-PR-ESTOQUE(WRK-PR-IDX)
               + WRK-PR-EM-ORDEM(WRK-PR-IDX).
           IF WRK-PONTO > ZEROS AND WRK-POSICAO NOT > WRK-PONTO
               COMPUTE WRK-ALVO ROUNDED = (WRK-CONSUMO
                   * (WRK-CORRIDOS + WRK-COBERTURA))
                   + WRK-PR-SEGURANCA(WRK-PR-IDX)
               IF WRK-ALVO > WRK-POSICAO
                   COMPUTE WRK-SUGERIR = WRK-ALVO - WRK-POSICAO
               ELSE
                   MOVE 1 TO WRK-SUGERIR
               END-IF
               IF WRK-SUGERIR > 99999
                   MOVE 99999 TO WRK-SUGERIR
               END-IF
               PERFORM 4200-GRAVAR-SUGESTAO
           END-IF.

       4200-GRAVAR-SUGESTAO.
           IF WRK-PR-FORN(WRK-PR-IDX) NOT = ZEROS
               MOVE WRK-PR-FORN(WRK-PR-IDX) TO SUG-FORNECEDOR
           ELSE
               MOVE WRK-PR-FORN-ULT(WRK-PR-IDX) TO SUG-FORNECEDOR
           END-IF.
           IF SUG-FORNECEDOR = ZEROS
               ADD 1 TO WRK-TOT-SEM-FORN
           END-IF.
           MOVE WRK-PR-CODIGO(WRK-PR-IDX)   TO SUG-PRODUTO.
           MOVE WRK-DATA-SIS                TO SUG-DATA.
           MOVE WRK-CONSUMO                 TO SUG-CONSUMO-DIA.
           MOVE WRK-PR-ESTOQUE(WRK-PR-IDX)  TO SUG-ESTOQUE.
           MOVE WRK-PR-EM-ORDEM(WRK-PR-IDX) TO SUG-EM-ORDEM.
           MOVE WRK-PONTO                   TO SUG-PONTO.
           MOVE WRK-PR-PRAZO(WRK-PR-IDX)    TO SUG-PRAZO.
           MOVE WRK-SUGERIR                 TO SUG-QTDE.
           MOVE WRK-PR-CUSTO(WRK-PR-IDX)    TO SUG-CUSTO-UNIT.
           MOVE 'S'                         TO SUG-SITUACAO.
           MOVE ZEROS                       TO SUG-COMPRA-NUM.
           MOVE SPACES                      TO SUG-USUARIO.
           WRITE SUGCOMPRA-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-SUG
           END-WRITE.

      *****************************************************
      * RELATORIO NA ORDEM DA CHAVE DE SUGCOMPRA.DAT:
      * UM BLOCO POR FORNECEDOR PREFERIDO COM O VALOR
      * ESTIMADO PELO CUSTO DO CATALOGO.
      *****************************************************
       5000-IMPRIMIR-SUGESTOES.
           OPEN OUTPUT SUG-REL.
           MOVE 'SUGESTAO DE REPOSICAO DE ESTOQUE' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'POSICAO DE ' WRK-DS-ANO '-' WRK-DS-MES '-'
               WRK-DS-DIA ' - JANELA ' WRK-JANELA ' DIAS, '
               'COBERTURA ' WRK-COBERTURA ' DIAS'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT FORNECED.
           OPEN INPUT SUGCOMPRA.
           MOVE 'N' TO WRK-FIM.
           IF SUGCOMPRA-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           MOVE 9999 TO WRK-FORN-ATUAL.
           PERFORM UNTIL FIM
               READ SUGCOMPRA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF SUG-FORNECEDOR NOT = WRK-FORN-ATUAL
                           PERFORM 5200-FECHAR-FORNECEDOR
                           MOVE SUG-FORNECEDOR TO WRK-FORN-ATUAL
                           PERFORM 5100-ABRIR-FORNECEDOR
                       END-IF
                       PERFORM 5300-LINHA-SUGESTAO
               END-READ
           END-PERFORM.
           PERFORM 5200-FECHAR-FORNECEDOR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SUGESTOES: ' WRK-TOT-SUG
               ' VALOR ESTIMADO TOTAL ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF SUGCOMPRA-STATUS NOT = 35
               CLOSE SUGCOMPRA
           END-IF.
           CLOSE FORNECED.
           CLOSE SUG-REL.

       5100-ABRIR-FORNECEDOR.
           IF WRK-FORN-ATUAL = ZEROS
               MOVE '(SEM FORNECEDOR DEFINIDO)' TO WRK-NOME
           ELSE
               MOVE WRK-FORN-ATUAL TO FORN-CODIGO
               READ FORNECED
                   INVALID KEY
                       MOVE '(FORNECEDOR NAO CADASTRADO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WRK-NOME
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORNECEDOR ' WRK-FORN-ATUAL ' ' WRK-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       5200-FECHAR-FORNECEDOR.
           IF WRK-FORN-ATUAL NOT = 9999
               MOVE WRK-SUB-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '  VALOR ESTIMADO DO FORNECEDOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           MOVE ZEROS TO WRK-SUB-VALOR.

       5300-LINHA-SUGESTAO.
           COMPUTE WRK-VALOR = SUG-QTDE * SUG-CUSTO-UNIT.
           ADD WRK-VALOR TO WRK-SUB-VALOR WRK-TOT-VALOR.
           MOVE SUG-QTDE        TO WRK-QTDE-ED.
           MOVE SUG-ESTOQUE     TO WRK-ESTQ-ED.
           MOVE SUG-EM-ORDEM    TO WRK-ORDEM-ED.
           MOVE SUG-PONTO       TO WRK-PONTO-ED.
           MOVE SUG-CONSUMO-DIA TO WRK-CONSUMO-ED.
           MOVE WRK-VALOR       TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  PROD ' SUG-PRODUTO ' CONSUMO/DIA '
               WRK-CONSUMO-ED ' SALDO ' WRK-ESTQ-ED
               ' EM ORDEM ' WRK-ORDEM-ED ' PONTO ' WRK-PONTO-ED
               ' COMPRAR ' WRK-QTDE-ED ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
