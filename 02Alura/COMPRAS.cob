      * 01/09/2026 JORGE - O RECEBIMENTO ATUALIZA O
      *            CUSTO UNITARIO DO CATALOGO COM O
      *            CUSTO DA ORDEM RECEBIDA.
      * 15/10/2026 JORGE - CONTAS A PAGAR: CADA
      *            RECEBIMENTO GERA EM PAGAR.DAT AS
      *            PARCELAS DEVIDAS AO FORNECEDOR
      *            (QUANTIDADE RECEBIDA X CUSTO DA
      *            ORDEM), COM VENCIMENTO EM DIAS
      *            UTEIS PELO DIAUTIL. LAYOUTS DE
      *            FORNECED E PEDCOMPRA PASSAM PARA
      *            COPYBOOK (FORNCOPY/PCOMCOPY).
      * 15/10/2026 JORGE - OPCAO S APROVA AS SUGESTOES
      *            DE REPOSICAO DO LOTE SUGCOMPRA, GERANDO
      *            ORDEM RASCUNHO ('P') SEM REDIGITAR;
      *            OPCAO E REVISA E EMITE O RASCUNHO. A
      *            LISTA DE ORDENS MOSTRA OS RASCUNHOS.
      * 15/10/2026 JORGE - OPCAO D DEVOLVE MERCADORIA
      *            RECEBIDA AO FORNECEDOR CONTRA A ORDEM:
      *            BAIXA O SALDO, LANCA A SAIDA NO
      *            ESTOQMOV, GRAVA DEVFORN.DAT COM O
      *            DOCUMENTO PARA O FORNECEDOR E ABATE O
      *            VALOR DAS PARCELAS EM ABERTO DA ORDEM.
      * 15/10/2026 JORGE - O RECEBIMENTO RECALCULA O
      *            CUSTO MEDIO PONDERADO DO PRODUTO
      *            (PRODUTOS-CUSTO-MEDIO) ANTES DE SOMAR
      *            A QUANTIDADE NO SALDO.
      * 15/10/2026 JORGE - O RECEBIMENTO ATENDE A FILA DE
      *            ENCOMENDAS DO PRODUTO (BACKORD.DAT),
      *            DA MAIS ANTIGA PARA A MAIS NOVA, E
      *            AVISA O CLIENTE POR EMAIL QUANDO A
      *            ENCOMENDA FICA COMPLETA. OPCAO B
      *            LISTA A FILA EM ABERTO.
      * 15/10/2026 JORGE - ACOMPANHA A UF NOVA DA
      *            ASSINATURA DO DIAUTIL - O
      *            FORNECEDOR NAO TEM UF NO
      *            CADASTRO, ENTAO VALEM SO OS
      *            FERIADOS NACIONAIS E MOVEIS.
      * 15/10/2026 JORGE - PADRAO DE DIAS UTEIS
      *            ENTRE PARCELAS A PAGAR LIDO DE
      *            PARAMS.DAT (PARAMLE)
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO E
      *            OS DOCUMENTOS E AVISOS DE EMAIL
      *            SAEM CARIMBADOS COMO DE
      *            TREINAMENTO.
      * 15/10/2026 JORGE - DEVOLUCAO AO FORNECEDOR:
      *            O ABATIMENTO NAS PARCELAS A PAGAR
      *            E SO CALCULADO ANTES DE GRAVAR O
      *            DEVFORN.DAT E AS PARCELAS SO SAO
      *            REGRAVADAS DEPOIS QUE A DEVOLUCAO
      *            FOI GRAVADA - FALHA NA GRAVACAO
      *            NAO DEIXA MAIS PAGAR ABATIDO SEM
      *            DEVOLUCAO.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY PAGAR-CHAVE.

           SELECT SUGCOMPRA ASSIGN TO 'SUGCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SUGCOMPRA-STATUS
               RECORD KEY SUG-CHAVE.

           SELECT DEVFORN ASSIGN TO 'DEVFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEVFORN-STATUS
               RECORD KEY DEVF-NUMERO
               ALTERNATE RECORD KEY DEVF-COMPRA
                   WITH DUPLICATES.

           SELECT DEVDOC ASSIGN TO WRK-DEVDOC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVDOC-STATUS.

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT MAILOUT ASSIGN TO WRK-MAIL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FORNECED.
           COPY 'FORNCOPY.cob'.

       FD PEDCOMPRA.
           COPY 'PCOMCOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.
       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD PAGAR.
           COPY 'PAGCOPY.cob'.

       FD SUGCOMPRA.
           COPY 'SUGECOPY.cob'.

       FD DEVFORN.
           COPY 'DEVFCOPY.cob'.

       FD DEVDOC.
       01 DEVDOC-LINHA PIC X(80).

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD MAILOUT.
       01 MAILOUT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 FORNECED-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDCOMPRA-STATUS PIC 9(02).
           77 PRODUTOS-STATUS  PIC 9(02).
           77 ESTOQMOV-STATUS  PIC 9(02).
           77 PAGAR-STATUS     PIC 9(02).
           77 SUGCOMPRA-STATUS PIC 9(02).
           77 DEVFORN-STATUS   PIC 9(02).
           77 DEVDOC-STATUS    PIC 9(02).
           77 BACKORD-STATUS   PIC 9(02).
           77 PEDITENS-STATUS  PIC 9(02).
           77 CLIENTES-STATUS  PIC 9(02).
           77 MAILOUT-STATUS   PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-AMB-CARIMBO PIC X(80) VALUE
               '*** DOCUMENTO DE TREINAMENTO - SEM VALOR ***'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-CUSTO-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-QTDE-ED     PIC ZZZZ9 VALUE ZEROS.

      *    PARCELAS A PAGAR DO RECEBIMENTO
           77 WRK-PAG-QTDE    PIC 9(02) VALUE ZEROS.
           77 WRK-PAG-IDX     PIC 9(03) VALUE ZEROS.
           77 WRK-PAG-ULTIMA  PIC 9(03) VALUE ZEROS.
           77 WRK-PAG-TOTAL   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PAG-PARC    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PAG-RESTO   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VENC-DATA   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-PARCELA PIC S9(03) VALUE +22.
           77 WRK-PARCELA-PADRAO PIC S9(03) VALUE +22.
           77 WRK-PARCELA-ED  PIC ZZ9 VALUE ZEROS.
      *    AREA DE CHAMADA DO PARAMLE (1600-LER-PARAMETROS)
           77 WRK-PL-CODIGO   PIC X(10) VALUE SPACES.
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.
           77 WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
           77 WRK-FERIADO-X   PIC X(01) VALUE SPACES.
           77 WRK-CAL-UF      PIC X(02) VALUE SPACES.

      *    APROVACAO DE SUGESTOES E EMISSAO DE RASCUNHO
           77 WRK-ACAO        PIC X(01) VALUE SPACES.
               88 ACAO-APROVAR   VALUE 'A' 'a'.
               88 ACAO-DESCARTAR VALUE 'D' 'd'.
               88 ACAO-EMITIR    VALUE 'E' 'e'.
               88 ACAO-FIM       VALUE 'F' 'f'.
           77 WRK-QTDE-NOVA   PIC 9(05) VALUE ZEROS.
           77 WRK-CUSTO-NOVO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PREV-NOVA   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-PRAZO  PIC S9(03) VALUE ZEROS.
           77 WRK-TOT-APROV   PIC 9(04) VALUE ZEROS.

      *    DEVOLUCAO AO FORNECEDOR
           77 WRK-QTDE-DEV    PIC 9(05) VALUE ZEROS.
           77 WRK-DEVOLVIDO   PIC 9(06) VALUE ZEROS.
           77 WRK-DEV-NUM     PIC 9(06) VALUE ZEROS.
           77 WRK-DEV-RESTO   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ABATER      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ABATIDO-REAL PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ABATE-MODO  PIC X(01) VALUE 'C'.
               88 ABATE-CALCULO VALUE 'C'.
               88 ABATE-APLICA  VALUE 'A'.
           77 WRK-DEVDOC-NOME PIC X(30) VALUE SPACES.

      *    ATENDIMENTO DA FILA DE ENCOMENDAS
           77 WRK-ALOC-RESTO  PIC 9(05) VALUE ZEROS.
           77 WRK-ALOC-QTDE   PIC 9(05) VALUE ZEROS.
           77 WRK-ALOC-TOTAL  PIC 9(05) VALUE ZEROS.
           77 WRK-ALOC-AVISOS PIC 9(04) VALUE ZEROS.
           77 WRK-MAIL-NOME   PIC X(40) VALUE SPACES.
           77 WRK-BACK-ABERTO PIC 9(05) VALUE ZEROS.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-ANO PIC 9(04).
           STOP RUN.

       1000-LOGIN.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA........ '.
               WRK-NIVEL-OP WRK-LOGIN-OK.

       1500-ABRIR-ARQUIVOS.
           PERFORM 1600-LER-PARAMETROS.
           OPEN I-O FORNECED
               IF FORNECED-STATUS = 35
                   OPEN OUTPUT FORNECED
                   CLOSE PRODUTOS
                   OPEN I-O PRODUTOS
               END-IF.
           OPEN I-O PAGAR
               IF PAGAR-STATUS = 35
                   OPEN OUTPUT PAGAR
                   CLOSE PAGAR
                   OPEN I-O PAGAR
               END-IF.
           OPEN I-O SUGCOMPRA
               IF SUGCOMPRA-STATUS = 35
                   OPEN OUTPUT SUGCOMPRA
                   CLOSE SUGCOMPRA
                   OPEN I-O SUGCOMPRA
               END-IF.
           OPEN I-O DEVFORN
               IF DEVFORN-STATUS = 35
                   OPEN OUTPUT DEVFORN
                   CLOSE DEVFORN
                   OPEN I-O DEVFORN
               END-IF.
           OPEN I-O BACKORD
               IF BACKORD-STATUS = 35
                   OPEN OUTPUT BACKORD
                   CLOSE BACKORD
                   OPEN I-O BACKORD
               END-IF.
           OPEN I-O PEDITENS
               IF PEDITENS-STATUS = 35
                   OPEN OUTPUT PEDITENS
                   CLOSE PEDITENS
                   OPEN I-O PEDITENS
               END-IF.
           OPEN INPUT CLIENTES.

      *    ESPACAMENTO DE PARCELAS EM VIGOR HOJE (PARAMS.DAT,
      *    MANTIDO PELO MANTPARM) - O MESMO DO PROJETO.
       1600-LER-PARAMETROS.
           MOVE 'PARCDIAS' TO WRK-PL-CODIGO.
           MOVE ZEROS TO WRK-PL-DATA.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-PARCELA-PADRAO
           END-IF.
           MOVE WRK-PARCELA-PADRAO TO WRK-PARCELA-ED.

       9000-FECHAR-ARQUIVOS.
           CLOSE FORNECED.
           CLOSE PEDCOMPRA.
           CLOSE PRODUTOS.
           CLOSE PAGAR.
           CLOSE SUGCOMPRA.
           CLOSE DEVFORN.
           CLOSE BACKORD.
           CLOSE PEDITENS.
           IF CLIENTES-STATUS NOT = 35
               CLOSE CLIENTES
           END-IF.

       2000-MENU.
           DISPLAY ' '.
           DISPLAY 'F - INCLUIR FORNECEDOR'.
           DISPLAY 'G - LISTAR FORNECEDORES'.
           DISPLAY 'C - NOVA ORDEM DE COMPRA'.
           DISPLAY 'L - LISTAR ORDENS ABERTAS E RASCUNHOS'.
           DISPLAY 'R - RECEBER MERCADORIA'.
           DISPLAY 'S - SUGESTOES DE REPOSICAO'.
           DISPLAY 'E - EMITIR ORDEM RASCUNHO'.
           DISPLAY 'D - DEVOLVER AO FORNECEDOR'.
           DISPLAY 'B - FILA DE ENCOMENDAS EM ABERTO'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 5000-LISTAR-ORDENS
               WHEN 'R' WHEN 'r'
                   PERFORM 6000-RECEBER-MERCADORIA
               WHEN 'S' WHEN 's'
                   PERFORM 7000-SUGESTOES
               WHEN 'E' WHEN 'e'
                   PERFORM 7500-EMITIR-RASCUNHO
               WHEN 'D' WHEN 'd'
                   PERFORM 8000-DEVOLVER-FORNECEDOR
               WHEN 'B' WHEN 'b'
                   PERFORM 6500-LISTAR-ENCOMENDAS
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF COMPRA-RASCUNHO
                           MOVE COMPRA-CUSTO-UNIT TO WRK-CUSTO-ED
                           DISPLAY 'OC ' COMPRA-NUM
                               ' FORN ' COMPRA-FORNECEDOR
                               ' PROD ' COMPRA-PRODUTO
                               ' QTDE ' COMPRA-QTDE
                               ' CUSTO ' WRK-CUSTO-ED
                               ' PREV ' COMPRA-DT-PREVISTA
                               ' (RASCUNHO)'
                       END-IF
                       IF COMPRA-ABERTA
                           MOVE COMPRA-CUSTO-UNIT TO WRK-CUSTO-ED
                           DISPLAY 'OC ' COMPRA-NUM

      *****************************************************
      * RECEBIMENTO: A QUANTIDADE CHEGADA SOMA NO SALDO DO
      * CATALOGO, REPONDERA O CUSTO MEDIO PELO CUSTO DA
      * ORDEM E VIRA ENTRADA NO DIARIO DE ESTOQUE; A
      * ORDEM FECHA ('R') QUANDO O TOTAL PEDIDO CHEGOU.
      * RECEBIMENTO PARCIAL DEIXA A ORDEM ABERTA COM O
      * ACUMULADO ANOTADO.
                   INVALID KEY
                       DISPLAY 'PRODUTO DA ORDEM SUMIU DO CATALOGO'
                   NOT INVALID KEY
                       IF PRODUTOS-CUSTO-MEDIO = ZEROS
                           MOVE COMPRA-CUSTO-UNIT
                               TO PRODUTOS-CUSTO-MEDIO
                       END-IF
                       COMPUTE PRODUTOS-CUSTO-MEDIO ROUNDED =
                           (PRODUTOS-ESTOQUE * PRODUTOS-CUSTO-MEDIO
                           + WRK-QTDE-RECEB * COMPRA-CUSTO-UNIT)
                           / (PRODUTOS-ESTOQUE + WRK-QTDE-RECEB)
                       ADD WRK-QTDE-RECEB TO PRODUTOS-ESTOQUE
                       MOVE COMPRA-CUSTO-UNIT TO PRODUTOS-CUSTO
                       REWRITE PRODUTOS-REG
                               CONTINUE
                       END-REWRITE
                       PERFORM 6200-GRAVA-MOV-ESTOQUE
                       PERFORM 6400-ALOCAR-ENCOMENDAS
                       ADD WRK-QTDE-RECEB TO COMPRA-QTDE-RECEB
                       IF COMPRA-QTDE-RECEB NOT < COMPRA-QTDE
                           MOVE 'R' TO COMPRA-SITUACAO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR ORDEM'
                       END-REWRITE
                       PERFORM 6300-GERAR-PAGAR
               END-READ
           END-IF
           END-IF.
           END-STRING.
           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.

      *****************************************************
      * FILA DE ENCOMENDAS: A QUANTIDADE RECEBIDA ATENDE AS
      * ENCOMENDAS PENDENTES DO PRODUTO NA ORDEM DA CHAVE
      * DO BACKORD.DAT (DATA DO PEDIDO), A MAIS ANTIGA
      * PRIMEIRO, ATE ACABAR O RECEBIDO OU A FILA. O QUE E
      * ALOCADO SAI DO SALDO NA HORA, COM A MESMA SAIDA
      * 'PEDIDO NNNN' DO ESTOQMOV QUE A VENDA TERIA
      * LANCADO, E DEIXA DE SER FALTA NA LINHA DO PEDIDO
      * (PEDITENS-QTDE-FALTA) - A EXPEDICAO JA PODE
      * SEPARAR.
      *****************************************************
       6400-ALOCAR-ENCOMENDAS.
           MOVE WRK-QTDE-RECEB TO WRK-ALOC-RESTO.
           MOVE ZEROS TO WRK-ALOC-TOTAL WRK-ALOC-AVISOS.
           MOVE COMPRA-PRODUTO TO BACK-PRODUTO.
           MOVE ZEROS TO BACK-DATA BACK-FONE BACK-SEQ BACK-ITEM.
           MOVE 'N' TO WRK-FIM.
           START BACKORD KEY IS NOT LESS THAN BACK-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM OR WRK-ALOC-RESTO = ZEROS
               READ BACKORD NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF BACK-PRODUTO NOT = COMPRA-PRODUTO
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           IF BACK-PENDENTE
                               PERFORM 6410-ATENDER-ENCOMENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ALOC-TOTAL NOT = ZEROS
               IF WRK-ALOC-TOTAL > PRODUTOS-ESTOQUE
                   MOVE ZEROS TO PRODUTOS-ESTOQUE
               ELSE
                   SUBTRACT WRK-ALOC-TOTAL FROM PRODUTOS-ESTOQUE
               END-IF
               REWRITE PRODUTOS-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE WRK-ALOC-TOTAL TO WRK-QTDE-ED
               DISPLAY 'ALOCADO A ENCOMENDAS: ' WRK-QTDE-ED
                   ' (' WRK-ALOC-AVISOS ' CLIENTE(S) AVISADO(S))'
           END-IF.

      *    UMA ENCOMENDA DA FILA: ALOCA O QUE DER, ABATE DA
      *    FALTA DA LINHA E, COMPLETA, AVISA O CLIENTE. LINHA
      *    DE PEDIDO QUE SUMIU CANCELA A ENCOMENDA.
       6410-ATENDER-ENCOMENDA.
           COMPUTE WRK-ALOC-QTDE = BACK-QTDE - BACK-QTDE-ALOCADA.
           IF WRK-ALOC-QTDE > WRK-ALOC-RESTO
               MOVE WRK-ALOC-RESTO TO WRK-ALOC-QTDE
           END-IF.
           MOVE BACK-FONE TO PEDITENS-FONE.
           MOVE BACK-SEQ  TO PEDITENS-SEQ.
           MOVE BACK-ITEM TO PEDITENS-ITEM.
           READ PEDITENS
               INVALID KEY
                   MOVE 'C' TO BACK-SITUACAO
                   MOVE ZEROS TO WRK-ALOC-QTDE
               NOT INVALID KEY
                   IF WRK-ALOC-QTDE > PEDITENS-QTDE-FALTA
                       MOVE PEDITENS-QTDE-FALTA TO WRK-ALOC-QTDE
                   END-IF
                   SUBTRACT WRK-ALOC-QTDE FROM PEDITENS-QTDE-FALTA
                   REWRITE PEDITENS-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR ITEM DE PEDIDO'
                   END-REWRITE
           END-READ.
           ADD WRK-ALOC-QTDE TO BACK-QTDE-ALOCADA WRK-ALOC-TOTAL.
           SUBTRACT WRK-ALOC-QTDE FROM WRK-ALOC-RESTO.
           IF BACK-PENDENTE AND BACK-QTDE-ALOCADA NOT < BACK-QTDE
               MOVE 'A' TO BACK-SITUACAO
               ACCEPT BACK-DT-ATENDIDA FROM DATE YYYYMMDD
               PERFORM 6430-AVISAR-CLIENTE
           END-IF.
           REWRITE BACKORD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ENCOMENDA'
           END-REWRITE.
           IF WRK-ALOC-QTDE NOT = ZEROS
               PERFORM 6420-GRAVA-MOV-ENCOMENDA
           END-IF.

      *    SAIDA DO QUE FOI ALOCADO, COM A ORIGEM DA BAIXA
      *    DE VENDA DO PROJETO (9558-BAIXAR-ESTOQUE).
       6420-GRAVA-MOV-ENCOMENDA.
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
           MOVE 'S'              TO ESTOQMOV-TIPO.
           MOVE COMPRA-PRODUTO   TO ESTOQMOV-PRODUTO.
           MOVE WRK-ALOC-QTDE    TO ESTOQMOV-QTDE.
           MOVE WRK-OPERADOR     TO ESTOQMOV-USUARIO.
           MOVE SPACES TO ESTOQMOV-ORIGEM.
           STRING 'PEDIDO ' BACK-SEQ
               DELIMITED BY SIZE INTO ESTOQMOV-ORIGEM
           END-STRING.
           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.

      *    AVISO TRANSACIONAL DE ENCOMENDA DISPONIVEL, NO
      *    DIRETORIO DE COLETA DO DISPARADOR DE EMAIL, NOS
      *    MOLDES DOS AVISOS DO PROJETO.
       6430-AVISAR-CLIENTE.
           MOVE SPACES TO CLIENTES-EMAIL CLIENTES-NOME.
           IF CLIENTES-STATUS NOT = 35
               MOVE BACK-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CLIENTES-EMAIL CLIENTES-NOME
               END-READ
           END-IF.
           MOVE SPACES TO WRK-MAIL-NOME.
           STRING 'MAIL.' BACK-FONE '.' BACK-SEQ '.' BACK-ITEM
               '.DISP'
               DELIMITED BY SIZE INTO WRK-MAIL-NOME
           END-STRING.
           OPEN OUTPUT MAILOUT.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO MAILOUT-LINHA
               WRITE MAILOUT-LINHA
           END-IF.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'PARA: ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'ASSUNTO: PEDIDO ' BACK-SEQ ' - ITEM DISPONIVEL'
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'OLA ' CLIENTES-NOME
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE 'O ITEM ENCOMENDADO CHEGOU E JA PODE SER EXPEDIDO:'
               TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE BACK-QTDE TO WRK-QTDE-ED.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING '  ' PEDITENS-DESCRICAO ' X' WRK-QTDE-ED
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           CLOSE MAILOUT.
           ADD 1 TO WRK-ALOC-AVISOS.

      *****************************************************
      * LISTA A FILA EM ABERTO, PRODUTO A PRODUTO NA
      * ORDEM EM QUE O RECEBIMENTO VAI ATENDER, COM O QUE
      * AINDA FALTA EM CADA ENCOMENDA - BASE PARA O
      * COMPRADOR DIMENSIONAR A PROXIMA ORDEM.
      *****************************************************
       6500-LISTAR-ENCOMENDAS.
           MOVE ZEROS TO BACK-CHAVE.
           MOVE 'N' TO WRK-FIM.
           START BACKORD KEY IS NOT LESS THAN BACK-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ BACKORD NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF BACK-PENDENTE
                           COMPUTE WRK-BACK-ABERTO =
                               BACK-QTDE - BACK-QTDE-ALOCADA
                           MOVE WRK-BACK-ABERTO TO WRK-QTDE-ED
                           DISPLAY 'PRODUTO ' BACK-PRODUTO
                               ' PEDIDO ' BACK-FONE '/' BACK-SEQ
                               ' DE ' BACK-DATA
                               ' FALTAM ' WRK-QTDE-ED
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * CONTAS A PAGAR DO RECEBIMENTO: O VALOR RECEBIDO
      * (QUANTIDADE X CUSTO DA ORDEM) E DIVIDIDO NAS
      * PARCELAS COMBINADAS COM O FORNECEDOR - O CENTAVO
      * QUE SOBRA DA DIVISAO VAI NA ULTIMA. O VENCIMENTO
      * ANDA DE N EM N DIAS UTEIS A PARTIR DE HOJE PELA
      * CALCULADORA DO DIAUTIL (PADRAO 22, UM MES
      * COMERCIAL, COMO AS PARCELAS DO PEDIDO DE VENDA).
      *****************************************************
       6300-GERAR-PAGAR.
           COMPUTE WRK-PAG-TOTAL = WRK-QTDE-RECEB * COMPRA-CUSTO-UNIT.
           MOVE WRK-PAG-TOTAL TO WRK-CUSTO-ED.
           DISPLAY 'VALOR A PAGAR AO FORNECEDOR: ' WRK-CUSTO-ED.
           MOVE ZEROS TO WRK-PAG-QTDE.
           DISPLAY 'PARCELAS A PAGAR (0 = 1)..... '.
           ACCEPT WRK-PAG-QTDE FROM CONSOLE.
           IF WRK-PAG-QTDE = ZEROS
               MOVE 1 TO WRK-PAG-QTDE
           END-IF.
           MOVE ZEROS TO WRK-DIAS-PARCELA.
           DISPLAY 'DIAS UTEIS ENTRE PARCELAS (0 = ' WRK-PARCELA-ED
               ').. '.
           ACCEPT WRK-DIAS-PARCELA FROM CONSOLE.
           IF WRK-DIAS-PARCELA NOT > ZEROS
               MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA
           END-IF.
           PERFORM 6310-ULTIMA-PARCELA.
           COMPUTE WRK-PAG-PARC = WRK-PAG-TOTAL / WRK-PAG-QTDE.
           COMPUTE WRK-PAG-RESTO = WRK-PAG-TOTAL
               - (WRK-PAG-PARC * WRK-PAG-QTDE).
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           MOVE WRK-DH-DATA TO WRK-VENC-DATA.
           PERFORM VARYING WRK-PAG-IDX FROM 1 BY 1
                   UNTIL WRK-PAG-IDX > WRK-PAG-QTDE
               CALL 'DIAUTIL' USING WRK-VENC-DATA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-CAL-UF
               MOVE COMPRA-FORNECEDOR TO PAGAR-FORNECEDOR
               MOVE COMPRA-NUM        TO PAGAR-COMPRA
               COMPUTE PAGAR-PARCELA = WRK-PAG-ULTIMA + WRK-PAG-IDX
               MOVE WRK-DH-DATA       TO PAGAR-DT-RECEB
               MOVE WRK-VENC-DATA     TO PAGAR-VENCIMENTO
               MOVE WRK-PAG-PARC      TO PAGAR-VALOR
               IF WRK-PAG-IDX = WRK-PAG-QTDE
                   ADD WRK-PAG-RESTO TO PAGAR-VALOR
               END-IF
               MOVE 'A'               TO PAGAR-SITUACAO
               MOVE ZEROS             TO PAGAR-DT-PAGTO
               MOVE ZEROS             TO PAGAR-VALOR-PAGO
               MOVE WRK-OPERADOR      TO PAGAR-USUARIO
               WRITE PAGAR-REG
                   INVALID KEY
                       DISPLAY 'PARCELA A PAGAR NAO GRAVADA: '
                           PAGAR-PARCELA
                   NOT INVALID KEY
                       MOVE PAGAR-VALOR TO WRK-CUSTO-ED
                       DISPLAY 'A PAGAR - PARCELA ' PAGAR-PARCELA
                           ' VENC ' PAGAR-VENCIMENTO
                           ' VALOR ' WRK-CUSTO-ED
               END-WRITE
           END-PERFORM.

      *    RECEBIMENTO PARCIAL ANTERIOR JA GEROU PARCELAS NA
      *    ORDEM: AS NOVAS CONTINUAM A NUMERACAO.
       6310-ULTIMA-PARCELA.
           MOVE ZEROS TO WRK-PAG-ULTIMA.
           MOVE COMPRA-FORNECEDOR TO PAGAR-FORNECEDOR.
           MOVE COMPRA-NUM        TO PAGAR-COMPRA.
           MOVE 999               TO PAGAR-PARCELA.
           START PAGAR KEY IS NOT GREATER THAN PAGAR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PAGAR NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PAGAR-FORNECEDOR = COMPRA-FORNECEDOR
                               AND PAGAR-COMPRA = COMPRA-NUM
                               MOVE PAGAR-PARCELA TO WRK-PAG-ULTIMA
                           END-IF
                   END-READ
           END-START.

      *****************************************************
      * SUGESTOES DE REPOSICAO: PERCORRE AS PENDENTES DO
      * SUGCOMPRA.DAT, JA NA ORDEM DO FORNECEDOR. APROVAR
      * GERA A ORDEM COMO RASCUNHO ('P') COM FORNECEDOR,
      * PRODUTO, QUANTIDADE E CUSTO DA SUGESTAO E PREVISAO
      * PELO PRAZO EM DIAS UTEIS (DIAUTIL); O RASCUNHO SO
      * VALE COMO PEDIDO AO FORNECEDOR DEPOIS DA OPCAO E.
      * SUGESTAO SEM FORNECEDOR FICA DE FORA ATE O
      * REPOTAB.DAT DIZER QUAL E.
      *****************************************************
       7000-SUGESTOES.
           MOVE ZEROS TO WRK-TOT-APROV.
           MOVE LOW-VALUES TO SUG-CHAVE.
           MOVE 'N' TO WRK-FIM.
           MOVE SPACES TO WRK-ACAO.
           START SUGCOMPRA KEY IS NOT LESS THAN SUG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM OR ACAO-FIM
               READ SUGCOMPRA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF SUG-PENDENTE
                           AND SUG-FORNECEDOR NOT = ZEROS
                           PERFORM 7100-DECIDIR-SUGESTAO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'ORDENS RASCUNHO GERADAS: ' WRK-TOT-APROV.

       7100-DECIDIR-SUGESTAO.
           MOVE SUG-CUSTO-UNIT TO WRK-CUSTO-ED.
           MOVE SUG-QTDE TO WRK-QTDE-ED.
           DISPLAY ' '.
           DISPLAY 'FORN ' SUG-FORNECEDOR ' PROD ' SUG-PRODUTO
               ' SALDO ' SUG-ESTOQUE ' EM ORDEM ' SUG-EM-ORDEM
               ' PONTO ' SUG-PONTO.
           DISPLAY 'SUGERIDO ' WRK-QTDE-ED ' A ' WRK-CUSTO-ED
               ' PRAZO ' SUG-PRAZO ' DIAS UTEIS'.
           DISPLAY 'A-APROVAR D-DESCARTAR F-FIM (BRANCO = PULAR).. '.
           MOVE SPACES TO WRK-ACAO.
           ACCEPT WRK-ACAO FROM CONSOLE.
           IF ACAO-APROVAR
               MOVE ZEROS TO WRK-QTDE-NOVA
               DISPLAY 'QUANTIDADE (0 = SUGERIDA).. '
               ACCEPT WRK-QTDE-NOVA FROM CONSOLE
               IF WRK-QTDE-NOVA = ZEROS
                   MOVE SUG-QTDE TO WRK-QTDE-NOVA
               END-IF
               PERFORM 7200-GERAR-RASCUNHO
           END-IF.
           IF ACAO-DESCARTAR
               MOVE 'D' TO SUG-SITUACAO
               MOVE WRK-OPERADOR TO SUG-USUARIO
               REWRITE SUGCOMPRA-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR SUGESTAO'
                   NOT INVALID KEY
                       DISPLAY 'SUGESTAO DESCARTADA'
               END-REWRITE
           END-IF.

       7200-GERAR-RASCUNHO.
           MOVE SUG-FORNECEDOR TO FORN-CODIGO.
           READ FORNECED
               INVALID KEY
                   MOVE 'N' TO FORN-SITUACAO
           END-READ.
           IF NOT FORN-ATIVO
               DISPLAY 'FORNECEDOR INATIVO OU NAO CADASTRADO - '
                   'SUGESTAO MANTIDA'
           ELSE
               PERFORM 4100-PROXIMO-NUMERO
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               MOVE WRK-DH-DATA TO WRK-PREV-NOVA
               MOVE SUG-PRAZO TO WRK-DIAS-PRAZO
               CALL 'DIAUTIL' USING WRK-PREV-NOVA WRK-DIAS-PRAZO
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-CAL-UF
               MOVE WRK-NUM        TO COMPRA-NUM
               MOVE SUG-FORNECEDOR TO COMPRA-FORNECEDOR
               MOVE SUG-PRODUTO    TO COMPRA-PRODUTO
               MOVE WRK-QTDE-NOVA  TO COMPRA-QTDE
               MOVE SUG-CUSTO-UNIT TO COMPRA-CUSTO-UNIT
               MOVE WRK-DH-DATA    TO COMPRA-DT-EMISSAO
               MOVE WRK-PREV-NOVA  TO COMPRA-DT-PREVISTA
               MOVE ZEROS          TO COMPRA-QTDE-RECEB
               MOVE 'P'            TO COMPRA-SITUACAO
               WRITE PEDCOMPRA-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ORDEM RASCUNHO'
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOT-APROV
                       DISPLAY 'ORDEM RASCUNHO GERADA: ' COMPRA-NUM
                       MOVE 'A' TO SUG-SITUACAO
                       MOVE COMPRA-NUM TO SUG-COMPRA-NUM
                       MOVE WRK-OPERADOR TO SUG-USUARIO
                       REWRITE SUGCOMPRA-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR SUGESTAO'
                       END-REWRITE
               END-WRITE
           END-IF.

      *****************************************************
      * EMISSAO DO RASCUNHO: O COMPRADOR CONFERE E, SE
      * QUISER, CORRIGE QUANTIDADE, CUSTO E PREVISAO (ZERO
      * MANTEM O VALOR). EMITIDA, A ORDEM PASSA A ABERTA
      * ('A') COM A DATA DE HOJE E ENTRA NO RECEBIMENTO;
      * DESCARTADA, FICA CANCELADA ('C').
      *****************************************************
       7500-EMITIR-RASCUNHO.
           DISPLAY 'NUMERO DA ORDEM....... '.
           ACCEPT WRK-NUM FROM CONSOLE.
           MOVE WRK-NUM TO COMPRA-NUM.
           READ PEDCOMPRA
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA'
               NOT INVALID KEY
                   IF NOT COMPRA-RASCUNHO
                       DISPLAY 'ORDEM NAO E RASCUNHO'
                   ELSE
                       PERFORM 7600-REVISAR-RASCUNHO
                   END-IF
           END-READ.

       7600-REVISAR-RASCUNHO.
           MOVE COMPRA-CUSTO-UNIT TO WRK-CUSTO-ED.
           MOVE COMPRA-QTDE TO WRK-QTDE-ED.
           DISPLAY 'FORN ' COMPRA-FORNECEDOR ' PROD ' COMPRA-PRODUTO
               ' QTDE ' WRK-QTDE-ED ' CUSTO ' WRK-CUSTO-ED
               ' PREV ' COMPRA-DT-PREVISTA.
           MOVE ZEROS TO WRK-QTDE-NOVA WRK-CUSTO-NOVO WRK-PREV-NOVA.
           DISPLAY 'QUANTIDADE (0 = MANTER)........ '.
           ACCEPT WRK-QTDE-NOVA FROM CONSOLE.
           DISPLAY 'CUSTO UNITARIO (0 = MANTER).... '.
           ACCEPT WRK-CUSTO-NOVO FROM CONSOLE.
           DISPLAY 'DATA PREVISTA (0 = MANTER)..... '.
           ACCEPT WRK-PREV-NOVA FROM CONSOLE.
           IF WRK-QTDE-NOVA NOT = ZEROS
               MOVE WRK-QTDE-NOVA TO COMPRA-QTDE
           END-IF.
           IF WRK-CUSTO-NOVO NOT = ZEROS
               MOVE WRK-CUSTO-NOVO TO COMPRA-CUSTO-UNIT
           END-IF.
           IF WRK-PREV-NOVA NOT = ZEROS
               MOVE WRK-PREV-NOVA TO COMPRA-DT-PREVISTA
           END-IF.
           DISPLAY 'E-EMITIR D-DESCARTAR (BRANCO = SO GRAVAR).. '.
           MOVE SPACES TO WRK-ACAO.
           ACCEPT WRK-ACAO FROM CONSOLE.
           IF ACAO-EMITIR
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               MOVE WRK-DH-DATA TO COMPRA-DT-EMISSAO
               MOVE 'A' TO COMPRA-SITUACAO
           END-IF.
           IF ACAO-DESCARTAR
               MOVE 'C' TO COMPRA-SITUACAO
           END-IF.
           REWRITE PEDCOMPRA-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ORDEM'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN COMPRA-ABERTA
                           DISPLAY 'ORDEM DE COMPRA EMITIDA: '
                               COMPRA-NUM
                       WHEN COMPRA-CANCELADA
                           DISPLAY 'RASCUNHO DESCARTADO: ' COMPRA-NUM
                       WHEN OTHER
                           DISPLAY 'RASCUNHO ATUALIZADO: ' COMPRA-NUM
                   END-EVALUATE
           END-REWRITE.

      *****************************************************
      * DEVOLUCAO AO FORNECEDOR: SO DO QUE JA CHEGOU PELA
      * ORDEM (RECEBIDO MENOS O QUE JA FOI DEVOLVIDO) E SO
      * SE O CATALOGO TEM O SALDO. A ORDEM NAO MUDA - O
      * RECEBIDO CONTINUA O QUE CHEGOU; AS DEVOLUCOES DA
      * ORDEM FICAM EM DEVFORN.DAT.
      *****************************************************
       8000-DEVOLVER-FORNECEDOR.
           DISPLAY 'NUMERO DA ORDEM....... '.
           ACCEPT WRK-NUM FROM CONSOLE.
           MOVE WRK-NUM TO COMPRA-NUM.
           READ PEDCOMPRA
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA'
               NOT INVALID KEY
                   IF COMPRA-QTDE-RECEB = ZEROS
                       DISPLAY 'NADA RECEBIDO NESTA ORDEM'
                   ELSE
                       PERFORM 8100-LANCAR-DEVOLUCAO
                   END-IF
           END-READ.

       8100-LANCAR-DEVOLUCAO.
           PERFORM 8150-TOTAL-DEVOLVIDO.
           COMPUTE WRK-SALDO = COMPRA-QTDE-RECEB - WRK-DEVOLVIDO.
           MOVE WRK-SALDO TO WRK-QTDE-ED.
           DISPLAY 'RECEBIDO AINDA NAO DEVOLVIDO: ' WRK-QTDE-ED.
           MOVE ZEROS TO WRK-QTDE-DEV.
           DISPLAY 'QUANTIDADE A DEVOLVER. '.
           ACCEPT WRK-QTDE-DEV FROM CONSOLE.
           IF WRK-QTDE-DEV = ZEROS
               DISPLAY 'NADA DEVOLVIDO'
           ELSE
           IF WRK-QTDE-DEV > WRK-SALDO
               DISPLAY 'MAIOR QUE O RECEBIDO DA ORDEM - NADA LANCADO'
           ELSE
               MOVE COMPRA-PRODUTO TO PRODUTOS-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       DISPLAY 'PRODUTO DA ORDEM SUMIU DO CATALOGO'
                   NOT INVALID KEY
                       IF PRODUTOS-ESTOQUE < WRK-QTDE-DEV
                           DISPLAY 'SALDO DO CATALOGO MENOR QUE A '
                               'DEVOLUCAO - NADA LANCADO'
                       ELSE
                           PERFORM 8200-GRAVAR-DEVOLUCAO
                       END-IF
               END-READ
           END-IF
           END-IF.

       8150-TOTAL-DEVOLVIDO.
           MOVE ZEROS TO WRK-DEVOLVIDO.
           MOVE COMPRA-NUM TO DEVF-COMPRA.
           MOVE 'N' TO WRK-FIM.
           START DEVFORN KEY IS EQUAL TO DEVF-COMPRA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ DEVFORN NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF DEVF-COMPRA NOT = COMPRA-NUM
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           ADD DEVF-QTDE TO WRK-DEVOLVIDO
                       END-IF
               END-READ
           END-PERFORM.

       8200-GRAVAR-DEVOLUCAO.
           MOVE SPACES TO DEVF-MOTIVO.
           DISPLAY 'MOTIVO (DEFEITO, AVARIA...).. '.
           ACCEPT DEVF-MOTIVO FROM CONSOLE.
           PERFORM 8250-PROXIMA-DEVOLUCAO.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           MOVE WRK-DEV-NUM       TO DEVF-NUMERO.
           MOVE COMPRA-NUM        TO DEVF-COMPRA.
           MOVE COMPRA-FORNECEDOR TO DEVF-FORNECEDOR.
           MOVE COMPRA-PRODUTO    TO DEVF-PRODUTO.
           MOVE WRK-QTDE-DEV      TO DEVF-QTDE.
           MOVE COMPRA-CUSTO-UNIT TO DEVF-CUSTO-UNIT.
           COMPUTE DEVF-VALOR = WRK-QTDE-DEV * COMPRA-CUSTO-UNIT.
           MOVE ZEROS             TO DEVF-ABATIDO DEVF-CREDITO.
           MOVE WRK-DH-DATA       TO DEVF-DATA.
           MOVE WRK-OPERADOR      TO DEVF-USUARIO.
           MOVE 'C' TO WRK-ABATE-MODO.
           PERFORM 8400-ABATER-PAGAR.
           COMPUTE DEVF-CREDITO = DEVF-VALOR - DEVF-ABATIDO.
           WRITE DEVFORN-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR DEVOLUCAO'
               NOT INVALID KEY
                   MOVE 'A' TO WRK-ABATE-MODO
                   PERFORM 8400-ABATER-PAGAR
                   IF WRK-ABATIDO-REAL NOT = DEVF-ABATIDO
                       MOVE WRK-ABATIDO-REAL TO DEVF-ABATIDO
                       COMPUTE DEVF-CREDITO = DEVF-VALOR - DEVF-ABATIDO
                       REWRITE DEVFORN-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO ACERTAR DEVOLUCAO'
                       END-REWRITE
                   END-IF
                   SUBTRACT WRK-QTDE-DEV FROM PRODUTOS-ESTOQUE
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM 8300-GRAVA-MOV-DEVOLUCAO
                   PERFORM 8500-EMITIR-DOCUMENTO
                   DISPLAY 'DEVOLUCAO GRAVADA: ' DEVF-NUMERO
                   MOVE DEVF-ABATIDO TO WRK-CUSTO-ED
                   DISPLAY 'ABATIDO DAS PARCELAS A PAGAR: '
                       WRK-CUSTO-ED
                   IF DEVF-CREDITO > ZEROS
                       MOVE DEVF-CREDITO TO WRK-CUSTO-ED
                       DISPLAY 'CREDITO A RECEBER DO FORNECEDOR: '
                           WRK-CUSTO-ED
                   END-IF
                   DISPLAY 'DOCUMENTO GERADO EM ' WRK-DEVDOC-NOME
           END-WRITE.

      *    MESMA LEITURA DE TRAS PARA FRENTE DO 4100
       8250-PROXIMA-DEVOLUCAO.
           MOVE 999999 TO DEVF-NUMERO.
           MOVE ZEROS TO WRK-DEV-NUM.
           START DEVFORN KEY IS NOT GREATER THAN DEVF-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DEVFORN NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DEVF-NUMERO TO WRK-DEV-NUM
                   END-READ
           END-START.
           ADD 1 TO WRK-DEV-NUM.

      *    SAIDA NO DIARIO DE ESTOQUE, COMO A DO 6200
       8300-GRAVA-MOV-DEVOLUCAO.
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
           MOVE 'S'              TO ESTOQMOV-TIPO.
           MOVE COMPRA-PRODUTO   TO ESTOQMOV-PRODUTO.
           MOVE WRK-QTDE-DEV     TO ESTOQMOV-QTDE.
           MOVE WRK-OPERADOR     TO ESTOQMOV-USUARIO.
           MOVE SPACES TO ESTOQMOV-ORIGEM.
           STRING 'DEVOLUCAO OC' COMPRA-NUM
               DELIMITED BY SIZE INTO ESTOQMOV-ORIGEM
           END-STRING.
           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.

      *****************************************************
      * DEBITO NO FORNECEDOR: O VALOR DEVOLVIDO COMPENSA AS
      * PARCELAS DA ORDEM AINDA EM ABERTO, NA ORDEM DAS
      * PARCELAS. A COMPENSACAO ENTRA EM PAGAR-VALOR-PAGO,
      * COMO UM PAGAMENTO PARCIAL DO CONTAPAG, E A PARCELA
      * QUE ZERA PASSA A 'P'. O VALOR DA PARCELA NAO MUDA,
      * ENTAO A COMPRA DO MES DO RECEBIMENTO NO LANCCONT
      * CONTINUA A MESMA. O QUE SOBRAR E CREDITO A RECEBER.
      * DUAS PASSADAS: NO CALCULO ('C') SO SE APURA O
      * DEVF-ABATIDO, ANTES DE GRAVAR A DEVOLUCAO; AS
      * PARCELAS SO SAO REGRAVADAS NA APLICACAO ('A'),
      * DEPOIS QUE A DEVOLUCAO FOI GRAVADA, E O QUE FOI
      * ABATIDO DE FATO VOLTA EM WRK-ABATIDO-REAL.
      *****************************************************
       8400-ABATER-PAGAR.
           MOVE DEVF-VALOR TO WRK-DEV-RESTO.
           MOVE ZEROS TO WRK-ABATIDO-REAL.
           MOVE COMPRA-FORNECEDOR TO PAGAR-FORNECEDOR.
           MOVE COMPRA-NUM        TO PAGAR-COMPRA.
           MOVE ZEROS             TO PAGAR-PARCELA.
           MOVE 'N' TO WRK-FIM.
           START PAGAR KEY IS NOT LESS THAN PAGAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM OR WRK-DEV-RESTO = ZEROS
               READ PAGAR NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PAGAR-FORNECEDOR NOT = COMPRA-FORNECEDOR
                           OR PAGAR-COMPRA NOT = COMPRA-NUM
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           IF PAGAR-ABERTA
                               PERFORM 8410-ABATER-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       8410-ABATER-PARCELA.
           COMPUTE WRK-ABATER = PAGAR-VALOR - PAGAR-VALOR-PAGO.
           IF WRK-ABATER > WRK-DEV-RESTO
               MOVE WRK-DEV-RESTO TO WRK-ABATER
           END-IF.
           IF ABATE-CALCULO
               SUBTRACT WRK-ABATER FROM WRK-DEV-RESTO
               ADD WRK-ABATER TO DEVF-ABATIDO
           ELSE
               ADD WRK-ABATER TO PAGAR-VALOR-PAGO
               MOVE WRK-OPERADOR TO PAGAR-USUARIO
               IF PAGAR-VALOR-PAGO NOT < PAGAR-VALOR
                   MOVE 'P' TO PAGAR-SITUACAO
                   MOVE WRK-DH-DATA TO PAGAR-DT-PAGTO
               END-IF
               REWRITE PAGAR-REG
                   INVALID KEY
                       DISPLAY 'PARCELA NAO ABATIDA: ' PAGAR-PARCELA
                   NOT INVALID KEY
                       SUBTRACT WRK-ABATER FROM WRK-DEV-RESTO
                       ADD WRK-ABATER TO WRK-ABATIDO-REAL
                       MOVE WRK-ABATER TO WRK-CUSTO-ED
                       DISPLAY 'PARCELA ' PAGAR-PARCELA
                           ' ABATIDA EM ' WRK-CUSTO-ED
               END-REWRITE
           END-IF.

      *****************************************************
      * DOCUMENTO DE DEVOLUCAO PARA O FORNECEDOR, NO MOLDE
      * DO EXTRATO DO CLIENTE (PARA: EMAIL DO CADASTRO).
      *****************************************************
       8500-EMITIR-DOCUMENTO.
           MOVE COMPRA-FORNECEDOR TO FORN-CODIGO.
           READ FORNECED
               INVALID KEY
                   MOVE '(FORNECEDOR NAO CADASTRADO)' TO FORN-NOME
                   MOVE SPACES TO FORN-EMAIL
           END-READ.
           MOVE SPACES TO WRK-DEVDOC-NOME.
           STRING 'DEVFORN.' DEVF-NUMERO
               DELIMITED BY SIZE INTO WRK-DEVDOC-NOME
           END-STRING.
           OPEN OUTPUT DEVDOC.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO DEVDOC-LINHA
               WRITE DEVDOC-LINHA
           END-IF.
           MOVE SPACES TO DEVDOC-LINHA.
           IF FORN-EMAIL = SPACES
               MOVE 'PARA: (SEM EMAIL NO CADASTRO)' TO DEVDOC-LINHA
           ELSE
               STRING 'PARA: ' FORN-EMAIL
                   DELIMITED BY SIZE INTO DEVDOC-LINHA
               END-STRING
           END-IF.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'ASSUNTO: DEVOLUCAO DE MERCADORIA ' DEVF-NUMERO
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           WRITE DEVDOC-LINHA.
           MOVE ALL '=' TO DEVDOC-LINHA.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'DEVOLUCAO DE MERCADORIA ' DEVF-NUMERO
               ' - EMITIDA EM ' WRK-DH-ANO '-' WRK-DH-MES '-'
               WRK-DH-DIA
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE ALL '=' TO DEVDOC-LINHA.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'FORNECEDOR    : ' FORN-NOME ' (' COMPRA-FORNECEDOR
               ')'
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'ORDEM DE COMPRA: ' COMPRA-NUM ' DE '
               COMPRA-DT-EMISSAO
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'PRODUTO       : ' COMPRA-PRODUTO ' '
               PRODUTOS-DESCRICAO
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE DEVF-QTDE TO WRK-QTDE-ED.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'QUANTIDADE    : ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE DEVF-CUSTO-UNIT TO WRK-CUSTO-ED.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'CUSTO UNITARIO: ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE DEVF-VALOR TO WRK-CUSTO-ED.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'VALOR DEVOLVIDO: ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'MOTIVO        : ' DEVF-MOTIVO
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           MOVE ALL '-' TO DEVDOC-LINHA.
           WRITE DEVDOC-LINHA.
           MOVE DEVF-ABATIDO TO WRK-CUSTO-ED.
           MOVE SPACES TO DEVDOC-LINHA.
           STRING 'ABATIDO DAS PARCELAS EM ABERTO DA ORDEM: '
               WRK-CUSTO-ED
               DELIMITED BY SIZE INTO DEVDOC-LINHA
           END-STRING.
           WRITE DEVDOC-LINHA.
           IF DEVF-CREDITO > ZEROS
               MOVE DEVF-CREDITO TO WRK-CUSTO-ED
               MOVE SPACES TO DEVDOC-LINHA
               STRING 'SALDO A NOSSO FAVOR (A RECEBER)........: '
                   WRK-CUSTO-ED
                   DELIMITED BY SIZE INTO DEVDOC-LINHA
               END-STRING
               WRITE DEVDOC-LINHA
           END-IF.
           CLOSE DEVDOC.
