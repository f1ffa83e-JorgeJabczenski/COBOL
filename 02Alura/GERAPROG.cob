       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAPROG.
      ********************************************
      * OBJETIVO: LOTE NOTURNO DOS PEDIDOS
      *           PROGRAMADOS (PEDPROG.DAT, MANTIDO
      *           PELO MANTPROG) - CADA PROGRAMACAO
      *           ATIVA COM PROXIMA DATA ATE HOJE VIRA
      *           UM PEDIDO, PELAS MESMAS CRITICAS DO
      *           CARGAPED E DO CAMINHO INTERATIVO:
      *           CLIENTE ATIVO, ENDERECO DE ENTREGA,
      *           PRODUTO ATIVO E COM ESTOQUE, FRETE E
      *           MINIMO POR UF DO FRETECALC,
      *           INADIMPLENCIA (INADTAB.DAT), ICMS DA
      *           UF, PARCELAS EM DIAS UTEIS, LIMITE DE
      *           CREDITO E TETO DE APROVACAO (ACIMA
      *           DELES O PEDIDO NASCE RETIDO, 'G').
      *           O PEDIDO GERADO GANHA PONTOS DE
      *           FIDELIDADE COMO QUALQUER OUTRO E SAI
      *           EM NOME DO VENDEDOR DA PROGRAMACAO.
      *           GERADO O PEDIDO, A PROXIMA DATA
      *           AVANCA PELA FREQUENCIA (CICLOS
      *           PERDIDOS NAO SAO RECUPERADOS). O QUE
      *           NAO PODE SER GERADO NAO E PULADO EM
      *           SILENCIO: SAI NO RELATORIO DE
      *           EXCECOES PARA VENDAS (PROGEXC.
      *           AAAAMMDD) COM O MOTIVO E OS ITENS, E
      *           A PROGRAMACAO CONTINUA VENCIDA PARA A
      *           NOITE SEGUINTE ATE VENDAS RESOLVER NO
      *           MANTPROG. PEDIDO RETIDO PARA
      *           APROVACAO TAMBEM APARECE NO
      *           RELATORIO, PARA VENDAS ACOMPANHAR NA
      *           FILAAPRV. RODA NA CADEIA NOTURNA
      *           (JOBCTL) DEPOIS DO CONFESTQ, COM O
      *           SALDO DE ESTOQUE JA CONFERIDO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - LIMITE DE APROVACAO E
      *            ESPACAMENTO DE PARCELAS LIDOS DE
      *            PARAMS.DAT (PARAMLE) NA
      *            INICIALIZACAO
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
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

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT ICMSTAB ASSIGN TO 'ICMSTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICMSTAB-STATUS.

           SELECT INADTAB ASSIGN TO 'INADTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INADTAB-STATUS.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT EXCECAO-REL ASSIGN TO WRK-ARQ-EXCECAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDPROG.
           COPY 'PPRGCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD ICMSTAB.
       01 ICMSTAB-REG.
           05 ICMSTAB-UF       PIC X(02).
           05 ICMSTAB-ALIQUOTA PIC 9V999.

      *    MESMA REGRA DE INADIMPLENCIA DO PROJETO: DIAS DE
      *    ATRASO TOLERADOS 9(03) E ACAO X(01) ('G' RETEM
      *    PARA APROVACAO, 'R' RECUSA).
       FD INADTAB.
       01 INADTAB-REG.
           05 INADTAB-DIAS PIC 9(03).
           05 INADTAB-ACAO PIC X(01).

       FD JORNAL.
       01 JORNAL-LINHA PIC X(240).

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD EXCECAO-REL.
       01 REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 PEDPROG-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS  PIC 9(02).
           77 PEDIDOS-STATUS   PIC 9(02).
           77 PEDITENS-STATUS  PIC 9(02).
           77 PRODUTOS-STATUS  PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 RECEBER-STATUS   PIC 9(02).
           77 ESTOQMOV-STATUS  PIC 9(02).
           77 ICMSTAB-STATUS   PIC 9(02).
           77 JORNAL-STATUS    PIC 9(02).
           77 INADTAB-STATUS   PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-ARQ-EXCECAO  PIC X(30) VALUE SPACES.
           01 WRK-TAB-ICMS.
               05 WRK-IC-ITEM OCCURS 30 TIMES.
                   10 WRK-IC-UF       PIC X(02).
                   10 WRK-IC-ALIQUOTA PIC 9V999.
           77 WRK-IC-QTDE      PIC 9(03) VALUE ZEROS.
           77 WRK-IC-IDX       PIC 9(03) VALUE ZEROS.
           77 WRK-IC-CARREGADO PIC X(01) VALUE 'N'.
           77 WRK-FIM-ICMS     PIC X(01) VALUE 'N'.
               88 FIM-ICMS VALUE 'S'.
           77 WRK-ICMS-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-JOB-NOME   PIC X(10) VALUE 'GERAPROG'.
           77 WRK-JOB-PRED   PIC X(10) VALUE 'CONFESTQ'.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           77 WRK-USUARIO    PIC X(20) VALUE 'GERAPROG'.

      *    PEDIDO EM MONTAGEM A PARTIR DA PROGRAMACAO
           77 WRK-PED-VALIDO  PIC X(01) VALUE 'N'.
           77 WRK-MOTIVO      PIC X(20) VALUE SPACES.
           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-END-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-PARCELAS    PIC 9(02) VALUE ZEROS.
           77 WRK-ENTREGA-UF  PIC X(02) VALUE SPACES.
           77 WRK-ENTREGA-CEP PIC 9(08) VALUE ZEROS.
           01 WRK-TAB-ITENS.
               05 WRK-ITEM-ITEM OCCURS 20 TIMES.
                   10 WRK-ITEM-PRODUTO    PIC 9(05).
                   10 WRK-ITEM-DESCRICAO  PIC X(30).
                   10 WRK-ITEM-QTDE       PIC 9(05).
                   10 WRK-ITEM-VLUNIT     PIC 9(08)V99.
                   10 WRK-ITEM-VLTOTAL    PIC 9(08)V99.
                   10 WRK-ITEM-CUSTO      PIC 9(08)V99.
           77 WRK-QTDE-ITENS  PIC 9(02) VALUE ZEROS.
           77 WRK-ITEM-IDX    PIC 9(02) VALUE ZEROS.
           77 WRK-PROG-IDX    PIC 9(02) VALUE ZEROS.

           77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PESO        PIC 9(05)V999 VALUE ZEROS.
           77 WRK-FRETE       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FRETE-ACHOU PIC X(01) VALUE SPACES.
           77 WRK-VLMIN       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PRAZO       PIC 9(03) VALUE ZEROS.
           77 WRK-PROMESSA    PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VLPARC      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-LIMITE-APROV PIC 9(08)V99 VALUE 10000.
           77 WRK-SALDO-DEVEDOR PIC 9(10)V99 VALUE ZEROS.
           77 WRK-CREDITO-OK  PIC X(01) VALUE 'S'.
           77 WRK-FIM-REC     PIC X(01) VALUE 'N'.
               88 FIM-REC VALUE 'S'.
           77 WRK-INAD-DIAS   PIC 9(03) VALUE 30.
           77 WRK-INAD-ACAO   PIC X(01) VALUE 'G'.
           77 WRK-INAD-QTDE   PIC 9(03) VALUE ZEROS.
           77 WRK-INAD-ATRASO PIC S9(07) VALUE ZEROS.
           01 WRK-INAD-VENC.
               05 WRK-IV-ANO PIC 9(04).
               05 WRK-IV-MES PIC 9(02).
               05 WRK-IV-DIA PIC 9(02).
           77 WRK-PEDIDOS-SEQ PIC 9(04) VALUE ZEROS.
           77 WRK-VENC-DATA   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-PARCELA PIC S9(03) VALUE +22.
           77 WRK-PARCELA-PADRAO PIC S9(03) VALUE +22.
      *    AREA DE CHAMADA DO PARAMLE (1660-LER-PARAMETROS)
           77 WRK-PL-CODIGO   PIC X(10) VALUE SPACES.
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.
           77 WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
           77 WRK-FERIADO-X   PIC X(01) VALUE SPACES.
           77 WRK-PARC-IDX    PIC 9(02) VALUE ZEROS.

      *    AVANCO DA PROXIMA DATA PELA FREQUENCIA
           77 WRK-DIAS-CICLO  PIC S9(03) VALUE ZEROS.
           77 WRK-MESES-CICLO PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-CICLO.
               05 WRK-DC-ANO PIC 9(04).
               05 WRK-DC-MES PIC 9(02).
               05 WRK-DC-DIA PIC 9(02).
           77 WRK-MES-CALC    PIC 9(03) VALUE ZEROS.

      *    PARAMETROS DO FIDELIDA
           77 WRK-FID-OPER    PIC X(01) VALUE 'G'.
           77 WRK-FID-PONTOS  PIC 9(07) VALUE ZEROS.
           77 WRK-FID-SALDO   PIC 9(07) VALUE ZEROS.

           77 WRK-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VENCIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-PEDIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-RETIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-EXCECAO PIC 9(06) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).
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
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           IF WRK-JOB-OK NOT = 'S'
               DISPLAY 'GERAPROG ABORTADO - RODE O CONFESTQ ANTES'
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAR.
           IF NOT FIM
               PERFORM 2000-PROCESSAR UNTIL FIM
               PERFORM 8000-FINALIZAR
           END-IF.
           DISPLAY '===== PEDIDOS PROGRAMADOS ====='.
           DISPLAY 'PROGRAMACOES LIDAS.....: ' WRK-TOT-LIDOS.
           DISPLAY 'VENCIDAS PARA HOJE.....: ' WRK-TOT-VENCIDAS.
           DISPLAY 'PEDIDOS GERADOS........: ' WRK-TOT-PEDIDOS.
           DISPLAY '  RETIDOS P/ APROVACAO.: ' WRK-TOT-RETIDOS.
           DISPLAY 'EXCECOES PARA VENDAS...: ' WRK-TOT-EXCECAO.
           DISPLAY 'RELATORIO: ' WRK-ARQ-EXCECAO.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-ARQ-EXCECAO.
           STRING 'PROGEXC.' WRK-DATA-SIS
               DELIMITED BY SIZE INTO WRK-ARQ-EXCECAO
           END-STRING.
           PERFORM 1650-CARREGAR-INADIMPL.
           PERFORM 1660-LER-PARAMETROS.
           OPEN I-O PEDPROG.
           IF PEDPROG-STATUS NOT = 00
               DISPLAY 'NENHUM PEDIDO PROGRAMADO (PEDPROG.DAT)'
               MOVE 'S' TO WRK-FIM
           ELSE
               OPEN INPUT CLIENTES
               OPEN I-O PEDIDOS
                   IF PEDIDOS-STATUS = 35
                       OPEN OUTPUT PEDIDOS
                       CLOSE PEDIDOS
                       OPEN I-O PEDIDOS
                   END-IF
               OPEN I-O PEDITENS
                   IF PEDITENS-STATUS = 35
                       OPEN OUTPUT PEDITENS
                       CLOSE PEDITENS
                       OPEN I-O PEDITENS
                   END-IF
               OPEN I-O PRODUTOS
               OPEN INPUT ENDERECOS
               OPEN I-O RECEBER
                   IF RECEBER-STATUS = 35
                       OPEN OUTPUT RECEBER
                       CLOSE RECEBER
                       OPEN I-O RECEBER
                   END-IF
               OPEN OUTPUT EXCECAO-REL
               MOVE SPACES TO REL-LINHA
               STRING 'PEDIDOS PROGRAMADOS - EXCECOES PARA VENDAS - '
                   WRK-DS-DIA '/' WRK-DS-MES '/' WRK-DS-ANO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE ALL '=' TO REL-LINHA
               WRITE REL-LINHA
               MOVE LOW-VALUES TO PPRG-CHAVE
               START PEDPROG KEY IS NOT LESS THAN PPRG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
           END-IF.

      *    SEM O INADTAB.DAT VALEM OS PADROES DA
      *    WORKING-STORAGE (30 DIAS, APROVACAO).
       1650-CARREGAR-INADIMPL.
           OPEN INPUT INADTAB.
           IF INADTAB-STATUS = 00
               READ INADTAB
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INADTAB-DIAS TO WRK-INAD-DIAS
                       IF INADTAB-ACAO = 'R'
                           MOVE 'R' TO WRK-INAD-ACAO
                       ELSE
                           MOVE 'G' TO WRK-INAD-ACAO
                       END-IF
               END-READ
               CLOSE INADTAB
           END-IF.

      *    PARAMETROS DE NEGOCIO EM VIGOR HOJE (PARAMS.DAT,
      *    MANTIDO PELO MANTPARM) - OS MESMOS DO PROJETO.
       1660-LER-PARAMETROS.
           MOVE 'LIMAPROV' TO WRK-PL-CODIGO.
           PERFORM 1665-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-LIMITE-APROV
           END-IF.
           MOVE 'PARCDIAS' TO WRK-PL-CODIGO.
           PERFORM 1665-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-PARCELA-PADRAO
           END-IF.
           MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA.

       1665-CHAMAR-PARAMLE.
           MOVE ZEROS TO WRK-PL-DATA.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.

       2000-PROCESSAR.
           READ PEDPROG NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM
               NOT AT END
                   ADD 1 TO WRK-TOT-LIDOS
                   IF PPRG-ATIVO AND PPRG-PROXIMA NOT > WRK-DATA-SIS
                       ADD 1 TO WRK-TOT-VENCIDAS
                       PERFORM 3000-MONTAR-PEDIDO
                       PERFORM 6000-COMMIT-PEDIDO
                   END-IF
           END-READ.

      *****************************************************
      * CABECALHO E ITENS DA PROGRAMACAO, COM AS CRITICAS
      * DO CARGAPED. A RECUSA DE CONTATO DE VENDAS (OPT-
      * MKT) NAO BARRA: A PROGRAMACAO FOI PEDIDA PELO
      * PROPRIO CLIENTE.
      *****************************************************
       3000-MONTAR-PEDIDO.
           MOVE 'S' TO WRK-PED-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-QTDE-ITENS WRK-VALOR WRK-PESO.
           MOVE PPRG-FONE         TO WRK-FONE.
           MOVE PPRG-END-ENTREGA  TO WRK-END-SEQ.
           MOVE PPRG-PARCELAS     TO WRK-PARCELAS.
           IF WRK-PARCELAS < 1 OR WRK-PARCELAS > 6
               MOVE 1 TO WRK-PARCELAS
           END-IF.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WRK-PED-VALIDO
                   MOVE 'CLIENTE INEXISTENTE' TO WRK-MOTIVO
                   MOVE SPACES TO CLIENTES-NOME
               NOT INVALID KEY
                   IF NOT CLIENTES-ATIVO
                       MOVE 'N' TO WRK-PED-VALIDO
                       MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO
                   ELSE
                       PERFORM 3100-RESOLVER-ENDERECO
                   END-IF
           END-READ.
           IF WRK-PED-VALIDO = 'S' AND PPRG-QTDE-ITENS = ZEROS
               MOVE 'N' TO WRK-PED-VALIDO
               MOVE 'SEM ITENS' TO WRK-MOTIVO
           END-IF.
           PERFORM VARYING WRK-PROG-IDX FROM 1 BY 1
                   UNTIL WRK-PROG-IDX > PPRG-QTDE-ITENS
                   OR WRK-PED-VALIDO NOT = 'S'
               PERFORM 4000-VALIDAR-ITEM
           END-PERFORM.

       3100-RESOLVER-ENDERECO.
           IF WRK-END-SEQ = ZEROS
               MOVE CLIENTES-UF TO WRK-ENTREGA-UF
               MOVE CLIENTES-CEP TO WRK-ENTREGA-CEP
           ELSE
               MOVE WRK-FONE TO ENDERECOS-FONE
               MOVE WRK-END-SEQ TO ENDERECOS-SEQ
               READ ENDERECOS
                   INVALID KEY
                       MOVE 'N' TO WRK-PED-VALIDO
                       MOVE 'ENDERECO INEXISTENTE' TO WRK-MOTIVO
                   NOT INVALID KEY
                       MOVE ENDERECOS-UF TO WRK-ENTREGA-UF
                       MOVE ENDERECOS-CEP TO WRK-ENTREGA-CEP
               END-READ
           END-IF.

       4000-VALIDAR-ITEM.
           MOVE PPRG-PRODUTO(WRK-PROG-IDX) TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 'N' TO WRK-PED-VALIDO
                   MOVE 'PRODUTO INEXISTENTE' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF PRODUTOS-INATIVO
                       MOVE 'N' TO WRK-PED-VALIDO
                       MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO
                   ELSE
                   IF PPRG-QTDE(WRK-PROG-IDX) > PRODUTOS-ESTOQUE
                       MOVE 'N' TO WRK-PED-VALIDO
                       MOVE 'SEM ESTOQUE' TO WRK-MOTIVO
                   ELSE
                       ADD 1 TO WRK-QTDE-ITENS
                       MOVE PRODUTOS-CODIGO
                           TO WRK-ITEM-PRODUTO(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-DESCRICAO
                           TO WRK-ITEM-DESCRICAO(WRK-QTDE-ITENS)
                       MOVE PPRG-QTDE(WRK-PROG-IDX)
                           TO WRK-ITEM-QTDE(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-PRECO
                           TO WRK-ITEM-VLUNIT(WRK-QTDE-ITENS)
                       COMPUTE WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS) =
                           PPRG-QTDE(WRK-PROG-IDX) * PRODUTOS-PRECO
                       ADD WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS)
                           TO WRK-VALOR
                       COMPUTE WRK-PESO = WRK-PESO
                           + (PPRG-QTDE(WRK-PROG-IDX) * PRODUTOS-PESO)
                       IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
                           MOVE PRODUTOS-CUSTO-MEDIO
                               TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                       ELSE
                           MOVE PRODUTOS-CUSTO
                               TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      *****************************************************
      * FECHA O PEDIDO: FRETE E MINIMO POR UF PELO
      * FRETECALC E INADIMPLENCIA COMO NO CARGAPED. PEDIDO
      * BOM E GRAVADO E A PROGRAMACAO AVANCA; PEDIDO RUIM
      * VAI PARA O RELATORIO DE EXCECOES E A PROGRAMACAO
      * FICA VENCIDA, CONTANDO MAIS UMA FALHA.
      *****************************************************
       6000-COMMIT-PEDIDO.
           IF WRK-PED-VALIDO = 'S'
               CALL 'FRETECALC' USING WRK-ENTREGA-UF WRK-VALOR
                   WRK-FRETE WRK-FRETE-ACHOU WRK-VLMIN WRK-PESO
                   WRK-PRAZO WRK-ENTREGA-CEP
               IF WRK-FRETE-ACHOU NOT = 'S'
                   MOVE 'N' TO WRK-PED-VALIDO
                   MOVE 'UF SEM ENTREGA' TO WRK-MOTIVO
               ELSE
               IF WRK-VALOR < WRK-VLMIN
                   MOVE 'N' TO WRK-PED-VALIDO
                   MOVE 'ABAIXO DO MINIMO' TO WRK-MOTIVO
               END-IF
               END-IF
           END-IF.
           IF WRK-PED-VALIDO = 'S'
               PERFORM 6160-VERIFICA-ATRASO
               IF WRK-INAD-QTDE > ZEROS AND WRK-INAD-ACAO = 'R'
                   MOVE 'N' TO WRK-PED-VALIDO
                   MOVE 'CLIENTE INADIMPLENTE' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-PED-VALIDO = 'S'
               PERFORM 6100-GRAVAR-PEDIDO
           ELSE
               PERFORM 7000-GRAVA-EXCECAO
           END-IF.

       6100-GRAVAR-PEDIDO.
           CALL 'ARITM' USING WRK-VALOR WRK-FRETE 'A' WRK-TOTAL.
           DIVIDE WRK-TOTAL BY WRK-PARCELAS
               GIVING WRK-VLPARC ROUNDED.
           PERFORM 6150-VERIFICA-CREDITO.
           PERFORM 6200-PROX-SEQ-PEDIDO.
           MOVE WRK-FONE        TO PEDIDOS-FONE.
           MOVE WRK-PEDIDOS-SEQ TO PEDIDOS-SEQ.
           MOVE WRK-DS-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-DS-MES TO PEDIDOS-DTP-MES.
           MOVE WRK-DS-DIA TO PEDIDOS-DTP-DIA.
           MOVE WRK-ENTREGA-UF TO PEDIDOS-UF.
           MOVE WRK-END-SEQ    TO PEDIDOS-END-ENTREGA.
           MOVE WRK-VALOR      TO PEDIDOS-VALOR.
           MOVE WRK-FRETE      TO PEDIDOS-FRETE.
           MOVE WRK-TOTAL      TO PEDIDOS-TOTAL.
           IF WRK-TOTAL > WRK-LIMITE-APROV
               OR WRK-CREDITO-OK = 'N'
               MOVE 'G' TO PEDIDOS-SITUACAO
           ELSE
               MOVE 'A' TO PEDIDOS-SITUACAO
           END-IF.
           MOVE WRK-PARCELAS TO PEDIDOS-QT-PARCELAS.
           MOVE WRK-VLPARC   TO PEDIDOS-VALOR-PARCELA.
           MOVE 'P'          TO PEDIDOS-STATUS-ENTREGA.
           MOVE ZEROS        TO PEDIDOS-DEV-REF.
           MOVE PPRG-VENDEDOR TO PEDIDOS-VENDEDOR.
           MOVE WRK-DATA-SIS TO WRK-PROMESSA.
           IF WRK-PRAZO NOT = ZEROS
               MOVE WRK-PRAZO TO WRK-DIAS-PARCELA
               CALL 'DIAUTIL' USING WRK-PROMESSA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF
               MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA
           END-IF.
           MOVE WRK-PROMESSA TO PEDIDOS-DT-PROMESSA.
           MOVE SPACES       TO PEDIDOS-MOT-CANCEL.
           MOVE ZEROS        TO PEDIDOS-DESC-PCT.
           PERFORM 6180-CALCULA-ICMS.
           MOVE WRK-ICMS-VALOR TO PEDIDOS-ICMS.
           MOVE SPACES       TO PEDIDOS-TRANSP.
           MOVE SPACES       TO PEDIDOS-RASTREIO.
           MOVE ZEROS        TO PEDIDOS-DT-ENVIO.
           MOVE SPACES       TO PEDIDOS-RECEBEDOR.
           MOVE ZEROS        TO PEDIDOS-DT-ENTREGA.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO
                   PERFORM 7000-GRAVA-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-PEDIDOS
                   PERFORM 6500-AVANCAR-PROGRAMACAO
                   PERFORM 6250-GRAVA-JORNAL
                   PERFORM 6300-GRAVAR-ITENS
                   PERFORM 6400-GRAVA-PARCELAS
                   PERFORM 6450-GANHAR-PONTOS
                   IF PEDIDOS-AGUARD-APROV
                       ADD 1 TO WRK-TOT-RETIDOS
                       PERFORM 7100-GRAVA-RETIDO
                   END-IF
           END-WRITE.

       6150-VERIFICA-CREDITO.
           MOVE 'S' TO WRK-CREDITO-OK.
           MOVE ZEROS TO WRK-SALDO-DEVEDOR.
           MOVE WRK-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM-REC.
           START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-REC
           END-START.
           PERFORM UNTIL FIM-REC
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-REC
                   NOT AT END
                       IF RECEBER-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ABERTA
                               COMPUTE WRK-SALDO-DEVEDOR =
                                   WRK-SALDO-DEVEDOR + RECEBER-VALOR
                                   - RECEBER-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-TOTAL + WRK-SALDO-DEVEDOR > CLIENTES-LIMITE-CRED
               MOVE 'N' TO WRK-CREDITO-OK
           END-IF.
           IF WRK-INAD-QTDE > ZEROS
               MOVE 'N' TO WRK-CREDITO-OK
           END-IF.

      *    MESMA CONTA DO 6160-VERIFICA-ATRASO DO CARGAPED,
      *    SEM A LISTAGEM NO CONSOLE (LOTE NOTURNO).
       6160-VERIFICA-ATRASO.
           MOVE ZEROS TO WRK-INAD-QTDE.
           MOVE WRK-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM-REC.
           START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-REC
           END-START.
           PERFORM UNTIL FIM-REC
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-REC
                   NOT AT END
                       IF RECEBER-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ABERTA
                               AND RECEBER-VENCIMENTO < WRK-DATA-SIS
                               PERFORM 6165-TESTAR-ATRASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6165-TESTAR-ATRASO.
           MOVE RECEBER-VENCIMENTO TO WRK-INAD-VENC.
           COMPUTE WRK-INAD-ATRASO =
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-IV-ANO * 365) + (WRK-IV-MES * 30)
                   + WRK-IV-DIA).
           IF WRK-INAD-ATRASO > WRK-INAD-DIAS
               ADD 1 TO WRK-INAD-QTDE
           END-IF.

      *    MESMA MECANICA DO 9560-PROX-SEQ-PEDIDO DO
      *    PROJETO.
       6200-PROX-SEQ-PEDIDO.
           MOVE WRK-FONE TO PEDIDOS-FONE.
           MOVE 9999 TO PEDIDOS-SEQ.
           MOVE ZEROS TO WRK-PEDIDOS-SEQ.
           START PEDIDOS KEY IS NOT GREATER THAN PEDIDOS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PEDIDOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PEDIDOS-FONE = WRK-FONE
                               MOVE PEDIDOS-SEQ TO WRK-PEDIDOS-SEQ
                           END-IF
                   END-READ
           END-START.
           ADD 1 TO WRK-PEDIDOS-SEQ.

       6250-GRAVA-JORNAL.
           OPEN EXTEND JORNAL.
           IF JORNAL-STATUS = 35
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE SPACES TO JORNAL-LINHA.
           MOVE WRK-DH-DATA      TO JORNAL-LINHA(1:8).
           MOVE WRK-DH-HORA(1:6) TO JORNAL-LINHA(10:6).
           MOVE 'PED'            TO JORNAL-LINHA(17:3).
           MOVE PEDIDOS-REG      TO JORNAL-LINHA(21:).
           WRITE JORNAL-LINHA.
           CLOSE JORNAL.

       6300-GRAVAR-ITENS.
           MOVE ZEROS TO WRK-ITEM-IDX.
           PERFORM WRK-QTDE-ITENS TIMES
               ADD 1 TO WRK-ITEM-IDX
               MOVE WRK-FONE        TO PEDITENS-FONE
               MOVE WRK-PEDIDOS-SEQ TO PEDITENS-SEQ
               MOVE WRK-ITEM-IDX    TO PEDITENS-ITEM
               MOVE WRK-ITEM-PRODUTO(WRK-ITEM-IDX)
                   TO PEDITENS-PRODUTO
               MOVE WRK-ITEM-DESCRICAO(WRK-ITEM-IDX)
                   TO PEDITENS-DESCRICAO
               MOVE WRK-ITEM-QTDE(WRK-ITEM-IDX)
                   TO PEDITENS-QTDE
               MOVE WRK-ITEM-VLUNIT(WRK-ITEM-IDX)
                   TO PEDITENS-VALOR-UNIT
               MOVE WRK-ITEM-VLTOTAL(WRK-ITEM-IDX)
                   TO PEDITENS-VALOR-TOTAL
               MOVE ZEROS TO PEDITENS-QTDE-ENVIADA
               MOVE WRK-ITEM-CUSTO(WRK-ITEM-IDX)
                   TO PEDITENS-CUSTO-UNIT
               MOVE 01 TO PEDITENS-LOCAL
               MOVE SPACES TO PEDITENS-TIPO-LINHA
               MOVE ZEROS TO PEDITENS-KIT-PAI
               MOVE ZEROS TO PEDITENS-QTDE-FALTA
               MOVE ZEROS TO PEDITENS-TABELA
               WRITE PEDITENS-REG
                   INVALID KEY
                       DISPLAY 'ITEM DE PEDIDO NAO GRAVADO: '
                           PEDITENS-CHAVE
                   NOT INVALID KEY
                       PERFORM 6350-BAIXAR-ESTOQUE
               END-WRITE
           END-PERFORM.

       6350-BAIXAR-ESTOQUE.
           MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PEDITENS-QTDE > PRODUTOS-ESTOQUE
                       MOVE ZEROS TO PRODUTOS-ESTOQUE
                   ELSE
                       SUBTRACT PEDITENS-QTDE FROM PRODUTOS-ESTOQUE
                   END-IF
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM 6360-GRAVA-MOV-ESTOQUE
           END-READ.

       6360-GRAVA-MOV-ESTOQUE.
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
           MOVE PEDITENS-PRODUTO TO ESTOQMOV-PRODUTO.
           MOVE PEDITENS-QTDE    TO ESTOQMOV-QTDE.
           MOVE WRK-USUARIO      TO ESTOQMOV-USUARIO.
           MOVE SPACES TO ESTOQMOV-ORIGEM.
           STRING 'PEDIDO ' PEDITENS-SEQ
               DELIMITED BY SIZE INTO ESTOQMOV-ORIGEM
           END-STRING.
           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.

       6400-GRAVA-PARCELAS.
           MOVE WRK-DATA-SIS TO WRK-VENC-DATA.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > WRK-PARCELAS
               CALL 'DIAUTIL' USING WRK-VENC-DATA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF
               MOVE WRK-FONE        TO RECEBER-FONE
               MOVE WRK-PEDIDOS-SEQ TO RECEBER-SEQ
               MOVE WRK-PARC-IDX    TO RECEBER-PARCELA
               MOVE WRK-VENC-DATA   TO RECEBER-VENCIMENTO
               MOVE WRK-VLPARC      TO RECEBER-VALOR
               MOVE 'A'             TO RECEBER-SITUACAO
               MOVE ZEROS           TO RECEBER-DT-PAGTO
               MOVE ZEROS           TO RECEBER-VALOR-PAGO
               MOVE ZEROS           TO RECEBER-ACORDO
               WRITE RECEBER-REG
                   INVALID KEY
                       DISPLAY 'PARCELA NAO GRAVADA: ' RECEBER-CHAVE
               END-WRITE
           END-PERFORM.

      *    MESMO GANHO DO 9578-PONTOS-DO-PEDIDO DO PROJETO.
       6450-GANHAR-PONTOS.
           MOVE 'G' TO WRK-FID-OPER.
           CALL 'FIDELIDA' USING WRK-FID-OPER PEDIDOS-FONE
               PEDIDOS-SEQ PEDIDOS-TOTAL WRK-FID-PONTOS
               WRK-FID-SALDO WRK-USUARIO.

      *****************************************************
      * PEDIDO GERADO: A PROGRAMACAO E REGRAVADA LOGO APOS
      * O PEDIDO (UMA REEXECUCAO NAO GERA DE NOVO) COM A
      * PROXIMA DATA ADIANTE DE HOJE.
      *****************************************************
       6500-AVANCAR-PROGRAMACAO.
           MOVE WRK-DATA-SIS    TO PPRG-ULT-DATA.
           MOVE WRK-PEDIDOS-SEQ TO PPRG-ULT-SEQ.
           MOVE ZEROS           TO PPRG-FALHAS.
           MOVE SPACES          TO PPRG-ULT-MOTIVO.
           PERFORM 6510-SOMAR-CICLO
               UNTIL PPRG-PROXIMA > WRK-DATA-SIS.
           REWRITE PEDPROG-REG
               INVALID KEY
                   DISPLAY 'PROGRAMACAO NAO REGRAVADA: ' PPRG-CHAVE
           END-REWRITE.

      *    SEMANAL E QUINZENAL ANDAM EM DIAS UTEIS DA UF DE
      *    ENTREGA (DIAUTIL); AS MENSAIS ANDAM NO MES,
      *    MANTENDO O DIA (NO MAXIMO 28 PELO MANTPROG).
       6510-SOMAR-CICLO.
           EVALUATE TRUE
               WHEN PPRG-SEMANAL
                   MOVE +5 TO WRK-DIAS-CICLO
               WHEN PPRG-QUINZENAL
                   MOVE +10 TO WRK-DIAS-CICLO
               WHEN PPRG-BIMESTRAL
                   MOVE ZEROS TO WRK-DIAS-CICLO
                   MOVE 2 TO WRK-MESES-CICLO
               WHEN PPRG-TRIMESTRAL
                   MOVE ZEROS TO WRK-DIAS-CICLO
                   MOVE 3 TO WRK-MESES-CICLO
               WHEN OTHER
                   MOVE ZEROS TO WRK-DIAS-CICLO
                   MOVE 1 TO WRK-MESES-CICLO
           END-EVALUATE.
           MOVE PPRG-PROXIMA TO WRK-DATA-CICLO.
           IF WRK-DIAS-CICLO NOT = ZEROS
               CALL 'DIAUTIL' USING WRK-DATA-CICLO WRK-DIAS-CICLO
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF
           ELSE
               COMPUTE WRK-MES-CALC = WRK-DC-MES + WRK-MESES-CICLO
               IF WRK-MES-CALC > 12
                   SUBTRACT 12 FROM WRK-MES-CALC
                   ADD 1 TO WRK-DC-ANO
               END-IF
               MOVE WRK-MES-CALC TO WRK-DC-MES
               IF WRK-DC-DIA > 28
                   MOVE 28 TO WRK-DC-DIA
               END-IF
           END-IF.
           MOVE WRK-DATA-CICLO TO PPRG-PROXIMA.

      *    MESMA REGRA DO 9545-CALCULA-ICMS DO PROJETO.
       6180-CALCULA-ICMS.
           IF WRK-IC-CARREGADO NOT = 'S'
               PERFORM 6190-CARREGAR-ICMS
           END-IF.
           MOVE ZEROS TO WRK-ICMS-VALOR.
           PERFORM VARYING WRK-IC-IDX FROM 1 BY 1
                   UNTIL WRK-IC-IDX > WRK-IC-QTDE
               IF WRK-IC-UF(WRK-IC-IDX) = WRK-ENTREGA-UF
                   COMPUTE WRK-ICMS-VALOR ROUNDED =
                       WRK-VALOR * WRK-IC-ALIQUOTA(WRK-IC-IDX)
                   MOVE WRK-IC-QTDE TO WRK-IC-IDX
               END-IF
           END-PERFORM.

       6190-CARREGAR-ICMS.
           MOVE ZEROS TO WRK-IC-QTDE.
           MOVE 'N' TO WRK-FIM-ICMS.
           OPEN INPUT ICMSTAB.
           IF ICMSTAB-STATUS = 35
               MOVE 'S' TO WRK-FIM-ICMS
           END-IF.
           PERFORM UNTIL FIM-ICMS
               READ ICMSTAB
                   AT END
                       MOVE 'S' TO WRK-FIM-ICMS
                   NOT AT END
                       IF WRK-IC-QTDE < 30
                           ADD 1 TO WRK-IC-QTDE
                           MOVE ICMSTAB-UF
                               TO WRK-IC-UF(WRK-IC-QTDE)
                           MOVE ICMSTAB-ALIQUOTA
                               TO WRK-IC-ALIQUOTA(WRK-IC-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF ICMSTAB-STATUS NOT = 35
               CLOSE ICMSTAB
           END-IF.
           MOVE 'S' TO WRK-IC-CARREGADO.

      *****************************************************
      * EXCECAO PARA VENDAS: CLIENTE, PROGRAMACAO, MOTIVO,
      * HA QUANTAS NOITES ESTA VENCIDA E CADA ITEM COM O
      * ESTOQUE DE AGORA. A PROGRAMACAO CONTA A FALHA E
      * CONTINUA VENCIDA.
      *****************************************************
       7000-GRAVA-EXCECAO.
           ADD 1 TO WRK-TOT-EXCECAO.
           ADD 1 TO PPRG-FALHAS.
           MOVE WRK-MOTIVO TO PPRG-ULT-MOTIVO.
           REWRITE PEDPROG-REG
               INVALID KEY
                   DISPLAY 'PROGRAMACAO NAO REGRAVADA: ' PPRG-CHAVE
           END-REWRITE.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' PPRG-FONE ' ' CLIENTES-NOME
               ' PROG. ' PPRG-NUM
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  NAO GERADO: ' WRK-MOTIVO
               ' VENCIDA EM ' PPRG-PROXIMA
               ' NOITES ' PPRG-FALHAS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  VENDEDOR: ' PPRG-VENDEDOR
               ' ENTREGA ' PPRG-END-ENTREGA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-PROG-IDX FROM 1 BY 1
                   UNTIL WRK-PROG-IDX > PPRG-QTDE-ITENS
               PERFORM 7050-LINHA-DO-ITEM
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       7050-LINHA-DO-ITEM.
           MOVE PPRG-PRODUTO(WRK-PROG-IDX) TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE '*** NAO CADASTRADO ***' TO PRODUTOS-DESCRICAO
                   MOVE ZEROS TO PRODUTOS-ESTOQUE
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING '    ' PPRG-PRODUTO(WRK-PROG-IDX) ' '
               PRODUTOS-DESCRICAO ' QTDE ' PPRG-QTDE(WRK-PROG-IDX)
               ' ESTOQUE ' PRODUTOS-ESTOQUE
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *    PEDIDO GERADO MAS RETIDO (TETO DE APROVACAO,
      *    LIMITE DE CREDITO OU ATRASO): SO AVISO.
       7100-GRAVA-RETIDO.
           MOVE PEDIDOS-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' PPRG-FONE ' ' CLIENTES-NOME
               ' PROG. ' PPRG-NUM
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  PEDIDO ' PEDIDOS-SEQ ' GERADO ' WRK-VALOR-ED
               ' - RETIDO PARA APROVACAO (FILAAPRV)'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       8000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS GERADOS: ' WRK-TOT-PEDIDOS
               '  RETIDOS: ' WRK-TOT-RETIDOS
               '  EXCECOES: ' WRK-TOT-EXCECAO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE PEDPROG.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PRODUTOS.
           IF ENDERECOS-STATUS NOT = 35
               CLOSE ENDERECOS
           END-IF.
           CLOSE RECEBER.
           CLOSE EXCECAO-REL.
