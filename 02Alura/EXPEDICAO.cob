      *            NO JORNAL.DAT - SEM ISSO UMA
      *            RECUPERACAO PELO RECUPERA
      *            REVERTERIA OS ENVIOS DO DIA.
      * 15/10/2026 JORGE - CADA PEDIDO AVANCADO RECEBE
      *            O PROXIMO NUMERO DA SERIE DE NOTAS
      *            FISCAIS (NOTAFIS.DAT), COM VALOR,
      *            ICMS E UF DO PEDIDO; O FECHO MOSTRA
      *            A FAIXA DE NOTAS EMITIDAS NO LOTE.
      * 15/10/2026 JORGE - O PICKLIST.DAT GANHOU, APOS
      *            O ROMANEIO, A LISTA DE SEPARACAO DO
      *            LOTE POR LOCAL E ENDERECO DE
      *            PRATELEIRA (ESTLOCAL.DAT), COM O
      *            SALDO A SEPARAR SOMADO POR PRODUTO.
      * 15/10/2026 JORGE - KIT NO ROMANEIO: A LINHA DO KIT
      *            SAI COMO CABECALHO E OS COMPONENTES
      *            RECUADOS ABAIXO; SO OS COMPONENTES
      *            ENTRAM NA LISTA DE SEPARACAO.
      * 15/10/2026 JORGE - A PARTE DA LINHA SOB ENCOMENDA
      *            (PEDITENS-QTDE-FALTA) NAO ENTRA NO
      *            ROMANEIO NEM NA SEPARACAO; PEDIDO
      *            COM FALTA AVANCA PARA PARCIAL, NAO
      *            PARA ENVIADO.
      * 15/10/2026 JORGE - CONFERENCIA DO VOLUME: NO AVANCO
      *            DO LOTE CADA PEDIDO PASSA PELA LEITURA
      *            DOS CODIGOS DE BARRAS NA EMBALAGEM
      *            (CONFVOL); SO AVANCA O PEDIDO CUJA
      *            CONTAGEM BATE COM AS LINHAS, OS
      *            DEMAIS FICAM RETIDOS COMO ESTAVAM.
      * 15/10/2026 JORGE - CADA PEDIDO QUE SAI RECEBE A
      *            TRANSPORTADORA (TABELA TRANSP.DAT),
      *            O CODIGO DE RASTREIO E A DATA DO
      *            ENVIO; O AVISO DE ENVIO LEVA OS DOIS.
      * 15/10/2026 JORGE - O AVISO DE ENVIO NAO E
      *            GERADO PARA EMAIL COM DEVOLUCAO
      *            DEFINITIVA MARCADO EM
      *            EMAILINV.DAT PELO DEVMAIL.
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO E
      *            OS DOCUMENTOS E AVISOS DE EMAIL
      *            SAEM CARIMBADOS COMO DE
      *            TREINAMENTO.
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

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

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

           SELECT PICK-REL ASSIGN TO 'PICKLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

           SELECT NOTAFIS ASSIGN TO 'NOTAFIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTAFIS-STATUS
               RECORD KEY NOTAFIS-NUMERO
               ALTERNATE RECORD KEY NOTAFIS-PEDIDO
                   WITH DUPLICATES.

           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT ESTLOCAL ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY ELOC-CHAVE.

           SELECT WORK-ROMANEIO ASSIGN TO DISK.

           SELECT WORK-SEPARACAO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD PICK-REL.
       01 REL-LINHA PIC X(100).

       FD JORNAL.
       01 JORNAL-LINHA PIC X(240).

       FD NOTAFIS.
           COPY 'NOTACOPY.cob'.

       FD ESTLOCAL.
           COPY 'ELOCCOPY.cob'.

       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       SD WORK-ROMANEIO.
       01 SORT-REG.
           05 SORT-UF       PIC X(02).
           05 SORT-ENDERECO PIC X(40).
           05 SORT-CIDADE   PIC X(20).

       SD WORK-SEPARACAO.
       01 SEP-REG.
           05 SEP-CHAVE.
               10 SEP-LOCAL      PIC 9(02).
               10 SEP-RUA        PIC X(03).
               10 SEP-PRATELEIRA PIC X(03).
               10 SEP-PRODUTO    PIC 9(05).
           05 SEP-DESCRICAO      PIC X(30).
           05 SEP-QTDE           PIC 9(05).

       WORKING-STORAGE SECTION.
           77 PEDIDOS-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS  PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 EMAILINV-STATUS  PIC 9(02).
           77 PEDITENS-STATUS  PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 AUDITF-STATUS    PIC 9(02).
           77 WRK-STH-DE       PIC X(01) VALUE SPACES.
           77 MAILOUT-STATUS   PIC 9(02).
           77 WRK-MAIL-NOME    PIC X(40) VALUE SPACES.
           77 WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.
           77 JORNAL-STATUS    PIC 9(02).
           77 NOTAFIS-STATUS   PIC 9(02).
           77 ESTLOCAL-STATUS  PIC 9(02).
           77 PRODUTOS-STATUS  PIC 9(02).
           77 TRANSP-STATUS    PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-ITENS    PIC X(01) VALUE 'N'.
               88 FIM-SORT VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-AMB-CARIMBO PIC X(80) VALUE
               '*** DOCUMENTO DE TREINAMENTO - SEM VALOR ***'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-LOTE-CHEIO  PIC X(01) VALUE 'N'.
               88 LOTE-CHEIO VALUE 'S'.
           77 WRK-TOT-AVANCO  PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-RETIDO  PIC 9(03) VALUE ZEROS.
           77 WRK-CEP-X       PIC X(08) VALUE SPACES.
           77 WRK-SALDO-LINHA PIC 9(05) VALUE ZEROS.
           77 WRK-LIN-FALTA   PIC 9(03) VALUE ZEROS.
           77 WRK-UF-GRUPO    PIC X(02) VALUE SPACES.
           77 WRK-NF-NUMERO   PIC 9(06) VALUE ZEROS.
           77 WRK-NF-PRIMEIRA PIC 9(06) VALUE ZEROS.
           77 WRK-NF-ULTIMA   PIC 9(06) VALUE ZEROS.
           77 WRK-NF-QTDE     PIC 9(03) VALUE ZEROS.
           77 WRK-NF-TENTA    PIC 9(02) VALUE ZEROS.
           77 WRK-NF-GRAVADA  PIC X(01) VALUE 'N'.
               88 NF-GRAVADA VALUE 'S'.

      *    QUEBRA DA LISTA DE SEPARACAO (LOCAL, ENDERECO E
      *    PRODUTO) E O TOTAL A SEPARAR DE CADA UM.
           01 WRK-SEP-ANT.
               05 WRK-SEP-ANT-CHAVE.
                   10 WRK-SEP-ANT-LOCAL PIC 9(02).
                   10 WRK-SEP-ANT-RUA   PIC X(03).
                   10 WRK-SEP-ANT-PRAT  PIC X(03).
                   10 WRK-SEP-ANT-PROD  PIC 9(05).
               05 WRK-SEP-ANT-DESCR     PIC X(30).
           77 WRK-SEP-TOTAL    PIC 9(06) VALUE ZEROS.
           77 WRK-SEP-LINHAS   PIC 9(05) VALUE ZEROS.
           77 WRK-SEP-LOCAL-GR PIC 9(02) VALUE ZEROS.
           77 WRK-SEP-ENDERECO PIC X(15) VALUE SPACES.
           77 WRK-SEP-NOME     PIC X(20) VALUE SPACES.
           77 WRK-LOC-IDX      PIC 9(02) VALUE ZEROS.
           COPY 'LOCATAB.cob'.
           COPY 'VOLCOPY.cob'.
           77 WRK-VOL-IDX      PIC 9(02) VALUE ZEROS.
           77 WRK-VOL-ACHOU    PIC 9(02) VALUE ZEROS.

      *    TABELA DE TRANSPORTADORAS, CARREGADA UMA VEZ NO
      *    AVANCO DO LOTE; O CODIGO DIGITADO NO PEDIDO
      *    ANTERIOR VALE COMO SUGESTAO PARA O SEGUINTE.
           01 WRK-TAB-TRANSP.
               05 WRK-TAB-TR-ITEM OCCURS 50 TIMES.
                   10 WRK-TAB-TR-CODIGO PIC X(02).
                   10 WRK-TAB-TR-NOME   PIC X(30).
           77 WRK-TAB-TR-QTDE  PIC 9(02) VALUE ZEROS.
           77 WRK-TR-IDX       PIC 9(02) VALUE ZEROS.
           77 WRK-TRANSP-COD   PIC X(02) VALUE SPACES.
           77 WRK-TRANSP-ANT   PIC X(02) VALUE SPACES.
           77 WRK-TRANSP-NOME  PIC X(30) VALUE SPACES.
           77 WRK-RASTREIO     PIC X(20) VALUE SPACES.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
               CLOSE PEDITENS
               CLOSE PEDIDOS
               CLOSE CLIENTES
               IF EMAILINV-STATUS NOT = 35
                   CLOSE EMAILINV
               END-IF
           END-IF.
           STOP RUN.

       1000-LOGIN.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA........ '.
           OPEN I-O PEDIDOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT ENDERECOS.
           OPEN INPUT EMAILINV.
           OPEN I-O PEDITENS.
           SORT WORK-ROMANEIO
               ON ASCENDING KEY SORT-UF SORT-CEP
               INPUT PROCEDURE IS 2100-SELECIONAR-PEDIDOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-ROMANEIO.
           IF WRK-LOTE-QTDE > ZEROS
               PERFORM 2400-MONTALOCAL
               OPEN INPUT ESTLOCAL
               SORT WORK-SEPARACAO
                   ON ASCENDING KEY SEP-CHAVE
                   INPUT PROCEDURE IS 2500-SELECIONAR-LINHAS
                   OUTPUT PROCEDURE IS 3500-IMPRIMIR-SEPARACAO
               IF ESTLOCAL-STATUS NOT = 35
                   CLOSE ESTLOCAL
               END-IF
           END-IF.
           CLOSE PICK-REL.
           CLOSE ENDERECOS.

       2100-SELECIONAR-PEDIDOS.
           END-IF.
           RELEASE SORT-REG.

       2400-MONTALOCAL.
           COPY 'LOCATABPR.cob'.

      *****************************************************
      * SEGUNDO SORT, SOBRE O LOTE JA IMPRESSO NO
      * ROMANEIO: CADA LINHA COM SALDO A EXPEDIR VAI PARA
      * A ORDENACAO PELO LOCAL DE ONDE SAI E PELO
      * ENDERECO DE PRATELEIRA DO PRODUTO NAQUELE LOCAL
      * (ESTLOCAL.DAT) - O SEPARADOR PERCORRE O DEPOSITO
      * UMA VEZ SO, RUA POR RUA. PRODUTO SEM ENDERECO
      * CADASTRADO VEM NO INICIO DO LOCAL. A LINHA DE KIT
      * NAO E SEPARADA - SEPARAM-SE OS COMPONENTES DELA.
      *****************************************************
       2500-SELECIONAR-LINHAS.
           PERFORM VARYING WRK-LOTE-IDX FROM 1 BY 1
                   UNTIL WRK-LOTE-IDX > WRK-LOTE-QTDE
               MOVE WRK-LOTE-FONE(WRK-LOTE-IDX) TO PEDITENS-FONE
               MOVE WRK-LOTE-SEQ(WRK-LOTE-IDX)  TO PEDITENS-SEQ
               MOVE ZEROS TO PEDITENS-ITEM
               MOVE 'N' TO WRK-FIM-ITENS
               START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
               END-START
               PERFORM UNTIL FIM-ITENS
                   READ PEDITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ITENS
                       NOT AT END
                           IF PEDITENS-FONE NOT =
                                   WRK-LOTE-FONE(WRK-LOTE-IDX)
                               OR PEDITENS-SEQ NOT =
                                   WRK-LOTE-SEQ(WRK-LOTE-IDX)
                               MOVE 'S' TO WRK-FIM-ITENS
                           ELSE
                               PERFORM 2600-LIBERAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       2600-LIBERAR-LINHA.
           COMPUTE WRK-SALDO-LINHA = PEDITENS-QTDE
               - PEDITENS-QTDE-ENVIADA - PEDITENS-QTDE-FALTA.
           IF WRK-SALDO-LINHA > ZEROS AND NOT PEDITENS-LINHA-KIT
               MOVE PEDITENS-LOCAL TO SEP-LOCAL
               IF SEP-LOCAL = ZEROS
                   MOVE WRK-LOCAL-PADRAO TO SEP-LOCAL
               END-IF
               MOVE SPACES TO SEP-RUA SEP-PRATELEIRA
               IF ESTLOCAL-STATUS NOT = 35
                   MOVE PEDITENS-PRODUTO TO ELOC-PRODUTO
                   MOVE SEP-LOCAL        TO ELOC-LOCAL
                   READ ESTLOCAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ELOC-RUA        TO SEP-RUA
                           MOVE ELOC-PRATELEIRA TO SEP-PRATELEIRA
                   END-READ
               END-IF
               MOVE PEDITENS-PRODUTO   TO SEP-PRODUTO
               MOVE PEDITENS-DESCRICAO TO SEP-DESCRICAO
               MOVE WRK-SALDO-LINHA    TO SEP-QTDE
               RELEASE SEP-REG
           END-IF.

       3000-IMPRIMIR-ROMANEIO.
           OPEN OUTPUT PICK-REL.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           MOVE SPACES TO REL-LINHA.
           STRING 'ROMANEIO DE EXPEDICAO - ' WRK-DH-ANO '-'
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.

       3100-IMPRIMIR-PEDIDO.
           IF SORT-UF NOT = WRK-UF-GRUPO
                           OR PEDITENS-SEQ NOT = SORT-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE WRK-SALDO-LINHA = PEDITENS-QTDE
                               - PEDITENS-QTDE-ENVIADA
                               - PEDITENS-QTDE-FALTA
                           IF WRK-SALDO-LINHA > ZEROS
                               PERFORM 3250-IMPRIMIR-LINHA-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    O KIT SAI COMO CABECALHO (SEM LOCAL - NAO E
      *    SEPARADO) E OS COMPONENTES DELE RECUADOS ABAIXO.
       3250-IMPRIMIR-LINHA-ITEM.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN PEDITENS-LINHA-KIT
                   STRING '    ' PEDITENS-PRODUTO ' '
                       PEDITENS-DESCRICAO
                       ' QTDE ' WRK-SALDO-LINHA ' KIT:'
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
               WHEN PEDITENS-LINHA-COMPONENTE
                   STRING '      + ' PEDITENS-PRODUTO ' '
                       PEDITENS-DESCRICAO
                       ' QTDE ' WRK-SALDO-LINHA
                       ' LOCAL ' PEDITENS-LOCAL
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING '    ' PEDITENS-PRODUTO ' '
                       PEDITENS-DESCRICAO
                       ' QTDE ' WRK-SALDO-LINHA
                       ' LOCAL ' PEDITENS-LOCAL
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE REL-LINHA.

      *****************************************************
      * LISTA DE SEPARACAO NO FIM DO PICKLIST.DAT: UMA
      * LINHA POR PRODUTO E ENDERECO, COM A SOMA DO SALDO
      * DE TODOS OS PEDIDOS DO LOTE, AGRUPADA POR LOCAL.
      *****************************************************
       3500-IMPRIMIR-SEPARACAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LISTA DE SEPARACAO POR ENDERECO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WRK-SEP-LOCAL-GR WRK-SEP-LINHAS.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN WORK-SEPARACAO
               AT END MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL FIM-SORT
               MOVE SEP-CHAVE     TO WRK-SEP-ANT-CHAVE
               MOVE SEP-DESCRICAO TO WRK-SEP-ANT-DESCR
               MOVE ZEROS TO WRK-SEP-TOTAL
               PERFORM UNTIL FIM-SORT
                       OR SEP-CHAVE NOT = WRK-SEP-ANT-CHAVE
                   ADD SEP-QTDE TO WRK-SEP-TOTAL
                   RETURN WORK-SEPARACAO
                       AT END MOVE 'S' TO WRK-FIM-SORT
                   END-RETURN
               END-PERFORM
               PERFORM 3600-IMPRIMIR-ENDERECO
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS DE SEPARACAO: ' WRK-SEP-LINHAS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3600-IMPRIMIR-ENDERECO.
           IF WRK-SEP-ANT-LOCAL NOT = WRK-SEP-LOCAL-GR
               MOVE WRK-SEP-ANT-LOCAL TO WRK-SEP-LOCAL-GR
               MOVE '(LOCAL NAO CADASTRADO)' TO WRK-SEP-NOME
               PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
                       UNTIL WRK-LOC-IDX > WRK-LOCAL-QTDE
                   IF WRK-LOCAL-COD(WRK-LOC-IDX) = WRK-SEP-ANT-LOCAL
                       MOVE WRK-LOCAL-NOME(WRK-LOC-IDX)
                           TO WRK-SEP-NOME
                   END-IF
               END-PERFORM
               MOVE SPACES TO REL-LINHA
               STRING '*** LOCAL ' WRK-SEP-ANT-LOCAL ' - '
                   WRK-SEP-NOME ' ***'
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           IF WRK-SEP-ANT-RUA = SPACES AND WRK-SEP-ANT-PRAT = SPACES
               MOVE '(SEM ENDERECO)' TO WRK-SEP-ENDERECO
           ELSE
               MOVE SPACES TO WRK-SEP-ENDERECO
               STRING 'RUA ' WRK-SEP-ANT-RUA ' PRAT '
                   WRK-SEP-ANT-PRAT
                   DELIMITED BY SIZE INTO WRK-SEP-ENDERECO
               END-STRING
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-SEP-ENDERECO ' ' WRK-SEP-ANT-PROD ' '
               WRK-SEP-ANT-DESCR ' QTDE ' WRK-SEP-TOTAL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           ADD 1 TO WRK-SEP-LINHAS.

      *****************************************************
      * AVANCA TODO O LOTE IMPRESSO DE PENDENTE PARA
      * ENVIADO DE UMA VEZ, COM UMA LINHA DE AUDITORIA
      * POR PEDIDO - A MESMA TRANSICAO DO
      * 6176-AVANCAR-ENTREGA-INTERNA DO PROJETO, SEM O
      * UM-A-UM DO CONSULTAR. PEDIDO COM LINHA AINDA SOB
      * ENCOMENDA FICA PARCIAL ATE A ENCOMENDA CHEGAR.
      * ANTES DE AVANCAR, O VOLUME DO PEDIDO E CONFERIDO
      * PELA LEITURA DOS CODIGOS DE BARRAS; O QUE NAO
      * BATE FICA RETIDO NO STATUS EM QUE ESTAVA.
      *****************************************************
       4000-AVANCAR-LOTE.
           OPEN EXTEND AUDITF.
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           OPEN I-O NOTAFIS.
           IF NOTAFIS-STATUS = 35
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN I-O NOTAFIS
           END-IF.
           OPEN INPUT PRODUTOS.
           PERFORM 4700-CARREGAR-TRANSP.
           PERFORM VARYING WRK-LOTE-IDX FROM 1 BY 1
                   UNTIL WRK-LOTE-IDX > WRK-LOTE-QTDE
               MOVE WRK-LOTE-FONE(WRK-LOTE-IDX) TO PEDIDOS-FONE
                       CONTINUE
                   NOT INVALID KEY
                       IF PEDIDOS-PENDENTE OR PEDIDOS-PARCIAL
                           PERFORM 4050-CONFERIR-VOLUME
                           IF VOL-BATEU
                               MOVE PEDIDOS-STATUS-ENTREGA TO WRK-STH-DE
                               PERFORM 4200-COMPLETAR-LINHAS
                               IF WRK-LIN-FALTA = ZEROS
                                   MOVE 'E' TO PEDIDOS-STATUS-ENTREGA
                               ELSE
                                   MOVE 'R' TO PEDIDOS-STATUS-ENTREGA
                               END-IF
                               PERFORM 4710-CAPTURAR-TRANSP
                               REWRITE PEDIDOS-REG
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WRK-TOT-AVANCO
                                       PERFORM 4100-GRAVA-AUDITORIA
                                       PERFORM 4300-GRAVA-STATUS-HIST
                                       PERFORM 4400-GERAR-AVISO-ENVIO
                                       PERFORM 4500-GRAVA-JORNAL
                                       PERFORM 4600-EMITIR-NOTA
                               END-REWRITE
                           ELSE
                               ADD 1 TO WRK-TOT-RETIDO
                               DISPLAY 'PEDIDO ' PEDIDOS-FONE '/'
                                   PEDIDOS-SEQ ' RETIDO NA CONFERENCIA'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITF.
           CLOSE NOTAFIS.
           IF PRODUTOS-STATUS NOT = 35
               CLOSE PRODUTOS
           END-IF.
           DISPLAY 'PEDIDOS AVANCADOS PARA ENVIADO: ' WRK-TOT-AVANCO.
           IF WRK-TOT-RETIDO > ZEROS
               DISPLAY 'PEDIDOS RETIDOS NA CONFERENCIA: '
                   WRK-TOT-RETIDO
           END-IF.
           IF WRK-NF-QTDE > ZEROS
               DISPLAY 'NOTAS FISCAIS EMITIDAS: ' WRK-NF-QTDE
                   ' (' WRK-NF-PRIMEIRA ' A ' WRK-NF-ULTIMA ')'
           END-IF.
           IF LOTE-CHEIO
               DISPLAY 'AVISO: MAIS DE 500 PEDIDOS PENDENTES - '
                   'RODAR DE NOVO PARA O RESTANTE'
           END-IF.

      *****************************************************
      * MESMA CONFERENCIA DO 6149-CONFERIR-VOLUME DO
      * PROJETO: POR PRODUTO, O QUE FALTA EXPEDIR NAS
      * LINHAS DO PEDIDO (SEM A LINHA DO KIT E SEM A FALTA
      * SOB ENCOMENDA) CONTRA AS LEITURAS DO CONFVOL.
      *****************************************************
       4050-CONFERIR-VOLUME.
           MOVE PEDIDOS-FONE TO VOL-FONE.
           MOVE PEDIDOS-SEQ  TO VOL-SEQ.
           MOVE ZEROS TO VOL-QTDE-LINHAS.
           MOVE 'N' TO VOL-CONFERE.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
           MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ.
           MOVE ZEROS TO PEDITENS-ITEM.
           MOVE 'N' TO WRK-FIM-ITENS.
           START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL FIM-ITENS
               READ PEDITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF PEDITENS-FONE NOT = PEDIDOS-FONE
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE WRK-SALDO-LINHA = PEDITENS-QTDE
                               - PEDITENS-QTDE-ENVIADA
                               - PEDITENS-QTDE-FALTA
                           IF WRK-SALDO-LINHA > ZEROS
                               AND NOT PEDITENS-LINHA-KIT
                               PERFORM 4060-INCLUIR-LINHA-VOLUME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF VOL-QTDE-LINHAS = ZEROS
               DISPLAY 'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-SEQ
                   ' SEM NADA A EXPEDIR'
           ELSE
               CALL 'CONFVOL' USING VOL-TABELA
           END-IF.

       4060-INCLUIR-LINHA-VOLUME.
           MOVE ZEROS TO WRK-VOL-ACHOU.
           PERFORM VARYING WRK-VOL-IDX FROM 1 BY 1
                   UNTIL WRK-VOL-IDX > VOL-QTDE-LINHAS
               IF VOL-PRODUTO(WRK-VOL-IDX) = PEDITENS-PRODUTO
                   MOVE WRK-VOL-IDX TO WRK-VOL-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-VOL-ACHOU NOT = ZEROS
               ADD WRK-SALDO-LINHA TO VOL-ESPERADO(WRK-VOL-ACHOU)
           ELSE
           IF VOL-QTDE-LINHAS < 50
               ADD 1 TO VOL-QTDE-LINHAS
               MOVE PEDITENS-PRODUTO
                   TO VOL-PRODUTO(VOL-QTDE-LINHAS)
               MOVE PEDITENS-DESCRICAO
                   TO VOL-DESCRICAO(VOL-QTDE-LINHAS)
               MOVE WRK-SALDO-LINHA TO VOL-ESPERADO(VOL-QTDE-LINHAS)
               MOVE ZEROS TO VOL-CONTADO(VOL-QTDE-LINHAS)
               MOVE ZEROS TO VOL-EAN(VOL-QTDE-LINHAS)
               IF PRODUTOS-STATUS NOT = 35
                   MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRODUTOS-EAN
                               TO VOL-EAN(VOL-QTDE-LINHAS)
                   END-READ
               END-IF
           END-IF
           END-IF.

      *    O LOTE SAIU INTEIRO: CADA LINHA DO PEDIDO PASSA
      *    A CONSTAR COMO EXPEDIDA POR COMPLETO, MENOS A PARTE
      *    SOB ENCOMENDA, QUE FICA CONTADA EM WRK-LIN-FALTA.
       4200-COMPLETAR-LINHAS.
           MOVE ZEROS TO WRK-LIN-FALTA.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
           MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ.
           MOVE ZEROS TO PEDITENS-ITEM.
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE PEDITENS-QTDE-ENVIADA =
                               PEDITENS-QTDE - PEDITENS-QTDE-FALTA
                           IF PEDITENS-QTDE-FALTA NOT = ZEROS
                               ADD 1 TO WRK-LIN-FALTA
                           END-IF
                           REWRITE PEDITENS-REG
                               INVALID KEY
                                   CONTINUE

      *    MESMO AVISO TRANSACIONAL DE ENVIO DO
      *    9576-GERAR-AVISO-ENVIO DO PROJETO, ENDERECADO
      *    AO EMAIL DO CADASTRO - E, COMO LA, NAO GERADO
      *    QUANDO ESSE EMAIL ESTA MARCADO COMO DEVOLVIDO
      *    EM EMAILINV.DAT.
       4400-GERAR-AVISO-ENVIO.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-EMAIL CLIENTES-NOME
           END-READ.
           MOVE 'N' TO WRK-EMAIL-DEVOLVIDO.
           IF EMAILINV-STATUS NOT = 35
               MOVE PEDIDOS-FONE TO EMAILINV-FONE
               READ EMAILINV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMAILINV-EMAIL = CLIENTES-EMAIL
                           MOVE 'S' TO WRK-EMAIL-DEVOLVIDO
                       END-IF
               END-READ
           END-IF.
           IF WRK-EMAIL-DEVOLVIDO NOT = 'S'
               PERFORM 4410-GRAVAR-AVISO-ENVIO
           END-IF.

       4410-GRAVAR-AVISO-ENVIO.
           MOVE SPACES TO WRK-MAIL-NOME.
           STRING 'MAIL.' PEDIDOS-FONE '.' PEDIDOS-SEQ '.ENVIO'
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
           WRITE MAILOUT-LINHA.
           MOVE 'SEU PEDIDO SAIU PARA ENTREGA.' TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'TRANSPORTADORA: ' WRK-TRANSP-NOME
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           IF PEDIDOS-RASTREIO NOT = SPACES
               MOVE SPACES TO MAILOUT-LINHA
               STRING 'CODIGO DE RASTREIO: ' PEDIDOS-RASTREIO
                   DELIMITED BY SIZE INTO MAILOUT-LINHA
               END-STRING
               WRITE MAILOUT-LINHA
           END-IF.
           IF PEDIDOS-DT-PROMESSA NOT = ZEROS
               MOVE SPACES TO MAILOUT-LINHA
               STRING 'ENTREGA PREVISTA: ' PEDIDOS-DT-PROMESSA
           WRITE JORNAL-LINHA.
           CLOSE JORNAL.

      *****************************************************
      * NOTA FISCAL DE SAIDA DO PEDIDO RECEM ENVIADO - O
      * NUMERO E O ULTIMO DE NOTAFIS.DAT MAIS UM (LEITURA
      * PARA TRAS, COMO NO 9560-PROX-SEQ-PEDIDO DO
      * PROJETO). SE OUTRA ESTACAO GRAVOU O MESMO NUMERO
      * ANTES, A GRAVACAO E REFEITA COM O SEGUINTE - A
      * SERIE NAO FICA COM BURACO NEM REPETICAO. PEDIDO
      * QUE JA TEM NOTA NAO GANHA OUTRA.
      *****************************************************
       4600-EMITIR-NOTA.
           MOVE PEDIDOS-FONE TO NOTAFIS-FONE.
           MOVE PEDIDOS-SEQ  TO NOTAFIS-SEQ.
           READ NOTAFIS KEY IS NOTAFIS-PEDIDO
               INVALID KEY
                   MOVE 'N' TO WRK-NF-GRAVADA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NF-GRAVADA
           END-READ.
           MOVE ZEROS TO WRK-NF-TENTA.
           PERFORM UNTIL NF-GRAVADA OR WRK-NF-TENTA > 10
               ADD 1 TO WRK-NF-TENTA
               PERFORM 4610-PROXIMA-NOTA
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               MOVE WRK-NF-NUMERO    TO NOTAFIS-NUMERO
               MOVE PEDIDOS-FONE     TO NOTAFIS-FONE
               MOVE PEDIDOS-SEQ      TO NOTAFIS-SEQ
               MOVE WRK-DH-DATA      TO NOTAFIS-DT-EMISSAO
               MOVE PEDIDOS-UF       TO NOTAFIS-UF
               MOVE PEDIDOS-TOTAL    TO NOTAFIS-VALOR
               MOVE PEDIDOS-ICMS     TO NOTAFIS-ICMS
               MOVE 'E'              TO NOTAFIS-SITUACAO
               MOVE ZEROS            TO NOTAFIS-DT-CANCEL
               MOVE WRK-OPERADOR     TO NOTAFIS-USUARIO
               WRITE NOTAFIS-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-NF-GRAVADA
                       ADD 1 TO WRK-NF-QTDE
                       IF WRK-NF-PRIMEIRA = ZEROS
                           MOVE WRK-NF-NUMERO TO WRK-NF-PRIMEIRA
                       END-IF
                       MOVE WRK-NF-NUMERO TO WRK-NF-ULTIMA
               END-WRITE
           END-PERFORM.
           IF NOT NF-GRAVADA
               DISPLAY 'NOTA FISCAL NAO GRAVADA PARA O PEDIDO '
                   PEDIDOS-FONE '/' PEDIDOS-SEQ
           END-IF.

       4610-PROXIMA-NOTA.
           MOVE ZEROS TO WRK-NF-NUMERO.
           MOVE 999999 TO NOTAFIS-NUMERO.
           START NOTAFIS KEY IS NOT GREATER THAN NOTAFIS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ NOTAFIS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE NOTAFIS-NUMERO TO WRK-NF-NUMERO
                   END-READ
           END-START.
           ADD 1 TO WRK-NF-NUMERO.

      *****************************************************
      * CARREGA TRANSP.DAT NA TABELA E MOSTRA AS OPCOES UMA
      * VEZ, ANTES DO PRIMEIRO PEDIDO DO LOTE.
      *****************************************************
       4700-CARREGAR-TRANSP.
           MOVE ZEROS TO WRK-TAB-TR-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS = 35
               MOVE 'S' TO WRK-FIM
               DISPLAY '(TABELA TRANSP.DAT AUSENTE)'
           END-IF.
           PERFORM UNTIL FIM
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TAB-TR-QTDE < 50
                           ADD 1 TO WRK-TAB-TR-QTDE
                           MOVE TRANSP-CODIGO
                               TO WRK-TAB-TR-CODIGO(WRK-TAB-TR-QTDE)
                           MOVE TRANSP-NOME
                               TO WRK-TAB-TR-NOME(WRK-TAB-TR-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.
           DISPLAY 'TRANSPORTADORAS:'.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TAB-TR-QTDE
               DISPLAY '  ' WRK-TAB-TR-CODIGO(WRK-TR-IDX) ' - '
                   WRK-TAB-TR-NOME(WRK-TR-IDX)
           END-PERFORM.

      *****************************************************
      * TRANSPORTADORA E RASTREIO DO PEDIDO QUE VAI SAIR.
      * ENTER REPETE A TRANSPORTADORA DO PEDIDO ANTERIOR;
      * CODIGO FORA DA TABELA ENTRA COMO 'XX' COM AVISO,
      * COMO O MOTIVO DE CANCELAMENTO NO PROJETO, PARA O
      * LOTE NAO PARAR POR UMA TABELA DESATUALIZADA.
      *****************************************************
       4710-CAPTURAR-TRANSP.
           MOVE SPACES TO WRK-TRANSP-COD.
           DISPLAY 'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-SEQ
               ' - TRANSPORTADORA (ENTER = ' WRK-TRANSP-ANT ').. '.
           ACCEPT WRK-TRANSP-COD FROM CONSOLE.
           IF WRK-TRANSP-COD = SPACES
               MOVE WRK-TRANSP-ANT TO WRK-TRANSP-COD
           END-IF.
           MOVE SPACES TO WRK-TRANSP-NOME.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TAB-TR-QTDE
               IF WRK-TAB-TR-CODIGO(WRK-TR-IDX) = WRK-TRANSP-COD
                   MOVE WRK-TAB-TR-NOME(WRK-TR-IDX) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM.
           IF WRK-TRANSP-NOME = SPACES
               MOVE 'XX' TO WRK-TRANSP-COD
               MOVE '(NAO IDENTIFICADA)' TO WRK-TRANSP-NOME
               DISPLAY 'TRANSPORTADORA FORA DA TABELA - GRAVADA '
                   'COMO XX'
           ELSE
               MOVE WRK-TRANSP-COD TO WRK-TRANSP-ANT
           END-IF.
           MOVE SPACES TO WRK-RASTREIO.
           DISPLAY 'CODIGO DE RASTREIO (ENTER = SEM).. '.
           ACCEPT WRK-RASTREIO FROM CONSOLE.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           MOVE WRK-TRANSP-COD TO PEDIDOS-TRANSP.
           MOVE WRK-RASTREIO   TO PEDIDOS-RASTREIO.
           MOVE WRK-DH-DATA    TO PEDIDOS-DT-ENVIO.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO).
       4100-GRAVA-AUDITORIA.
