      *           (SITUACAO 'G') NO SISTEMA INTEIRO,
      *           GRAVA A RONDA DA MANHA EM
      *           FILAAPRV.DAT (CLIENTE, TOTAL E
      *           HORAS DE ESPERA) E DEPOIS PERCORRE
      *           A FILA EM TELA PARA O APROVADOR
      *           DECIDIR PEDIDO A PEDIDO: APROVAR,
      *           REJEITAR (CANCELA) OU PULAR - SEM
      *           COMO NO 6178-APROVAR-PEDIDO.
      *           LIBERACAO PELA MESMA OPERACAO
      *           'APROVAR' DO PERMISSO.
      *           A ESPERA E CONTADA EM HORAS UTEIS
      *           (HORAUTIL) DESDE A ENTRADA NA
      *           SITUACAO 'G' NO PEDSTHIS.DAT; OS
      *           PRAZOS ESTAO NO APRVPARM. CADA
      *           VENDEDOR PODE TER UM APROVADOR
      *           TITULAR (APROVVEN.DAT: VENDEDOR
      *           X(20) + TITULAR X(20)) E CADA
      *           TITULAR UM SUBSTITUTO (APROVSUB.DAT:
      *           TITULAR X(20) + SUBSTITUTO X(20)),
      *           AMBOS MANTIDOS NO EDITOR. PEDIDO DE
      *           VENDEDOR SEM TITULAR FICA ABERTO A
      *           QUALQUER APROVADOR. O ATRASADO E
      *           OFERECIDO TAMBEM AO SUBSTITUTO; O
      *           QUE ESGOTA O PRAZO E REJEITADO NA
      *           RONDA COM O MOTIVO 'PZ' (CADASTRAR
      *           NO MOTTAB.DAT) E AVISO AO VENDEDOR
      *           (MAIL.FONE.SEQ.PRAZO).
      * AUTHOR  : JORGE
      * 01/09/2026 JORGE - APROVACAO E REJEICAO
      *            ENTRAM NA LINHA DO TEMPO
      *            PARCELAS ABERTAS CANCELADAS) E
      *            TODA DECISAO GRAVA A IMAGEM
      *            POSTERIOR NO JORNAL.DAT.
      * 15/10/2026 JORGE - ITEM REJEITADO QUE SAIU DE
      *            OUTRO LOCAL QUE NAO O DEPOSITO
      *            CENTRAL VOLTA TAMBEM PARA O SALDO
      *            DO LOCAL EM ESTLOCAL.DAT.
      * 15/10/2026 JORGE - LINHA DE KIT NAO VOLTA PARA O
      *            ESTOQUE NA REJEICAO (SO AS LINHAS DOS
      *            COMPONENTES).
      * 15/10/2026 JORGE - NA REJEICAO SO VOLTA AO ESTOQUE
      *            O QUE SAIU DE FATO (QTDE MENOS A
      *            FALTA SOB ENCOMENDA) E A ENCOMENDA
      *            PENDENTE DA LINHA E CANCELADA.
      * 15/10/2026 JORGE - A REJEICAO ESTORNA OS
      *            PONTOS DE FIDELIDADE GANHOS NO
      *            PEDIDO E DEVOLVE OS RESGATADOS
      *            (FIDELIDA).
      * 15/10/2026 JORGE - ESPERA EM HORAS UTEIS
      *            DESDE A ENTRADA EM G NO
      *            PEDSTHIS.DAT; ATRASADO (APRVPARM)
      *            SAI DESTACADO E E OFERECIDO AO
      *            SUBSTITUTO DO TITULAR
      *            (APROVVEN.DAT/APROVSUB.DAT);
      *            PRAZO ESGOTADO E REJEITADO NA
      *            RONDA COM AVISO AO VENDEDOR
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO E
      *            OS DOCUMENTOS E AVISOS DE EMAIL
      *            SAEM CARIMBADOS COMO DE
      *            TREINAMENTO.
      * 15/10/2026 JORGE - A REJEICAO (EM TELA OU
      *            POR PRAZO) DEVOLVE AO CLIENTE O
      *            CREDITO DE CREDITO.DAT ABATIDO NA
      *            GRAVACAO DO PEDIDO, COM ESTORNO
      *            ('E') NO SALDO CORRENTE, COMO NO
      *            CANCELAMENTO DO PROJETO.
      * 15/10/2026 JORGE - PEDIDOS.DAT DECLARADO COM
      *            AS CHAVES ALTERNATIVAS DA DATA DO
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
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT ESTLOCAL ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY ELOC-CHAVE.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

           SELECT APROVVEN ASSIGN TO 'APROVVEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APROVVEN-STATUS.

           SELECT APROVSUB ASSIGN TO 'APROVSUB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APROVSUB-STATUS.

           SELECT MAILOUT ASSIGN TO WRK-MAIL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD ESTLOCAL.
           COPY 'ELOCCOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD JORNAL.
       01 JORNAL-LINHA PIC X(240).

       FD APROVVEN.
       01 APROVVEN-REG.
           05 APROVVEN-VENDEDOR PIC X(20).
           05 APROVVEN-TITULAR  PIC X(20).

       FD APROVSUB.
       01 APROVSUB-REG.
           05 APROVSUB-TITULAR    PIC X(20).
           05 APROVSUB-SUBSTITUTO PIC X(20).

       FD MAILOUT.
       01 MAILOUT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 PEDIDOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDITENS-STATUS PIC 9(02).
           77 PRODUTOS-STATUS PIC 9(02).
           77 RECEBER-STATUS  PIC 9(02).
           77 ESTLOCAL-STATUS PIC 9(02).
           77 ESTOQMOV-STATUS PIC 9(02).
           77 JORNAL-STATUS   PIC 9(02).
           77 BACKORD-STATUS  PIC 9(02).
           77 CREDITO-STATUS  PIC 9(02).
           77 APROVVEN-STATUS PIC 9(02).
           77 APROVSUB-STATUS PIC 9(02).
           77 MAILOUT-STATUS  PIC 9(02).
           77 WRK-MAIL-NOME   PIC X(40) VALUE SPACES.
           77 WRK-REPOR-QTDE  PIC 9(05) VALUE ZEROS.
           77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
               88 FIM-ITENS VALUE 'S'.
           77 WRK-PARC-IDX    PIC 9(02) VALUE ZEROS.
               88 FIM VALUE 'S'.

           77 WRK-APROVADOR   PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-AMB-CARIMBO PIC X(80) VALUE
               '*** DOCUMENTO DE TREINAMENTO - SEM VALOR ***'.
           77 WRK-SENHA-APR   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-APR   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-DECISAO     PIC X(01) VALUE SPACES.
           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.

      *    SITUACAO NA FILA: N = NO PRAZO, A = ATRASADO
      *    (ESCALADO), X = PRAZO ESGOTADO (REJEITAR)
           01 WRK-TAB-FILA.
               05 WRK-FILA-ITEM OCCURS 500 TIMES.
                   10 WRK-FILA-FONE    PIC 9(09).
                   10 WRK-FILA-SEQ     PIC 9(04).
                   10 WRK-FILA-DT-ENT  PIC 9(08).
                   10 WRK-FILA-HR-ENT  PIC 9(06).
                   10 WRK-FILA-HORAS   PIC 9(05).
                   10 WRK-FILA-SITU    PIC X(01).
                   10 WRK-FILA-TITULAR PIC X(20).
                   10 WRK-FILA-SUBST   PIC X(20).
           77 WRK-FILA-QTDE   PIC 9(03) VALUE ZEROS.
           77 WRK-FILA-IDX    PIC 9(03) VALUE ZEROS.
           77 WRK-FILA-CHEIA  PIC X(01) VALUE 'N'.
               88 FILA-CHEIA VALUE 'S'.
           77 WRK-TOT-APROV   PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-REJEIT  PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-ATRASO  PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-PRAZO   PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-OUTRO   PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-EXPIRADO PIC 9(03) VALUE ZEROS.
           77 WRK-REJEITOU    PIC X(01) VALUE 'N'.
           77 WRK-OFERECER    PIC X(01) VALUE 'N'.
           77 WRK-APROVADOR-SALVO PIC X(20) VALUE SPACES.

           COPY 'APRVPARM.cob'.
           77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROS.
           77 WRK-STH-FONE    PIC 9(09) VALUE ZEROS.
           77 WRK-STH-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-HORAS-ED    PIC ZZZZ9 VALUE ZEROS.

           01 WRK-TAB-APRV-VEN.
               05 WRK-AV-ITEM OCCURS 200 TIMES.
                   10 WRK-AV-VENDEDOR PIC X(20).
                   10 WRK-AV-TITULAR  PIC X(20).
           77 WRK-AV-QTDE     PIC 9(03) VALUE ZEROS.
           77 WRK-AV-IDX      PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-APRV-SUB.
               05 WRK-AS-ITEM OCCURS 100 TIMES.
                   10 WRK-AS-TITULAR    PIC X(20).
                   10 WRK-AS-SUBSTITUTO PIC X(20).
           77 WRK-AS-QTDE     PIC 9(03) VALUE ZEROS.
           77 WRK-AS-IDX      PIC 9(03) VALUE ZEROS.

           77 WRK-NOME        PIC X(30) VALUE SPACES.
           77 WRK-TOTAL-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-FID-OPER    PIC X(01) VALUE 'C'.
           77 WRK-FID-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FID-PONTOS  PIC 9(07) VALUE ZEROS.
           77 WRK-FID-SALDO   PIC 9(07) VALUE ZEROS.
           77 WRK-CRED-PEDIDO PIC S9(08)V99 VALUE ZEROS.
           77 WRK-CRED-SALDO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-CRED-MOV    PIC 9(05) VALUE ZEROS.
           77 WRK-FIM-CRED    PIC X(01) VALUE 'N'.
               88 FIM-CRED VALUE 'S'.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
               OPEN I-O PEDITENS
               OPEN I-O PRODUTOS
               OPEN I-O RECEBER
               OPEN I-O ESTLOCAL
               OPEN I-O BACKORD
               OPEN I-O CREDITO
               PERFORM 1500-CARREGAR-APROVADORES
               PERFORM 2000-MONTAR-FILA
               IF WRK-FILA-QTDE = ZEROS
                   DISPLAY 'NENHUM PEDIDO AGUARDANDO APROVACAO'
               ELSE
                   DISPLAY 'PEDIDOS NA FILA: ' WRK-FILA-QTDE
                   DISPLAY 'ATRASADOS......: ' WRK-TOT-ATRASO
                   DISPLAY 'RONDA GRAVADA EM FILAAPRV.DAT'
                   IF WRK-TOT-PRAZO NOT = ZEROS
                       PERFORM 2600-REJEITAR-POR-PRAZO
                       DISPLAY 'REJEITADOS POR PRAZO: '
                           WRK-TOT-EXPIRADO
                   END-IF
                   PERFORM 3000-DECIDIR-FILA
                   DISPLAY 'APROVADOS..: ' WRK-TOT-APROV
                   DISPLAY 'REJEITADOS.: ' WRK-TOT-REJEIT
                   IF WRK-TOT-OUTRO NOT = ZEROS
                       DISPLAY 'DE OUTRO APROVADOR (NO PRAZO): '
                           WRK-TOT-OUTRO
                   END-IF
               END-IF
               IF ESTLOCAL-STATUS NOT = 35
                   CLOSE ESTLOCAL
               END-IF
               IF BACKORD-STATUS NOT = 35
                   CLOSE BACKORD
               END-IF
               IF CREDITO-STATUS NOT = 35
                   CLOSE CREDITO
               END-IF
               CLOSE RECEBER
               CLOSE PRODUTOS
           STOP RUN.

       1000-LOGIN.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           DISPLAY 'USUARIO APROVADOR.. '.
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           DISPLAY 'SENHA APROVADOR.... '.
           CALL 'USUARIO' USING WRK-APROVADOR WRK-SENHA-APR
               WRK-NIVEL-APR WRK-LOGIN-OK.

      *****************************************************
      * TITULAR POR VENDEDOR E SUBSTITUTO POR TITULAR -
      * SEM OS ARQUIVOS, TODO PEDIDO FICA ABERTO A
      * QUALQUER APROVADOR, COMO ANTES.
      *****************************************************
       1500-CARREGAR-APROVADORES.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT APROVVEN.
           IF APROVVEN-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ APROVVEN
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF APROVVEN-VENDEDOR NOT = SPACES
                           AND WRK-AV-QTDE < 200
                           ADD 1 TO WRK-AV-QTDE
                           MOVE APROVVEN-REG TO WRK-AV-ITEM(WRK-AV-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF APROVVEN-STATUS NOT = 35
               CLOSE APROVVEN
           END-IF.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT APROVSUB.
           IF APROVSUB-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ APROVSUB
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF APROVSUB-TITULAR NOT = SPACES
                           AND WRK-AS-QTDE < 100
                           ADD 1 TO WRK-AS-QTDE
                           MOVE APROVSUB-REG TO WRK-AS-ITEM(WRK-AS-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF APROVSUB-STATUS NOT = 35
               CLOSE APROVSUB
           END-IF.

      *****************************************************
      * VARRE O ARQUIVO VIVO INTEIRO ATRAS DE SITUACAO
      * 'G' E GUARDA AS CHAVES; A ENTRADA DE CADA UM NA
      * FILA SAI DO PEDSTHIS.DAT, E SO ENTAO A RONDA E
      * GRAVADA COM A ESPERA EM HORAS UTEIS.
      *****************************************************
       2000-MONTAR-FILA.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE WRK-DH-HORA(1:6) TO WRK-HORA-AGORA.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO PEDIDOS-FONE PEDIDOS-SEQ.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PEDIDOS-AGUARD-APROV
                           PERFORM 2050-GUARDAR-RETIDO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2200-LER-ENTRADAS.
           OPEN OUTPUT FILA-REL.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'FILA DE APROVACAO - ' WRK-DS-ANO '-' WRK-DS-MES
               '-' WRK-DS-DIA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-FILA-IDX FROM 1 BY 1
                   UNTIL WRK-FILA-IDX > WRK-FILA-QTDE
               MOVE WRK-FILA-FONE(WRK-FILA-IDX) TO PEDIDOS-FONE
               MOVE WRK-FILA-SEQ(WRK-FILA-IDX)  TO PEDIDOS-SEQ
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2100-LISTAR-RETIDO
               END-READ
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'RETIDOS: ' WRK-FILA-QTDE
               ' ATRASADOS: ' WRK-TOT-ATRASO
               ' PRAZO ESGOTADO: ' WRK-TOT-PRAZO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE FILA-REL.

      *    SEM LINHA DE ENTRADA NO PEDSTHIS.DAT (PEDIDO
      *    ANTIGO) A ESPERA CONTA DO INICIO DO DIA DO PEDIDO.
       2050-GUARDAR-RETIDO.
           IF WRK-FILA-QTDE < 500
               ADD 1 TO WRK-FILA-QTDE
               MOVE PEDIDOS-FONE TO WRK-FILA-FONE(WRK-FILA-QTDE)
               MOVE PEDIDOS-SEQ  TO WRK-FILA-SEQ(WRK-FILA-QTDE)
               MOVE PEDIDOS-DTPEDIDO
                   TO WRK-FILA-DT-ENT(WRK-FILA-QTDE)
               MOVE ZEROS TO WRK-FILA-HR-ENT(WRK-FILA-QTDE)
               MOVE 'N' TO WRK-FILA-SITU(WRK-FILA-QTDE)
           ELSE
               MOVE 'S' TO WRK-FILA-CHEIA
           END-IF.

       2100-LISTAR-RETIDO.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-NOME
           END-READ.
           CALL 'HORAUTIL' USING WRK-FILA-DT-ENT(WRK-FILA-IDX)
               WRK-FILA-HR-ENT(WRK-FILA-IDX) WRK-DATA-SIS
               WRK-HORA-AGORA WRK-FILA-HORAS(WRK-FILA-IDX).
           PERFORM 2150-ACHAR-APROVADOR.
           MOVE WRK-FILA-HORAS(WRK-FILA-IDX) TO WRK-HORAS-ED.
           MOVE PEDIDOS-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING PEDIDOS-FONE '/' PEDIDOS-SEQ ' ' WRK-NOME
               ' TOTAL ' WRK-TOTAL-ED
               ' ESPERA ' WRK-HORAS-ED ' H UTEIS'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WRK-FILA-HORAS(WRK-FILA-IDX) NOT < APRV-HORAS-LIMITE
               MOVE 'X' TO WRK-FILA-SITU(WRK-FILA-IDX)
               ADD 1 TO WRK-TOT-PRAZO
               MOVE SPACES TO REL-LINHA
               STRING '    PRAZO ESGOTADO - REJEITADO NA RONDA, AVISO '
                   'AO VENDEDOR ' PEDIDOS-VENDEDOR
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           ELSE
           IF WRK-FILA-HORAS(WRK-FILA-IDX) NOT < APRV-HORAS-ESCALAR
               MOVE 'A' TO WRK-FILA-SITU(WRK-FILA-IDX)
               ADD 1 TO WRK-TOT-ATRASO
               MOVE SPACES TO REL-LINHA
               STRING '    ATRASADO - TITULAR '
                   WRK-FILA-TITULAR(WRK-FILA-IDX)
                   ' SUBSTITUTO ' WRK-FILA-SUBST(WRK-FILA-IDX)
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF
           END-IF.

       2150-ACHAR-APROVADOR.
           MOVE SPACES TO WRK-FILA-TITULAR(WRK-FILA-IDX).
           MOVE SPACES TO WRK-FILA-SUBST(WRK-FILA-IDX).
           PERFORM VARYING WRK-AV-IDX FROM 1 BY 1
                   UNTIL WRK-AV-IDX > WRK-AV-QTDE
               IF WRK-AV-VENDEDOR(WRK-AV-IDX) = PEDIDOS-VENDEDOR
                   MOVE WRK-AV-TITULAR(WRK-AV-IDX)
                       TO WRK-FILA-TITULAR(WRK-FILA-IDX)
                   MOVE WRK-AV-QTDE TO WRK-AV-IDX
               END-IF
           END-PERFORM.
           IF WRK-FILA-TITULAR(WRK-FILA-IDX) NOT = SPACES
               PERFORM VARYING WRK-AS-IDX FROM 1 BY 1
                       UNTIL WRK-AS-IDX > WRK-AS-QTDE
                   IF WRK-AS-TITULAR(WRK-AS-IDX)
                       = WRK-FILA-TITULAR(WRK-FILA-IDX)
                       MOVE WRK-AS-SUBSTITUTO(WRK-AS-IDX)
                           TO WRK-FILA-SUBST(WRK-FILA-IDX)
                       MOVE WRK-AS-QTDE TO WRK-AS-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    A ULTIMA ENTRADA EM 'G' DE CADA PEDIDO DA FILA
      *    (UM PEDIDO CORRIGIDO PODE VOLTAR A FILA DEPOIS DE
      *    APROVADO).
       2200-LER-ENTRADAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PEDSTHIS.
           IF PEDSTHIS-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PEDSTHIS
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PEDSTHIS-LINHA(34:1) = 'G'
                           PERFORM 2250-ANOTAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM.
           IF PEDSTHIS-STATUS NOT = 35
               CLOSE PEDSTHIS
           END-IF.

       2250-ANOTAR-ENTRADA.
           MOVE PEDSTHIS-LINHA(17:9) TO WRK-STH-FONE.
           MOVE PEDSTHIS-LINHA(27:4) TO WRK-STH-SEQ.
           PERFORM VARYING WRK-FILA-IDX FROM 1 BY 1
                   UNTIL WRK-FILA-IDX > WRK-FILA-QTDE
               IF WRK-FILA-FONE(WRK-FILA-IDX) = WRK-STH-FONE
                   AND WRK-FILA-SEQ(WRK-FILA-IDX) = WRK-STH-SEQ
                   MOVE PEDSTHIS-LINHA(1:8)
                       TO WRK-FILA-DT-ENT(WRK-FILA-IDX)
                   MOVE PEDSTHIS-LINHA(10:6)
                       TO WRK-FILA-HR-ENT(WRK-FILA-IDX)
                   MOVE WRK-FILA-QTDE TO WRK-FILA-IDX
               END-IF
           END-PERFORM.

      *****************************************************
      * PEDIDO COM O PRAZO ESGOTADO E REJEITADO PELA
      * PROPRIA RONDA, COM OS MESMOS EFEITOS DA REJEICAO EM
      * TELA, E O VENDEDOR RECEBE O AVISO. NA LINHA DO
      * TEMPO, NO AUDITF E NO ESTOQMOV O USUARIO SAI COMO
      * 'AUTOMATICO', NAO COMO O APROVADOR DA SESSAO.
      *****************************************************
       2600-REJEITAR-POR-PRAZO.
           MOVE WRK-APROVADOR TO WRK-APROVADOR-SALVO.
           MOVE 'AUTOMATICO' TO WRK-APROVADOR.
           PERFORM VARYING WRK-FILA-IDX FROM 1 BY 1
                   UNTIL WRK-FILA-IDX > WRK-FILA-QTDE
               IF WRK-FILA-SITU(WRK-FILA-IDX) = 'X'
                   MOVE WRK-FILA-FONE(WRK-FILA-IDX) TO PEDIDOS-FONE
                   MOVE WRK-FILA-SEQ(WRK-FILA-IDX)  TO PEDIDOS-SEQ
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PEDIDOS-AGUARD-APROV
                               MOVE 'PZ' TO PEDIDOS-MOT-CANCEL
                               MOVE 'EXPIRAR' TO WRK-OPER-AUD
                               PERFORM 3200-REJEITAR-PEDIDO
                               IF WRK-REJEITOU = 'S'
                                   ADD 1 TO WRK-TOT-EXPIRADO
                                   PERFORM 2700-AVISAR-VENDEDOR
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           MOVE WRK-APROVADOR-SALVO TO WRK-APROVADOR.

      *    AVISO NO DIRETORIO DE COLETA DO DISPARADOR, COMO OS
      *    MAIL.FONE.SEQ.* DO PROJETO, ENDERECADO AO LOGIN DO
      *    VENDEDOR.
       2700-AVISAR-VENDEDOR.
           MOVE SPACES TO WRK-MAIL-NOME.
           STRING 'MAIL.' PEDIDOS-FONE '.' PEDIDOS-SEQ '.PRAZO'
               DELIMITED BY SIZE INTO WRK-MAIL-NOME
           END-STRING.
           OPEN OUTPUT MAILOUT.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO MAILOUT-LINHA
               WRITE MAILOUT-LINHA
           END-IF.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'PARA: ' PEDIDOS-VENDEDOR
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'ASSUNTO: PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-SEQ
               ' REJEITADO - PRAZO DE APROVACAO'
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE WRK-FILA-HORAS(WRK-FILA-IDX) TO WRK-HORAS-ED.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'O PEDIDO FICOU ' WRK-HORAS-ED
               ' HORAS UTEIS SEM APROVACAO E FOI CANCELADO.'
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE 'ESTOQUE E PARCELAS FORAM LIBERADOS. SE O CLIENTE'
               TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE 'AINDA QUISER A COMPRA, DIGITE UM PEDIDO NOVO.'
               TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           CLOSE MAILOUT.

       3000-DECIDIR-FILA.
           PERFORM VARYING WRK-FILA-IDX FROM 1 BY 1
                   UNTIL WRK-FILA-IDX > WRK-FILA-QTDE
                       CONTINUE
                   NOT INVALID KEY
                       IF PEDIDOS-AGUARD-APROV
                           PERFORM 3050-CONFERIR-APROVADOR
                           IF WRK-OFERECER = 'S'
                               PERFORM 3100-DECIDIR-PEDIDO
                           ELSE
                               ADD 1 TO WRK-TOT-OUTRO
                           END-IF
                       END-IF
               END-READ
               IF WRK-DECISAO = 'F' OR WRK-DECISAO = 'f'
                   'PARA O RESTANTE'
           END-IF.

      *    PEDIDO COM TITULAR SO VAI PARA O TITULAR; DEPOIS
      *    DE ATRASADO VAI TAMBEM PARA O SUBSTITUTO (OU PARA
      *    QUALQUER APROVADOR, SE O TITULAR NAO TEM
      *    SUBSTITUTO).
       3050-CONFERIR-APROVADOR.
           MOVE 'N' TO WRK-OFERECER.
           IF WRK-FILA-TITULAR(WRK-FILA-IDX) = SPACES
               OR WRK-FILA-TITULAR(WRK-FILA-IDX) = WRK-APROVADOR
               MOVE 'S' TO WRK-OFERECER
           ELSE
           IF WRK-FILA-SITU(WRK-FILA-IDX) = 'A'
               IF WRK-FILA-SUBST(WRK-FILA-IDX) = SPACES
                   OR WRK-FILA-SUBST(WRK-FILA-IDX) = WRK-APROVADOR
                   MOVE 'S' TO WRK-OFERECER
               END-IF
           END-IF
           END-IF.

       3100-DECIDIR-PEDIDO.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
           DISPLAY ' '.
           DISPLAY 'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-SEQ
               ' ' WRK-NOME ' TOTAL ' WRK-TOTAL-ED.
           MOVE WRK-FILA-HORAS(WRK-FILA-IDX) TO WRK-HORAS-ED.
           IF WRK-FILA-SITU(WRK-FILA-IDX) = 'A'
               DISPLAY '*** ATRASADO - ' WRK-HORAS-ED
                   ' HORAS UTEIS NA FILA ***'
               IF WRK-FILA-TITULAR(WRK-FILA-IDX) NOT = WRK-APROVADOR
                   AND WRK-FILA-TITULAR(WRK-FILA-IDX) NOT = SPACES
                   DISPLAY 'ESCALADO - TITULAR: '
                       WRK-FILA-TITULAR(WRK-FILA-IDX)
               END-IF
           ELSE
               DISPLAY 'ESPERA: ' WRK-HORAS-ED ' HORAS UTEIS'
           END-IF.
           MOVE SPACES TO WRK-DECISAO.
           DISPLAY 'A=APROVAR R=REJEITAR N=PROXIMO F=FIM.. '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
                   END-REWRITE
                   END-IF
               WHEN 'R' WHEN 'r'
      *    REJEICAO NA APROVACAO SAI SEMPRE COM O MOTIVO
      *    'AP' DA TABELA MOTTAB.DAT.
                   MOVE 'AP' TO PEDIDOS-MOT-CANCEL
                   MOVE 'CANCELAR' TO WRK-OPER-AUD
                   PERFORM 3200-REJEITAR-PEDIDO
                   IF WRK-REJEITOU = 'S'
                       ADD 1 TO WRK-TOT-REJEIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    QUEM CHAMA PREENCHE PEDIDOS-MOT-CANCEL E
      *    WRK-OPER-AUD (REJEICAO EM TELA OU POR PRAZO).
       3200-REJEITAR-PEDIDO.
           MOVE 'N' TO WRK-REJEITOU.
           MOVE 'C' TO PEDIDOS-SITUACAO.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REJEITAR PEDIDO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REJEITOU
                   PERFORM 4000-GRAVA-AUDITORIA
                   MOVE 'C' TO WRK-STH-PARA
                   PERFORM 5000-GRAVA-STATUS-HIST
                   PERFORM 6000-GRAVA-JORNAL
                   PERFORM 7000-DEVOLVER-ESTOQUE
                   PERFORM 8000-CANCELAR-PARCELAS
                   PERFORM 8100-ESTORNAR-CREDITO
      *    PONTOS GANHOS (E RESGATADOS) NO PEDIDO VOLTAM
      *    COMO NO CANCELAMENTO DO PROJETO.
                   CALL 'FIDELIDA' USING WRK-FID-OPER
                       PEDIDOS-FONE PEDIDOS-SEQ WRK-FID-VALOR
                       WRK-FID-PONTOS WRK-FID-SALDO
                       WRK-APROVADOR
                   DISPLAY 'PEDIDO REJEITADO (CANCELADO): '
                       PEDIDOS-FONE '/' PEDIDOS-SEQ
           END-REWRITE.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO).
       4000-GRAVA-AUDITORIA.
      * REJEICAO DESFAZ A VENDA COMO O CANCELAMENTO DO
      * PROJETO: CADA LINHA DE PEDITENS VOLTA PARA O
      * SALDO DO CATALOGO COM ENTRADA NO DIARIO
      * ESTOQMOV.DAT (ORIGEM CANCELAMENTO). A LINHA DE
      * KIT NAO BAIXOU ESTOQUE - VOLTAM OS COMPONENTES. A
      * PARTE SOB ENCOMENDA NUNCA SAIU DO SALDO: NAO VOLTA,
      * E A ENCOMENDA PENDENTE E CANCELADA.
      *****************************************************
       7000-DEVOLVER-ESTOQUE.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                       IF NOT PEDITENS-LINHA-KIT
                           AND PEDITENS-QTDE > PEDITENS-QTDE-FALTA
                           PERFORM 7100-REPOR-ITEM
                       END-IF
                       IF PEDITENS-QTDE-FALTA NOT = ZEROS
                           PERFORM 7300-CANCELAR-ENCOMENDA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7100-REPOR-ITEM.
           COMPUTE WRK-REPOR-QTDE =
               PEDITENS-QTDE - PEDITENS-QTDE-FALTA.
           MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WRK-REPOR-QTDE TO PRODUTOS-ESTOQUE
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM 7200-GRAVA-MOV-ESTOQUE
                   PERFORM 7150-REPOR-LOCAL
           END-READ.

      *    O DEPOSITO CENTRAL (LOCAL 01) NAO TEM SALDO
      *    GRAVADO - ACOMPANHA O TOTAL DO CATALOGO (VER
      *    ELOCCOPY). OS DEMAIS LOCAIS RECEBEM A VOLTA.
       7150-REPOR-LOCAL.
           IF PEDITENS-LOCAL NOT = 01 AND PEDITENS-LOCAL NOT = ZEROS
               AND ESTLOCAL-STATUS NOT = 35
               MOVE PEDITENS-PRODUTO TO ELOC-PRODUTO
               MOVE PEDITENS-LOCAL   TO ELOC-LOCAL
               READ ESTLOCAL
                   INVALID KEY
                       MOVE WRK-REPOR-QTDE TO ELOC-SALDO
                       MOVE SPACES TO ELOC-ENDERECO
                       WRITE ESTLOCAL-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WRK-REPOR-QTDE TO ELOC-SALDO
                       REWRITE ESTLOCAL-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *    MESMA LINHA DATADA DO 9580-GRAVA-MOV-ESTOQUE DO
      *    PROJETO, COM ORIGEM CANCELAMENTO.
       7200-GRAVA-MOV-ESTOQUE.
           MOVE WRK-DH-HORA(1:6) TO ESTOQMOV-HORA.
           MOVE 'E'              TO ESTOQMOV-TIPO.
           MOVE PEDITENS-PRODUTO TO ESTOQMOV-PRODUTO.
           MOVE WRK-REPOR-QTDE   TO ESTOQMOV-QTDE.
           MOVE WRK-APROVADOR    TO ESTOQMOV-USUARIO.
           MOVE 'CANCELAMENTO'   TO ESTOQMOV-ORIGEM.
           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.

      *    MESMA BAIXA DO 6148-CANCELAR-ENCOMENDA DO PROJETO.
       7300-CANCELAR-ENCOMENDA.
           IF BACKORD-STATUS NOT = 35
               MOVE PEDITENS-PRODUTO TO BACK-PRODUTO
               MOVE PEDIDOS-DTPEDIDO TO BACK-DATA
               MOVE PEDITENS-FONE    TO BACK-FONE
               MOVE PEDITENS-SEQ     TO BACK-SEQ
               MOVE PEDITENS-ITEM    TO BACK-ITEM
               READ BACKORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BACK-PENDENTE
                           MOVE 'C' TO BACK-SITUACAO
                           REWRITE BACKORD-REG
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * AS CONTAS A RECEBER AINDA ABERTAS DO PEDIDO
      * REJEITADO SAO CANCELADAS, COMO NO
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * O CREDITO DO CLIENTE ABATIDO NA GRAVACAO DO PEDIDO
      * (MOVIMENTO 'U' DO 9552-APLICAR-CREDITO DO PROJETO,
      * QUE VALE TAMBEM PARA O PEDIDO RETIDO) VOLTA AO
      * SALDO COMO ESTORNO ('E'), COMO NO
      * 9620-CREDITO-DO-PEDIDO/9625-ESTORNAR-CREDITO DO
      * CANCELAMENTO NO PROJETO. SEM CREDITO.DAT NAO HA O
      * QUE DEVOLVER.
      *****************************************************
       8100-ESTORNAR-CREDITO.
           IF CREDITO-STATUS NOT = 35
               PERFORM 8110-CREDITO-DO-PEDIDO
               IF WRK-CRED-PEDIDO > ZEROS
                   PERFORM 8120-SALDO-CREDITO
                   PERFORM 8130-GRAVA-ESTORNO
               END-IF
           END-IF.

      *    ABATIMENTOS ('U') MENOS ESTORNOS ('E') DO PEDIDO.
       8110-CREDITO-DO-PEDIDO.
           MOVE ZEROS TO WRK-CRED-PEDIDO.
           MOVE PEDIDOS-FONE TO CREDITO-FONE.
           MOVE ZEROS TO CREDITO-MOV.
           MOVE 'N' TO WRK-FIM-CRED.
           START CREDITO KEY IS NOT LESS THAN CREDITO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CRED
           END-START.
           PERFORM UNTIL FIM-CRED
               READ CREDITO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CRED
                   NOT AT END
                       IF CREDITO-FONE NOT = PEDIDOS-FONE
                           MOVE 'S' TO WRK-FIM-CRED
                       ELSE
                           IF CREDITO-REF-SEQ = PEDIDOS-SEQ
                               IF CREDITO-USO-PEDIDO
                                   ADD CREDITO-VALOR TO WRK-CRED-PEDIDO
                               END-IF
                               IF CREDITO-ESTORNO
                                   SUBTRACT CREDITO-VALOR
                                       FROM WRK-CRED-PEDIDO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    ULTIMO MOVIMENTO DO FONE - NUMERO E SALDO CORRENTE.
       8120-SALDO-CREDITO.
           MOVE ZEROS TO WRK-CRED-MOV WRK-CRED-SALDO.
           MOVE PEDIDOS-FONE TO CREDITO-FONE.
           MOVE 99999 TO CREDITO-MOV.
           START CREDITO KEY IS NOT GREATER THAN CREDITO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CREDITO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CREDITO-FONE = PEDIDOS-FONE
                               MOVE CREDITO-MOV   TO WRK-CRED-MOV
                               MOVE CREDITO-SALDO TO WRK-CRED-SALDO
                           END-IF
                   END-READ
           END-START.

       8130-GRAVA-ESTORNO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ADD WRK-CRED-PEDIDO TO WRK-CRED-SALDO.
           MOVE PEDIDOS-FONE    TO CREDITO-FONE.
           COMPUTE CREDITO-MOV = WRK-CRED-MOV + 1.
           MOVE WRK-DATA-SIS    TO CREDITO-DATA.
           MOVE 'E'             TO CREDITO-TIPO.
           MOVE WRK-CRED-PEDIDO TO CREDITO-VALOR.
           MOVE WRK-CRED-SALDO  TO CREDITO-SALDO.
           MOVE PEDIDOS-SEQ     TO CREDITO-REF-SEQ.
           MOVE ZEROS           TO CREDITO-REF-PARCELA.
           MOVE WRK-APROVADOR   TO CREDITO-USUARIO.
           WRITE CREDITO-REG
               INVALID KEY
                   DISPLAY 'ESTORNO DE CREDITO NAO GRAVADO: '
                       PEDIDOS-FONE '/' PEDIDOS-SEQ
               NOT INVALID KEY
                   MOVE 'ESTCREDITO' TO WRK-OPER-AUD
                   PERFORM 4000-GRAVA-AUDITORIA
           END-WRITE.
