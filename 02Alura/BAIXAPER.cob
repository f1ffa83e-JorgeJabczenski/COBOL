       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPER.
      ********************************************
      * OBJETIVO: BAIXA DE PARCELAS COMO PERDA -
      *           A PARCELA QUE NUNCA VAI SER PAGA
      *           SAI DO ENVELHECIMENTO (RELATRAS) E
      *           DA REGUA DE COBRANCA (CARTACOB).
      *           A QUATRO OLHOS, COMO O FILAAPRV:
      *           P = PROPOR - O OPERADOR ESCOLHE UMA
      *               PARCELA VENCIDA EM ABERTO DO
      *               CLIENTE E O MOTIVO; A PROPOSTA
      *               VAI PARA PERDAS.DAT (OPERACAO
      *               'PROPPERDA' DO PERMISSO);
      *           A = APROVAR - PERCORRE A FILA DE
      *               PROPOSTAS PARA UM SEGUNDO
      *               USUARIO (OPERACAO 'APRVPERDA')
      *               APROVAR OU NEGAR. QUEM PROPOS
      *               NAO APROVA A PROPRIA PROPOSTA.
      *           APROVADA, A PARCELA FECHA COMO 'L'
      *           COM O SALDO DO DIA GRAVADO NA PERDA;
      *           PAGAMENTO POSTERIOR E RECUPERACAO
      *           (CONTAREC/RETBOLETO) E NAO REABRE A
      *           PARCELA. TODA DECISAO GRAVA A
      *           AUDITORIA DE 5 CAMPOS; O RELPERDA
      *           FAZ O FECHAMENTO MENSAL.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERDAS-STATUS
               RECORD KEY PERDAS-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD PERDAS.
           COPY 'PERDCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 RECEBER-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PERDAS-STATUS   PIC 9(02).
           77 CLIENTES-STATUS PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE SPACES.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-MODO        PIC X(01) VALUE SPACES.
           77 WRK-DECISAO     PIC X(01) VALUE SPACES.
           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.
           77 WRK-REPROPOR    PIC X(01) VALUE SPACES.

           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-SEQ         PIC 9(04) VALUE ZEROS.
           77 WRK-PARCELA     PIC 9(02) VALUE ZEROS.
           77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
           77 WRK-QTDE-VENC   PIC 9(04) VALUE ZEROS.
           77 WRK-NOME        PIC X(30) VALUE SPACES.
           77 WRK-UF          PIC X(02) VALUE SPACES.

           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(07)   VALUE ZEROS.
           77 WRK-ATRASO-ED   PIC ZZZZ9    VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

           01 WRK-TAB-FILA.
               05 WRK-FILA-ITEM OCCURS 500 TIMES.
                   10 WRK-FILA-FONE    PIC 9(09).
                   10 WRK-FILA-SEQ     PIC 9(04).
                   10 WRK-FILA-PARCELA PIC 9(02).
           77 WRK-FILA-QTDE   PIC 9(03) VALUE ZEROS.
           77 WRK-FILA-IDX    PIC 9(03) VALUE ZEROS.
           77 WRK-FILA-CHEIA  PIC X(01) VALUE 'N'.
               88 FILA-CHEIA VALUE 'S'.
           77 WRK-TOT-PROPOSTAS PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-APROV   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-NEGADAS PIC 9(04) VALUE ZEROS.

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
           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).
           01 WRK-DT-VENC.
               05 WRK-VC-ANO PIC 9(04).
               05 WRK-VC-MES PIC 9(02).
               05 WRK-VC-DIA PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN.
           IF WRK-LOGIN-OK = 'S'
               DISPLAY 'P=PROPOR BAIXA A=APROVAR PROPOSTAS.. '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE WRK-MODO
                   WHEN 'P' WHEN 'p'
                       MOVE 'P' TO WRK-MODO
                       MOVE 'PROPPERDA' TO WRK-OP-PERM
                   WHEN 'A' WHEN 'a'
                       MOVE 'A' TO WRK-MODO
                       MOVE 'APRVPERDA' TO WRK-OP-PERM
                   WHEN OTHER
                       MOVE SPACES TO WRK-MODO
               END-EVALUATE
               IF WRK-MODO NOT = SPACES
                   CALL 'PERMISSO' USING WRK-OPERADOR WRK-NIVEL-OP
                       WRK-OP-PERM WRK-PERMITIDO
               END-IF
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               OPEN I-O RECEBER
               IF RECEBER-STATUS NOT = 00
                   DISPLAY 'RECEBER.DAT NAO DISPONIVEL - STATUS '
                       RECEBER-STATUS
               ELSE
                   OPEN I-O PERDAS
                   IF PERDAS-STATUS = 35
                       OPEN OUTPUT PERDAS
                       CLOSE PERDAS
                       OPEN I-O PERDAS
                   END-IF
                   OPEN INPUT CLIENTES
                   IF WRK-MODO = 'P'
                       MOVE 999999999 TO WRK-FONE
                       PERFORM 2000-PROPOR-CLIENTE
                           UNTIL WRK-FONE = ZEROS
                       DISPLAY 'PROPOSTAS GRAVADAS: '
                           WRK-TOT-PROPOSTAS
                   ELSE
                       PERFORM 3000-MONTAR-FILA
                       IF WRK-FILA-QTDE = ZEROS
                           DISPLAY 'NENHUMA PROPOSTA DE PERDA '
                               'AGUARDANDO APROVACAO'
                       ELSE
                           PERFORM 3200-DECIDIR-FILA
                           DISPLAY 'BAIXADAS COMO PERDA: '
                               WRK-TOT-APROV
                           DISPLAY 'NEGADAS............: '
                               WRK-TOT-NEGADAS
                       END-IF
                   END-IF
                   IF CLIENTES-STATUS NOT = 35
                       CLOSE CLIENTES
                   END-IF
                   CLOSE PERDAS
                   CLOSE RECEBER
               END-IF
           END-IF.
           STOP RUN.

       1000-LOGIN.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA........ '.
           ACCEPT WRK-SENHA-OP FROM CONSOLE.
           CALL 'USUARIO' USING WRK-OPERADOR WRK-SENHA-OP
               WRK-NIVEL-OP WRK-LOGIN-OK.

      *****************************************************
      * PROPOSTA: SO PARCELA EM ABERTO E JA VENCIDA PODE
      * SER PROPOSTA COMO PERDA. PROPOSTA NEGADA ANTES
      * PODE SER PROPOSTA DE NOVO.
      *****************************************************
       2000-PROPOR-CLIENTE.
           MOVE ZEROS TO WRK-FONE.
           DISPLAY 'TELEFONE DO CLIENTE (000000000 ENCERRA).. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           IF WRK-FONE NOT = ZEROS
               PERFORM 2100-LISTAR-VENCIDAS
               IF WRK-QTDE-VENC = ZEROS
                   DISPLAY 'NENHUMA PARCELA VENCIDA PARA ESTE '
                       'CLIENTE'
               ELSE
                   PERFORM 2200-PROPOR-PARCELA
               END-IF
           END-IF.

       2100-LISTAR-VENCIDAS.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTDE-VENC.
           MOVE WRK-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM.
           START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF RECEBER-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           IF RECEBER-ABERTA
                               AND RECEBER-VENCIMENTO < WRK-DATA-SIS
                               PERFORM 2150-MOSTRAR-VENCIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2150-MOSTRAR-VENCIDA.
           ADD 1 TO WRK-QTDE-VENC.
           COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           MOVE RECEBER-VENCIMENTO TO WRK-DT-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-VC-ANO * 365) + (WRK-VC-MES * 30)
                   + WRK-VC-DIA).
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           DISPLAY 'PEDIDO ' RECEBER-SEQ
               ' PARCELA ' RECEBER-PARCELA
               ' VENC ' RECEBER-VENCIMENTO
               ' ATRASO ' WRK-ATRASO-ED
               ' SALDO ' WRK-VALOR-ED.

       2200-PROPOR-PARCELA.
           MOVE ZEROS TO WRK-SEQ WRK-PARCELA.
           DISPLAY 'PEDIDO DA PARCELA (0000 VOLTA).... '.
           ACCEPT WRK-SEQ FROM CONSOLE.
           IF WRK-SEQ NOT = ZEROS
               DISPLAY 'PARCELA......................... '
               ACCEPT WRK-PARCELA FROM CONSOLE
               MOVE WRK-FONE    TO RECEBER-FONE
               MOVE WRK-SEQ     TO RECEBER-SEQ
               MOVE WRK-PARCELA TO RECEBER-PARCELA
               READ RECEBER
                   INVALID KEY
                       DISPLAY 'PARCELA NAO ENCONTRADA'
                   NOT INVALID KEY
                       IF NOT RECEBER-ABERTA
                           OR RECEBER-VENCIMENTO NOT < WRK-DATA-SIS
                           DISPLAY 'SO PARCELA VENCIDA EM ABERTO '
                               'PODE SER BAIXADA COMO PERDA'
                       ELSE
                           PERFORM 2300-GRAVAR-PROPOSTA
                       END-IF
               END-READ
           END-IF.

       2300-GRAVAR-PROPOSTA.
           MOVE RECEBER-CHAVE TO PERDAS-CHAVE.
           READ PERDAS
               INVALID KEY
                   MOVE SPACES TO PERDAS-SITUACAO
           END-READ.
           IF PERDAS-PROPOSTA
               DISPLAY 'PARCELA JA PROPOSTA POR ' PERDAS-PROPONENTE
                   ' - AGUARDANDO APROVACAO'
           ELSE
               MOVE SPACES TO WRK-MOTIVO
               DISPLAY 'MOTIVO DA PERDA................. '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO - PROPOSTA NAO GRAVADA'
               ELSE
                   PERFORM 2400-MONTAR-PROPOSTA
               END-IF
           END-IF.

       2400-MONTAR-PROPOSTA.
           MOVE SPACES TO WRK-UF.
           MOVE RECEBER-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-UF TO WRK-UF
           END-READ.
           COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           IF PERDAS-NEGADA
               MOVE 'S' TO WRK-REPROPOR
           ELSE
               MOVE 'N' TO WRK-REPROPOR
           END-IF.
           MOVE RECEBER-CHAVE TO PERDAS-CHAVE.
           MOVE WRK-UF        TO PERDAS-UF.
           MOVE WRK-SALDO     TO PERDAS-VALOR.
           MOVE 'P'           TO PERDAS-SITUACAO.
           MOVE WRK-MOTIVO    TO PERDAS-MOTIVO.
           MOVE WRK-DATA-SIS  TO PERDAS-DT-PROPOSTA.
           MOVE WRK-OPERADOR  TO PERDAS-PROPONENTE.
           MOVE ZEROS         TO PERDAS-DT-APROV.
           MOVE SPACES        TO PERDAS-APROVADOR.
           MOVE ZEROS         TO PERDAS-RECUPERADO.
           MOVE ZEROS         TO PERDAS-DT-RECUP.
      *    PROPOSTA NEGADA ANTES E REAPROVEITADA NA MESMA
      *    CHAVE.
           IF WRK-REPROPOR = 'S'
               REWRITE PERDAS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PROPOSTA'
                   NOT INVALID KEY
                       PERFORM 2500-PROPOSTA-GRAVADA
               END-REWRITE
           ELSE
               WRITE PERDAS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PROPOSTA'
                   NOT INVALID KEY
                       PERFORM 2500-PROPOSTA-GRAVADA
               END-WRITE
           END-IF.

       2500-PROPOSTA-GRAVADA.
           ADD 1 TO WRK-TOT-PROPOSTAS.
           MOVE 'PROPPERDA' TO WRK-OPER-AUD.
           PERFORM 4000-GRAVA-AUDITORIA.
           DISPLAY 'PROPOSTA GRAVADA - AGUARDA UM SEGUNDO '
               'APROVADOR'.

      *****************************************************
      * FILA DE PROPOSTAS: GUARDA AS CHAVES EM ABERTO E
      * DEPOIS PERCORRE UMA A UMA PARA A DECISAO.
      *****************************************************
       3000-MONTAR-FILA.
           MOVE ZEROS TO PERDAS-FONE PERDAS-SEQ PERDAS-PARCELA.
           MOVE 'N' TO WRK-FIM.
           START PERDAS KEY IS NOT LESS THAN PERDAS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ PERDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PERDAS-PROPOSTA
                           PERFORM 3100-ENFILEIRAR
                       END-IF
               END-READ
           END-PERFORM.

       3100-ENFILEIRAR.
           IF WRK-FILA-QTDE < 500
               ADD 1 TO WRK-FILA-QTDE
               MOVE PERDAS-FONE    TO WRK-FILA-FONE(WRK-FILA-QTDE)
               MOVE PERDAS-SEQ     TO WRK-FILA-SEQ(WRK-FILA-QTDE)
               MOVE PERDAS-PARCELA TO WRK-FILA-PARCELA(WRK-FILA-QTDE)
           ELSE
               MOVE 'S' TO WRK-FILA-CHEIA
           END-IF.

       3200-DECIDIR-FILA.
           DISPLAY 'PROPOSTAS NA FILA: ' WRK-FILA-QTDE.
           PERFORM VARYING WRK-FILA-IDX FROM 1 BY 1
                   UNTIL WRK-FILA-IDX > WRK-FILA-QTDE
               MOVE WRK-FILA-FONE(WRK-FILA-IDX)    TO PERDAS-FONE
               MOVE WRK-FILA-SEQ(WRK-FILA-IDX)     TO PERDAS-SEQ
               MOVE WRK-FILA-PARCELA(WRK-FILA-IDX) TO PERDAS-PARCELA
               MOVE SPACES TO WRK-DECISAO
               READ PERDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERDAS-PROPOSTA
                           PERFORM 3300-DECIDIR-PROPOSTA
                       END-IF
               END-READ
               IF WRK-DECISAO = 'F' OR WRK-DECISAO = 'f'
                   MOVE WRK-FILA-QTDE TO WRK-FILA-IDX
               END-IF
           END-PERFORM.
           IF FILA-CHEIA
               DISPLAY 'AVISO: MAIS DE 500 PROPOSTAS - RODAR DE NOVO '
                   'PARA O RESTANTE'
           END-IF.

       3300-DECIDIR-PROPOSTA.
           MOVE PERDAS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE '(CLIENTE NAO CADASTRADO)' TO WRK-NOME
               NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-NOME
           END-READ.
           MOVE PERDAS-VALOR TO WRK-VALOR-ED.
           DISPLAY ' '.
           DISPLAY 'PARCELA ' PERDAS-FONE '/' PERDAS-SEQ '/'
               PERDAS-PARCELA ' ' WRK-NOME.
           DISPLAY 'SALDO ' WRK-VALOR-ED ' MOTIVO ' PERDAS-MOTIVO.
           DISPLAY 'PROPOSTA EM ' PERDAS-DT-PROPOSTA ' POR '
               PERDAS-PROPONENTE.
           DISPLAY 'A=APROVAR N=NEGAR P=PROXIMO F=FIM.. '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
               WHEN 'A' WHEN 'a'
      *    QUATRO OLHOS: QUEM PROPOS NAO APROVA A PROPRIA
      *    PROPOSTA - MESMA REGRA DO FILAAPRV.
                   IF WRK-OPERADOR = PERDAS-PROPONENTE
                       DISPLAY 'APROVADOR E O PROPONENTE - '
                           'APROVACAO NEGADA'
                   ELSE
                       PERFORM 3400-APROVAR-PERDA
                   END-IF
               WHEN 'N' WHEN 'n'
                   PERFORM 3500-NEGAR-PERDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A PARCELA PODE TER SIDO PAGA OU RENEGOCIADA
      *    ENQUANTO A PROPOSTA ESPERAVA - NESSE CASO A
      *    PROPOSTA CAI SOZINHA. O VALOR DA PERDA E O SALDO
      *    DO DIA DA APROVACAO.
       3400-APROVAR-PERDA.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE PERDAS-CHAVE TO RECEBER-CHAVE.
           READ RECEBER
               INVALID KEY
                   MOVE 'N' TO RECEBER-SITUACAO
           END-READ.
           IF NOT RECEBER-ABERTA
               DISPLAY 'PARCELA JA NAO ESTA EM ABERTO - PROPOSTA '
                   'NEGADA'
               PERFORM 3500-NEGAR-PERDA
           ELSE
               COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO
               MOVE 'L'          TO RECEBER-SITUACAO
               MOVE WRK-DATA-SIS TO RECEBER-DT-PAGTO
               REWRITE RECEBER-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO BAIXAR A PARCELA'
                   NOT INVALID KEY
                       MOVE WRK-SALDO    TO PERDAS-VALOR
                       MOVE 'A'          TO PERDAS-SITUACAO
                       MOVE WRK-DATA-SIS TO PERDAS-DT-APROV
                       MOVE WRK-OPERADOR TO PERDAS-APROVADOR
                       REWRITE PERDAS-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR A PERDA'
                       END-REWRITE
                       ADD 1 TO WRK-TOT-APROV
                       MOVE 'BAIXAPERDA' TO WRK-OPER-AUD
                       PERFORM 4000-GRAVA-AUDITORIA
                       DISPLAY 'PARCELA BAIXADA COMO PERDA'
               END-REWRITE
           END-IF.

       3500-NEGAR-PERDA.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE 'N'          TO PERDAS-SITUACAO.
           MOVE WRK-DATA-SIS TO PERDAS-DT-APROV.
           MOVE WRK-OPERADOR TO PERDAS-APROVADOR.
           REWRITE PERDAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO NEGAR A PROPOSTA'
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-NEGADAS
                   MOVE 'NEGAPERDA' TO WRK-OPER-AUD
                   PERFORM 4000-GRAVA-AUDITORIA
                   DISPLAY 'PROPOSTA NEGADA'
           END-REWRITE.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO).
       4000-GRAVA-AUDITORIA.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND AUDITF.
           IF AUDITF-STATUS = 35
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               WRK-OPER-AUD ' ' PERDAS-FONE ' ' WRK-OPERADOR
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
