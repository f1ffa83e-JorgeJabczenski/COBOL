       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBOLETO.
      ********************************************
      * OBJETIVO: RETORNO DE BOLETOS DO BANCO - LE O
      *           ARQUIVO RETORNO.DAT (LAYOUT
      *           CNABCOPY) E BAIXA AUTOMATICAMENTE AS
      *           PARCELAS LIQUIDADAS, ACHADAS EM
      *           RECEBER.DAT PELO "SEU NUMERO" (FONE
      *           + SEQ + PARCELA) E CONFERIDAS CONTRA
      *           O NOSSO NUMERO DE BOLETOS.DAT. CADA
      *           BAIXA SEGUE A REGRA DO CONTAREC:
      *           PRINCIPAL EM RECEBER-VALOR-PAGO,
      *           LINHA EM RECPAGTO.DAT (ORIGEM BANCO,
      *           COM A MULTA E OS JUROS COBRADOS PELO
      *           BANCO) E AUDITORIA DE 5 CAMPOS.
      *           LINHA SEM PARCELA, COM NOSSO NUMERO
      *           OU VALOR DIVERGENTE, PARCELA JA
      *           FECHADA, BOLETO REJEITADO OU BAIXADO
      *           PELO BANCO E OCORRENCIA DESCONHECIDA
      *           NAO MEXEM NA PARCELA E SAEM NO
      *           RELATORIO DE EXCECOES RETBOLETO.DAT.
      *           ANTES DE BAIXAR QUALQUER COISA O
      *           ARQUIVO E CONFERIDO INTEIRO
      *           (CABECALHO DE RETORNO E RODAPE COM
      *           QUANTIDADE E VALOR PAGO): ARQUIVO
      *           TRUNCADO OU INCONSISTENTE E RECUSADO
      *           SEM NENHUMA BAIXA. REPROCESSAR O
      *           MESMO RETORNO NAO BAIXA DUAS VEZES -
      *           A PARCELA JA FECHADA CAI NAS
      *           EXCECOES. LIBERACAO POR OPERACAO VIA
      *           PERMISSO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - LIQUIDACAO DE PARCELA JA
      *            BAIXADA COMO PERDA (BAIXAPER) E
      *            RECUPERACAO: O PRINCIPAL PAGO SOMA
      *            EM PERDAS.DAT, A LINHA DE RECPAGTO.DAT
      *            SAI COM ORIGEM RECUPBANCO E A PARCELA
      *            SEGUE FECHADA.
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO.
      * 15/10/2026 JORGE - RECUPERACAO DE PERDA:
      *            BOLETO JA LIQUIDADO (RETORNO
      *            REPROCESSADO) VAI PARA AS
      *            EXCECOES EM VEZ DE SOMAR DE NOVO,
      *            E O VALOR RECUPERADO FICA
      *            LIMITADO AO QUE FALTA DA PERDA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO 'RETORNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT BOLETOS ASSIGN TO 'BOLETOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BOLETOS-STATUS
               RECORD KEY BOLETOS-CHAVE.

           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERDAS-STATUS
               RECORD KEY PERDAS-CHAVE.

           SELECT RECPAGTO ASSIGN TO 'RECPAGTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPAGTO-STATUS.

           SELECT EXCECAO ASSIGN TO 'RETBOLETO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCECAO-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
           COPY 'CNABCOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD BOLETOS.
           COPY 'BOLECOPY.cob'.

       FD PERDAS.
           COPY 'PERDCOPY.cob'.

       FD RECPAGTO.
           COPY 'RPAGCOPY.cob'.

       FD EXCECAO.
       01 EXCECAO-LINHA PIC X(100).

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 RETORNO-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 RECEBER-STATUS  PIC 9(02).
           77 BOLETOS-STATUS  PIC 9(02).
           77 RECPAGTO-STATUS PIC 9(02).
           77 PERDAS-STATUS   PIC 9(02).
           77 EXCECAO-STATUS  PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'RETBOLETO'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

      *    CONFERENCIA DO ARQUIVO ANTES DA BAIXA
           77 WRK-ARQ-OK      PIC X(01) VALUE 'N'.
           77 WRK-TEM-CAB     PIC X(01) VALUE 'N'.
           77 WRK-TEM-ROD     PIC X(01) VALUE 'N'.
           77 WRK-CONF-QTDE   PIC 9(06) VALUE ZEROS.
           77 WRK-CONF-VALOR  PIC 9(13)V99 VALUE ZEROS.
           77 WRK-ROD-QTDE    PIC 9(06) VALUE ZEROS.
           77 WRK-ROD-VALOR   PIC 9(13)V99 VALUE ZEROS.

           77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PRINCIPAL   PIC S9(11)V99 VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

           77 WRK-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-BAIXADAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-CONFIRMADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-EXCECOES   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-RECUPERA   PIC 9(06) VALUE ZEROS.
           77 WRK-ORIGEM         PIC X(10) VALUE SPACES.
           77 WRK-OPER-AUD       PIC X(10) VALUE SPACES.
           77 WRK-TOT-VALOR      PIC 9(13)V99 VALUE ZEROS.

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
           01 WRK-DT-PAGTO.
               05 WRK-PG-ANO PIC 9(04).
               05 WRK-PG-MES PIC 9(02).
               05 WRK-PG-DIA PIC 9(02).
           01 WRK-DT-VENC.
               05 WRK-VC-ANO PIC 9(04).
               05 WRK-VC-MES PIC 9(02).
               05 WRK-VC-DIA PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-OPERADOR WRK-NIVEL-OP
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               PERFORM 1100-CONFERIR-ARQUIVO
               IF WRK-ARQ-OK NOT = 'S'
                   DISPLAY 'RETORNO RECUSADO - NENHUMA PARCELA '
                       'BAIXADA'
               ELSE
                   PERFORM 2000-INICIAR
                   IF NOT FIM
                       PERFORM 3000-PROCESSAR UNTIL FIM
                       PERFORM 4000-FINALIZAR
                   END-IF
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
      * PRIMEIRA PASSADA: O ARQUIVO PRECISA ABRIR COM UM
      * CABECALHO DE RETORNO E FECHAR COM UM RODAPE CUJA
      * QUANTIDADE DE DETALHES E SOMA DO VALOR PAGO BATEM
      * COM O QUE FOI LIDO - SO ENTAO ALGUMA PARCELA E
      * BAIXADA.
      *****************************************************
       1100-CONFERIR-ARQUIVO.
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = 00
               DISPLAY 'RETORNO.DAT NAO ENCONTRADO - STATUS '
                   RETORNO-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM
               PERFORM UNTIL FIM
                   READ RETORNO
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           PERFORM 1200-CONFERIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE RETORNO
               IF WRK-TEM-CAB NOT = 'S'
                   DISPLAY 'RETORNO SEM CABECALHO DE RETORNO'
               ELSE
                   IF WRK-TEM-ROD NOT = 'S'
                       DISPLAY 'RETORNO SEM RODAPE - ARQUIVO TRUNCADO'
                   ELSE
                       IF WRK-ROD-QTDE NOT = WRK-CONF-QTDE
                           OR WRK-ROD-VALOR NOT = WRK-CONF-VALOR
                           DISPLAY 'RODAPE NAO CONFERE: INFORMA '
                               WRK-ROD-QTDE ' REGISTROS, LIDOS '
                               WRK-CONF-QTDE
                       ELSE
                           MOVE 'S' TO WRK-ARQ-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1200-CONFERIR-REGISTRO.
           EVALUATE TRUE
               WHEN CNAB-CABECALHO
                   IF CNAB-CAB-OPERACAO = '2'
                       AND CNAB-CAB-LITERAL = 'RETORNO'
                       MOVE 'S' TO WRK-TEM-CAB
                   END-IF
               WHEN CNAB-DETALHE
                   ADD 1 TO WRK-CONF-QTDE
                   ADD CNAB-DET-VALOR-PAGO TO WRK-CONF-VALOR
               WHEN CNAB-RODAPE
                   MOVE 'S' TO WRK-TEM-ROD
                   MOVE CNAB-ROD-QTDE  TO WRK-ROD-QTDE
                   MOVE CNAB-ROD-VALOR TO WRK-ROD-VALOR
           END-EVALUATE.

       2000-INICIAR.
           MOVE 'N' TO WRK-FIM.
           OPEN I-O RECEBER.
           IF RECEBER-STATUS NOT = 00
               DISPLAY 'RECEBER.DAT NAO DISPONIVEL - STATUS '
                   RECEBER-STATUS
               MOVE 'S' TO WRK-FIM
           ELSE
               OPEN I-O BOLETOS
               IF BOLETOS-STATUS = 35
                   OPEN OUTPUT BOLETOS
                   CLOSE BOLETOS
                   OPEN I-O BOLETOS
               END-IF
               OPEN I-O PERDAS
               OPEN INPUT RETORNO
               OPEN OUTPUT EXCECAO
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               MOVE 'EXCECOES DO RETORNO DE BOLETOS' TO EXCECAO-LINHA
               WRITE EXCECAO-LINHA
               MOVE SPACES TO EXCECAO-LINHA
               STRING 'PROCESSADO EM ' WRK-DH-ANO '-' WRK-DH-MES '-'
                   WRK-DH-DIA ' POR ' WRK-OPERADOR
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               END-STRING
               WRITE EXCECAO-LINHA
               MOVE ALL '-' TO EXCECAO-LINHA
               WRITE EXCECAO-LINHA
               PERFORM 2100-LER-RETORNO
           END-IF.

       2100-LER-RETORNO.
           READ RETORNO
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

       3000-PROCESSAR.
           IF CNAB-DETALHE
               ADD 1 TO WRK-TOT-LIDOS
               MOVE SPACES TO WRK-MOTIVO
               EVALUATE TRUE
                   WHEN CNAB-OC-LIQUIDACAO
                       PERFORM 3100-LIQUIDAR
                   WHEN CNAB-OC-CONFIRMADA
                       ADD 1 TO WRK-TOT-CONFIRMADAS
                   WHEN CNAB-OC-REJEITADA
                       MOVE 'BOLETO REJEITADO PELO BANCO'
                           TO WRK-MOTIVO
                       PERFORM 3300-BOLETO-BAIXADO
                   WHEN CNAB-OC-BAIXA
                       MOVE 'BOLETO BAIXADO PELO BANCO'
                           TO WRK-MOTIVO
                       PERFORM 3300-BOLETO-BAIXADO
                   WHEN OTHER
                       MOVE 'OCORRENCIA NAO TRATADA' TO WRK-MOTIVO
               END-EVALUATE
               IF WRK-MOTIVO NOT = SPACES
                   PERFORM 3500-GRAVA-EXCECAO
               END-IF
           END-IF.
           PERFORM 2100-LER-RETORNO.

      *****************************************************
      * LIQUIDACAO: A PARCELA TEM DE EXISTIR, ESTAR EM
      * ABERTO E TER SIDO REMETIDA COM O MESMO NOSSO
      * NUMERO; O VALOR PAGO MENOS OS ENCARGOS COBRADOS
      * PELO BANCO TEM DE FECHAR EXATAMENTE O SALDO. O
      * QUE NAO BATER FICA PARA O CONTAREC, VIA EXCECAO.
      *****************************************************
       3100-LIQUIDAR.
           MOVE CNAB-DET-FONE    TO RECEBER-FONE BOLETOS-FONE.
           MOVE CNAB-DET-SEQ     TO RECEBER-SEQ BOLETOS-SEQ.
           MOVE CNAB-DET-PARCELA TO RECEBER-PARCELA BOLETOS-PARCELA.
           READ RECEBER
               INVALID KEY
                   MOVE 'PARCELA NAO ENCONTRADA' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO = SPACES
               READ BOLETOS
                   INVALID KEY
                       MOVE 'BOLETO NAO CONSTA DAS REMESSAS'
                           TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF BOLETOS-NOSSO-NUM NOT = CNAB-DET-NOSSO-NUM
                           MOVE 'NOSSO NUMERO DIVERGENTE'
                               TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN RECEBER-PERDA
                       PERFORM 3250-RECUPERAR-PERDA
                   WHEN NOT RECEBER-ABERTA
                       MOVE 'PARCELA NAO ESTA EM ABERTO' TO WRK-MOTIVO
                   WHEN OTHER
                       COMPUTE WRK-SALDO = RECEBER-VALOR
                           - RECEBER-VALOR-PAGO
                       COMPUTE WRK-PRINCIPAL = CNAB-DET-VALOR-PAGO
                           - CNAB-DET-JUROS-PAGO - CNAB-DET-MULTA-PAGA
                       IF WRK-PRINCIPAL NOT = WRK-SALDO
                           MOVE 'VALOR PAGO DIVERGENTE DO SALDO'
                               TO WRK-MOTIVO
                       ELSE
                           PERFORM 3200-BAIXAR-PARCELA
                       END-IF
               END-EVALUATE
           END-IF.

       3200-BAIXAR-PARCELA.
           MOVE CNAB-DET-DT-OCORR TO WRK-DT-PAGTO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF RECEBER-VENCIMENTO < CNAB-DET-DT-OCORR
               MOVE RECEBER-VENCIMENTO TO WRK-DT-VENC
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-PG-ANO * 365) + (WRK-PG-MES * 30)
                       + WRK-PG-DIA)
                   - ((WRK-VC-ANO * 365) + (WRK-VC-MES * 30)
                       + WRK-VC-DIA)
               IF WRK-DIAS-ATRASO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
           END-IF.
           ADD WRK-SALDO TO RECEBER-VALOR-PAGO.
           MOVE CNAB-DET-DT-OCORR TO RECEBER-DT-PAGTO.
           MOVE 'P' TO RECEBER-SITUACAO.
           REWRITE RECEBER-REG
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR A PARCELA' TO WRK-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-BAIXADAS
                   ADD CNAB-DET-VALOR-PAGO TO WRK-TOT-VALOR
                   MOVE 'L' TO BOLETOS-SITUACAO
                   MOVE CNAB-DET-DT-OCORR TO BOLETOS-DT-RETORNO
                   REWRITE BOLETOS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'BANCO' TO WRK-ORIGEM
                   PERFORM 3400-GRAVA-RECEBIMENTO
                   MOVE 'RETBANCO' TO WRK-OPER-AUD
                   PERFORM 3600-GRAVA-AUDITORIA
           END-REWRITE.

      *    PARCELA BAIXADA COMO PERDA: O BANCO RECEBEU, ENTAO
      *    O PRINCIPAL PAGO E RECUPERACAO - SEM CONFERIR
      *    CONTRA O SALDO E SEM REABRIR A PARCELA. BOLETO JA
      *    LIQUIDADO (RETORNO REPROCESSADO) NAO RECUPERA DE
      *    NOVO, E A RECUPERACAO NUNCA PASSA DO VALOR DA
      *    PERDA.
       3250-RECUPERAR-PERDA.
           IF BOLETOS-LIQUIDADO
               MOVE 'BOLETO JA LIQUIDADO' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE RECEBER-CHAVE TO PERDAS-CHAVE
               READ PERDAS
                   INVALID KEY
                       MOVE 'PERDA SEM REGISTRO EM PERDAS.DAT'
                           TO WRK-MOTIVO
               END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
               IF PERDAS-RECUPERADO NOT < PERDAS-VALOR
                   MOVE 'PERDA JA TOTALMENTE RECUPERADA'
                       TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               COMPUTE WRK-PRINCIPAL = CNAB-DET-VALOR-PAGO
                   - CNAB-DET-JUROS-PAGO - CNAB-DET-MULTA-PAGA
               IF WRK-PRINCIPAL < ZEROS
                   MOVE ZEROS TO WRK-PRINCIPAL
               END-IF
               IF WRK-PRINCIPAL > PERDAS-VALOR - PERDAS-RECUPERADO
                   COMPUTE WRK-PRINCIPAL =
                       PERDAS-VALOR - PERDAS-RECUPERADO
               END-IF
               MOVE WRK-PRINCIPAL TO WRK-SALDO
               ADD WRK-SALDO TO PERDAS-RECUPERADO
               MOVE CNAB-DET-DT-OCORR TO PERDAS-DT-RECUP
               REWRITE PERDAS-REG
                   INVALID KEY
                       MOVE 'ERRO AO REGRAVAR A PERDA' TO WRK-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOT-RECUPERA
                       ADD CNAB-DET-VALOR-PAGO TO WRK-TOT-VALOR
                       MOVE 'L' TO BOLETOS-SITUACAO
                       MOVE CNAB-DET-DT-OCORR TO BOLETOS-DT-RETORNO
                       REWRITE BOLETOS-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE ZEROS TO WRK-DIAS-ATRASO
                       MOVE 'RECUPBANCO' TO WRK-ORIGEM
                       PERFORM 3400-GRAVA-RECEBIMENTO
                       MOVE 'RECUPERA' TO WRK-OPER-AUD
                       PERFORM 3600-GRAVA-AUDITORIA
               END-REWRITE
           END-IF.

      *    BOLETO REJEITADO OU BAIXADO VOLTA A SER REMETIDO
      *    PELO REMBOLETO SE A PARCELA SEGUIR EM ABERTO.
       3300-BOLETO-BAIXADO.
           MOVE CNAB-DET-FONE    TO BOLETOS-FONE.
           MOVE CNAB-DET-SEQ     TO BOLETOS-SEQ.
           MOVE CNAB-DET-PARCELA TO BOLETOS-PARCELA.
           READ BOLETOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOLETOS-NOSSO-NUM = CNAB-DET-NOSSO-NUM
                       MOVE 'B' TO BOLETOS-SITUACAO
                       MOVE CNAB-DET-DT-OCORR TO BOLETOS-DT-RETORNO
                       REWRITE BOLETOS-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       3400-GRAVA-RECEBIMENTO.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND RECPAGTO.
           IF RECPAGTO-STATUS = 35
               OPEN OUTPUT RECPAGTO
               CLOSE RECPAGTO
               OPEN EXTEND RECPAGTO
           END-IF.
           MOVE RECEBER-FONE        TO RECPAGTO-FONE.
           MOVE RECEBER-SEQ         TO RECPAGTO-SEQ.
           MOVE RECEBER-PARCELA     TO RECPAGTO-PARCELA.
           MOVE CNAB-DET-DT-OCORR   TO RECPAGTO-DATA.
           MOVE WRK-DH-HORA(1:6)    TO RECPAGTO-HORA.
           MOVE WRK-SALDO           TO RECPAGTO-PRINCIPAL.
           MOVE CNAB-DET-MULTA-PAGA TO RECPAGTO-MULTA.
           MOVE CNAB-DET-JUROS-PAGO TO RECPAGTO-JUROS.
           MOVE CNAB-DET-VALOR-PAGO TO RECPAGTO-TOTAL.
           MOVE WRK-DIAS-ATRASO     TO RECPAGTO-DIAS-ATRASO.
           MOVE WRK-ORIGEM          TO RECPAGTO-ORIGEM.
           MOVE WRK-OPERADOR        TO RECPAGTO-USUARIO.
           WRITE RECPAGTO-REG.
           CLOSE RECPAGTO.

       3500-GRAVA-EXCECAO.
           ADD 1 TO WRK-TOT-EXCECOES.
           MOVE CNAB-DET-VALOR-PAGO TO WRK-VALOR-ED.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING CNAB-DET-FONE ' ' CNAB-DET-SEQ ' '
               CNAB-DET-PARCELA ' NN ' CNAB-DET-NOSSO-NUM
               ' OC ' CNAB-DET-OCORRENCIA
               ' ' WRK-VALOR-ED ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO EXCECAO-LINHA
           END-STRING.
           WRITE EXCECAO-LINHA.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO).
       3600-GRAVA-AUDITORIA.
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
               WRK-OPER-AUD ' ' RECEBER-FONE ' ' WRK-OPERADOR
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.

       4000-FINALIZAR.
           MOVE ALL '-' TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING 'DETALHES LIDOS: ' WRK-TOT-LIDOS
               ' BAIXADOS: ' WRK-TOT-BAIXADAS
               ' CONFIRMADOS: ' WRK-TOT-CONFIRMADAS
               ' EXCECOES: ' WRK-TOT-EXCECOES
               ' RECUPERADAS: ' WRK-TOT-RECUPERA
               DELIMITED BY SIZE INTO EXCECAO-LINHA
           END-STRING.
           WRITE EXCECAO-LINHA.
           CLOSE RETORNO.
           CLOSE RECEBER.
           CLOSE BOLETOS.
           IF PERDAS-STATUS NOT = 35
               CLOSE PERDAS
           END-IF.
           CLOSE EXCECAO.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           DISPLAY '===== RETORNO DE BOLETOS ====='.
           DISPLAY 'DETALHES LIDOS..: ' WRK-TOT-LIDOS.
           DISPLAY 'PARCELAS BAIXADAS: ' WRK-TOT-BAIXADAS.
           DISPLAY 'VALOR RECEBIDO..: ' WRK-VALOR-ED.
           DISPLAY 'ENTRADAS CONFIRMADAS: ' WRK-TOT-CONFIRMADAS.
           DISPLAY 'EXCECOES........: ' WRK-TOT-EXCECOES.
           DISPLAY 'PERDAS RECUPERADAS: ' WRK-TOT-RECUPERA.
           DISPLAY 'RELATORIO DE EXCECOES EM RETBOLETO.DAT'.
