       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBOLETO.
      ********************************************
      * OBJETIVO: REMESSA DE BOLETOS AO BANCO - VARRE
      *           RECEBER.DAT E, PARA CADA PARCELA EM
      *           ABERTO QUE AINDA NAO ESTA NO BANCO
      *           (BOLETOS.DAT), GRAVA UM REGISTRO DE
      *           BOLETO NO ARQUIVO DE REMESSA
      *           REMESSA.LLLLLLL (LAYOUT CNABCOPY,
      *           LOTE SEQUENCIAL), COM O SALDO EM
      *           ABERTO, O VENCIMENTO, A MULTA E A
      *           MORA DIARIA DO TAXAREC.DAT E O
      *           SACADO DO CADASTRO DE CLIENTES. O
      *           BANCO, O CONVENIO E O NOME DA
      *           EMPRESA VEM DE BOLCFG.DAT (TEXTO
      *           SIMPLES MANTIDO PELO ADM: BANCO
      *           9(03) + NOME DO BANCO X(15) +
      *           CONVENIO 9(20) + EMPRESA X(30)). O
      *           RETORNO DO BANCO E BAIXADO PELO
      *           RETBOLETO. LIBERACAO POR OPERACAO
      *           VIA PERMISSO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO.
      * 15/10/2026 JORGE - CLIENTES.DAT INDISPONIVEL
      *            ABORTA A REMESSA EM VEZ DE GERAR
      *            BOLETOS SEM DADOS DO SACADO.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT BOLETOS ASSIGN TO 'BOLETOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BOLETOS-STATUS
               RECORD KEY BOLETOS-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT REMESSA ASSIGN TO WRK-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESSA-STATUS.

           SELECT BOLCFG ASSIGN TO 'BOLCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLCFG-STATUS.

           SELECT TAXAREC ASSIGN TO 'TAXAREC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXAREC-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD BOLETOS.
           COPY 'BOLECOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD REMESSA.
           COPY 'CNABCOPY.cob'.

       FD BOLCFG.
       01 BOLCFG-REG.
           05 BOLCFG-BANCO      PIC 9(03).
           05 BOLCFG-NOME-BANCO PIC X(15).
           05 BOLCFG-CONVENIO   PIC 9(20).
           05 BOLCFG-EMPRESA    PIC X(30).

       FD TAXAREC.
       01 TAXAREC-REG.
           05 TAXAREC-MULTA PIC 9(02)V99.
           05 TAXAREC-JUROS PIC 9V9999.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 RECEBER-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 BOLETOS-STATUS  PIC 9(02).
           77 CLIENTES-STATUS PIC 9(02).
           77 REMESSA-STATUS  PIC 9(02).
           77 BOLCFG-STATUS   PIC 9(02).
           77 TAXAREC-STATUS  PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-CFG-OK      PIC X(01) VALUE 'N'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'REMBOLETO'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-ARQ-NOME    PIC X(30) VALUE SPACES.
           77 WRK-LOTE        PIC 9(07) VALUE ZEROS.
           77 WRK-NOSSO-NUM   PIC 9(11) VALUE ZEROS.
           77 WRK-NUM-REG     PIC 9(06) VALUE ZEROS.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-REMETER     PIC X(01) VALUE 'N'.
           77 WRK-TOT-BOLETOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

      *    TAXAS DE ATRASO - VALORES PADRAO QUANDO O
      *    TAXAREC.DAT NAO EXISTE (OS MESMOS DO CONTAREC).
           77 WRK-TX-MULTA    PIC 9(02)V99   VALUE 2,00.
           77 WRK-TX-JUROS    PIC 9V9999     VALUE 0,0330.

           01 WRK-CFG.
               05 WRK-CFG-BANCO      PIC 9(03).
               05 WRK-CFG-NOME-BANCO PIC X(15).
               05 WRK-CFG-CONVENIO   PIC 9(20).
               05 WRK-CFG-EMPRESA    PIC X(30).

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
           PERFORM 1000-LOGIN.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-OPERADOR WRK-NIVEL-OP
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               PERFORM 1100-CARREGAR-CONFIG
               IF WRK-CFG-OK NOT = 'S'
                   DISPLAY 'REMESSA ABORTADA - BOLCFG.DAT AUSENTE '
                       'OU VAZIO'
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

       1100-CARREGAR-CONFIG.
           OPEN INPUT BOLCFG.
           IF BOLCFG-STATUS = 00
               READ BOLCFG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-CFG-OK
                       MOVE BOLCFG-REG TO WRK-CFG
               END-READ
               CLOSE BOLCFG
           END-IF.
           OPEN INPUT TAXAREC.
           IF TAXAREC-STATUS = 00
               READ TAXAREC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TAXAREC-MULTA TO WRK-TX-MULTA
                       MOVE TAXAREC-JUROS TO WRK-TX-JUROS
               END-READ
               CLOSE TAXAREC
           END-IF.

      *****************************************************
      * O LOTE E O NOSSO NUMERO CONTINUAM DE ONDE A ULTIMA
      * REMESSA PAROU: UMA PASSADA EM BOLETOS.DAT ACHA OS
      * MAIORES JA USADOS (O ARQUIVO AINDA NAO EXISTE NA
      * PRIMEIRA REMESSA E E CRIADO AQUI).
      *****************************************************
       2000-INICIAR.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           OPEN I-O BOLETOS.
           IF BOLETOS-STATUS = 35
               OPEN OUTPUT BOLETOS
               CLOSE BOLETOS
               OPEN I-O BOLETOS
           END-IF.
           MOVE 'N' TO WRK-FIM.
           PERFORM UNTIL FIM
               READ BOLETOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF BOLETOS-LOTE > WRK-LOTE
                           MOVE BOLETOS-LOTE TO WRK-LOTE
                       END-IF
                       IF BOLETOS-NOSSO-NUM > WRK-NOSSO-NUM
                           MOVE BOLETOS-NOSSO-NUM TO WRK-NOSSO-NUM
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-LOTE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT RECEBER.
           IF RECEBER-STATUS NOT = 00
               DISPLAY 'RECEBER.DAT NAO DISPONIVEL - STATUS '
                   RECEBER-STATUS
               CLOSE BOLETOS
               MOVE 'S' TO WRK-FIM
           ELSE
               OPEN INPUT CLIENTES
               IF CLIENTES-STATUS NOT = 00
                   DISPLAY 'CLIENTES.DAT NAO DISPONIVEL - STATUS '
                       CLIENTES-STATUS
                   CLOSE RECEBER
                   CLOSE BOLETOS
                   MOVE 'S' TO WRK-FIM
               ELSE
                   STRING 'REMESSA.' WRK-LOTE
                       DELIMITED BY SIZE INTO WRK-ARQ-NOME
                   END-STRING
                   OPEN OUTPUT REMESSA
                   PERFORM 2100-GRAVA-CABECALHO
                   PERFORM 2200-LER-PARCELA
               END-IF
           END-IF.

       2100-GRAVA-CABECALHO.
           MOVE SPACES TO CNAB-REG.
           MOVE '0'                TO CNAB-TIPO.
           MOVE '1'                TO CNAB-CAB-OPERACAO.
           MOVE 'REMESSA'          TO CNAB-CAB-LITERAL.
           MOVE 01                 TO CNAB-CAB-SERVICO.
           MOVE 'COBRANCA'         TO CNAB-CAB-LIT-SERV.
           MOVE WRK-CFG-CONVENIO   TO CNAB-CAB-CONVENIO.
           MOVE WRK-CFG-EMPRESA    TO CNAB-CAB-EMPRESA.
           MOVE WRK-CFG-BANCO      TO CNAB-CAB-BANCO.
           MOVE WRK-CFG-NOME-BANCO TO CNAB-CAB-NOME-BANCO.
           MOVE WRK-DH-DATA        TO CNAB-CAB-DATA.
           MOVE WRK-LOTE           TO CNAB-CAB-LOTE.
           ADD 1 TO WRK-NUM-REG.
           MOVE WRK-NUM-REG        TO CNAB-NUM-REG.
           WRITE CNAB-REG.

       2200-LER-PARCELA.
           READ RECEBER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

      *****************************************************
      * PARCELA ABERTA SEM BOLETO NO BANCO (NUNCA REMETIDA,
      * OU BAIXADA/REJEITADA PELO BANCO) ENTRA NA REMESSA
      * COM O SALDO EM ABERTO.
      *****************************************************
       3000-PROCESSAR.
           IF RECEBER-ABERTA
               MOVE 'S' TO WRK-REMETER
               MOVE RECEBER-CHAVE TO BOLETOS-CHAVE
               READ BOLETOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT BOLETOS-BAIXADO
                           MOVE 'N' TO WRK-REMETER
                       END-IF
               END-READ
               IF WRK-REMETER = 'S'
                   PERFORM 3100-GRAVA-BOLETO
               END-IF
           END-IF.
           PERFORM 2200-LER-PARCELA.

       3100-GRAVA-BOLETO.
           COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           MOVE RECEBER-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE '(CLIENTE NAO CADASTRADO)' TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-ENDERECO CLIENTES-CIDADE
                       CLIENTES-UF CLIENTES-TIPO
                   MOVE ZEROS TO CLIENTES-CEP CLIENTES-CNPJ
           END-READ.
           ADD 1 TO WRK-NOSSO-NUM.
           MOVE SPACES TO CNAB-REG.
           MOVE '1'                TO CNAB-TIPO.
           MOVE WRK-CFG-CONVENIO   TO CNAB-DET-CONVENIO.
           MOVE RECEBER-FONE       TO CNAB-DET-FONE.
           MOVE RECEBER-SEQ        TO CNAB-DET-SEQ.
           MOVE RECEBER-PARCELA    TO CNAB-DET-PARCELA.
           MOVE WRK-NOSSO-NUM      TO CNAB-DET-NOSSO-NUM.
           MOVE 01                 TO CNAB-DET-OCORRENCIA.
           MOVE RECEBER-VENCIMENTO TO CNAB-DET-VENCIMENTO.
           MOVE WRK-SALDO          TO CNAB-DET-VALOR.
           MOVE ZEROS              TO CNAB-DET-DT-OCORR
                                      CNAB-DET-VALOR-PAGO
                                      CNAB-DET-JUROS-PAGO
                                      CNAB-DET-MULTA-PAGA.
           MOVE WRK-TX-MULTA       TO CNAB-DET-PC-MULTA.
           COMPUTE CNAB-DET-MORA-DIA ROUNDED =
               WRK-SALDO * WRK-TX-JUROS / 100.
      *    PESSOA JURIDICA LEVA O CNPJ; PESSOA FISICA SAI
      *    SEM DOCUMENTO (O CADASTRO NAO GUARDA CPF).
           IF CLIENTES-TIPO = 'J'
               MOVE 02            TO CNAB-DET-TIPO-DOC
               MOVE CLIENTES-CNPJ TO CNAB-DET-DOCUMENTO
           ELSE
               MOVE 01            TO CNAB-DET-TIPO-DOC
               MOVE ZEROS         TO CNAB-DET-DOCUMENTO
           END-IF.
           MOVE CLIENTES-NOME      TO CNAB-DET-NOME.
           MOVE CLIENTES-ENDERECO  TO CNAB-DET-ENDERECO.
           MOVE CLIENTES-CEP       TO CNAB-DET-CEP.
           MOVE CLIENTES-CIDADE    TO CNAB-DET-CIDADE.
           MOVE CLIENTES-UF        TO CNAB-DET-UF.
           ADD 1 TO WRK-NUM-REG.
           MOVE WRK-NUM-REG        TO CNAB-NUM-REG.
           WRITE CNAB-REG.
           ADD 1 TO WRK-TOT-BOLETOS.
           ADD WRK-SALDO TO WRK-TOT-VALOR.
           PERFORM 3200-GRAVA-CONTROLE.

       3200-GRAVA-CONTROLE.
           MOVE RECEBER-CHAVE      TO BOLETOS-CHAVE.
           MOVE WRK-NOSSO-NUM      TO BOLETOS-NOSSO-NUM.
           MOVE WRK-LOTE           TO BOLETOS-LOTE.
           MOVE WRK-DH-DATA        TO BOLETOS-DT-REMESSA.
           MOVE RECEBER-VENCIMENTO TO BOLETOS-VENCIMENTO.
           MOVE WRK-SALDO          TO BOLETOS-VALOR.
           MOVE 'R'                TO BOLETOS-SITUACAO.
           MOVE ZEROS              TO BOLETOS-DT-RETORNO.
           WRITE BOLETOS-REG
               INVALID KEY
                   REWRITE BOLETOS-REG
                       INVALID KEY
                           DISPLAY 'CONTROLE DO BOLETO NAO GRAVADO: '
                               BOLETOS-CHAVE
                   END-REWRITE
           END-WRITE.

       4000-FINALIZAR.
           MOVE SPACES TO CNAB-REG.
           MOVE '9'                TO CNAB-TIPO.
           MOVE WRK-TOT-BOLETOS    TO CNAB-ROD-QTDE.
           MOVE WRK-TOT-VALOR      TO CNAB-ROD-VALOR.
           ADD 1 TO WRK-NUM-REG.
           MOVE WRK-NUM-REG        TO CNAB-NUM-REG.
           WRITE CNAB-REG.
           CLOSE REMESSA.
           CLOSE RECEBER.
           CLOSE CLIENTES.
           CLOSE BOLETOS.
           PERFORM 4100-GRAVA-AUDITORIA.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           DISPLAY '===== REMESSA DE BOLETOS ====='.
           DISPLAY 'LOTE.........: ' WRK-LOTE.
           DISPLAY 'BOLETOS......: ' WRK-TOT-BOLETOS.
           DISPLAY 'VALOR TOTAL..: ' WRK-VALOR-ED.
           DISPLAY 'ARQUIVO GERADO: ' WRK-ARQ-NOME.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO - UMA LINHA POR REMESSA, COM O LOTE.
       4100-GRAVA-AUDITORIA.
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
               'REMBOLETO' ' ' WRK-LOTE ' ' WRK-OPERADOR
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
