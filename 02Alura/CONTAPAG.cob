       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAPAG.
      ********************************************
      * OBJETIVO: BAIXA DE PAGAMENTO DAS PARCELAS
      *           DE PAGAR.DAT (CONTAS A PAGAR A
      *           FORNECEDOR GERADAS NO RECEBIMENTO
      *           DO COMPRAS) - O ESPELHO DO
      *           CONTAREC. O OPERADOR INFORMA O
      *           CODIGO DO FORNECEDOR, VE AS
      *           PARCELAS EM ABERTO E BAIXA UMA A
      *           UMA (ORDEM + PARCELA), TOTAL OU
      *           PARCIAL, COM A DATA DO PAGAMENTO
      *           GRAVADA NO REGISTRO E UMA LINHA DE
      *           AUDITORIA NO FORMATO PADRAO DE 5
      *           CAMPOS (COM O TELEFONE DO
      *           FORNECEDOR). LIBERADO PELA OPERACAO
      *           'CONTAPAG' DO PERMISSO.
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
           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY PAGAR-CHAVE.

           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECED-STATUS
               RECORD KEY FORN-CODIGO.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAGAR.
           COPY 'PAGCOPY.cob'.

       FD FORNECED.
           COPY 'FORNCOPY.cob'.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 PAGAR-STATUS    PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 FORNECED-STATUS PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'CONTAPAG'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
           77 WRK-FORN-FONE   PIC 9(09) VALUE ZEROS.
           77 WRK-COMPRA      PIC 9(06) VALUE ZEROS.
           77 WRK-PARCELA     PIC 9(03) VALUE ZEROS.
           77 WRK-QTDE-ABERTA PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-BAIXAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-PARCIAIS PIC 9(04) VALUE ZEROS.
           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-PAGO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-SALDO-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

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
               OPEN I-O PAGAR
               IF PAGAR-STATUS NOT = 00
                   DISPLAY 'PAGAR.DAT NAO DISPONIVEL - STATUS '
                       PAGAR-STATUS
               ELSE
                   OPEN INPUT FORNECED
                   MOVE 9999 TO WRK-FORNECEDOR
                   PERFORM 2000-ATENDER-FORNECEDOR
                       UNTIL WRK-FORNECEDOR = ZEROS
                   IF FORNECED-STATUS NOT = 35
                       CLOSE FORNECED
                   END-IF
                   CLOSE PAGAR
                   DISPLAY 'PARCELAS PAGAS NA SESSAO: '
                       WRK-TOT-BAIXAS
                   DISPLAY 'PAGAMENTOS PARCIAIS NA SESSAO: '
                       WRK-TOT-PARCIAIS
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

       2000-ATENDER-FORNECEDOR.
           MOVE ZEROS TO WRK-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR (0000 ENCERRA).. '.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           IF WRK-FORNECEDOR NOT = ZEROS
               PERFORM 2050-DADOS-FORNECEDOR
               PERFORM 2100-LISTAR-ABERTAS
               IF WRK-QTDE-ABERTA = ZEROS
                   DISPLAY 'NENHUMA PARCELA EM ABERTO PARA ESTE '
                       'FORNECEDOR'
               ELSE
                   PERFORM 2200-BAIXAR-PARCELA
               END-IF
           END-IF.

      *    FORNECEDOR FORA DO CADASTRO AINDA PODE TER CONTA
      *    A PAGAR - A BAIXA SEGUE, SO SEM NOME E TELEFONE.
       2050-DADOS-FORNECEDOR.
           MOVE ZEROS TO WRK-FORN-FONE.
           MOVE WRK-FORNECEDOR TO FORN-CODIGO.
           IF FORNECED-STATUS = 00
               READ FORNECED
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                       MOVE FORN-FONE TO WRK-FORN-FONE
                       DISPLAY 'FORNECEDOR: ' FORN-NOME
               END-READ
           END-IF.

       2100-LISTAR-ABERTAS.
           MOVE ZEROS TO WRK-QTDE-ABERTA.
           MOVE WRK-FORNECEDOR TO PAGAR-FORNECEDOR.
           MOVE ZEROS TO PAGAR-COMPRA PAGAR-PARCELA.
           MOVE 'N' TO WRK-FIM.
           START PAGAR KEY IS NOT LESS THAN PAGAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ PAGAR NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PAGAR-FORNECEDOR NOT = WRK-FORNECEDOR
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           IF PAGAR-ABERTA
                               ADD 1 TO WRK-QTDE-ABERTA
                               COMPUTE WRK-SALDO = PAGAR-VALOR
                                   - PAGAR-VALOR-PAGO
                               MOVE PAGAR-VALOR TO WRK-VALOR-ED
                               MOVE WRK-SALDO TO WRK-SALDO-ED
                               DISPLAY 'OC ' PAGAR-COMPRA
                                   ' PARCELA ' PAGAR-PARCELA
                                   ' VENC ' PAGAR-VENCIMENTO
                                   ' VALOR ' WRK-VALOR-ED
                                   ' SALDO ' WRK-SALDO-ED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-BAIXAR-PARCELA.
           MOVE ZEROS TO WRK-COMPRA WRK-PARCELA.
           DISPLAY 'ORDEM DE COMPRA A PAGAR (000000 VOLTA).. '.
           ACCEPT WRK-COMPRA FROM CONSOLE.
           IF WRK-COMPRA NOT = ZEROS
               DISPLAY 'PARCELA A PAGAR....................... '
               ACCEPT WRK-PARCELA FROM CONSOLE
               MOVE WRK-FORNECEDOR TO PAGAR-FORNECEDOR
               MOVE WRK-COMPRA     TO PAGAR-COMPRA
               MOVE WRK-PARCELA    TO PAGAR-PARCELA
               READ PAGAR
                   INVALID KEY
                       DISPLAY 'PARCELA NAO ENCONTRADA'
                   NOT INVALID KEY
                       IF PAGAR-ABERTA
                           PERFORM 2400-PAGAR-VALOR
                       ELSE
                           DISPLAY 'PARCELA NAO ESTA EM ABERTO'
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * PAGAMENTO TOTAL OU PARCIAL. O VALOR PAGO ACUMULA
      * EM PAGAR-VALOR-PAGO; A PARCELA SO PASSA A 'P'
      * QUANDO O SALDO ZERA.
      *****************************************************
       2400-PAGAR-VALOR.
           COMPUTE WRK-SALDO = PAGAR-VALOR - PAGAR-VALOR-PAGO.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY 'SALDO DA PARCELA.... ' WRK-SALDO-ED.
           MOVE ZEROS TO WRK-VALOR-PAGO.
           DISPLAY 'VALOR PAGO (0 = SALDO TODO)... '.
           ACCEPT WRK-VALOR-PAGO FROM CONSOLE.
           IF WRK-VALOR-PAGO = ZEROS
               MOVE WRK-SALDO TO WRK-VALOR-PAGO
           END-IF.
           IF WRK-VALOR-PAGO > WRK-SALDO
               DISPLAY 'VALOR ACIMA DO SALDO - NADA BAIXADO'
           ELSE
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               ADD WRK-VALOR-PAGO TO PAGAR-VALOR-PAGO
               MOVE WRK-DH-DATA TO PAGAR-DT-PAGTO
               MOVE WRK-OPERADOR TO PAGAR-USUARIO
               IF PAGAR-VALOR-PAGO NOT < PAGAR-VALOR
                   MOVE 'P' TO PAGAR-SITUACAO
               END-IF
               REWRITE PAGAR-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO BAIXAR PARCELA'
                   NOT INVALID KEY
                       MOVE 'PAGAR' TO WRK-OPER-AUD
                       PERFORM 3000-GRAVA-AUDITORIA
                       IF PAGAR-PAGA
                           ADD 1 TO WRK-TOT-BAIXAS
                           DISPLAY 'PARCELA PAGA'
                       ELSE
                           ADD 1 TO WRK-TOT-PARCIAIS
                           COMPUTE WRK-SALDO = PAGAR-VALOR
                               - PAGAR-VALOR-PAGO
                           MOVE WRK-SALDO TO WRK-SALDO-ED
                           DISPLAY 'PAGAMENTO PARCIAL - SALDO EM '
                               'ABERTO ' WRK-SALDO-ED
                       END-IF
               END-REWRITE
           END-IF.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO), COM
      *    O TELEFONE DO FORNECEDOR NO LUGAR DO CLIENTE.
       3000-GRAVA-AUDITORIA.
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
               WRK-OPER-AUD ' ' WRK-FORN-FONE ' ' WRK-OPERADOR
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
