      *           OPERACAO VIA PERMISSO, NOS MOLDES
      *           DOS DEMAIS LOTES.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - PAGAMENTO PARCIAL, MULTA E
      *            JUROS DE MORA: O OPERADOR INFORMA O
      *            VALOR RECEBIDO (ZERO = TUDO O QUE E
      *            DEVIDO); PAGO APOS O VENCIMENTO, O
      *            SALDO SOFRE A MULTA E OS JUROS POR
      *            DIA DE ATRASO DA TABELA TAXAREC.DAT.
      *            O PRINCIPAL ABATIDO ACUMULA EM
      *            RECEBER-VALOR-PAGO, A PARCELA SO
      *            FECHA QUANDO O SALDO ZERA, E CADA
      *            RECEBIMENTO VIRA UMA LINHA DE
      *            RECPAGTO.DAT.
      * 15/10/2026 JORGE - PARCELA BAIXADA COMO PERDA
      *            (BAIXAPER) APARECE NA LISTA E O QUE
      *            O CLIENTE PAGAR POR ELA E
      *            RECUPERACAO: SOMA EM PERDAS.DAT,
      *            LINHA EM RECPAGTO.DAT COM ORIGEM
      *            RECUPERA E A PARCELA SEGUE FECHADA.
      * 15/10/2026 JORGE - PAGAMENTO COM CREDITO DO
      *            CLIENTE: COM SALDO EM CREDITO.DAT O
      *            OPERADOR PODE BAIXAR A PARCELA COM
      *            ELE (ATE O SALDO); O USO SAI DO
      *            CREDITO, ENTRA EM RECPAGTO.DAT COM
      *            ORIGEM CREDITO E NA AUDITORIA COMO
      *            USACREDITO.
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT RECPAGTO ASSIGN TO 'RECPAGTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPAGTO-STATUS.

           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERDAS-STATUS
               RECORD KEY PERDAS-CHAVE.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT TAXAREC ASSIGN TO 'TAXAREC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXAREC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBER.
       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       FD RECPAGTO.
           COPY 'RPAGCOPY.cob'.

       FD PERDAS.
           COPY 'PERDCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

      *    TABELA DE TAXAS DE ATRASO (TEXTO SIMPLES MANTIDO
      *    PELO ADM NO EDITOR, COMO O COMTAB.DAT): UMA LINHA
      *    COM A MULTA EM % 9(02)V99 E OS JUROS DE MORA EM %
      *    AO DIA 9V9999 - EX.: 02000330 = MULTA 2,00% E
      *    JUROS 0,0330% AO DIA (CERCA DE 1% AO MES).
       FD TAXAREC.
       01 TAXAREC-REG.
           05 TAXAREC-MULTA PIC 9(02)V99.
           05 TAXAREC-JUROS PIC 9V9999.

       WORKING-STORAGE SECTION.
           77 RECEBER-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 AUDITF-STATUS   PIC 9(02).
           77 RECPAGTO-STATUS PIC 9(02).
           77 TAXAREC-STATUS  PIC 9(02).
           77 PERDAS-STATUS   PIC 9(02).
           77 CREDITO-STATUS  PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-PARCELA     PIC 9(02) VALUE ZEROS.
           77 WRK-QTDE-ABERTA PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-BAIXAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-PARCIAIS PIC 9(04) VALUE ZEROS.
           77 WRK-QTDE-PERDA  PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-RECUPERA PIC 9(04) VALUE ZEROS.
           77 WRK-ORIGEM      PIC X(10) VALUE SPACES.
           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.
           77 WRK-A-RECUPERAR PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-CREDITO PIC 9(04) VALUE ZEROS.
           77 WRK-CRED-MOV    PIC 9(05) VALUE ZEROS.
           77 WRK-CRED-SALDO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FORMA       PIC X(01) VALUE 'D'.
               88 PAGA-CREDITO VALUE 'C' 'c'.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-SALDO-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

      *    TAXAS DE ATRASO - VALORES PADRAO QUANDO O
      *    TAXAREC.DAT NAO EXISTE.
           77 WRK-TX-MULTA    PIC 9(02)V99   VALUE 2,00.
           77 WRK-TX-JUROS    PIC 9V9999     VALUE 0,0330.

           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(07)   VALUE ZEROS.
           77 WRK-ATRASO-ED   PIC ZZZZ9    VALUE ZEROS.
           77 WRK-MULTA-DEV   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-JUROS-DEV   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOTAL-DEV   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-RECEB PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PRINCIPAL   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-MULTA-PAGA  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-JUROS-PAGO  PIC 9(08)V99 VALUE ZEROS.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-MM PIC 9(02).
                   10 WRK-DH-SS PIC 9(02).
                   10 WRK-DH-CENT PIC 9(02).
           01 WRK-DT-VENC.
               05 WRK-VC-ANO PIC 9(04).
               05 WRK-VC-MES PIC 9(02).
               05 WRK-VC-DIA PIC 9(02).

       PROCEDURE DIVISION.

                   DISPLAY 'RECEBER.DAT NAO DISPONIVEL - STATUS '
                       RECEBER-STATUS
               ELSE
                   PERFORM 1100-CARREGAR-TAXAS
                   OPEN I-O CREDITO
                   IF CREDITO-STATUS = 35
                       OPEN OUTPUT CREDITO
                       CLOSE CREDITO
                       OPEN I-O CREDITO
                   END-IF
                   MOVE 999999999 TO WRK-FONE
                   PERFORM 2000-ATENDER-CLIENTE
                       UNTIL WRK-FONE = ZEROS
                   CLOSE CREDITO
                   CLOSE RECEBER
                   DISPLAY 'PARCELAS BAIXADAS NA SESSAO: '
                       WRK-TOT-BAIXAS
                   DISPLAY 'PAGAMENTOS PARCIAIS NA SESSAO: '
                       WRK-TOT-PARCIAIS
                   DISPLAY 'RECUPERACOES DE PERDA NA SESSAO: '
                       WRK-TOT-RECUPERA
                   DISPLAY 'PAGAMENTOS COM CREDITO NA SESSAO: '
                       WRK-TOT-CREDITO
               END-IF
           END-IF.
           STOP RUN.

       1000-LOGIN.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA........ '.
           CALL 'USUARIO' USING WRK-OPERADOR WRK-SENHA-OP
               WRK-NIVEL-OP WRK-LOGIN-OK.

      *    SEM O TAXAREC.DAT VALEM AS TAXAS PADRAO DA
      *    WORKING-STORAGE.
       1100-CARREGAR-TAXAS.
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
           DISPLAY 'MULTA POR ATRASO: ' WRK-TX-MULTA
               '% - JUROS DE MORA: ' WRK-TX-JUROS '% AO DIA'.

       2000-ATENDER-CLIENTE.
           MOVE ZEROS TO WRK-FONE.
           DISPLAY 'TELEFONE DO CLIENTE (000000000 ENCERRA).. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           IF WRK-FONE NOT = ZEROS
               PERFORM 2100-LISTAR-ABERTAS
               IF WRK-QTDE-ABERTA = ZEROS AND WRK-QTDE-PERDA = ZEROS
                   DISPLAY 'NENHUMA PARCELA EM ABERTO PARA ESTE '
                       'CLIENTE'
               ELSE
           END-IF.

       2100-LISTAR-ABERTAS.
           MOVE ZEROS TO WRK-QTDE-ABERTA WRK-QTDE-PERDA.
           MOVE WRK-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM.
                       ELSE
                           IF RECEBER-ABERTA
                               ADD 1 TO WRK-QTDE-ABERTA
                               COMPUTE WRK-SALDO = RECEBER-VALOR
                                   - RECEBER-VALOR-PAGO
                               MOVE RECEBER-VALOR TO WRK-VALOR-ED
                               MOVE WRK-SALDO TO WRK-SALDO-ED
                               DISPLAY 'PEDIDO ' RECEBER-SEQ
                                   ' PARCELA ' RECEBER-PARCELA
                                   ' VENC ' RECEBER-VENCIMENTO
                                   ' VALOR ' WRK-VALOR-ED
                                   ' SALDO ' WRK-SALDO-ED
                           END-IF
                           IF RECEBER-PERDA
                               ADD 1 TO WRK-QTDE-PERDA
                               DISPLAY 'PEDIDO ' RECEBER-SEQ
                                   ' PARCELA ' RECEBER-PARCELA
                                   ' VENC ' RECEBER-VENCIMENTO
                                   ' BAIXADA COMO PERDA EM '
                                   RECEBER-DT-PAGTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    SALDO DE CREDITO DO CLIENTE: O ULTIMO MOVIMENTO
      *    DO FONE EM CREDITO.DAT CARREGA O SALDO CORRENTE.
       2150-SALDO-CREDITO.
           MOVE ZEROS TO WRK-CRED-MOV WRK-CRED-SALDO.
           IF CREDITO-STATUS = 00
               MOVE WRK-FONE TO CREDITO-FONE
               MOVE 99999 TO CREDITO-MOV
               START CREDITO KEY IS NOT GREATER THAN CREDITO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CREDITO NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CREDITO-FONE = WRK-FONE
                                   MOVE CREDITO-MOV TO WRK-CRED-MOV
                                   MOVE CREDITO-SALDO
                                       TO WRK-CRED-SALDO
                               END-IF
                       END-READ
               END-START
           END-IF.

       2200-BAIXAR-PARCELA.
           MOVE ZEROS TO WRK-SEQ WRK-PARCELA.
           DISPLAY 'PEDIDO A BAIXAR (0000 VOLTA)..... '.
                   INVALID KEY
                       DISPLAY 'PARCELA NAO ENCONTRADA'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN RECEBER-ABERTA
                               PERFORM 2300-CALCULA-DEVIDO
                               PERFORM 2400-RECEBER-VALOR
                           WHEN RECEBER-PERDA
                               PERFORM 2600-RECUPERAR-PERDA
                           WHEN OTHER
                               DISPLAY 'PARCELA NAO ESTA EM ABERTO'
                       END-EVALUATE
               END-READ
           END-IF.

      *****************************************************
      * SALDO DA PARCELA E ENCARGOS DE ATRASO: PAGO DEPOIS
      * DO VENCIMENTO, O SALDO SOFRE A MULTA (UMA VEZ) E
      * OS JUROS DE MORA POR DIA DE ATRASO. OS DIAS USAM A
      * MESMA CONTA APROXIMADA (ANO*365+MES*30+DIA) DO
      * RELATRAS E DO CARTACOB.
      *****************************************************
       2300-CALCULA-DEVIDO.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           MOVE ZEROS TO WRK-DIAS-ATRASO WRK-MULTA-DEV WRK-JUROS-DEV.
           IF RECEBER-VENCIMENTO < WRK-DH-DATA
               MOVE RECEBER-VENCIMENTO TO WRK-DT-VENC
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-DH-ANO * 365) + (WRK-DH-MES * 30)
                       + WRK-DH-DIA)
                   - ((WRK-VC-ANO * 365) + (WRK-VC-MES * 30)
                       + WRK-VC-DIA)
               IF WRK-DIAS-ATRASO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
               COMPUTE WRK-MULTA-DEV ROUNDED =
                   WRK-SALDO * WRK-TX-MULTA / 100
               COMPUTE WRK-JUROS-DEV ROUNDED =
                   WRK-SALDO * WRK-TX-JUROS / 100 * WRK-DIAS-ATRASO
           END-IF.
           COMPUTE WRK-TOTAL-DEV = WRK-SALDO + WRK-MULTA-DEV
               + WRK-JUROS-DEV.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY 'SALDO DA PARCELA.... ' WRK-SALDO-ED.
           IF WRK-DIAS-ATRASO > ZEROS
               MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED
               MOVE WRK-MULTA-DEV TO WRK-VALOR-ED
               DISPLAY 'ATRASO.............. ' WRK-ATRASO-ED ' DIAS'
               DISPLAY 'MULTA............... ' WRK-VALOR-ED
               MOVE WRK-JUROS-DEV TO WRK-VALOR-ED
               DISPLAY 'JUROS DE MORA....... ' WRK-VALOR-ED
           END-IF.
           MOVE WRK-TOTAL-DEV TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DEVIDO HOJE... ' WRK-VALOR-ED.

      *****************************************************
      * RECEBIMENTO TOTAL OU PARCIAL. O VALOR PARCIAL E
      * REPARTIDO NA PROPORCAO DO DEVIDO ENTRE PRINCIPAL,
      * MULTA E JUROS - O QUE FICA EM ABERTO CONTINUA COM
      * OS MESMOS ENCARGOS PROPORCIONAIS NO PROXIMO
      * PAGAMENTO. O PRINCIPAL ABATIDO SOMA EM
      * RECEBER-VALOR-PAGO; A PARCELA SO PASSA A 'P'
      * QUANDO O SALDO ZERA.
      *****************************************************
       2400-RECEBER-VALOR.
           MOVE 'D' TO WRK-FORMA.
           PERFORM 2150-SALDO-CREDITO.
           IF WRK-CRED-SALDO > ZEROS
               MOVE WRK-CRED-SALDO TO WRK-VALOR-ED
               DISPLAY 'CREDITO DO CLIENTE DISPONIVEL... ' WRK-VALOR-ED
               DISPLAY 'PAGAR COM (D=DINHEIRO C=CREDITO)... '
               ACCEPT WRK-FORMA FROM CONSOLE
           END-IF.
           MOVE ZEROS TO WRK-VALOR-RECEB.
           DISPLAY 'VALOR RECEBIDO (0 = TOTAL DEVIDO)... '.
           ACCEPT WRK-VALOR-RECEB FROM CONSOLE.
           IF WRK-VALOR-RECEB = ZEROS
               MOVE WRK-TOTAL-DEV TO WRK-VALOR-RECEB
      *    COM CREDITO, O "TOTAL" PARA NO SALDO DISPONIVEL
               IF PAGA-CREDITO AND WRK-VALOR-RECEB > WRK-CRED-SALDO
                   MOVE WRK-CRED-SALDO TO WRK-VALOR-RECEB
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-VALOR-RECEB > WRK-TOTAL-DEV
                   DISPLAY 'VALOR ACIMA DO DEVIDO - NADA BAIXADO'
               WHEN PAGA-CREDITO AND WRK-VALOR-RECEB > WRK-CRED-SALDO
                   DISPLAY 'VALOR ACIMA DO CREDITO - NADA BAIXADO'
               WHEN OTHER
                   IF WRK-VALOR-RECEB = WRK-TOTAL-DEV
                       MOVE WRK-SALDO     TO WRK-PRINCIPAL
                       MOVE WRK-MULTA-DEV TO WRK-MULTA-PAGA
                       MOVE WRK-JUROS-DEV TO WRK-JUROS-PAGO
                   ELSE
                       COMPUTE WRK-PRINCIPAL ROUNDED =
                           WRK-VALOR-RECEB * WRK-SALDO / WRK-TOTAL-DEV
                       COMPUTE WRK-MULTA-PAGA ROUNDED =
                           WRK-VALOR-RECEB * WRK-MULTA-DEV
                           / WRK-TOTAL-DEV
                       COMPUTE WRK-JUROS-PAGO = WRK-VALOR-RECEB
                           - WRK-PRINCIPAL - WRK-MULTA-PAGA
                   END-IF
                   ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
                   ADD WRK-PRINCIPAL TO RECEBER-VALOR-PAGO
                   MOVE WRK-DH-DATA TO RECEBER-DT-PAGTO
                   IF RECEBER-VALOR-PAGO NOT < RECEBER-VALOR
                       MOVE 'P' TO RECEBER-SITUACAO
                   END-IF
                   REWRITE RECEBER-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO BAIXAR PARCELA'
                       NOT INVALID KEY
                           IF PAGA-CREDITO
                               MOVE 'CREDITO' TO WRK-ORIGEM
                           ELSE
                               MOVE 'CONTAREC' TO WRK-ORIGEM
                           END-IF
                           PERFORM 2500-GRAVA-RECEBIMENTO
                           IF PAGA-CREDITO
                               PERFORM 2800-BAIXAR-CREDITO
                               MOVE 'USACREDITO' TO WRK-OPER-AUD
                           ELSE
                               MOVE 'RECEBER' TO WRK-OPER-AUD
                           END-IF
                           PERFORM 3000-GRAVA-AUDITORIA
                           IF RECEBER-PAGA
                               ADD 1 TO WRK-TOT-BAIXAS
                               DISPLAY 'PARCELA BAIXADA'
                           ELSE
                               ADD 1 TO WRK-TOT-PARCIAIS
                               COMPUTE WRK-SALDO = RECEBER-VALOR
                                   - RECEBER-VALOR-PAGO
                               MOVE WRK-SALDO TO WRK-SALDO-ED
                               DISPLAY 'PAGAMENTO PARCIAL - SALDO EM '
                                   'ABERTO ' WRK-SALDO-ED
                           END-IF
                   END-REWRITE
           END-EVALUATE.

       2500-GRAVA-RECEBIMENTO.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND RECPAGTO.
           IF RECPAGTO-STATUS = 35
               OPEN OUTPUT RECPAGTO
               CLOSE RECPAGTO
               OPEN EXTEND RECPAGTO
           END-IF.
           MOVE RECEBER-FONE     TO RECPAGTO-FONE.
           MOVE RECEBER-SEQ      TO RECPAGTO-SEQ.
           MOVE RECEBER-PARCELA  TO RECPAGTO-PARCELA.
           MOVE WRK-DH-DATA      TO RECPAGTO-DATA.
           MOVE WRK-DH-HORA(1:6) TO RECPAGTO-HORA.
           MOVE WRK-PRINCIPAL    TO RECPAGTO-PRINCIPAL.
           MOVE WRK-MULTA-PAGA   TO RECPAGTO-MULTA.
           MOVE WRK-JUROS-PAGO   TO RECPAGTO-JUROS.
           MOVE WRK-VALOR-RECEB  TO RECPAGTO-TOTAL.
           MOVE WRK-DIAS-ATRASO  TO RECPAGTO-DIAS-ATRASO.
           MOVE WRK-ORIGEM       TO RECPAGTO-ORIGEM.
           MOVE WRK-OPERADOR     TO RECPAGTO-USUARIO.
           WRITE RECPAGTO-REG.
           CLOSE RECPAGTO.

      *****************************************************
      * RECUPERACAO DE PERDA: O VALOR RECEBIDO ABATE O QUE
      * FOI BAIXADO (SEM MULTA NEM JUROS) E SOMA EM
      * PERDAS-RECUPERADO. A PARCELA NAO E REABERTA.
      *****************************************************
       2600-RECUPERAR-PERDA.
           OPEN I-O PERDAS.
           IF PERDAS-STATUS NOT = 00
               DISPLAY 'PERDAS.DAT NAO DISPONIVEL - STATUS '
                   PERDAS-STATUS
           ELSE
               MOVE RECEBER-CHAVE TO PERDAS-CHAVE
               READ PERDAS
                   INVALID KEY
                       DISPLAY 'PERDA SEM REGISTRO EM PERDAS.DAT'
                   NOT INVALID KEY
                       PERFORM 2700-RECEBER-RECUPERACAO
               END-READ
               CLOSE PERDAS
           END-IF.

       2700-RECEBER-RECUPERACAO.
           COMPUTE WRK-A-RECUPERAR = PERDAS-VALOR - PERDAS-RECUPERADO.
           MOVE PERDAS-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR BAIXADO COMO PERDA.. ' WRK-VALOR-ED.
           MOVE WRK-A-RECUPERAR TO WRK-SALDO-ED.
           DISPLAY 'AINDA A RECUPERAR......... ' WRK-SALDO-ED.
           MOVE ZEROS TO WRK-VALOR-RECEB.
           DISPLAY 'VALOR RECUPERADO (0 = TUDO)... '.
           ACCEPT WRK-VALOR-RECEB FROM CONSOLE.
           IF WRK-VALOR-RECEB = ZEROS
               MOVE WRK-A-RECUPERAR TO WRK-VALOR-RECEB
           END-IF.
           IF WRK-VALOR-RECEB = ZEROS
               OR WRK-VALOR-RECEB > WRK-A-RECUPERAR
               DISPLAY 'VALOR FORA DO SALDO DA PERDA - NADA '
                   'REGISTRADO'
           ELSE
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               ADD WRK-VALOR-RECEB TO PERDAS-RECUPERADO
               MOVE WRK-DH-DATA TO PERDAS-DT-RECUP
               REWRITE PERDAS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR A RECUPERACAO'
                   NOT INVALID KEY
                       MOVE WRK-VALOR-RECEB TO WRK-PRINCIPAL
                       MOVE ZEROS TO WRK-MULTA-PAGA WRK-JUROS-PAGO
                           WRK-DIAS-ATRASO
                       MOVE 'RECUPERA' TO WRK-ORIGEM
                       PERFORM 2500-GRAVA-RECEBIMENTO
                       MOVE 'RECUPERA' TO WRK-OPER-AUD
                       PERFORM 3000-GRAVA-AUDITORIA
                       ADD 1 TO WRK-TOT-RECUPERA
                       DISPLAY 'RECUPERACAO REGISTRADA'
               END-REWRITE
           END-IF.

      *    O VALOR PAGO COM CREDITO SAI DO SALDO DO CLIENTE
      *    COMO UM MOVIMENTO 'P' AMARRADO A PARCELA.
       2800-BAIXAR-CREDITO.
           PERFORM 2150-SALDO-CREDITO.
           MOVE WRK-FONE        TO CREDITO-FONE.
           COMPUTE CREDITO-MOV = WRK-CRED-MOV + 1.
           MOVE WRK-DH-DATA     TO CREDITO-DATA.
           MOVE 'P'             TO CREDITO-TIPO.
           MOVE WRK-VALOR-RECEB TO CREDITO-VALOR.
           SUBTRACT WRK-VALOR-RECEB FROM WRK-CRED-SALDO.
           MOVE WRK-CRED-SALDO  TO CREDITO-SALDO.
           MOVE RECEBER-SEQ     TO CREDITO-REF-SEQ.
           MOVE RECEBER-PARCELA TO CREDITO-REF-PARCELA.
           MOVE WRK-OPERADOR    TO CREDITO-USUARIO.
           WRITE CREDITO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR O CREDITO DO CLIENTE'
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-CREDITO
           END-WRITE.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO).
       3000-GRAVA-AUDITORIA.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               WRK-OPER-AUD ' ' RECEBER-FONE ' ' WRK-OPERADOR
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
