       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOC.
      ********************************************
      * OBJETIVO: RENEGOCIACAO DE PARCELAS VENCIDAS -
      *           O OPERADOR INFORMA O TELEFONE DO
      *           CLIENTE, VE AS PARCELAS DE
      *           RECEBER.DAT EM ATRASO (SALDO EM
      *           ABERTO E DIAS) E MONTA UM ACORDO:
      *           ENTRADA OPCIONAL, JUROS DO ACORDO
      *           (% AO MES, ZERO = SEM JUROS) E
      *           QUANTIDADE DE PARCELAS NOVAS. AO
      *           CONFIRMAR, AS VENCIDAS FECHAM COM
      *           SITUACAO 'R' (RENEGOCIADA) E O NOVO
      *           PARCELAMENTO NASCE NO PEDIDO MAIS
      *           ANTIGO DO ACORDO, DEPOIS DA ULTIMA
      *           PARCELA DELE, COM VENCIMENTOS DE 22
      *           EM 22 DIAS UTEIS PELO DIAUTIL (A
      *           ENTRADA VENCE E E BAIXADA NO ATO).
      *           AS DUAS PONTAS LEVAM O NUMERO DO
      *           ACORDO, GRAVADO EM RENEGOC.DAT COM
      *           OS TOTAIS - O RELATRAS E O CARTACOB
      *           MOSTRAM O ACORDO NA PARCELA E O
      *           INTEGRID CONFERE OS TOTAIS.
      *           LIBERACAO POR OPERACAO VIA PERMISSO
      *           (RENEGOCIA), AUDITORIA DE 5 CAMPOS.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - ACOMPANHA A UF NOVA DA
      *            ASSINATURA DO DIAUTIL (EM BRANCO:
      *            SO FERIADOS NACIONAIS E MOVEIS).
      * 15/10/2026 JORGE - DIAS UTEIS ENTRE PARCELAS
      *            DO ACORDO LIDOS DE PARAMS.DAT
      *            (PARAMLE)
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

           SELECT RENEGOC ASSIGN TO 'RENEGOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RENEGOC-STATUS
               RECORD KEY RENEGOC-CHAVE.

           SELECT RECPAGTO ASSIGN TO 'RECPAGTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPAGTO-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD RENEGOC.
           COPY 'RNEGCOPY.cob'.

       FD RECPAGTO.
           COPY 'RPAGCOPY.cob'.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 RECEBER-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 RENEGOC-STATUS  PIC 9(02).
           77 RECPAGTO-STATUS PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'RENEGOCIA'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-TOT-ACORDOS PIC 9(04) VALUE ZEROS.

      *    PARCELAS VENCIDAS DO CLIENTE (CHAVE E SALDO)
           01 WRK-TAB-VENCIDAS.
               05 WRK-VENCIDA OCCURS 50 TIMES.
                   10 WRK-VD-SEQ     PIC 9(04).
                   10 WRK-VD-PARCELA PIC 9(02).
                   10 WRK-VD-SALDO   PIC 9(08)V99.
           77 WRK-QTDE-VENCIDAS PIC 9(03) VALUE ZEROS.
           77 WRK-VD-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-TAB-CHEIA     PIC X(01) VALUE 'N'.

           77 WRK-SALDO        PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOTAL-VENC   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ENTRADA      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FINANCIADO   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TAXA-JUROS   PIC 9(02)V99 VALUE ZEROS.
           77 WRK-VALOR-JUROS  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-QT-PARCELAS  PIC 9(02)    VALUE ZEROS.
           77 WRK-VALOR-PARC   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-ULTIMA PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOTAL-NOVO   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIAS-ATRASO  PIC S9(07)   VALUE ZEROS.
           77 WRK-ATRASO-ED    PIC ZZZZ9    VALUE ZEROS.
           77 WRK-VALOR-ED     PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

           77 WRK-ACORDO       PIC 9(06) VALUE ZEROS.
           77 WRK-SEQ-DESTINO  PIC 9(04) VALUE ZEROS.
           77 WRK-PROX-PARCELA PIC 9(02) VALUE ZEROS.
           77 WRK-PARC-IDX     PIC 9(02) VALUE ZEROS.

           77 WRK-VENC-DATA    PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-PARCELA PIC S9(03) VALUE +22.
      *    AREA DE CHAMADA DO PARAMLE (1100-LER-PARAMETROS)
           77 WRK-PL-CODIGO   PIC X(10) VALUE SPACES.
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.
           77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
           77 WRK-FERIADO-X    PIC X(01) VALUE SPACES.
           77 WRK-CAL-UF       PIC X(02) VALUE SPACES.

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
               CALL 'PERMISSO' USING WRK-OPERADOR WRK-NIVEL-OP
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               PERFORM 1100-LER-PARAMETROS
               OPEN I-O RECEBER
               IF RECEBER-STATUS NOT = 00
                   DISPLAY 'RECEBER.DAT NAO DISPONIVEL - STATUS '
                       RECEBER-STATUS
               ELSE
                   OPEN I-O RENEGOC
                   IF RENEGOC-STATUS = 35
                       OPEN OUTPUT RENEGOC
                       CLOSE RENEGOC
                       OPEN I-O RENEGOC
                   END-IF
                   MOVE 999999999 TO WRK-FONE
                   PERFORM 2000-ATENDER-CLIENTE
                       UNTIL WRK-FONE = ZEROS
                   CLOSE RECEBER
                   CLOSE RENEGOC
                   DISPLAY 'ACORDOS FECHADOS NA SESSAO: '
                       WRK-TOT-ACORDOS
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

      *    ESPACAMENTO DE PARCELAS EM VIGOR HOJE (PARAMS.DAT,
      *    MANTIDO PELO MANTPARM) - O MESMO DO PROJETO.
       1100-LER-PARAMETROS.
           MOVE 'PARCDIAS' TO WRK-PL-CODIGO.
           MOVE ZEROS TO WRK-PL-DATA.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-DIAS-PARCELA
           END-IF.

       2000-ATENDER-CLIENTE.
           MOVE ZEROS TO WRK-FONE.
           DISPLAY 'TELEFONE DO CLIENTE (000000000 ENCERRA).. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           IF WRK-FONE NOT = ZEROS
               PERFORM 2100-LISTAR-VENCIDAS
               IF WRK-QTDE-VENCIDAS = ZEROS
                   DISPLAY 'NENHUMA PARCELA VENCIDA PARA ESTE '
                       'CLIENTE'
               ELSE
                   IF WRK-TAB-CHEIA = 'S'
                       DISPLAY 'MAIS DE 50 PARCELAS VENCIDAS - '
                           'RENEGOCIAR EM PARTES PELO CONTAREC'
                   ELSE
                       PERFORM 2200-MONTAR-ACORDO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PARCELAS ABERTAS COM VENCIMENTO ANTERIOR A HOJE,
      * COM O SALDO EM ABERTO E OS DIAS DE ATRASO PELA
      * CONTA APROXIMADA DO RELATRAS. A PRIMEIRA (MENOR
      * SEQ) E O PEDIDO MAIS ANTIGO E RECEBE O ACORDO.
      *****************************************************
       2100-LISTAR-VENCIDAS.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTDE-VENCIDAS WRK-TOTAL-VENC.
           MOVE 'N' TO WRK-TAB-CHEIA.
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
                               PERFORM 2150-GUARDAR-VENCIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-QTDE-VENCIDAS NOT = ZEROS
               MOVE WRK-TOTAL-VENC TO WRK-VALOR-ED
               DISPLAY 'TOTAL VENCIDO....... ' WRK-VALOR-ED
           END-IF.

       2150-GUARDAR-VENCIDA.
           IF WRK-QTDE-VENCIDAS < 50
               ADD 1 TO WRK-QTDE-VENCIDAS
               COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO
               MOVE RECEBER-SEQ     TO WRK-VD-SEQ(WRK-QTDE-VENCIDAS)
               MOVE RECEBER-PARCELA
                   TO WRK-VD-PARCELA(WRK-QTDE-VENCIDAS)
               MOVE WRK-SALDO       TO WRK-VD-SALDO(WRK-QTDE-VENCIDAS)
               ADD WRK-SALDO TO WRK-TOTAL-VENC
               MOVE RECEBER-VENCIMENTO TO WRK-DT-VENC
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30)
                       + WRK-DS-DIA)
                   - ((WRK-VC-ANO * 365) + (WRK-VC-MES * 30)
                       + WRK-VC-DIA)
               MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED
               MOVE WRK-SALDO TO WRK-VALOR-ED
               DISPLAY 'PEDIDO ' RECEBER-SEQ
                   ' PARCELA ' RECEBER-PARCELA
                   ' VENC ' RECEBER-VENCIMENTO
                   ' ATRASO ' WRK-ATRASO-ED
                   ' SALDO ' WRK-VALOR-ED
           ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.

      *****************************************************
      * CONDICOES DO ACORDO: ENTRADA MENOR QUE O TOTAL
      * VENCIDO, JUROS SIMPLES DO ACORDO POR MES SOBRE O
      * FINANCIADO (UMA PARCELA POR MES COMERCIAL) E DE
      * 1 A 12 PARCELAS. A ULTIMA PARCELA ABSORVE O
      * ARREDONDAMENTO, PARA O ACORDO FECHAR NO CENTAVO.
      *****************************************************
       2200-MONTAR-ACORDO.
           MOVE ZEROS TO WRK-ENTRADA WRK-TAXA-JUROS WRK-QT-PARCELAS.
           DISPLAY 'RENEGOCIAR AS PARCELAS ACIMA (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               DISPLAY 'VALOR DA ENTRADA (0 = SEM ENTRADA).. '
               ACCEPT WRK-ENTRADA FROM CONSOLE
               DISPLAY 'JUROS DO ACORDO % AO MES (0 = SEM).. '
               ACCEPT WRK-TAXA-JUROS FROM CONSOLE
               DISPLAY 'QUANTIDADE DE PARCELAS (1 A 12).... '
               ACCEPT WRK-QT-PARCELAS FROM CONSOLE
               IF WRK-ENTRADA NOT < WRK-TOTAL-VENC
                   DISPLAY 'ENTRADA DEVE SER MENOR QUE O TOTAL '
                       'VENCIDO - ACORDO NAO GRAVADO'
               ELSE
                   IF WRK-QT-PARCELAS < 1 OR WRK-QT-PARCELAS > 12
                       DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA - '
                           'ACORDO NAO GRAVADO'
                   ELSE
                       PERFORM 2300-CALCULAR-ACORDO
                       DISPLAY 'CONFIRMA O ACORDO (S/N)?.. '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           PERFORM 3000-GRAVAR-ACORDO
                       ELSE
                           DISPLAY 'ACORDO DESCARTADO'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-CALCULAR-ACORDO.
           COMPUTE WRK-FINANCIADO = WRK-TOTAL-VENC - WRK-ENTRADA.
           COMPUTE WRK-VALOR-JUROS ROUNDED = WRK-FINANCIADO
               * WRK-TAXA-JUROS / 100 * WRK-QT-PARCELAS.
           COMPUTE WRK-VALOR-PARC ROUNDED =
               (WRK-FINANCIADO + WRK-VALOR-JUROS) / WRK-QT-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA = WRK-FINANCIADO
               + WRK-VALOR-JUROS
               - (WRK-VALOR-PARC * (WRK-QT-PARCELAS - 1)).
           COMPUTE WRK-TOTAL-NOVO = WRK-ENTRADA + WRK-FINANCIADO
               + WRK-VALOR-JUROS.
           MOVE WRK-ENTRADA TO WRK-VALOR-ED.
           DISPLAY 'ENTRADA (HOJE)...... ' WRK-VALOR-ED.
           MOVE WRK-VALOR-JUROS TO WRK-VALOR-ED.
           DISPLAY 'JUROS DO ACORDO..... ' WRK-VALOR-ED.
           MOVE WRK-VALOR-PARC TO WRK-VALOR-ED.
           DISPLAY WRK-QT-PARCELAS ' PARCELA(S) DE..... ' WRK-VALOR-ED.
           IF WRK-VALOR-ULTIMA NOT = WRK-VALOR-PARC
               MOVE WRK-VALOR-ULTIMA TO WRK-VALOR-ED
               DISPLAY 'ULTIMA PARCELA...... ' WRK-VALOR-ED
           END-IF.
           MOVE WRK-TOTAL-NOVO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DO ACORDO..... ' WRK-VALOR-ED.

      *****************************************************
      * GRAVACAO DO ACORDO: NUMERO NOVO, VENCIDAS FECHADAS
      * COMO 'R', ENTRADA BAIXADA NO ATO E PARCELAS NOVAS
      * NO PEDIDO MAIS ANTIGO, NUMERADAS DEPOIS DA ULTIMA
      * PARCELA QUE ELE JA TEM.
      *****************************************************
       3000-GRAVAR-ACORDO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 3100-PROXIMO-ACORDO.
           MOVE WRK-VD-SEQ(1) TO WRK-SEQ-DESTINO.
           PERFORM 3200-PROXIMA-PARCELA.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-QTDE-VENCIDAS
               PERFORM 3300-FECHAR-VENCIDA
           END-PERFORM.
           IF WRK-ENTRADA > ZEROS
               PERFORM 3400-GRAVAR-ENTRADA
           END-IF.
           MOVE WRK-DATA-SIS TO WRK-VENC-DATA.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > WRK-QT-PARCELAS
               PERFORM 3500-GRAVAR-PARCELA-NOVA
           END-PERFORM.
           MOVE WRK-ACORDO        TO RENEGOC-ACORDO.
           MOVE WRK-FONE          TO RENEGOC-FONE.
           MOVE WRK-SEQ-DESTINO   TO RENEGOC-SEQ.
           MOVE WRK-DATA-SIS      TO RENEGOC-DATA.
           MOVE WRK-QTDE-VENCIDAS TO RENEGOC-QT-ORIGINAIS.
           MOVE WRK-TOTAL-VENC    TO RENEGOC-SALDO-ORIG.
           MOVE WRK-ENTRADA       TO RENEGOC-ENTRADA.
           MOVE WRK-TAXA-JUROS    TO RENEGOC-TAXA-JUROS.
           MOVE WRK-VALOR-JUROS   TO RENEGOC-VALOR-JUROS.
           MOVE WRK-QT-PARCELAS   TO RENEGOC-QT-PARCELAS.
           MOVE WRK-TOTAL-NOVO    TO RENEGOC-TOTAL-NOVO.
           MOVE WRK-OPERADOR      TO RENEGOC-USUARIO.
           WRITE RENEGOC-REG
               INVALID KEY
                   DISPLAY 'ACORDO NAO GRAVADO EM RENEGOC.DAT: '
                       WRK-ACORDO
           END-WRITE.
           ADD 1 TO WRK-TOT-ACORDOS.
           PERFORM 3700-GRAVA-AUDITORIA.
           DISPLAY 'ACORDO ' WRK-ACORDO ' GRAVADO NO PEDIDO '
               WRK-SEQ-DESTINO.

       3100-PROXIMO-ACORDO.
           MOVE ZEROS TO WRK-ACORDO.
           MOVE ZEROS TO RENEGOC-ACORDO.
           MOVE 'N' TO WRK-FIM.
           START RENEGOC KEY IS NOT LESS THAN RENEGOC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ RENEGOC NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE RENEGOC-ACORDO TO WRK-ACORDO
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-ACORDO.

       3200-PROXIMA-PARCELA.
           MOVE ZEROS TO WRK-PROX-PARCELA.
           MOVE WRK-FONE        TO RECEBER-FONE.
           MOVE WRK-SEQ-DESTINO TO RECEBER-SEQ.
           MOVE ZEROS           TO RECEBER-PARCELA.
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
                           OR RECEBER-SEQ NOT = WRK-SEQ-DESTINO
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           MOVE RECEBER-PARCELA TO WRK-PROX-PARCELA
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-PROX-PARCELA.

       3300-FECHAR-VENCIDA.
           MOVE WRK-FONE                TO RECEBER-FONE.
           MOVE WRK-VD-SEQ(WRK-VD-IDX)  TO RECEBER-SEQ.
           MOVE WRK-VD-PARCELA(WRK-VD-IDX) TO RECEBER-PARCELA.
           READ RECEBER
               INVALID KEY
                   DISPLAY 'PARCELA SUMIU DURANTE O ACORDO: '
                       RECEBER-CHAVE
               NOT INVALID KEY
                   MOVE 'R'          TO RECEBER-SITUACAO
                   MOVE WRK-DATA-SIS TO RECEBER-DT-PAGTO
                   MOVE WRK-ACORDO   TO RECEBER-ACORDO
                   REWRITE RECEBER-REG
                       INVALID KEY
                           DISPLAY 'PARCELA NAO FECHADA: '
                               RECEBER-CHAVE
                   END-REWRITE
           END-READ.

      *    A ENTRADA E UMA PARCELA DO ACORDO QUE VENCE E E
      *    BAIXADA HOJE, COM A LINHA DE RECEBIMENTO.
       3400-GRAVAR-ENTRADA.
           MOVE WRK-FONE         TO RECEBER-FONE.
           MOVE WRK-SEQ-DESTINO  TO RECEBER-SEQ.
           MOVE WRK-PROX-PARCELA TO RECEBER-PARCELA.
           MOVE WRK-DATA-SIS     TO RECEBER-VENCIMENTO.
           MOVE WRK-ENTRADA      TO RECEBER-VALOR.
           MOVE 'P'              TO RECEBER-SITUACAO.
           MOVE WRK-DATA-SIS     TO RECEBER-DT-PAGTO.
           MOVE WRK-ENTRADA      TO RECEBER-VALOR-PAGO.
           MOVE WRK-ACORDO       TO RECEBER-ACORDO.
           WRITE RECEBER-REG
               INVALID KEY
                   DISPLAY 'ENTRADA NAO GRAVADA: ' RECEBER-CHAVE
               NOT INVALID KEY
                   PERFORM 3600-GRAVA-RECEBIMENTO
           END-WRITE.
           ADD 1 TO WRK-PROX-PARCELA.

       3500-GRAVAR-PARCELA-NOVA.
           CALL 'DIAUTIL' USING WRK-VENC-DATA WRK-DIAS-PARCELA
               WRK-DIA-SEMANA WRK-FERIADO-X WRK-CAL-UF.
           MOVE WRK-FONE         TO RECEBER-FONE.
           MOVE WRK-SEQ-DESTINO  TO RECEBER-SEQ.
           MOVE WRK-PROX-PARCELA TO RECEBER-PARCELA.
           MOVE WRK-VENC-DATA    TO RECEBER-VENCIMENTO.
           IF WRK-PARC-IDX = WRK-QT-PARCELAS
               MOVE WRK-VALOR-ULTIMA TO RECEBER-VALOR
           ELSE
               MOVE WRK-VALOR-PARC   TO RECEBER-VALOR
           END-IF.
           MOVE 'A'              TO RECEBER-SITUACAO.
           MOVE ZEROS            TO RECEBER-DT-PAGTO.
           MOVE ZEROS            TO RECEBER-VALOR-PAGO.
           MOVE WRK-ACORDO       TO RECEBER-ACORDO.
           WRITE RECEBER-REG
               INVALID KEY
                   DISPLAY 'PARCELA DO ACORDO NAO GRAVADA: '
                       RECEBER-CHAVE
           END-WRITE.
           ADD 1 TO WRK-PROX-PARCELA.

       3600-GRAVA-RECEBIMENTO.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
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
           MOVE WRK-ENTRADA      TO RECPAGTO-PRINCIPAL.
           MOVE ZEROS            TO RECPAGTO-MULTA.
           MOVE ZEROS            TO RECPAGTO-JUROS.
           MOVE WRK-ENTRADA      TO RECPAGTO-TOTAL.
           MOVE ZEROS            TO RECPAGTO-DIAS-ATRASO.
           MOVE 'RENEGOC'        TO RECPAGTO-ORIGEM.
           MOVE WRK-OPERADOR     TO RECPAGTO-USUARIO.
           WRITE RECPAGTO-REG.
           CLOSE RECPAGTO.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO FONE USUARIO).
       3700-GRAVA-AUDITORIA.
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
               'RENEGOCIA' ' ' WRK-FONE ' ' WRK-OPERADOR
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
