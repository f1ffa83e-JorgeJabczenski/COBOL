      *            A PENDENCIA E LISTADA E O
      *            REGISTRO FICA ATE O HISTORICO
      *            ESTAR LIQUIDADO.
      * 15/10/2026 JORGE - INATIVO SO E EXPURGADO
      *            APOS A CARENCIA EM DIAS DE
      *            PURGADIAS (PARAMS.DAT, VIA
      *            PARAMLE); OS MAIS RECENTES SAO
      *            CONTADOS E FICAM PARA A PROXIMA
      *            EXECUCAO
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               05 WRK-SIT-ANO PIC 9(04).
               05 WRK-SIT-MES PIC 9(02).
               05 WRK-SIT-DIA PIC 9(02).
           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).
           77 WRK-DIAS-CARENCIA PIC 9(04) VALUE 30.
           77 WRK-DIAS-INATIVO  PIC S9(07) VALUE ZEROS.
           77 WRK-EM-CARENCIA   PIC X(01) VALUE 'N'.
               88 EM-CARENCIA VALUE 'S'.
           77 WRK-TOT-CARENCIA  PIC 9(06) VALUE ZEROS.
      *    AREA DE CHAMADA DO PARAMLE
           77 WRK-PL-CODIGO   PIC X(10) VALUE 'PURGADIAS'.
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
                       'PARADO'
                   STOP RUN
               END-IF
               PERFORM 1100-LER-PARAMETROS
               PERFORM 2000-CONTAR-INATIVOS
               IF WRK-TOT-CARENCIA NOT = ZEROS
                   DISPLAY 'INATIVOS HA MENOS DE ' WRK-DIAS-CARENCIA
                       ' DIAS (FICAM PARA A PROXIMA): '
                       WRK-TOT-CARENCIA
               END-IF
               IF WRK-TOT-INATIVOS = ZEROS
                   DISPLAY 'NENHUM CLIENTE INATIVO PARA EXPURGAR'
               ELSE
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

      *****************************************************
      * CARENCIA MINIMA DE INATIVIDADE ANTES DO EXPURGO, EM
      * DIAS CORRIDOS (PURGADIAS EM PARAMS.DAT, MANTIDO
      * PELO MANTPARM) - DA AO CLIENTE EXCLUIDO POR ENGANO
      * TEMPO DE SER REATIVADO.
      *****************************************************
       1100-LER-PARAMETROS.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-DIAS-CARENCIA
           END-IF.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.

      *    IDADE APROXIMADA (ANO*365+MES*30+DIA), COMO NO
      *    USRDORM. INATIVO SEM DATA (ANTERIOR AO CAMPO
      *    CLIENTES-DT-SITUACAO) JA CUMPRIU A CARENCIA.
       1200-VERIFICA-CARENCIA.
           MOVE 'N' TO WRK-EM-CARENCIA.
           IF CLIENTES-DT-SITUACAO NOT = ZEROS
               MOVE CLIENTES-DT-SITUACAO TO WRK-DT-SIT
               COMPUTE WRK-DIAS-INATIVO =
                   ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30)
                       + WRK-DS-DIA)
                   - ((WRK-SIT-ANO * 365) + (WRK-SIT-MES * 30)
                       + WRK-SIT-DIA)
               IF WRK-DIAS-INATIVO < WRK-DIAS-CARENCIA
                   MOVE 'S' TO WRK-EM-CARENCIA
               END-IF
           END-IF.

       2000-CONTAR-INATIVOS.
           MOVE ZEROS TO WRK-TOT-INATIVOS WRK-TOT-CARENCIA.
           OPEN INPUT CLIENTES.
           MOVE 'N' TO WRK-FIM.
           PERFORM 2100-LER-CLIENTE.
           PERFORM UNTIL FIM
               IF CLIENTES-INATIVO
                   PERFORM 1200-VERIFICA-CARENCIA
                   IF EM-CARENCIA
                       ADD 1 TO WRK-TOT-CARENCIA
                   ELSE
                       ADD 1 TO WRK-TOT-INATIVOS
                   END-IF
               END-IF
               PERFORM 2100-LER-CLIENTE
           END-PERFORM.
           PERFORM 2100-LER-CLIENTE.
           PERFORM UNTIL FIM
               IF CLIENTES-INATIVO
                   PERFORM 1200-VERIFICA-CARENCIA
               END-IF
               IF CLIENTES-INATIVO AND NOT EM-CARENCIA
                   IF CLIENTES-DT-SITUACAO = ZEROS
                       DISPLAY CLIENTES-FONE ' ' CLIENTES-NOME
                           ' INATIVO DESDE: DESCONHECIDA'
                       IF NOT CLIENTES-INATIVO
                           DISPLAY 'CLIENTE NAO ESTA INATIVO'
                       ELSE
                           PERFORM 1200-VERIFICA-CARENCIA
                           IF EM-CARENCIA
                               ADD 1 TO WRK-TOT-INATIVOS
                               SUBTRACT 1 FROM WRK-TOT-CARENCIA
                           END-IF
                           MOVE 'A' TO CLIENTES-SITUACAO
                           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD
                           MOVE WRK-DH-DATA TO CLIENTES-DT-SITUACAO
           PERFORM 2100-LER-CLIENTE.
           PERFORM UNTIL FIM
               IF CLIENTES-INATIVO
                   PERFORM 1200-VERIFICA-CARENCIA
               END-IF
               IF CLIENTES-INATIVO AND NOT EM-CARENCIA
                   PERFORM 3200-VERIFICA-PENDENCIAS
                   IF WRK-PED-ABERTOS = ZEROS
                       PERFORM 3100-GRAVA-AUDITORIA
