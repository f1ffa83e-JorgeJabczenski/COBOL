       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOPER.
      ********************************************
      * OBJETIVO: PRODUTIVIDADE E ATIVIDADE POR
      *           OPERADOR, DO DIA OU DO MES -
      *           CLIENTES INCLUIDOS, ALTERADOS E
      *           DESATIVADOS, DEVOLUCOES E BAIXAS DE
      *           PARCELA NO CONTAREC (AUDITF.DAT E OS
      *           MORTOS AUDITF.DAT.AAAAMMDD DO
      *           FECHADIA); PEDIDOS CANCELADOS,
      *           APROVADOS E EXPEDIDOS (LINHA DO TEMPO
      *           PEDSTHIS.DAT); PEDIDOS DIGITADOS
      *           (PEDIDOS-VENDEDOR EM PEDIDOS.DAT); E O
      *           HORARIO DA PRIMEIRA E DA ULTIMA ACAO.
      *           NO FIM LISTA O QUE FOGE DO PADRAO:
      *           ACAO ANTES DAS 06 OU DEPOIS DAS 22
      *           (COMO O SEGURLOG) E CANCELAMENTO ACIMA
      *           DO LIMITE DO PERIODO. GRAVA EM
      *           RELOPER.AAAAMMDD OU RELOPER.AAAAMM.
      *           USO DOS SUPERVISORES (PERMISSO,
      *           OPERACAO RELOPER).
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT AUDITARQ ASSIGN TO WRK-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITARQ-STATUS.

           SELECT PEDSTHIS ASSIGN TO 'PEDSTHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDSTHIS-STATUS.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

           SELECT OPER-REL ASSIGN TO WRK-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       FD AUDITARQ.
       01 AUDITARQ-LINHA PIC X(80).

       FD PEDSTHIS.
       01 PEDSTHIS-LINHA PIC X(60).

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD OPER-REL.
       01 REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 PEDIDOS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 AUDITF-STATUS   PIC 9(02).
           77 AUDITARQ-STATUS PIC 9(02).
           77 PEDSTHIS-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-ARQ-NOME    PIC X(30) VALUE SPACES.
           77 WRK-ARQ-REL     PIC X(30) VALUE SPACES.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'RELOPER'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

      *    PERIODO: DIA (AAAAMMDD) OU MES (AAAAMM, DIA ZERO)
           77 WRK-TIPO        PIC X(01) VALUE SPACES.
               88 PERIODO-DIA VALUE 'D'.
               88 PERIODO-MES VALUE 'M'.
           01 WRK-PERIODO.
               05 WRK-PER-AAAAMM.
                   10 WRK-PER-ANO PIC 9(04).
                   10 WRK-PER-MES PIC 9(02).
               05 WRK-PER-DIA     PIC 9(02).
           77 WRK-PER-MES-X   PIC 9(06) VALUE ZEROS.
           77 WRK-DIA-ARQ     PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).

      *    LIMITE DE CANCELAMENTOS POR OPERADOR NO PERIODO
           77 WRK-LIMITE-CANC-DIA PIC 9(05) VALUE 10.
           77 WRK-LIMITE-CANC-MES PIC 9(05) VALUE 100.
           77 WRK-LIMITE-CANC     PIC 9(05) VALUE ZEROS.

      *    LINHA DA VEZ, JA DESMONTADA
           77 WRK-TOK-DATA    PIC X(10) VALUE SPACES.
           77 WRK-TOK-HORA    PIC X(08) VALUE SPACES.
           77 WRK-TOK-OPER    PIC X(10) VALUE SPACES.
           77 WRK-TOK-ALVO    PIC X(20) VALUE SPACES.
           77 WRK-TOK-USUARIO PIC X(20) VALUE SPACES.
           01 WRK-CARIMBO.
               05 WRK-CB-DATA.
                   10 WRK-CB-AAAAMM PIC 9(06).
                   10 WRK-CB-DIA    PIC 9(02).
               05 WRK-CB-HORA.
                   10 WRK-CB-HH     PIC 9(02).
                   10 WRK-CB-MM     PIC 9(02).
                   10 WRK-CB-SS     PIC 9(02).
           01 WRK-CARIMBO-N REDEFINES WRK-CARIMBO PIC 9(14).
           77 WRK-NO-PERIODO  PIC X(01) VALUE 'N'.

      *    OPERADORES
           01 WRK-TAB-OPER.
               05 WRK-OP-ITEM OCCURS 100 TIMES.
                   10 WRK-OP-LOGIN      PIC X(20).
                   10 WRK-OP-CLI-INC    PIC 9(05).
                   10 WRK-OP-CLI-ALT    PIC 9(05).
                   10 WRK-OP-CLI-DESAT  PIC 9(05).
                   10 WRK-OP-PED-DIG    PIC 9(05).
                   10 WRK-OP-PED-CANC   PIC 9(05).
                   10 WRK-OP-PED-APROV  PIC 9(05).
                   10 WRK-OP-PED-EXPED  PIC 9(05).
                   10 WRK-OP-DEVOL      PIC 9(05).
                   10 WRK-OP-BAIXAS     PIC 9(05).
                   10 WRK-OP-NOITE      PIC 9(05).
                   10 WRK-OP-CANC-NOITE PIC 9(05).
                   10 WRK-OP-PRIMEIRA   PIC 9(14).
                   10 WRK-OP-ULTIMA     PIC 9(14).
           77 WRK-OP-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-OP-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-OP-ACHEI      PIC 9(03) VALUE ZEROS.
           77 WRK-OP-BUSCA      PIC X(20) VALUE SPACES.

           01 WRK-HORARIO.
               05 WRK-HR-CARIMBO.
                   10 WRK-HR-ANO PIC 9(04).
                   10 WRK-HR-MES PIC 9(02).
                   10 WRK-HR-DIA PIC 9(02).
                   10 WRK-HR-HH  PIC 9(02).
                   10 WRK-HR-MM  PIC 9(02).
                   10 WRK-HR-SS  PIC 9(02).
           01 WRK-HORARIO-N REDEFINES WRK-HORARIO PIC 9(14).
           77 WRK-PRIMEIRA-ED PIC X(11) VALUE SPACES.
           77 WRK-ULTIMA-ED   PIC X(11) VALUE SPACES.
           77 WRK-HORA-ED     PIC X(11) VALUE SPACES.

           77 WRK-TOT-AUDIT   PIC 9(07) VALUE ZEROS.
           77 WRK-TOT-HIST    PIC 9(07) VALUE ZEROS.
           77 WRK-TOT-ALERTAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN-ADM.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-ADMIN WRK-NIVEL-ADM
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               PERFORM 1100-PERIODO
               INITIALIZE WRK-TAB-OPER
               PERFORM 2000-LER-AUDITORIA
               PERFORM 3000-LER-LINHA-TEMPO
               PERFORM 4000-LER-PEDIDOS
               PERFORM 5000-GRAVAR-RELATORIO
               DISPLAY '===== ATIVIDADE POR OPERADOR ====='
               DISPLAY 'LINHAS DE AUDITORIA NO PERIODO: '
                   WRK-TOT-AUDIT
               DISPLAY 'TRANSICOES DE PEDIDO NO PERIODO: '
                   WRK-TOT-HIST
               DISPLAY 'OPERADORES: ' WRK-OP-QTDE-ITENS
                   ' - ALERTAS: ' WRK-TOT-ALERTAS
               DISPLAY 'ARQUIVO: ' WRK-ARQ-REL
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA ADM.... '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       1100-PERIODO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY 'RELATORIO (D = DIARIO, M = MENSAL).. '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF WRK-TIPO = 'm'
               MOVE 'M' TO WRK-TIPO
           END-IF.
           IF WRK-TIPO NOT = 'M'
               MOVE 'D' TO WRK-TIPO
           END-IF.
           MOVE ZEROS TO WRK-PERIODO.
           IF PERIODO-DIA
               DISPLAY 'DIA (AAAAMMDD, 0 = HOJE).. '
               ACCEPT WRK-PERIODO FROM CONSOLE
               IF WRK-PERIODO = ZEROS
                   MOVE WRK-DATA-SIS TO WRK-PERIODO
               END-IF
               MOVE WRK-LIMITE-CANC-DIA TO WRK-LIMITE-CANC
               MOVE SPACES TO WRK-ARQ-REL
               STRING 'RELOPER.' WRK-PERIODO
                   DELIMITED BY SIZE INTO WRK-ARQ-REL
               END-STRING
           ELSE
               MOVE ZEROS TO WRK-PER-MES-X
               DISPLAY 'MES (AAAAMM, 0 = MES ANTERIOR).. '
               ACCEPT WRK-PER-MES-X FROM CONSOLE
               MOVE WRK-PER-MES-X TO WRK-PER-AAAAMM
               IF WRK-PER-AAAAMM = ZEROS
                   MOVE WRK-DS-ANO TO WRK-PER-ANO
                   COMPUTE WRK-PER-MES = WRK-DS-MES - 1
                   IF WRK-PER-MES = ZEROS
                       MOVE 12 TO WRK-PER-MES
                       SUBTRACT 1 FROM WRK-PER-ANO
                   END-IF
               END-IF
               MOVE ZEROS TO WRK-PER-DIA
               MOVE WRK-LIMITE-CANC-MES TO WRK-LIMITE-CANC
               MOVE SPACES TO WRK-ARQ-REL
               STRING 'RELOPER.' WRK-PER-AAAAMM
                   DELIMITED BY SIZE INTO WRK-ARQ-REL
               END-STRING
           END-IF.

      *****************************************************
      * O AUDITF.DAT VIVO SO TEM O QUE O FECHADIA AINDA NAO
      * ARQUIVOU; O RESTO ESTA NOS MORTOS DATADOS - NO DIA
      * LE O MORTO DAQUELE DIA, NO MES OS DIAS 01 A 31. A
      * DATA DE CADA LINHA E QUE DECIDE SE ELA CONTA.
      *****************************************************
       2000-LER-AUDITORIA.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT AUDITF.
           IF AUDITF-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ AUDITF
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE AUDITF-LINHA TO AUDITARQ-LINHA
                       PERFORM 2200-CLASSIFICAR-AUDITORIA
               END-READ
           END-PERFORM.
           IF AUDITF-STATUS NOT = 35
               CLOSE AUDITF
           END-IF.
           IF PERIODO-DIA
               MOVE WRK-PER-DIA TO WRK-DIA-ARQ
               PERFORM 2100-LER-ARQUIVO-MORTO
           ELSE
               PERFORM VARYING WRK-DIA-ARQ FROM 1 BY 1
                       UNTIL WRK-DIA-ARQ > 31
                   PERFORM 2100-LER-ARQUIVO-MORTO
               END-PERFORM
           END-IF.

       2100-LER-ARQUIVO-MORTO.
           MOVE SPACES TO WRK-ARQ-NOME.
           STRING 'AUDITF.DAT.' WRK-PER-AAAAMM WRK-DIA-ARQ
               DELIMITED BY SIZE INTO WRK-ARQ-NOME
           END-STRING.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT AUDITARQ.
           IF AUDITARQ-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ AUDITARQ
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       PERFORM 2200-CLASSIFICAR-AUDITORIA
               END-READ
           END-PERFORM.
           IF AUDITARQ-STATUS NOT = 35
               CLOSE AUDITARQ
           END-IF.

      *    LINHA DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA (DATA
      *    AAAA-MM-DD, HORA HH:MM:SS, OPERACAO, ALVO,
      *    USUARIO), DESMONTADA POR ESPACOS COMO NO EXPAUDIT.
      *    AS OPERACOES DE PEDIDO (CANCELAR, APROVAR,
      *    EXPEDIR, ENTREGA) CONTAM PELA PEDSTHIS, QUE TEM A
      *    TRANSICAO - AQUI SO ENTRAM NO HORARIO.
       2200-CLASSIFICAR-AUDITORIA.
           MOVE SPACES TO WRK-TOK-DATA WRK-TOK-HORA WRK-TOK-OPER
               WRK-TOK-ALVO WRK-TOK-USUARIO.
           UNSTRING AUDITARQ-LINHA DELIMITED BY ALL SPACE
               INTO WRK-TOK-DATA WRK-TOK-HORA WRK-TOK-OPER
                   WRK-TOK-ALVO WRK-TOK-USUARIO
           END-UNSTRING.
           MOVE ZEROS TO WRK-CARIMBO.
           IF WRK-TOK-DATA(1:4) IS NUMERIC
               AND WRK-TOK-DATA(6:2) IS NUMERIC
               AND WRK-TOK-DATA(9:2) IS NUMERIC
               AND WRK-TOK-HORA(1:2) IS NUMERIC
               AND WRK-TOK-HORA(4:2) IS NUMERIC
               AND WRK-TOK-HORA(7:2) IS NUMERIC
               AND WRK-TOK-USUARIO NOT = SPACES
               MOVE WRK-TOK-DATA(1:4) TO WRK-CB-DATA(1:4)
               MOVE WRK-TOK-DATA(6:2) TO WRK-CB-DATA(5:2)
               MOVE WRK-TOK-DATA(9:2) TO WRK-CB-DIA
               MOVE WRK-TOK-HORA(1:2) TO WRK-CB-HH
               MOVE WRK-TOK-HORA(4:2) TO WRK-CB-MM
               MOVE WRK-TOK-HORA(7:2) TO WRK-CB-SS
           END-IF.
           PERFORM 2900-NO-PERIODO.
           IF WRK-NO-PERIODO = 'S'
               ADD 1 TO WRK-TOT-AUDIT
               MOVE WRK-TOK-USUARIO TO WRK-OP-BUSCA
               PERFORM 2950-LOCALIZAR-OPERADOR
               IF WRK-OP-ACHEI NOT = ZEROS
                   PERFORM 2960-MARCAR-HORARIO
                   EVALUATE WRK-TOK-OPER
                       WHEN 'INCLUIR'
                           ADD 1 TO WRK-OP-CLI-INC(WRK-OP-ACHEI)
                       WHEN 'ALTERAR'
                           ADD 1 TO WRK-OP-CLI-ALT(WRK-OP-ACHEI)
                       WHEN 'EXCLUIR'
                           ADD 1 TO WRK-OP-CLI-DESAT(WRK-OP-ACHEI)
                       WHEN 'DEVOLVER'
                           ADD 1 TO WRK-OP-DEVOL(WRK-OP-ACHEI)
                       WHEN 'RECEBER'
                           ADD 1 TO WRK-OP-BAIXAS(WRK-OP-ACHEI)
                   END-EVALUATE
               END-IF
           END-IF.

      *    WRK-CARIMBO ZERADO (LINHA ILEGIVEL) NUNCA CONTA.
       2900-NO-PERIODO.
           MOVE 'N' TO WRK-NO-PERIODO.
           IF WRK-CARIMBO-N NOT = ZEROS
               IF PERIODO-DIA
                   IF WRK-CB-DATA = WRK-PERIODO
                       MOVE 'S' TO WRK-NO-PERIODO
                   END-IF
               ELSE
                   IF WRK-CB-AAAAMM = WRK-PER-AAAAMM
                       MOVE 'S' TO WRK-NO-PERIODO
                   END-IF
               END-IF
           END-IF.

      *    LOGIN EM WRK-OP-BUSCA NA TABELA (INCLUI SE FALTAR);
      *    TABELA CHEIA DEVOLVE ZERO.
       2950-LOCALIZAR-OPERADOR.
           MOVE ZEROS TO WRK-OP-ACHEI.
           PERFORM VARYING WRK-OP-IDX FROM 1 BY 1
                   UNTIL WRK-OP-IDX > WRK-OP-QTDE-ITENS
               IF WRK-OP-LOGIN(WRK-OP-IDX) = WRK-OP-BUSCA
                   MOVE WRK-OP-IDX TO WRK-OP-ACHEI
                   MOVE WRK-OP-QTDE-ITENS TO WRK-OP-IDX
               END-IF
           END-PERFORM.
           IF WRK-OP-ACHEI = ZEROS AND WRK-OP-QTDE-ITENS < 100
               ADD 1 TO WRK-OP-QTDE-ITENS
               MOVE WRK-OP-QTDE-ITENS TO WRK-OP-ACHEI
               MOVE WRK-OP-BUSCA TO WRK-OP-LOGIN(WRK-OP-ACHEI)
           END-IF.

      *    PRIMEIRA/ULTIMA ACAO E ACAO FORA DE HORA, PELO
      *    CARIMBO DA LINHA DA VEZ.
       2960-MARCAR-HORARIO.
           IF WRK-OP-PRIMEIRA(WRK-OP-ACHEI) = ZEROS
               OR WRK-CARIMBO-N < WRK-OP-PRIMEIRA(WRK-OP-ACHEI)
               MOVE WRK-CARIMBO-N TO WRK-OP-PRIMEIRA(WRK-OP-ACHEI)
           END-IF.
           IF WRK-CARIMBO-N > WRK-OP-ULTIMA(WRK-OP-ACHEI)
               MOVE WRK-CARIMBO-N TO WRK-OP-ULTIMA(WRK-OP-ACHEI)
           END-IF.
           IF WRK-CB-HH < 06 OR WRK-CB-HH > 22
               ADD 1 TO WRK-OP-NOITE(WRK-OP-ACHEI)
           END-IF.

      *****************************************************
      * LINHA DO TEMPO DO 9587-GRAVA-STATUS-HIST: DATA 1-8,
      * HORA 10-15, DE 32, PARA 34, USUARIO 36-55. PARA C
      * E CANCELAMENTO, G PARA A E APROVACAO, PARA R OU E E
      * EXPEDICAO (PARCIAL OU TOTAL). A ENTREGA (PARA D) SO
      * ENTRA NO HORARIO.
      *****************************************************
       3000-LER-LINHA-TEMPO.
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
                       PERFORM 3100-CLASSIFICAR-TRANSICAO
               END-READ
           END-PERFORM.
           IF PEDSTHIS-STATUS NOT = 35
               CLOSE PEDSTHIS
           END-IF.

       3100-CLASSIFICAR-TRANSICAO.
           MOVE ZEROS TO WRK-CARIMBO.
           IF PEDSTHIS-LINHA(1:8) IS NUMERIC
               AND PEDSTHIS-LINHA(10:6) IS NUMERIC
               AND PEDSTHIS-LINHA(36:20) NOT = SPACES
               MOVE PEDSTHIS-LINHA(1:8)  TO WRK-CB-DATA
               MOVE PEDSTHIS-LINHA(10:6) TO WRK-CB-HORA
           END-IF.
           PERFORM 2900-NO-PERIODO.
           IF WRK-NO-PERIODO = 'S'
               ADD 1 TO WRK-TOT-HIST
               MOVE PEDSTHIS-LINHA(36:20) TO WRK-OP-BUSCA
               PERFORM 2950-LOCALIZAR-OPERADOR
               IF WRK-OP-ACHEI NOT = ZEROS
                   PERFORM 2960-MARCAR-HORARIO
                   IF PEDSTHIS-LINHA(34:1) = 'C'
                       ADD 1 TO WRK-OP-PED-CANC(WRK-OP-ACHEI)
                       IF WRK-CB-HH < 06 OR WRK-CB-HH > 22
                           ADD 1 TO WRK-OP-CANC-NOITE(WRK-OP-ACHEI)
                       END-IF
                   ELSE
                   IF PEDSTHIS-LINHA(32:1) = 'G'
                       AND PEDSTHIS-LINHA(34:1) = 'A'
                       ADD 1 TO WRK-OP-PED-APROV(WRK-OP-ACHEI)
                   ELSE
                   IF PEDSTHIS-LINHA(34:1) = 'R'
                       OR PEDSTHIS-LINHA(34:1) = 'E'
                       ADD 1 TO WRK-OP-PED-EXPED(WRK-OP-ACHEI)
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *    PEDIDO DIGITADO = DATA DO PEDIDO NO PERIODO, PELO
      *    LOGIN GRAVADO EM PEDIDOS-VENDEDOR (SEM HORA - NAO
      *    MEXE NA PRIMEIRA/ULTIMA ACAO).
       4000-LER-PEDIDOS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PEDIDOS-VENDEDOR NOT = SPACES
                           MOVE ZEROS TO WRK-CARIMBO
                           MOVE PEDIDOS-DTPEDIDO TO WRK-CB-DATA
                           PERFORM 2900-NO-PERIODO
                           IF WRK-NO-PERIODO = 'S'
                               MOVE PEDIDOS-VENDEDOR TO WRK-OP-BUSCA
                               PERFORM 2950-LOCALIZAR-OPERADOR
                               IF WRK-OP-ACHEI NOT = ZEROS
                                   ADD 1 TO
                                       WRK-OP-PED-DIG(WRK-OP-ACHEI)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PEDIDOS-STATUS NOT = 35
               CLOSE PEDIDOS
           END-IF.

       5000-GRAVAR-RELATORIO.
           OPEN OUTPUT OPER-REL.
           MOVE SPACES TO REL-LINHA.
           IF PERIODO-DIA
               STRING 'ATIVIDADE POR OPERADOR - DIA '
                   WRK-PER-DIA '/' WRK-PER-MES '/' WRK-PER-ANO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'ATIVIDADE POR OPERADOR - MES '
                   WRK-PER-MES '/' WRK-PER-ANO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE '---- CLIENTES ----'    TO REL-LINHA(22:18).
           MOVE '-------- PEDIDOS --------' TO REL-LINHA(40:24).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'OPERADOR'  TO REL-LINHA(1:8).
           MOVE ' INCL'     TO REL-LINHA(22:5).
           MOVE ' ALTE'     TO REL-LINHA(28:5).
           MOVE ' DESA'     TO REL-LINHA(34:5).
           MOVE ' DIGI'     TO REL-LINHA(40:5).
           MOVE ' CANC'     TO REL-LINHA(46:5).
           MOVE ' APRO'     TO REL-LINHA(52:5).
           MOVE ' EXPE'     TO REL-LINHA(58:5).
           MOVE ' DEVO'     TO REL-LINHA(64:5).
           MOVE ' BAIX'     TO REL-LINHA(70:5).
           MOVE 'PRIMEIRA'  TO REL-LINHA(76:8).
           MOVE 'ULTIMA'    TO REL-LINHA(88:6).
           WRITE REL-LINHA.
           PERFORM VARYING WRK-OP-IDX FROM 1 BY 1
                   UNTIL WRK-OP-IDX > WRK-OP-QTDE-ITENS
               PERFORM 5100-IMPRIMIR-OPERADOR
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORA DO PADRAO (ACAO ANTES DAS 06 OU DEPOIS DAS '
               '22; CANCELAMENTOS ACIMA DE ' WRK-LIMITE-CANC ')'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-OP-IDX FROM 1 BY 1
                   UNTIL WRK-OP-IDX > WRK-OP-QTDE-ITENS
               PERFORM 5200-ALERTAS-OPERADOR
           END-PERFORM.
           IF WRK-TOT-ALERTAS = ZEROS
               MOVE '  NENHUM' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE OPER-REL.

       5100-IMPRIMIR-OPERADOR.
           MOVE WRK-OP-PRIMEIRA(WRK-OP-IDX) TO WRK-HORARIO-N.
           PERFORM 5150-EDITAR-HORARIO.
           MOVE WRK-HORA-ED TO WRK-PRIMEIRA-ED.
           MOVE WRK-OP-ULTIMA(WRK-OP-IDX) TO WRK-HORARIO-N.
           PERFORM 5150-EDITAR-HORARIO.
           MOVE WRK-HORA-ED TO WRK-ULTIMA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-OP-LOGIN(WRK-OP-IDX) ' '
               WRK-OP-CLI-INC(WRK-OP-IDX) ' '
               WRK-OP-CLI-ALT(WRK-OP-IDX) ' '
               WRK-OP-CLI-DESAT(WRK-OP-IDX) ' '
               WRK-OP-PED-DIG(WRK-OP-IDX) ' '
               WRK-OP-PED-CANC(WRK-OP-IDX) ' '
               WRK-OP-PED-APROV(WRK-OP-IDX) ' '
               WRK-OP-PED-EXPED(WRK-OP-IDX) ' '
               WRK-OP-DEVOL(WRK-OP-IDX) ' '
               WRK-OP-BAIXAS(WRK-OP-IDX) ' '
               WRK-PRIMEIRA-ED ' ' WRK-ULTIMA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *    NO DIARIO SO A HORA (HH:MM:SS); NO MENSAL O DIA NA
      *    FRENTE (DD HH:MM). SEM ACAO COM HORA, EM BRANCO.
       5150-EDITAR-HORARIO.
           MOVE SPACES TO WRK-HORA-ED.
           IF WRK-HORARIO-N NOT = ZEROS
               IF PERIODO-DIA
                   STRING WRK-HR-HH ':' WRK-HR-MM ':' WRK-HR-SS
                       DELIMITED BY SIZE INTO WRK-HORA-ED
                   END-STRING
               ELSE
                   STRING WRK-HR-DIA ' ' WRK-HR-HH ':' WRK-HR-MM
                       DELIMITED BY SIZE INTO WRK-HORA-ED
                   END-STRING
               END-IF
           END-IF.

       5200-ALERTAS-OPERADOR.
           IF WRK-OP-CANC-NOITE(WRK-OP-IDX) NOT = ZEROS
               ADD 1 TO WRK-TOT-ALERTAS
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-OP-LOGIN(WRK-OP-IDX) ' CANCELOU '
                   WRK-OP-CANC-NOITE(WRK-OP-IDX)
                   ' PEDIDO(S) FORA DE HORA'
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           ELSE
           IF WRK-OP-NOITE(WRK-OP-IDX) NOT = ZEROS
               ADD 1 TO WRK-TOT-ALERTAS
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-OP-LOGIN(WRK-OP-IDX) ' '
                   WRK-OP-NOITE(WRK-OP-IDX) ' ACAO(OES) FORA DE HORA'
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF
           END-IF.
           IF WRK-OP-PED-CANC(WRK-OP-IDX) > WRK-LIMITE-CANC
               ADD 1 TO WRK-TOT-ALERTAS
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-OP-LOGIN(WRK-OP-IDX) ' '
                   WRK-OP-PED-CANC(WRK-OP-IDX)
                   ' CANCELAMENTOS NO PERIODO'
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
