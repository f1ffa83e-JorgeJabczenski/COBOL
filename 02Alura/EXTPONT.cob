       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPONT.
      ********************************************
      * OBJETIVO: EXTRATO MENSAL DE PONTOS DE
      *           FIDELIDADE PARA A MALA - PRIMEIRO
      *           PASSA CADA CLIENTE DE PONTOS.DAT
      *           PELO FIDELIDA, QUE BAIXA OS PONTOS
      *           VENCIDOS; DEPOIS, PARA O MES
      *           INFORMADO, GRAVA EM EXTPONT.AAAAMM UM
      *           EXTRATO POR CLIENTE (SALDO ANTERIOR,
      *           GANHOS, RESGATES, ESTORNOS, PONTOS
      *           DEVOLVIDOS, VENCIDOS, SALDO FINAL E
      *           O QUE VENCE ATE O FIM DO MES
      *           SEGUINTE). SAI QUEM TEVE MOVIMENTO NO
      *           MES OU TEM SALDO; CLIENTE COM EMAIL
      *           DEVOLVIDO (EMAILINV.DAT) FICA FORA,
      *           COMO NO CAMPANHA, E CLIENTE INATIVO
      *           OU FORA DO CADASTRO TAMBEM.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY PONTOS-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

           SELECT EXTRATO-REL ASSIGN TO WRK-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PONTOS.
           COPY 'PONTCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD EXTRATO-REL.
       01 REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 PONTOS-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS PIC 9(02).
           77 EMAILINV-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-ARQ-EXTRATO PIC X(30) VALUE SPACES.
           77 WRK-USUARIO     PIC X(20) VALUE 'EXTPONT'.

      *    MES DO EXTRATO E LIMITES EM AAAAMMDD
           01 WRK-MES-REF.
               05 WRK-MR-ANO  PIC 9(04).
               05 WRK-MR-MES  PIC 9(02).
           01 WRK-DATA-INI.
               05 WRK-DI-ANOMES PIC 9(06).
               05 WRK-DI-DIA    PIC 9(02).
           01 WRK-DATA-FIM.
               05 WRK-DF-ANOMES PIC 9(06).
               05 WRK-DF-DIA    PIC 9(02).
           01 WRK-DATA-PROX.
               05 WRK-DP-ANO    PIC 9(04).
               05 WRK-DP-MES    PIC 9(02).
               05 WRK-DP-DIA    PIC 9(02).
           01 WRK-DATA-SIS.
               05 WRK-DS-ANOMES PIC 9(06).
               05 WRK-DS-DIA    PIC 9(02).

      *    CLIENTES COM CONTA DE PONTOS (PRIMEIRA PASSADA)
           01 WRK-TAB-FONES.
               05 WRK-TF-FONE PIC 9(09) OCCURS 5000 TIMES.
           77 WRK-TF-QTDE     PIC 9(04) VALUE ZEROS.
           77 WRK-TF-IDX      PIC 9(04) VALUE ZEROS.
           77 WRK-TF-CHEIA    PIC X(01) VALUE 'N'.
               88 TABELA-CHEIA VALUE 'S'.

      *    PARAMETROS DO FIDELIDA
           77 WRK-FID-OPER    PIC X(01) VALUE 'S'.
           77 WRK-FID-FONE    PIC 9(09) VALUE ZEROS.
           77 WRK-FID-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-FID-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FID-PONTOS  PIC 9(07) VALUE ZEROS.
           77 WRK-FID-SALDO   PIC 9(07) VALUE ZEROS.

      *    QUEBRA POR CLIENTE
           77 WRK-FONE-ATUAL  PIC 9(09) VALUE ZEROS.
           77 WRK-TEM-CLIENTE PIC X(01) VALUE 'N'.
           77 WRK-SALDO-ANT   PIC 9(07) VALUE ZEROS.
           77 WRK-SALDO-MES   PIC 9(07) VALUE ZEROS.
           77 WRK-SALDO-ULT   PIC 9(07) VALUE ZEROS.
           77 WRK-GANHOS      PIC 9(07) VALUE ZEROS.
           77 WRK-RESGATES    PIC 9(07) VALUE ZEROS.
           77 WRK-ESTORNOS    PIC 9(07) VALUE ZEROS.
           77 WRK-DEVOLVIDOS  PIC 9(07) VALUE ZEROS.
           77 WRK-VENCIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-MOV-MES     PIC 9(05) VALUE ZEROS.
           77 WRK-GANHO-PROX  PIC 9(09) VALUE ZEROS.
           77 WRK-SAIDAS      PIC S9(09) VALUE ZEROS.
           77 WRK-A-VENCER    PIC S9(09) VALUE ZEROS.

           77 WRK-PTS-ED      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-TOT-EXTRATOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-EMAILINV PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-INATIVOS PIC 9(05) VALUE ZEROS.
           77 WRK-CLIENTE-OK  PIC X(01) VALUE 'N'.
           77 WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-BAIXAR-VENCIDOS.
           PERFORM 3000-GERAR-EXTRATOS.
           DISPLAY '===== EXTRATO DE PONTOS ====='.
           DISPLAY 'EXTRATOS GERADOS........: ' WRK-TOT-EXTRATOS.
           DISPLAY 'FORA POR EMAIL DEVOLVIDO: ' WRK-TOT-EMAILINV.
           DISPLAY 'FORA POR CLIENTE INATIVO: ' WRK-TOT-INATIVOS.
           IF TABELA-CHEIA
               DISPLAY 'ATENCAO: MAIS DE 5000 CLIENTES - VENCIDOS '
                   'BAIXADOS SO PARA OS PRIMEIROS'
           END-IF.
           DISPLAY 'ARQUIVO: ' WRK-ARQ-EXTRATO.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-MES-REF.
           DISPLAY 'MES DO EXTRATO (AAAAMM, 0 = MES CORRENTE).. '.
           ACCEPT WRK-MES-REF FROM CONSOLE.
           IF WRK-MES-REF = ZEROS
               MOVE WRK-DS-ANOMES TO WRK-MES-REF
           END-IF.
           MOVE WRK-MES-REF TO WRK-DI-ANOMES WRK-DF-ANOMES.
           MOVE 01 TO WRK-DI-DIA.
           MOVE 31 TO WRK-DF-DIA.
           MOVE WRK-MR-ANO TO WRK-DP-ANO.
           COMPUTE WRK-DP-MES = WRK-MR-MES + 1.
           IF WRK-DP-MES > 12
               MOVE 01 TO WRK-DP-MES
               ADD 1 TO WRK-DP-ANO
           END-IF.
           MOVE 31 TO WRK-DP-DIA.
           MOVE SPACES TO WRK-ARQ-EXTRATO.
           STRING 'EXTPONT.' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-ARQ-EXTRATO
           END-STRING.

      *****************************************************
      * PRIMEIRA PASSADA: JUNTA OS TELEFONES DA CONTA E
      * CHAMA O FIDELIDA (SALDO) PARA CADA UM - O VENCIDO
      * ATE HOJE SAI DO SALDO ANTES DO EXTRATO.
      *****************************************************
       2000-BAIXAR-VENCIDOS.
           MOVE ZEROS TO WRK-TF-QTDE WRK-FONE-ATUAL.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PONTOS.
           IF PONTOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PONTOS-FONE NOT = WRK-FONE-ATUAL
                           MOVE PONTOS-FONE TO WRK-FONE-ATUAL
                           IF WRK-TF-QTDE < 5000
                               ADD 1 TO WRK-TF-QTDE
                               MOVE PONTOS-FONE
                                   TO WRK-TF-FONE(WRK-TF-QTDE)
                           ELSE
                               MOVE 'S' TO WRK-TF-CHEIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PONTOS-STATUS NOT = 35
               CLOSE PONTOS
           END-IF.
           PERFORM VARYING WRK-TF-IDX FROM 1 BY 1
                   UNTIL WRK-TF-IDX > WRK-TF-QTDE
               MOVE WRK-TF-FONE(WRK-TF-IDX) TO WRK-FID-FONE
               CALL 'FIDELIDA' USING WRK-FID-OPER WRK-FID-FONE
                   WRK-FID-SEQ WRK-FID-VALOR WRK-FID-PONTOS
                   WRK-FID-SALDO WRK-USUARIO
           END-PERFORM.

      *****************************************************
      * SEGUNDA PASSADA, JA COM OS VENCIDOS BAIXADOS:
      * QUEBRA POR TELEFONE E UM EXTRATO POR CLIENTE.
      *****************************************************
       3000-GERAR-EXTRATOS.
           MOVE 'N' TO WRK-FIM.
           MOVE 'N' TO WRK-TEM-CLIENTE.
           OPEN INPUT PONTOS.
           IF PONTOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT EMAILINV.
           OPEN OUTPUT EXTRATO-REL.
           PERFORM UNTIL FIM
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TEM-CLIENTE = 'N'
                           OR PONTOS-FONE NOT = WRK-FONE-ATUAL
                           PERFORM 3200-FECHAR-CLIENTE
                           PERFORM 3100-ABRIR-CLIENTE
                       END-IF
                       PERFORM 3300-SOMAR-MOVIMENTO
               END-READ
           END-PERFORM.
           PERFORM 3200-FECHAR-CLIENTE.
           CLOSE EXTRATO-REL.
           IF PONTOS-STATUS NOT = 35
               CLOSE PONTOS
           END-IF.
           IF CLIENTES-STATUS NOT = 35
               CLOSE CLIENTES
           END-IF.
           IF EMAILINV-STATUS NOT = 35
               CLOSE EMAILINV
           END-IF.

       3100-ABRIR-CLIENTE.
           MOVE PONTOS-FONE TO WRK-FONE-ATUAL.
           MOVE 'S' TO WRK-TEM-CLIENTE.
           MOVE ZEROS TO WRK-SALDO-ANT WRK-SALDO-MES WRK-SALDO-ULT
               WRK-GANHOS WRK-RESGATES WRK-ESTORNOS WRK-DEVOLVIDOS
               WRK-VENCIDOS WRK-MOV-MES WRK-GANHO-PROX WRK-SAIDAS.

       3300-SOMAR-MOVIMENTO.
           MOVE PONTOS-SALDO TO WRK-SALDO-ULT.
           IF PONTOS-DATA < WRK-DATA-INI
               MOVE PONTOS-SALDO TO WRK-SALDO-ANT
           END-IF.
           IF PONTOS-DATA NOT > WRK-DATA-FIM
               MOVE PONTOS-SALDO TO WRK-SALDO-MES
           END-IF.
           IF PONTOS-DATA NOT < WRK-DATA-INI
               AND PONTOS-DATA NOT > WRK-DATA-FIM
               ADD 1 TO WRK-MOV-MES
               EVALUATE TRUE
                   WHEN PONTOS-GANHO
                       ADD PONTOS-QTDE TO WRK-GANHOS
                   WHEN PONTOS-RESGATE
                       ADD PONTOS-QTDE TO WRK-RESGATES
                   WHEN PONTOS-ESTORNO
                       ADD PONTOS-QTDE TO WRK-ESTORNOS
                   WHEN PONTOS-DEVOLVIDO
                       ADD PONTOS-QTDE TO WRK-DEVOLVIDOS
                   WHEN PONTOS-VENCIMENTO
                       ADD PONTOS-QTDE TO WRK-VENCIDOS
               END-EVALUATE
           END-IF.
      *    MESMA CONTA DO FIDELIDA, COM O FIM DO MES SEGUINTE
      *    NO LUGAR DE HOJE: O QUE VAI VENCER ATE LA.
           EVALUATE TRUE
               WHEN PONTOS-GANHO
                   IF PONTOS-VALIDADE NOT > WRK-DATA-PROX
                       ADD PONTOS-QTDE TO WRK-GANHO-PROX
                   END-IF
               WHEN PONTOS-DEVOLVIDO
                   SUBTRACT PONTOS-QTDE FROM WRK-SAIDAS
               WHEN OTHER
                   ADD PONTOS-QTDE TO WRK-SAIDAS
           END-EVALUATE.

       3200-FECHAR-CLIENTE.
           IF WRK-TEM-CLIENTE = 'S'
               AND (WRK-MOV-MES > ZEROS OR WRK-SALDO-MES > ZEROS)
               MOVE 'N' TO WRK-CLIENTE-OK
               MOVE WRK-FONE-ATUAL TO CLIENTES-FONE
               IF CLIENTES-STATUS NOT = 35
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLIENTES-ATIVO
                               MOVE 'S' TO WRK-CLIENTE-OK
                           END-IF
                   END-READ
               END-IF
               IF WRK-CLIENTE-OK = 'N'
                   ADD 1 TO WRK-TOT-INATIVOS
               ELSE
                   PERFORM 3250-TESTAR-EMAIL-DEVOLVIDO
                   IF WRK-EMAIL-DEVOLVIDO = 'S'
                       ADD 1 TO WRK-TOT-EMAILINV
                   ELSE
                       PERFORM 3400-IMPRIMIR-EXTRATO
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WRK-TEM-CLIENTE.

      *    MESMA REGRA DO CAMPANHA: A MARCA DO DEVMAIL SO
      *    VALE PARA O EMAIL QUE ESTA NO CADASTRO.
       3250-TESTAR-EMAIL-DEVOLVIDO.
           MOVE 'N' TO WRK-EMAIL-DEVOLVIDO.
           IF EMAILINV-STATUS NOT = 35
               MOVE CLIENTES-FONE TO EMAILINV-FONE
               READ EMAILINV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMAILINV-EMAIL = CLIENTES-EMAIL
                           MOVE 'S' TO WRK-EMAIL-DEVOLVIDO
                       END-IF
               END-READ
           END-IF.

       3400-IMPRIMIR-EXTRATO.
           COMPUTE WRK-A-VENCER = WRK-GANHO-PROX - WRK-SAIDAS.
           IF WRK-A-VENCER < ZEROS
               MOVE ZEROS TO WRK-A-VENCER
           END-IF.
           IF WRK-A-VENCER > WRK-SALDO-ULT
               MOVE WRK-SALDO-ULT TO WRK-A-VENCER
           END-IF.
           ADD 1 TO WRK-TOT-EXTRATOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXTRATO DE PONTOS DE FIDELIDADE - '
               WRK-MR-MES '/' WRK-MR-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PARA: ' CLIENTES-NOME ' ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TELEFONE: ' WRK-FONE-ATUAL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-ANT TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  SALDO ANTERIOR.............: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-GANHOS TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  GANHOS NO MES..............: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-RESGATES TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  RESGATADOS EM PEDIDOS......: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-ESTORNOS TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ESTORNADOS (CANC./DEVOL.)..: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-DEVOLVIDOS TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  RESGATES DEVOLVIDOS........: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-VENCIDOS TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  VENCIDOS NO MES............: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-MES TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  SALDO NO FIM DO MES........: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-A-VENCER TO WRK-PTS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  A VENCER ATE ' WRK-DP-MES '/' WRK-DP-ANO
               '.........: ' WRK-PTS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
