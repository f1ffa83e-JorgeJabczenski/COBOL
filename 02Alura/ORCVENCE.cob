       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCVENCE.
      ********************************************
      * OBJETIVO: ROTINA DIARIA DOS ORCAMENTOS -
      *           VARRE ORCAMENTO.DAT, MARCA COMO
      *           VENCIDO ('V') TODO ORCAMENTO ABERTO
      *           COM VALIDADE ANTERIOR A HOJE E GRAVA
      *           EM ORCAVENC.AAAAMMDD A LISTA DE
      *           TRABALHO DA EQUIPE DE VENDAS: OS
      *           ORCAMENTOS ABERTOS QUE VENCEM DE HOJE
      *           ATE WRK-DIAS-AVISO DIAS UTEIS, EM
      *           ORDEM DE VALIDADE, COM CLIENTE,
      *           TELEFONE, VALOR E QUEM ORCOU.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO 'ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORCAMENTO-STATUS
               RECORD KEY ORCAMENTO-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT VENC-REL ASSIGN TO WRK-ARQ-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

           SELECT WORK-VENCER ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO.
           COPY 'ORCACOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD VENC-REL.
       01 REL-LINHA PIC X(100).

       SD WORK-VENCER.
       01 SORT-REG.
           05 SORT-VALIDADE  PIC 9(08).
           05 SORT-FONE      PIC 9(09).
           05 SORT-SEQ       PIC 9(04).
           05 SORT-TOTAL     PIC 9(08)V99.
           05 SORT-VENDEDOR  PIC X(20).

       WORKING-STORAGE SECTION.
           77 ORCAMENTO-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS  PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
               88 FIM-SORT VALUE 'S'.
           77 WRK-ARQ-LISTA    PIC X(30) VALUE SPACES.

      *    JANELA DE AVISO, EM DIAS UTEIS A PARTIR DE HOJE
           77 WRK-DIAS-AVISO   PIC S9(03) VALUE +3.
           77 WRK-DATA-SIS     PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
           77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
           77 WRK-FERIADO-X    PIC X(01) VALUE SPACES.
           77 WRK-UF-BRANCO    PIC X(02) VALUE SPACES.

           77 WRK-NOME         PIC X(30) VALUE SPACES.
           77 WRK-VENDEDOR     PIC X(20) VALUE SPACES.
           01 WRK-VALIDADE-X.
               05 WRK-VX-ANO   PIC 9(04).
               05 WRK-VX-MES   PIC 9(02).
               05 WRK-VX-DIA   PIC 9(02).

           77 WRK-TOT-LIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VENCIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-LISTA    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VALOR    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED     PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           77 WRK-JOB-NOME   PIC X(10) VALUE 'ORCVENCE'.
           77 WRK-JOB-PRED   PIC X(10) VALUE 'CONFESTQ'.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           IF WRK-JOB-OK NOT = 'S'
               DISPLAY 'ORCVENCE ABORTADO - RODE O CONFESTQ ANTES'
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAR.
           OPEN I-O ORCAMENTO.
           IF ORCAMENTO-STATUS NOT = 00
               DISPLAY 'ORCAMENTO.DAT NAO DISPONIVEL - STATUS '
                   ORCAMENTO-STATUS
           ELSE
               OPEN INPUT CLIENTES
               SORT WORK-VENCER
                   ON ASCENDING KEY SORT-VALIDADE SORT-FONE SORT-SEQ
                   INPUT PROCEDURE IS 2000-VARRER-ORCAMENTOS
                   OUTPUT PROCEDURE IS 3000-GRAVAR-LISTA
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
               END-IF
               CLOSE ORCAMENTO
           END-IF.
           DISPLAY '===== ORCAMENTOS - ROTINA DIARIA ====='.
           DISPLAY 'ORCAMENTOS LIDOS.......: ' WRK-TOT-LIDOS.
           DISPLAY 'MARCADOS COMO VENCIDOS.: ' WRK-TOT-VENCIDOS.
           DISPLAY 'VENCENDO NA JANELA.....: ' WRK-TOT-LISTA.
           DISPLAY 'LISTA: ' WRK-ARQ-LISTA.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

      *****************************************************
      * A DATA LIMITE DA JANELA E HOJE MAIS WRK-DIAS-AVISO
      * DIAS UTEIS PELO CALENDARIO NACIONAL (UF EM BRANCO).
      *****************************************************
       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-LIMITE.
           CALL 'DIAUTIL' USING WRK-DATA-LIMITE WRK-DIAS-AVISO
               WRK-DIA-SEMANA WRK-FERIADO-X WRK-UF-BRANCO.
           MOVE SPACES TO WRK-ARQ-LISTA.
           STRING 'ORCAVENC.' WRK-DATA-SIS
               DELIMITED BY SIZE INTO WRK-ARQ-LISTA
           END-STRING.

       2000-VARRER-ORCAMENTOS.
           MOVE 'N' TO WRK-FIM.
           PERFORM UNTIL FIM
               READ ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-LIDOS
                       IF ORCAMENTO-ABERTO
                           PERFORM 2100-TESTAR-VALIDADE
                       END-IF
               END-READ
           END-PERFORM.

       2100-TESTAR-VALIDADE.
           IF ORCAMENTO-VALIDADE < WRK-DATA-SIS
               MOVE 'V' TO ORCAMENTO-SITUACAO
               REWRITE ORCAMENTO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO MARCAR VENCIDO '
                           ORCAMENTO-FONE '/' ORCAMENTO-SEQ
                           ' - STATUS ' ORCAMENTO-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOT-VENCIDOS
               END-REWRITE
           ELSE
           IF ORCAMENTO-VALIDADE NOT > WRK-DATA-LIMITE
               MOVE ORCAMENTO-VALIDADE TO SORT-VALIDADE
               MOVE ORCAMENTO-FONE     TO SORT-FONE
               MOVE ORCAMENTO-SEQ      TO SORT-SEQ
               MOVE ORCAMENTO-TOTAL    TO SORT-TOTAL
               MOVE ORCAMENTO-VENDEDOR TO SORT-VENDEDOR
               RELEASE SORT-REG
           END-IF
           END-IF.

       3000-GRAVAR-LISTA.
           OPEN OUTPUT VENC-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORCAMENTOS ABERTOS VENCENDO ATE '
               WRK-DATA-LIMITE ' - GERADO EM ' WRK-DATA-SIS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE 'VALIDADE   TELEFONE  ORC  CLIENTE'
               TO REL-LINHA.
           MOVE 'VALOR TOTAL' TO REL-LINHA(60:11).
           MOVE 'ORCADO POR' TO REL-LINHA(73:10).
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN WORK-VENCER
               AT END MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL FIM-SORT
               PERFORM 3100-GRAVAR-LINHA
               RETURN WORK-VENCER
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORCAMENTOS: ' WRK-TOT-LISTA
               '   VALOR EM JOGO: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE VENC-REL.

       3100-GRAVAR-LINHA.
           ADD 1 TO WRK-TOT-LISTA.
           ADD SORT-TOTAL TO WRK-TOT-VALOR.
           MOVE '(CLIENTE FORA DO CADASTRO)' TO WRK-NOME.
           IF CLIENTES-STATUS NOT = 35
               MOVE SORT-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-NOME TO WRK-NOME
               END-READ
           END-IF.
           MOVE SORT-VENDEDOR TO WRK-VENDEDOR.
           IF WRK-VENDEDOR = SPACES
               MOVE 'NAO INFORMADO' TO WRK-VENDEDOR
           END-IF.
           MOVE SORT-VALIDADE TO WRK-VALIDADE-X.
           MOVE SORT-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-VX-DIA '/' WRK-VX-MES '/' WRK-VX-ANO ' '
               SORT-FONE ' ' SORT-SEQ ' ' WRK-NOME ' '
               WRK-VALOR-ED '  ' WRK-VENDEDOR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
