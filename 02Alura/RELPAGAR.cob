       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPAGAR.
      ********************************************
      * OBJETIVO: ENVELHECIMENTO DE CONTAS A PAGAR -
      *           VARRE PAGAR.DAT (NA ORDEM
      *           FORNECEDOR + ORDEM + PARCELA) E
      *           LISTA EM RELPAGAR.DAT, POR
      *           FORN-CODIGO (NOME BUSCADO EM
      *           FORNECED.DAT), O SALDO EM ABERTO
      *           SEPARADO EM FAIXAS: A VENCER,
      *           VENCIDO ATE 30, 31 A 60, 61 A 90
      *           E MAIS DE 90 DIAS - A MESMA
      *           DISCIPLINA DO RELATRAS DO LADO DO
      *           RECEBER. OS DIAS DE ATRASO USAM A
      *           CONTA APROXIMADA (ANO*365+MES*30+
      *           DIA) DO RELATRAS.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY PAGAR-CHAVE.

           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECED-STATUS
               RECORD KEY FORN-CODIGO.

           SELECT PAGAR-REL ASSIGN TO 'RELPAGAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAGAR.
           COPY 'PAGCOPY.cob'.

       FD FORNECED.
           COPY 'FORNCOPY.cob'.

       FD PAGAR-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 PAGAR-STATUS    PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 FORNECED-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-FORN-ATUAL  PIC 9(04)    VALUE ZEROS.
           77 WRK-SUB-QTDE    PIC 9(04)    VALUE ZEROS.
           77 WRK-TOT-PARC    PIC 9(06)    VALUE ZEROS.
           77 WRK-TOT-FORN    PIC 9(05)    VALUE ZEROS.
           77 WRK-NOME        PIC X(30)    VALUE SPACES.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(07)   VALUE ZEROS.
           77 WRK-FAIXA       PIC 9(01)    VALUE ZEROS.
           77 WRK-IDX         PIC 9(01)    VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

      *    FAIXAS: 1 A VENCER, 2 ATE 30, 3 31-60, 4 61-90,
      *    5 MAIS DE 90 DIAS DE ATRASO
           01 WRK-TAB-SUB.
               05 WRK-SUB-FAIXA PIC 9(10)V99 OCCURS 5 TIMES.
           01 WRK-TAB-TOT.
               05 WRK-TOT-FAIXA PIC 9(10)V99 OCCURS 5 TIMES.
           01 WRK-NOMES-FAIXA.
               05 FILLER PIC X(12) VALUE 'A VENCER    '.
               05 FILLER PIC X(12) VALUE 'ATE 30 DIAS '.
               05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
               05 FILLER PIC X(12) VALUE '61 A 90 DIAS'.
               05 FILLER PIC X(12) VALUE '+ DE 90 DIAS'.
           01 WRK-TAB-NOMES REDEFINES WRK-NOMES-FAIXA.
               05 WRK-NOME-FAIXA PIC X(12) OCCURS 5 TIMES.

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
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIM.
           PERFORM 2500-FECHAR-FORNECEDOR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAB-SUB WRK-TAB-TOT.
           OPEN INPUT PAGAR.
           IF PAGAR-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN INPUT FORNECED.
           OPEN OUTPUT PAGAR-REL.
           MOVE 'ENVELHECIMENTO DE CONTAS A PAGAR' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'POSICAO DE ' WRK-DS-ANO '-' WRK-DS-MES '-'
               WRK-DS-DIA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           IF NOT FIM
               PERFORM 2100-LER-PARCELA
           END-IF.

       2000-PROCESSAR.
           IF PAGAR-ABERTA
               IF PAGAR-FORNECEDOR NOT = WRK-FORN-ATUAL
                   PERFORM 2500-FECHAR-FORNECEDOR
                   MOVE PAGAR-FORNECEDOR TO WRK-FORN-ATUAL
               END-IF
               PERFORM 2400-CLASSIFICAR-PARCELA
           END-IF.
           PERFORM 2100-LER-PARCELA.

       2100-LER-PARCELA.
           READ PAGAR NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

      *****************************************************
      * SALDO EM ABERTO DA PARCELA NA FAIXA DO ATRASO -
      * DIAS APROXIMADOS (ANO*365 + MES*30 + DIA) COMO NO
      * RELATRAS.
      *****************************************************
       2400-CLASSIFICAR-PARCELA.
           COMPUTE WRK-SALDO = PAGAR-VALOR - PAGAR-VALOR-PAGO.
           ADD 1 TO WRK-SUB-QTDE.
           ADD 1 TO WRK-TOT-PARC.
           MOVE PAGAR-VENCIMENTO TO WRK-DT-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-VC-ANO * 365) + (WRK-VC-MES * 30)
                   + WRK-VC-DIA).
           EVALUATE TRUE
               WHEN PAGAR-VENCIMENTO NOT < WRK-DATA-SIS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           ADD WRK-SALDO TO WRK-SUB-FAIXA(WRK-FAIXA).
           ADD WRK-SALDO TO WRK-TOT-FAIXA(WRK-FAIXA).

       2500-FECHAR-FORNECEDOR.
           IF WRK-FORN-ATUAL NOT = ZEROS AND WRK-SUB-QTDE NOT = ZEROS
               ADD 1 TO WRK-TOT-FORN
               MOVE WRK-FORN-ATUAL TO FORN-CODIGO
               READ FORNECED
                   INVALID KEY
                       MOVE '(FORNECEDOR NAO CADASTRADO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WRK-NOME
               END-READ
               MOVE SPACES TO REL-LINHA
               STRING 'FORNECEDOR ' WRK-FORN-ATUAL ' ' WRK-NOME
                   ' PARCELAS ' WRK-SUB-QTDE
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
                   MOVE WRK-SUB-FAIXA(WRK-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '  ' WRK-NOME-FAIXA(WRK-IDX) ' '
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WRK-SUB-QTDE.
           MOVE ZEROS TO WRK-TAB-SUB.

       3000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORNECEDORES A PAGAR: ' WRK-TOT-FORN
               ' PARCELAS EM ABERTO: ' WRK-TOT-PARC
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
               MOVE WRK-TOT-FAIXA(WRK-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'TOTAL ' WRK-NOME-FAIXA(WRK-IDX) ' '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.
           IF PAGAR-STATUS NOT = 35
               CLOSE PAGAR
           END-IF.
           CLOSE FORNECED.
           CLOSE PAGAR-REL.
           DISPLAY 'PARCELAS A PAGAR EM ABERTO: ' WRK-TOT-PARC.
           DISPLAY 'RELATORIO GERADO EM RELPAGAR.DAT'.
