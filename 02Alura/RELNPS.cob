       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNPS.
      ********************************************
      * OBJETIVO: RELATORIO MENSAL DA PESQUISA DE
      *           SATISFACAO (NPS) - PARA AS NOTAS DE
      *           NPS.DAT RESPONDIDAS NO MES INFORMADO,
      *           TOTALIZA POR UF, POR VENDEDOR E POR
      *           TRANSPORTADORA: RESPOSTAS, PROMOTORES
      *           (9 E 10), NEUTROS (7 E 8), DETRATORES
      *           (0 A 6), A NOTA MEDIA E O NPS (% DE
      *           PROMOTORES MENOS % DE DETRATORES, DE
      *           -100 A +100). GRAVA EM RELNPS.AAAAMM.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPS ASSIGN TO 'NPS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NPS-STATUS
               RECORD KEY NPS-CHAVE.

           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT NPS-REL ASSIGN TO WRK-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NPS.
           COPY 'NPSCOPY.cob'.

       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       FD NPS-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 NPS-STATUS       PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 TRANSP-STATUS    PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-ARQ-REL      PIC X(30) VALUE SPACES.

      *    MES DO RELATORIO
           01 WRK-MES-REF.
               05 WRK-MR-ANO  PIC 9(04).
               05 WRK-MR-MES  PIC 9(02).
           01 WRK-DATA-SIS.
               05 WRK-DS-ANO  PIC 9(04).
               05 WRK-DS-MES  PIC 9(02).
               05 WRK-DS-DIA  PIC 9(02).
           01 WRK-DATA-RESP.
               05 WRK-DR-ANOMES PIC 9(06).
               05 FILLER        PIC 9(02).

      *    UFS DO MES
           01 WRK-TAB-UF.
               05 WRK-UF-ITEM OCCURS 30 TIMES.
                   10 WRK-UF-SIGLA  PIC X(02).
                   10 WRK-UF-ACUM.
                       15 WRK-UF-RESP   PIC 9(05).
                       15 WRK-UF-PROM   PIC 9(05).
                       15 WRK-UF-NEUT   PIC 9(05).
                       15 WRK-UF-DETR   PIC 9(05).
                       15 WRK-UF-NOTAS  PIC 9(07).
           77 WRK-UF-QTDE-ITENS PIC 9(02) VALUE ZEROS.
           77 WRK-UF-IDX        PIC 9(02) VALUE ZEROS.
           77 WRK-UF-ACHOU      PIC X(01) VALUE SPACES.

      *    VENDEDORES DO MES (LOGIN CARIMBADO NO PEDIDO)
           01 WRK-TAB-VEND.
               05 WRK-VD-ITEM OCCURS 100 TIMES.
                   10 WRK-VD-LOGIN  PIC X(20).
                   10 WRK-VD-ACUM.
                       15 WRK-VD-RESP   PIC 9(05).
                       15 WRK-VD-PROM   PIC 9(05).
                       15 WRK-VD-NEUT   PIC 9(05).
                       15 WRK-VD-DETR   PIC 9(05).
                       15 WRK-VD-NOTAS  PIC 9(07).
           77 WRK-VD-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-VD-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-VD-ACHOU      PIC X(01) VALUE SPACES.

      *    TRANSPORTADORAS DO MES (NOME LIDO DE TRANSP.DAT)
           01 WRK-TAB-TRANSP.
               05 WRK-TR-ITEM OCCURS 50 TIMES.
                   10 WRK-TR-CODIGO PIC X(02).
                   10 WRK-TR-NOME   PIC X(20).
                   10 WRK-TR-ACUM.
                       15 WRK-TR-RESP   PIC 9(05).
                       15 WRK-TR-PROM   PIC 9(05).
                       15 WRK-TR-NEUT   PIC 9(05).
                       15 WRK-TR-DETR   PIC 9(05).
                       15 WRK-TR-NOTAS  PIC 9(07).
           77 WRK-TR-QTDE-ITENS PIC 9(02) VALUE ZEROS.
           77 WRK-TR-IDX        PIC 9(02) VALUE ZEROS.
           77 WRK-TR-ACHOU      PIC X(01) VALUE SPACES.

           01 WRK-GERAL.
               05 WRK-GR-RESP    PIC 9(05) VALUE ZEROS.
               05 WRK-GR-PROM    PIC 9(05) VALUE ZEROS.
               05 WRK-GR-NEUT    PIC 9(05) VALUE ZEROS.
               05 WRK-GR-DETR    PIC 9(05) VALUE ZEROS.
               05 WRK-GR-NOTAS   PIC 9(07) VALUE ZEROS.

      *    NOTA CORRENTE, ACUMULADOR EM TRABALHO E LINHA A
      *    IMPRIMIR (MESMO LAYOUT DOS ACUMULADORES)
           01 WRK-LN-ACUM.
               05 WRK-LN-RESP    PIC 9(05).
               05 WRK-LN-PROM    PIC 9(05).
               05 WRK-LN-NEUT    PIC 9(05).
               05 WRK-LN-DETR    PIC 9(05).
               05 WRK-LN-NOTAS   PIC 9(07).
           01 WRK-AC-ACUM.
               05 WRK-AC-RESP    PIC 9(05).
               05 WRK-AC-PROM    PIC 9(05).
               05 WRK-AC-NEUT    PIC 9(05).
               05 WRK-AC-DETR    PIC 9(05).
               05 WRK-AC-NOTAS   PIC 9(07).
           77 WRK-LN-ROTULO    PIC X(24) VALUE SPACES.
           77 WRK-NPS          PIC S9(03)V9 VALUE ZEROS.
           77 WRK-MEDIA        PIC 9(02)V9 VALUE ZEROS.

           77 WRK-RESP-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-PROM-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-NEUT-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-DETR-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-MEDIA-ED     PIC Z9,9 VALUE ZEROS.
           77 WRK-NPS-ED       PIC +ZZ9,9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRER-NOTAS.
           PERFORM 3000-NOMES-TRANSP.
           PERFORM 4000-GRAVAR-RELATORIO.
           MOVE WRK-GERAL TO WRK-LN-ACUM.
           PERFORM 4300-CALCULAR-NPS.
           MOVE WRK-NPS TO WRK-NPS-ED.
           DISPLAY '===== PESQUISA DE SATISFACAO ====='.
           DISPLAY 'RESPOSTAS NO MES..: ' WRK-GR-RESP.
           DISPLAY 'NPS DO MES........: ' WRK-NPS-ED.
           DISPLAY 'ARQUIVO: ' WRK-ARQ-REL.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-MES-REF.
           DISPLAY 'MES DAS RESPOSTAS (AAAAMM, 0 = MES ANTERIOR).. '.
           ACCEPT WRK-MES-REF FROM CONSOLE.
           IF WRK-MES-REF = ZEROS
               MOVE WRK-DS-ANO TO WRK-MR-ANO
               COMPUTE WRK-MR-MES = WRK-DS-MES - 1
               IF WRK-MR-MES = ZEROS
                   MOVE 12 TO WRK-MR-MES
                   SUBTRACT 1 FROM WRK-MR-ANO
               END-IF
           END-IF.
           MOVE SPACES TO WRK-ARQ-REL.
           STRING 'RELNPS.' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-ARQ-REL
           END-STRING.
           INITIALIZE WRK-TAB-UF WRK-TAB-VEND WRK-TAB-TRANSP.

       2000-VARRER-NOTAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT NPS.
           IF NPS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ NPS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE NPS-DT-RESPOSTA TO WRK-DATA-RESP
                       IF WRK-DR-ANOMES = WRK-MES-REF
                           PERFORM 2100-CLASSIFICAR
                       END-IF
               END-READ
           END-PERFORM.
           IF NPS-STATUS NOT = 35
               CLOSE NPS
           END-IF.

      *****************************************************
      * MONTA A NOTA CORRENTE EM WRK-LN-ACUM E SOMA NA UF,
      * NO VENDEDOR, NA TRANSPORTADORA E NO GERAL.
      *****************************************************
       2100-CLASSIFICAR.
           MOVE ZEROS TO WRK-LN-ACUM.
           MOVE 1 TO WRK-LN-RESP.
           MOVE NPS-NOTA TO WRK-LN-NOTAS.
           EVALUATE TRUE
               WHEN NPS-PROMOTOR
                   MOVE 1 TO WRK-LN-PROM
               WHEN NPS-NEUTRO
                   MOVE 1 TO WRK-LN-NEUT
               WHEN OTHER
                   MOVE 1 TO WRK-LN-DETR
           END-EVALUATE.
           PERFORM 2200-SOMAR-UF.
           PERFORM 2300-SOMAR-VENDEDOR.
           PERFORM 2400-SOMAR-TRANSP.
           MOVE WRK-GERAL TO WRK-AC-ACUM.
           PERFORM 2900-SOMAR-ACUM.
           MOVE WRK-AC-ACUM TO WRK-GERAL.

       2200-SOMAR-UF.
           MOVE 'N' TO WRK-UF-ACHOU.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE-ITENS
               IF WRK-UF-SIGLA(WRK-UF-IDX) = NPS-UF
                   PERFORM 2210-ACUMULAR-UF
                   MOVE 'S' TO WRK-UF-ACHOU
                   MOVE WRK-UF-QTDE-ITENS TO WRK-UF-IDX
               END-IF
           END-PERFORM.
           IF WRK-UF-ACHOU NOT = 'S' AND WRK-UF-QTDE-ITENS < 30
               ADD 1 TO WRK-UF-QTDE-ITENS
               MOVE WRK-UF-QTDE-ITENS TO WRK-UF-IDX
               MOVE NPS-UF TO WRK-UF-SIGLA(WRK-UF-IDX)
               PERFORM 2210-ACUMULAR-UF
           END-IF.

       2210-ACUMULAR-UF.
           MOVE WRK-UF-ACUM(WRK-UF-IDX) TO WRK-AC-ACUM.
           PERFORM 2900-SOMAR-ACUM.
           MOVE WRK-AC-ACUM TO WRK-UF-ACUM(WRK-UF-IDX).

       2300-SOMAR-VENDEDOR.
           MOVE 'N' TO WRK-VD-ACHOU.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-VD-QTDE-ITENS
               IF WRK-VD-LOGIN(WRK-VD-IDX) = NPS-VENDEDOR
                   PERFORM 2310-ACUMULAR-VENDEDOR
                   MOVE 'S' TO WRK-VD-ACHOU
                   MOVE WRK-VD-QTDE-ITENS TO WRK-VD-IDX
               END-IF
           END-PERFORM.
           IF WRK-VD-ACHOU NOT = 'S' AND WRK-VD-QTDE-ITENS < 100
               ADD 1 TO WRK-VD-QTDE-ITENS
               MOVE WRK-VD-QTDE-ITENS TO WRK-VD-IDX
               MOVE NPS-VENDEDOR TO WRK-VD-LOGIN(WRK-VD-IDX)
               PERFORM 2310-ACUMULAR-VENDEDOR
           END-IF.

       2310-ACUMULAR-VENDEDOR.
           MOVE WRK-VD-ACUM(WRK-VD-IDX) TO WRK-AC-ACUM.
           PERFORM 2900-SOMAR-ACUM.
           MOVE WRK-AC-ACUM TO WRK-VD-ACUM(WRK-VD-IDX).

       2400-SOMAR-TRANSP.
           MOVE 'N' TO WRK-TR-ACHOU.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE-ITENS
               IF WRK-TR-CODIGO(WRK-TR-IDX) = NPS-TRANSP
                   PERFORM 2410-ACUMULAR-TRANSP
                   MOVE 'S' TO WRK-TR-ACHOU
                   MOVE WRK-TR-QTDE-ITENS TO WRK-TR-IDX
               END-IF
           END-PERFORM.
           IF WRK-TR-ACHOU NOT = 'S' AND WRK-TR-QTDE-ITENS < 50
               ADD 1 TO WRK-TR-QTDE-ITENS
               MOVE WRK-TR-QTDE-ITENS TO WRK-TR-IDX
               MOVE NPS-TRANSP TO WRK-TR-CODIGO(WRK-TR-IDX)
               PERFORM 2410-ACUMULAR-TRANSP
           END-IF.

       2410-ACUMULAR-TRANSP.
           MOVE WRK-TR-ACUM(WRK-TR-IDX) TO WRK-AC-ACUM.
           PERFORM 2900-SOMAR-ACUM.
           MOVE WRK-AC-ACUM TO WRK-TR-ACUM(WRK-TR-IDX).

       2900-SOMAR-ACUM.
           ADD WRK-LN-RESP  TO WRK-AC-RESP.
           ADD WRK-LN-PROM  TO WRK-AC-PROM.
           ADD WRK-LN-NEUT  TO WRK-AC-NEUT.
           ADD WRK-LN-DETR  TO WRK-AC-DETR.
           ADD WRK-LN-NOTAS TO WRK-AC-NOTAS.

      *****************************************************
      * NOME DE CADA TRANSPORTADORA DA TABELA; CODIGO FORA
      * DE TRANSP.DAT SAI SO COM O CODIGO.
      *****************************************************
       3000-NOMES-TRANSP.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE-ITENS
               IF WRK-TR-CODIGO(WRK-TR-IDX) = SPACES
                   MOVE 'SEM TRANSPORTADORA' TO WRK-TR-NOME(WRK-TR-IDX)
               ELSE
                   MOVE '(FORA DA TABELA)' TO WRK-TR-NOME(WRK-TR-IDX)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                               UNTIL WRK-TR-IDX > WRK-TR-QTDE-ITENS
                           IF WRK-TR-CODIGO(WRK-TR-IDX)
                                   = TRANSP-CODIGO
                               MOVE TRANSP-NOME
                                   TO WRK-TR-NOME(WRK-TR-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.

       4000-GRAVAR-RELATORIO.
           OPEN OUTPUT NPS-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'PESQUISA DE SATISFACAO (NPS) - RESPOSTAS DE '
               WRK-MR-MES '/' WRK-MR-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 4100-CABECALHO.
           MOVE 'POR UF:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE-ITENS
               MOVE WRK-UF-SIGLA(WRK-UF-IDX) TO WRK-LN-ROTULO
               MOVE WRK-UF-ACUM(WRK-UF-IDX) TO WRK-LN-ACUM
               PERFORM 4200-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR VENDEDOR:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-VD-QTDE-ITENS
               IF WRK-VD-LOGIN(WRK-VD-IDX) = SPACES
                   MOVE 'NAO INFORMADO' TO WRK-LN-ROTULO
               ELSE
                   MOVE WRK-VD-LOGIN(WRK-VD-IDX) TO WRK-LN-ROTULO
               END-IF
               MOVE WRK-VD-ACUM(WRK-VD-IDX) TO WRK-LN-ACUM
               PERFORM 4200-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR TRANSPORTADORA:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE-ITENS
               MOVE SPACES TO WRK-LN-ROTULO
               STRING WRK-TR-CODIGO(WRK-TR-IDX) ' '
                   WRK-TR-NOME(WRK-TR-IDX)
                   DELIMITED BY SIZE INTO WRK-LN-ROTULO
               END-STRING
               MOVE WRK-TR-ACUM(WRK-TR-IDX) TO WRK-LN-ACUM
               PERFORM 4200-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL GERAL' TO WRK-LN-ROTULO.
           MOVE WRK-GERAL TO WRK-LN-ACUM.
           PERFORM 4200-IMPRIMIR-LINHA.
           CLOSE NPS-REL.

       4100-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           MOVE 'RESP'   TO REL-LINHA(30:4).
           MOVE 'PROM'   TO REL-LINHA(37:4).
           MOVE 'NEUT'   TO REL-LINHA(44:4).
           MOVE 'DETR'   TO REL-LINHA(51:4).
           MOVE 'MEDIA'  TO REL-LINHA(57:5).
           MOVE 'NPS'    TO REL-LINHA(66:3).
           WRITE REL-LINHA.

       4200-IMPRIMIR-LINHA.
           PERFORM 4300-CALCULAR-NPS.
           MOVE WRK-LN-RESP TO WRK-RESP-ED.
           MOVE WRK-LN-PROM TO WRK-PROM-ED.
           MOVE WRK-LN-NEUT TO WRK-NEUT-ED.
           MOVE WRK-LN-DETR TO WRK-DETR-ED.
           MOVE WRK-MEDIA   TO WRK-MEDIA-ED.
           MOVE WRK-NPS     TO WRK-NPS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-LN-ROTULO ' ' WRK-RESP-ED '  '
               WRK-PROM-ED '  ' WRK-NEUT-ED '  ' WRK-DETR-ED
               '   ' WRK-MEDIA-ED '   ' WRK-NPS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *    NPS E NOTA MEDIA DE WRK-LN-ACUM (ZERO SEM RESPOSTA).
       4300-CALCULAR-NPS.
           MOVE ZEROS TO WRK-NPS WRK-MEDIA.
           IF WRK-LN-RESP > ZEROS
               COMPUTE WRK-NPS ROUNDED =
                   (WRK-LN-PROM - WRK-LN-DETR) * 100 / WRK-LN-RESP
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-LN-NOTAS / WRK-LN-RESP
           END-IF.
