       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCA.
      ********************************************
      * OBJETIVO: RELATORIO MENSAL DE CONVERSAO DE
      *           ORCAMENTOS - PARA OS ORCAMENTOS
      *           EMITIDOS NO MES INFORMADO, TOTALIZA
      *           POR VENDEDOR (QUEM ORCOU) E POR UF:
      *           QUANTIDADE E VALOR ORCADOS,
      *           CONVERTIDOS EM PEDIDO, VENCIDOS E
      *           AINDA ABERTOS, A TAXA DE CONVERSAO
      *           (CONVERTIDOS SOBRE ORCADOS) E O PRAZO
      *           MEDIO EM DIAS ENTRE O ORCAMENTO E A
      *           CONVERSAO. GRAVA EM RELORCA.AAAAMM.
      *           ORCAMENTO SEM VENDEDOR (ANTERIOR AO
      *           CAMPO) SAI COMO NAO INFORMADO.
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
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORCAMENTO-STATUS
               RECORD KEY ORCAMENTO-CHAVE.

           SELECT ORCA-REL ASSIGN TO WRK-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO.
           COPY 'ORCACOPY.cob'.

       FD ORCA-REL.
       01 REL-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
           77 ORCAMENTO-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
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

      *    DATAS DO ORCAMENTO PARA O PRAZO DE CONVERSAO
           01 WRK-DATA-ORC.
               05 WRK-DO-ANOMES PIC 9(06).
               05 FILLER        PIC 9(02).
           01 WRK-DATA-ORC-R REDEFINES WRK-DATA-ORC.
               05 WRK-DO-ANO    PIC 9(04).
               05 WRK-DO-MES    PIC 9(02).
               05 WRK-DO-DIA    PIC 9(02).
           01 WRK-DATA-CONV.
               05 WRK-DC-ANO    PIC 9(04).
               05 WRK-DC-MES    PIC 9(02).
               05 WRK-DC-DIA    PIC 9(02).
           77 WRK-PRAZO        PIC S9(07) VALUE ZEROS.

      *    ORCAMENTO CORRENTE
           77 WRK-VENDEDOR     PIC X(20) VALUE SPACES.
           77 WRK-UF           PIC X(02) VALUE SPACES.

      *    ACUMULADORES POR VENDEDOR, POR UF E GERAL
           01 WRK-TAB-VEND.
               05 WRK-VD-ITEM OCCURS 100 TIMES.
                   10 WRK-VD-NOME     PIC X(20).
                   10 WRK-VD-ACUM.
                       15 WRK-VD-QTDE     PIC 9(05).
                       15 WRK-VD-VALOR    PIC 9(10)V99.
                       15 WRK-VD-CONV     PIC 9(05).
                       15 WRK-VD-VLR-CONV PIC 9(10)V99.
                       15 WRK-VD-VENC     PIC 9(05).
                       15 WRK-VD-ABERTO   PIC 9(05).
                       15 WRK-VD-DIAS     PIC 9(07).
                       15 WRK-VD-QT-DIAS  PIC 9(05).
           77 WRK-VD-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-VD-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-VD-ACHOU      PIC X(01) VALUE SPACES.
           77 WRK-VD-CHEIA      PIC X(01) VALUE 'N'.
               88 TABELA-VEND-CHEIA VALUE 'S'.

           01 WRK-TAB-UF.
               05 WRK-UF-ITEM OCCURS 30 TIMES.
                   10 WRK-UF-SIGLA    PIC X(02).
                   10 WRK-UF-ACUM.
                       15 WRK-UF-QTDE     PIC 9(05).
                       15 WRK-UF-VALOR    PIC 9(10)V99.
                       15 WRK-UF-CONV     PIC 9(05).
                       15 WRK-UF-VLR-CONV PIC 9(10)V99.
                       15 WRK-UF-VENC     PIC 9(05).
                       15 WRK-UF-ABERTO   PIC 9(05).
                       15 WRK-UF-DIAS     PIC 9(07).
                       15 WRK-UF-QT-DIAS  PIC 9(05).
           77 WRK-UF-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-UF-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-UF-ACHOU      PIC X(01) VALUE SPACES.

           01 WRK-GERAL.
               05 WRK-GR-QTDE     PIC 9(05) VALUE ZEROS.
               05 WRK-GR-VALOR    PIC 9(10)V99 VALUE ZEROS.
               05 WRK-GR-CONV     PIC 9(05) VALUE ZEROS.
               05 WRK-GR-VLR-CONV PIC 9(10)V99 VALUE ZEROS.
               05 WRK-GR-VENC     PIC 9(05) VALUE ZEROS.
               05 WRK-GR-ABERTO   PIC 9(05) VALUE ZEROS.
               05 WRK-GR-DIAS     PIC 9(07) VALUE ZEROS.
               05 WRK-GR-QT-DIAS  PIC 9(05) VALUE ZEROS.

      *    LINHA A IMPRIMIR (MESMO LAYOUT DOS ACUMULADORES)
           77 WRK-LN-ROTULO    PIC X(20) VALUE SPACES.
           01 WRK-LN-ACUM.
               05 WRK-LN-QTDE     PIC 9(05).
               05 WRK-LN-VALOR    PIC 9(10)V99.
               05 WRK-LN-CONV     PIC 9(05).
               05 WRK-LN-VLR-CONV PIC 9(10)V99.
               05 WRK-LN-VENC     PIC 9(05).
               05 WRK-LN-ABERTO   PIC 9(05).
               05 WRK-LN-DIAS     PIC 9(07).
               05 WRK-LN-QT-DIAS  PIC 9(05).
           77 WRK-TAXA         PIC 9(03)V9 VALUE ZEROS.
           77 WRK-MEDIA        PIC 9(05)V9 VALUE ZEROS.

           77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-CONV-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-VENC-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-ABERTO-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VLR-CONV-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TAXA-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-MEDIA-ED     PIC ZZZ9,9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRER-ORCAMENTOS.
           PERFORM 4000-GRAVAR-RELATORIO.
           DISPLAY '===== CONVERSAO DE ORCAMENTOS ====='.
           DISPLAY 'ORCAMENTOS NO MES.: ' WRK-GR-QTDE.
           DISPLAY 'CONVERTIDOS.......: ' WRK-GR-CONV.
           IF TABELA-VEND-CHEIA
               DISPLAY 'ATENCAO: MAIS DE 100 VENDEDORES - OS '
                   'EXCEDENTES SO ENTRAM NO TOTAL GERAL'
           END-IF.
           DISPLAY 'ARQUIVO: ' WRK-ARQ-REL.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-MES-REF.
           DISPLAY 'MES DOS ORCAMENTOS (AAAAMM, 0 = MES ANTERIOR).. '.
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
           STRING 'RELORCA.' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-ARQ-REL
           END-STRING.
           INITIALIZE WRK-TAB-VEND WRK-TAB-UF.

       2000-VARRER-ORCAMENTOS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ORCAMENTO.
           IF ORCAMENTO-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE ORCAMENTO-DTORC TO WRK-DATA-ORC
                       IF WRK-DO-ANOMES = WRK-MES-REF
                           PERFORM 2100-CLASSIFICAR
                       END-IF
               END-READ
           END-PERFORM.
           IF ORCAMENTO-STATUS NOT = 35
               CLOSE ORCAMENTO
           END-IF.

      *****************************************************
      * MONTA O ORCAMENTO CORRENTE EM WRK-LN-ACUM (UMA
      * OCORRENCIA) E SOMA NA TABELA DO VENDEDOR, NA DA
      * UF E NO GERAL. O PRAZO DE CONVERSAO USA O MESMO
      * CALCULO APROXIMADO DE DIAS DO RELATRAS.
      *****************************************************
       2100-CLASSIFICAR.
           MOVE ZEROS TO WRK-LN-ACUM.
           MOVE 1 TO WRK-LN-QTDE.
           MOVE ORCAMENTO-TOTAL TO WRK-LN-VALOR.
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   MOVE 1 TO WRK-LN-CONV
                   MOVE ORCAMENTO-TOTAL TO WRK-LN-VLR-CONV
                   IF ORCAMENTO-DT-CONVERSAO NOT = ZEROS
                       MOVE ORCAMENTO-DT-CONVERSAO TO WRK-DATA-CONV
                       COMPUTE WRK-PRAZO =
                           (WRK-DC-ANO * 365 + WRK-DC-MES * 30
                            + WRK-DC-DIA)
                         - (WRK-DO-ANO * 365 + WRK-DO-MES * 30
                            + WRK-DO-DIA)
                       IF WRK-PRAZO < ZEROS
                           MOVE ZEROS TO WRK-PRAZO
                       END-IF
                       MOVE WRK-PRAZO TO WRK-LN-DIAS
                       MOVE 1 TO WRK-LN-QT-DIAS
                   END-IF
               WHEN ORCAMENTO-VENCIDO
                   MOVE 1 TO WRK-LN-VENC
               WHEN OTHER
                   MOVE 1 TO WRK-LN-ABERTO
           END-EVALUATE.
           MOVE ORCAMENTO-VENDEDOR TO WRK-VENDEDOR.
           IF WRK-VENDEDOR = SPACES
               MOVE 'NAO INFORMADO' TO WRK-VENDEDOR
           END-IF.
           MOVE ORCAMENTO-UF TO WRK-UF.
           IF WRK-UF = SPACES
               MOVE '??' TO WRK-UF
           END-IF.
           PERFORM 2200-SOMAR-VENDEDOR.
           PERFORM 2300-SOMAR-UF.
           ADD WRK-LN-QTDE     TO WRK-GR-QTDE.
           ADD WRK-LN-VALOR    TO WRK-GR-VALOR.
           ADD WRK-LN-CONV     TO WRK-GR-CONV.
           ADD WRK-LN-VLR-CONV TO WRK-GR-VLR-CONV.
           ADD WRK-LN-VENC     TO WRK-GR-VENC.
           ADD WRK-LN-ABERTO   TO WRK-GR-ABERTO.
           ADD WRK-LN-DIAS     TO WRK-GR-DIAS.
           ADD WRK-LN-QT-DIAS  TO WRK-GR-QT-DIAS.

       2200-SOMAR-VENDEDOR.
           MOVE 'N' TO WRK-VD-ACHOU.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-VD-QTDE-ITENS
               IF WRK-VD-NOME(WRK-VD-IDX) = WRK-VENDEDOR
                   PERFORM 2210-ACUMULAR-VENDEDOR
                   MOVE 'S' TO WRK-VD-ACHOU
                   MOVE WRK-VD-QTDE-ITENS TO WRK-VD-IDX
               END-IF
           END-PERFORM.
           IF WRK-VD-ACHOU NOT = 'S'
               IF WRK-VD-QTDE-ITENS < 100
                   ADD 1 TO WRK-VD-QTDE-ITENS
                   MOVE WRK-VD-QTDE-ITENS TO WRK-VD-IDX
                   MOVE WRK-VENDEDOR TO WRK-VD-NOME(WRK-VD-IDX)
                   PERFORM 2210-ACUMULAR-VENDEDOR
               ELSE
                   MOVE 'S' TO WRK-VD-CHEIA
               END-IF
           END-IF.

       2210-ACUMULAR-VENDEDOR.
           ADD WRK-LN-QTDE     TO WRK-VD-QTDE(WRK-VD-IDX).
           ADD WRK-LN-VALOR    TO WRK-VD-VALOR(WRK-VD-IDX).
           ADD WRK-LN-CONV     TO WRK-VD-CONV(WRK-VD-IDX).
           ADD WRK-LN-VLR-CONV TO WRK-VD-VLR-CONV(WRK-VD-IDX).
           ADD WRK-LN-VENC     TO WRK-VD-VENC(WRK-VD-IDX).
           ADD WRK-LN-ABERTO   TO WRK-VD-ABERTO(WRK-VD-IDX).
           ADD WRK-LN-DIAS     TO WRK-VD-DIAS(WRK-VD-IDX).
           ADD WRK-LN-QT-DIAS  TO WRK-VD-QT-DIAS(WRK-VD-IDX).

       2300-SOMAR-UF.
           MOVE 'N' TO WRK-UF-ACHOU.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE-ITENS
               IF WRK-UF-SIGLA(WRK-UF-IDX) = WRK-UF
                   PERFORM 2310-ACUMULAR-UF
                   MOVE 'S' TO WRK-UF-ACHOU
                   MOVE WRK-UF-QTDE-ITENS TO WRK-UF-IDX
               END-IF
           END-PERFORM.
           IF WRK-UF-ACHOU NOT = 'S' AND WRK-UF-QTDE-ITENS < 30
               ADD 1 TO WRK-UF-QTDE-ITENS
               MOVE WRK-UF-QTDE-ITENS TO WRK-UF-IDX
               MOVE WRK-UF TO WRK-UF-SIGLA(WRK-UF-IDX)
               PERFORM 2310-ACUMULAR-UF
           END-IF.

       2310-ACUMULAR-UF.
           ADD WRK-LN-QTDE     TO WRK-UF-QTDE(WRK-UF-IDX).
           ADD WRK-LN-VALOR    TO WRK-UF-VALOR(WRK-UF-IDX).
           ADD WRK-LN-CONV     TO WRK-UF-CONV(WRK-UF-IDX).
           ADD WRK-LN-VLR-CONV TO WRK-UF-VLR-CONV(WRK-UF-IDX).
           ADD WRK-LN-VENC     TO WRK-UF-VENC(WRK-UF-IDX).
           ADD WRK-LN-ABERTO   TO WRK-UF-ABERTO(WRK-UF-IDX).
           ADD WRK-LN-DIAS     TO WRK-UF-DIAS(WRK-UF-IDX).
           ADD WRK-LN-QT-DIAS  TO WRK-UF-QT-DIAS(WRK-UF-IDX).

       4000-GRAVAR-RELATORIO.
           OPEN OUTPUT ORCA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONVERSAO DE ORCAMENTOS EMITIDOS EM '
               WRK-MR-MES '/' WRK-MR-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 4100-CABECALHO.
           MOVE 'POR VENDEDOR:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-VD-QTDE-ITENS
               MOVE WRK-VD-NOME(WRK-VD-IDX) TO WRK-LN-ROTULO
               MOVE WRK-VD-ACUM(WRK-VD-IDX) TO WRK-LN-ACUM
               PERFORM 4200-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR UF:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE-ITENS
               MOVE WRK-UF-SIGLA(WRK-UF-IDX) TO WRK-LN-ROTULO
               MOVE WRK-UF-ACUM(WRK-UF-IDX) TO WRK-LN-ACUM
               PERFORM 4200-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL GERAL' TO WRK-LN-ROTULO.
           MOVE WRK-GERAL TO WRK-LN-ACUM.
           PERFORM 4200-IMPRIMIR-LINHA.
           CLOSE ORCA-REL.

       4100-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           MOVE 'QTDE'           TO REL-LINHA(25:4).
           MOVE 'VALOR ORCADO'   TO REL-LINHA(31:12).
           MOVE 'CONV'           TO REL-LINHA(46:4).
           MOVE 'VALOR CONVERT.' TO REL-LINHA(50:14).
           MOVE 'VENC'           TO REL-LINHA(67:4).
           MOVE 'ABERT'          TO REL-LINHA(72:5).
           MOVE 'TAXA%'          TO REL-LINHA(79:5).
           MOVE 'PRAZO'          TO REL-LINHA(87:5).
           WRITE REL-LINHA.

      *****************************************************
      * TAXA = CONVERTIDOS / ORCADOS; PRAZO MEDIO SO SOBRE
      * OS CONVERTIDOS QUE TEM A DATA DA CONVERSAO.
      *****************************************************
       4200-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-TAXA WRK-MEDIA.
           IF WRK-LN-QTDE > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-LN-CONV * 100 / WRK-LN-QTDE
           END-IF.
           IF WRK-LN-QT-DIAS > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-LN-DIAS / WRK-LN-QT-DIAS
           END-IF.
           MOVE WRK-LN-QTDE     TO WRK-QTDE-ED.
           MOVE WRK-LN-VALOR    TO WRK-VALOR-ED.
           MOVE WRK-LN-CONV     TO WRK-CONV-ED.
           MOVE WRK-LN-VLR-CONV TO WRK-VLR-CONV-ED.
           MOVE WRK-LN-VENC     TO WRK-VENC-ED.
           MOVE WRK-LN-ABERTO   TO WRK-ABERTO-ED.
           MOVE WRK-TAXA        TO WRK-TAXA-ED.
           MOVE WRK-MEDIA       TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-LN-ROTULO ' ' WRK-QTDE-ED ' '
               WRK-VALOR-ED '  ' WRK-CONV-ED ' ' WRK-VLR-CONV-ED
               '  ' WRK-VENC-ED ' ' WRK-ABERTO-ED '  '
               WRK-TAXA-ED '  ' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
