       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSAC.
      ********************************************
      * OBJETIVO: RELATORIO MENSAL DO SAC - PARA OS
      *           CHAMADOS ABERTOS NO MES INFORMADO,
      *           TOTALIZA POR CATEGORIA E POR
      *           TRANSPORTADORA (COPIADA DO PEDIDO NA
      *           ABERTURA): RECLAMACOES, RESOLVIDAS,
      *           AINDA PENDENTES, RESOLVIDAS COM
      *           DEVOLUCAO E O PRAZO MEDIO DE SOLUCAO EM
      *           DIAS (SO DAS RESOLVIDAS). GRAVA EM
      *           RELSAC.AAAAMM.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADOS ASSIGN TO 'CHAMADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHAMADOS-STATUS
               RECORD KEY CHAMADO-CHAVE.

           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT SAC-REL ASSIGN TO WRK-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAMADOS.
           COPY 'CHAMCOPY.cob'.

       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       FD SAC-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 CHAMADOS-STATUS  PIC 9(02).
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

      *    DATAS DO CHAMADO PARA O PRAZO DE SOLUCAO
           01 WRK-DATA-ABER.
               05 WRK-DA-ANOMES PIC 9(06).
               05 FILLER        PIC 9(02).
           01 WRK-DATA-ABER-R REDEFINES WRK-DATA-ABER.
               05 WRK-DA-ANO    PIC 9(04).
               05 WRK-DA-MES    PIC 9(02).
               05 WRK-DA-DIA    PIC 9(02).
           01 WRK-DATA-RESOL.
               05 WRK-DR-ANO    PIC 9(04).
               05 WRK-DR-MES    PIC 9(02).
               05 WRK-DR-DIA    PIC 9(02).
           77 WRK-PRAZO        PIC S9(07) VALUE ZEROS.

      *    CATEGORIAS DO CHAMCOPY, NA ORDEM DO RELATORIO
           01 WRK-TAB-CAT-VALORES.
               05 FILLER PIC X(22) VALUE 'ATATRASO NA ENTREGA   '.
               05 FILLER PIC X(22) VALUE 'AVAVARIA              '.
               05 FILLER PIC X(22) VALUE 'ERITEM ERRADO         '.
               05 FILLER PIC X(22) VALUE 'FAFALTA DE ITEM       '.
               05 FILLER PIC X(22) VALUE 'CBCOBRANCA            '.
               05 FILLER PIC X(22) VALUE 'OUOUTROS              '.
           01 WRK-TAB-CAT REDEFINES WRK-TAB-CAT-VALORES.
               05 WRK-CT-ITEM OCCURS 6 TIMES.
                   10 WRK-CT-CODIGO PIC X(02).
                   10 WRK-CT-NOME   PIC X(20).
           01 WRK-TAB-CAT-ACUM.
               05 WRK-CA-ITEM OCCURS 6 TIMES.
                   10 WRK-CA-QTDE    PIC 9(05).
                   10 WRK-CA-RESOLV  PIC 9(05).
                   10 WRK-CA-PEND    PIC 9(05).
                   10 WRK-CA-DEVOL   PIC 9(05).
                   10 WRK-CA-DIAS    PIC 9(07).
           77 WRK-CT-IDX        PIC 9(02) VALUE ZEROS.
           77 WRK-CT-ACHOU      PIC X(01) VALUE SPACES.

      *    TRANSPORTADORAS DO MES (NOME LIDO DE TRANSP.DAT)
           01 WRK-TAB-TRANSP.
               05 WRK-TR-ITEM OCCURS 50 TIMES.
                   10 WRK-TR-CODIGO PIC X(02).
                   10 WRK-TR-NOME   PIC X(20).
                   10 WRK-TR-ACUM.
                       15 WRK-TR-QTDE    PIC 9(05).
                       15 WRK-TR-RESOLV  PIC 9(05).
                       15 WRK-TR-PEND    PIC 9(05).
                       15 WRK-TR-DEVOL   PIC 9(05).
                       15 WRK-TR-DIAS    PIC 9(07).
           77 WRK-TR-QTDE-ITENS PIC 9(02) VALUE ZEROS.
           77 WRK-TR-IDX        PIC 9(02) VALUE ZEROS.
           77 WRK-TR-ACHOU      PIC X(01) VALUE SPACES.
           77 WRK-TRANSP        PIC X(02) VALUE SPACES.

           01 WRK-GERAL.
               05 WRK-GR-QTDE    PIC 9(05) VALUE ZEROS.
               05 WRK-GR-RESOLV  PIC 9(05) VALUE ZEROS.
               05 WRK-GR-PEND    PIC 9(05) VALUE ZEROS.
               05 WRK-GR-DEVOL   PIC 9(05) VALUE ZEROS.
               05 WRK-GR-DIAS    PIC 9(07) VALUE ZEROS.

      *    CHAMADO CORRENTE E LINHA A IMPRIMIR (MESMO LAYOUT
      *    DOS ACUMULADORES)
           77 WRK-LN-ROTULO    PIC X(24) VALUE SPACES.
           01 WRK-LN-ACUM.
               05 WRK-LN-QTDE    PIC 9(05).
               05 WRK-LN-RESOLV  PIC 9(05).
               05 WRK-LN-PEND    PIC 9(05).
               05 WRK-LN-DEVOL   PIC 9(05).
               05 WRK-LN-DIAS    PIC 9(07).
           77 WRK-MEDIA        PIC 9(05)V9 VALUE ZEROS.

           77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-RESOLV-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-PEND-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-DEVOL-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-MEDIA-ED     PIC ZZZ9,9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRER-CHAMADOS.
           PERFORM 3000-NOMES-TRANSP.
           PERFORM 4000-GRAVAR-RELATORIO.
           DISPLAY '===== RECLAMACOES DO SAC ====='.
           DISPLAY 'CHAMADOS NO MES...: ' WRK-GR-QTDE.
           DISPLAY 'RESOLVIDOS........: ' WRK-GR-RESOLV.
           DISPLAY 'ARQUIVO: ' WRK-ARQ-REL.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-MES-REF.
           DISPLAY 'MES DOS CHAMADOS (AAAAMM, 0 = MES ANTERIOR).. '.
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
           STRING 'RELSAC.' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-ARQ-REL
           END-STRING.
           INITIALIZE WRK-TAB-CAT-ACUM WRK-TAB-TRANSP.

       2000-VARRER-CHAMADOS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT CHAMADOS.
           IF CHAMADOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CHAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE CHAMADO-DT-ABERTURA TO WRK-DATA-ABER
                       IF WRK-DA-ANOMES = WRK-MES-REF
                           PERFORM 2100-CLASSIFICAR
                       END-IF
               END-READ
           END-PERFORM.
           IF CHAMADOS-STATUS NOT = 35
               CLOSE CHAMADOS
           END-IF.

      *****************************************************
      * MONTA O CHAMADO CORRENTE EM WRK-LN-ACUM E SOMA NA
      * CATEGORIA, NA TRANSPORTADORA E NO GERAL. O PRAZO
      * USA O CALCULO APROXIMADO DE DIAS DO RELATRAS.
      *****************************************************
       2100-CLASSIFICAR.
           MOVE ZEROS TO WRK-LN-ACUM.
           MOVE 1 TO WRK-LN-QTDE.
           IF CHAMADO-RESOLVIDO
               MOVE 1 TO WRK-LN-RESOLV
               IF CHAMADO-DEVOLUCAO = 'S'
                   MOVE 1 TO WRK-LN-DEVOL
               END-IF
               MOVE CHAMADO-DT-RESOLUCAO TO WRK-DATA-RESOL
               COMPUTE WRK-PRAZO =
                   (WRK-DR-ANO * 365 + WRK-DR-MES * 30 + WRK-DR-DIA)
                 - (WRK-DA-ANO * 365 + WRK-DA-MES * 30 + WRK-DA-DIA)
               IF WRK-PRAZO < ZEROS
                   MOVE ZEROS TO WRK-PRAZO
               END-IF
               MOVE WRK-PRAZO TO WRK-LN-DIAS
           ELSE
               MOVE 1 TO WRK-LN-PEND
           END-IF.
           PERFORM 2200-SOMAR-CATEGORIA.
           PERFORM 2300-SOMAR-TRANSP.
           ADD WRK-LN-QTDE   TO WRK-GR-QTDE.
           ADD WRK-LN-RESOLV TO WRK-GR-RESOLV.
           ADD WRK-LN-PEND   TO WRK-GR-PEND.
           ADD WRK-LN-DEVOL  TO WRK-GR-DEVOL.
           ADD WRK-LN-DIAS   TO WRK-GR-DIAS.

      *    CATEGORIA FORA DA TABELA CONTA COMO OUTROS.
       2200-SOMAR-CATEGORIA.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > 6
                   OR WRK-CT-CODIGO(WRK-CT-IDX) = CHAMADO-CATEGORIA
               CONTINUE
           END-PERFORM.
           IF WRK-CT-IDX > 6
               MOVE 6 TO WRK-CT-IDX
           END-IF.
           ADD WRK-LN-QTDE   TO WRK-CA-QTDE(WRK-CT-IDX).
           ADD WRK-LN-RESOLV TO WRK-CA-RESOLV(WRK-CT-IDX).
           ADD WRK-LN-PEND   TO WRK-CA-PEND(WRK-CT-IDX).
           ADD WRK-LN-DEVOL  TO WRK-CA-DEVOL(WRK-CT-IDX).
           ADD WRK-LN-DIAS   TO WRK-CA-DIAS(WRK-CT-IDX).

       2300-SOMAR-TRANSP.
           MOVE CHAMADO-TRANSP TO WRK-TRANSP.
           MOVE 'N' TO WRK-TR-ACHOU.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE-ITENS
               IF WRK-TR-CODIGO(WRK-TR-IDX) = WRK-TRANSP
                   PERFORM 2310-ACUMULAR-TRANSP
                   MOVE 'S' TO WRK-TR-ACHOU
                   MOVE WRK-TR-QTDE-ITENS TO WRK-TR-IDX
               END-IF
           END-PERFORM.
           IF WRK-TR-ACHOU NOT = 'S' AND WRK-TR-QTDE-ITENS < 50
               ADD 1 TO WRK-TR-QTDE-ITENS
               MOVE WRK-TR-QTDE-ITENS TO WRK-TR-IDX
               MOVE WRK-TRANSP TO WRK-TR-CODIGO(WRK-TR-IDX)
               PERFORM 2310-ACUMULAR-TRANSP
           END-IF.

       2310-ACUMULAR-TRANSP.
           ADD WRK-LN-QTDE   TO WRK-TR-QTDE(WRK-TR-IDX).
           ADD WRK-LN-RESOLV TO WRK-TR-RESOLV(WRK-TR-IDX).
           ADD WRK-LN-PEND   TO WRK-TR-PEND(WRK-TR-IDX).
           ADD WRK-LN-DEVOL  TO WRK-TR-DEVOL(WRK-TR-IDX).
           ADD WRK-LN-DIAS   TO WRK-TR-DIAS(WRK-TR-IDX).

      *****************************************************
      * NOME DE CADA TRANSPORTADORA DA TABELA: CODIGO EM
      * BRANCO E CHAMADO SEM PEDIDO (OU PEDIDO AINDA SEM
      * TRANSPORTADORA); CODIGO FORA DE TRANSP.DAT SAI SO
      * COM O CODIGO.
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
           OPEN OUTPUT SAC-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECLAMACOES DO SAC ABERTAS EM '
               WRK-MR-MES '/' WRK-MR-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 4100-CABECALHO.
           MOVE 'POR CATEGORIA:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > 6
               IF WRK-CA-QTDE(WRK-CT-IDX) > ZEROS
                   MOVE SPACES TO WRK-LN-ROTULO
                   STRING WRK-CT-CODIGO(WRK-CT-IDX) ' '
                       WRK-CT-NOME(WRK-CT-IDX)
                       DELIMITED BY SIZE INTO WRK-LN-ROTULO
                   END-STRING
                   MOVE WRK-CA-ITEM(WRK-CT-IDX) TO WRK-LN-ACUM
                   PERFORM 4200-IMPRIMIR-LINHA
               END-IF
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
           CLOSE SAC-REL.

       4100-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           MOVE 'CHAMADOS'  TO REL-LINHA(28:8).
           MOVE 'RESOLV'    TO REL-LINHA(37:6).
           MOVE 'PEND'      TO REL-LINHA(45:4).
           MOVE 'DEVOL'     TO REL-LINHA(50:5).
           MOVE 'PRAZO MED' TO REL-LINHA(56:9).
           WRITE REL-LINHA.

      *    PRAZO MEDIO SO SOBRE OS CHAMADOS RESOLVIDOS.
       4200-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-MEDIA.
           IF WRK-LN-RESOLV > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-LN-DIAS / WRK-LN-RESOLV
           END-IF.
           MOVE WRK-LN-QTDE   TO WRK-QTDE-ED.
           MOVE WRK-LN-RESOLV TO WRK-RESOLV-ED.
           MOVE WRK-LN-PEND   TO WRK-PEND-ED.
           MOVE WRK-LN-DEVOL  TO WRK-DEVOL-ED.
           MOVE WRK-MEDIA     TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-LN-ROTULO '    ' WRK-QTDE-ED '  '
               WRK-RESOLV-ED '  ' WRK-PEND-ED ' ' WRK-DEVOL-ED
               '    ' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
