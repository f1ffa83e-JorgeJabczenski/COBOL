       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNFSAI.
      ********************************************
      * OBJETIVO: LIVRO DE SAIDAS DO MES - VARRE
      *           NOTAFIS.DAT NA ORDEM DO NUMERO E
      *           LISTA EM RELNFSAI.DAT CADA NOTA
      *           FISCAL EMITIDA NO MES (AAAAMM) COM
      *           DATA, PEDIDO, UF, VALOR, ICMS E
      *           SITUACAO. NOTA CANCELADA APARECE NO
      *           LIVRO (O NUMERO NAO SOME) MAS NAO
      *           SOMA NOS TOTAIS. FECHA COM OS TOTAIS
      *           POR UF NOS MOLDES DO RELICMS, PARA O
      *           CONTADOR CONFERIR O ICMS DO MES
      *           CONTRA OS DOCUMENTOS, E AVISA QUALQUER
      *           SALTO NA NUMERACAO DENTRO DO MES.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAFIS ASSIGN TO 'NOTAFIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTAFIS-STATUS
               RECORD KEY NOTAFIS-NUMERO
               ALTERNATE RECORD KEY NOTAFIS-PEDIDO
                   WITH DUPLICATES.

           SELECT NFSAI-REL ASSIGN TO 'RELNFSAI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAFIS.
           COPY 'NOTACOPY.cob'.

       FD NFSAI-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 NOTAFIS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 REL-STATUS     PIC 9(02).
           77 WRK-FIM        PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-PERIODO    PIC 9(06) VALUE ZEROS.
           01 WRK-DT-EMISSAO.
               05 WRK-EM-AAAAMM PIC 9(06).
               05 WRK-EM-DIA    PIC 9(02).

           77 WRK-NF-ANTERIOR PIC 9(06) VALUE ZEROS.
           77 WRK-NF-PRIMEIRA PIC 9(06) VALUE ZEROS.
           77 WRK-NF-ULTIMA   PIC 9(06) VALUE ZEROS.
           77 WRK-SITUACAO   PIC X(09) VALUE SPACES.
           77 WRK-UF         PIC X(02) VALUE SPACES.

           01 WRK-TAB-UF.
               05 WRK-TAB-UF-ITEM OCCURS 30 TIMES.
                   10 WRK-TAB-UF-SIGLA PIC X(02).
                   10 WRK-TAB-UF-QTDE  PIC 9(06).
                   10 WRK-TAB-UF-VALOR PIC 9(10)V99.
                   10 WRK-TAB-UF-ICMS  PIC 9(10)V99.
           77 WRK-TAB-UF-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-TAB-UF-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-TAB-UF-ACHOU      PIC X(01) VALUE SPACES.

           77 WRK-TOT-NOTAS   PIC 9(06)    VALUE ZEROS.
           77 WRK-TOT-CANCEL  PIC 9(06)    VALUE ZEROS.
           77 WRK-TOT-SALTOS  PIC 9(06)    VALUE ZEROS.
           77 WRK-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-ICMS    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-QTDE-ED     PIC ZZZZZ9   VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-ICMS-ED     PIC $ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           DISPLAY 'MES DO LIVRO DE SAIDAS (AAAAMM).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           OPEN OUTPUT NFSAI-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIVRO DE SAIDAS - NOTAS FISCAIS DO MES '
               WRK-PERIODO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           PERFORM 2000-VARRER-NOTAS.
           PERFORM 4000-GRAVAR-TOTAIS.
           CLOSE NFSAI-REL.
           DISPLAY 'NOTAS DO MES: ' WRK-TOT-NOTAS
               ' CANCELADAS: ' WRK-TOT-CANCEL.
           IF WRK-TOT-SALTOS > ZEROS
               DISPLAY 'AVISO: ' WRK-TOT-SALTOS
                   ' SALTO(S) NA NUMERACAO - VER O LIVRO'
           END-IF.
           DISPLAY 'LIVRO DE SAIDAS GERADO EM RELNFSAI.DAT'.
           STOP RUN.

       2000-VARRER-NOTAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT NOTAFIS.
           IF NOTAFIS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ NOTAFIS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE NOTAFIS-DT-EMISSAO TO WRK-DT-EMISSAO
                       IF WRK-EM-AAAAMM = WRK-PERIODO
                           PERFORM 2100-LISTAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           IF NOTAFIS-STATUS NOT = 35
               CLOSE NOTAFIS
           END-IF.

      *****************************************************
      * UMA LINHA POR NOTA. A SERIE E CONTINUA: DENTRO DO
      * MES CADA NOTA TEM QUE SER A ANTERIOR MAIS UM - SE
      * NAO FOR, O SALTO SAI NO LIVRO ANTES DA NOTA.
      *****************************************************
       2100-LISTAR-NOTA.
           IF WRK-NF-ANTERIOR NOT = ZEROS
               AND NOTAFIS-NUMERO NOT = WRK-NF-ANTERIOR + 1
               ADD 1 TO WRK-TOT-SALTOS
               MOVE SPACES TO REL-LINHA
               STRING '*** SALTO NA NUMERACAO: DEPOIS DA '
                   WRK-NF-ANTERIOR ' VEM A ' NOTAFIS-NUMERO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           IF WRK-NF-PRIMEIRA = ZEROS
               MOVE NOTAFIS-NUMERO TO WRK-NF-PRIMEIRA
           END-IF.
           MOVE NOTAFIS-NUMERO TO WRK-NF-ANTERIOR WRK-NF-ULTIMA.
           IF NOTAFIS-CANCELADA
               MOVE 'CANCELADA' TO WRK-SITUACAO
               ADD 1 TO WRK-TOT-CANCEL
           ELSE
               MOVE 'EMITIDA  ' TO WRK-SITUACAO
               ADD 1 TO WRK-TOT-NOTAS
               ADD NOTAFIS-VALOR TO WRK-TOT-VALOR
               ADD NOTAFIS-ICMS  TO WRK-TOT-ICMS
               MOVE NOTAFIS-UF   TO WRK-UF
               PERFORM 2500-ACUMULA-UF
           END-IF.
           MOVE NOTAFIS-VALOR TO WRK-VALOR-ED.
           MOVE NOTAFIS-ICMS  TO WRK-ICMS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' NOTAFIS-NUMERO ' ' NOTAFIS-DT-EMISSAO
               ' PED ' NOTAFIS-FONE '/' NOTAFIS-SEQ
               ' ' NOTAFIS-UF ' ' WRK-VALOR-ED
               ' ICMS ' WRK-ICMS-ED ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       2500-ACUMULA-UF.
           MOVE 'N' TO WRK-TAB-UF-ACHOU.
           PERFORM VARYING WRK-TAB-UF-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-UF-IDX > WRK-TAB-UF-QTDE-ITENS
               IF WRK-TAB-UF-SIGLA(WRK-TAB-UF-IDX) = WRK-UF
                   ADD 1 TO WRK-TAB-UF-QTDE(WRK-TAB-UF-IDX)
                   ADD NOTAFIS-VALOR
                       TO WRK-TAB-UF-VALOR(WRK-TAB-UF-IDX)
                   ADD NOTAFIS-ICMS
                       TO WRK-TAB-UF-ICMS(WRK-TAB-UF-IDX)
                   MOVE 'S' TO WRK-TAB-UF-ACHOU
                   MOVE WRK-TAB-UF-QTDE-ITENS TO WRK-TAB-UF-IDX
               END-IF
           END-PERFORM.
           IF WRK-TAB-UF-ACHOU NOT = 'S'
               AND WRK-TAB-UF-QTDE-ITENS < 30
               ADD 1 TO WRK-TAB-UF-QTDE-ITENS
               MOVE WRK-UF
                   TO WRK-TAB-UF-SIGLA(WRK-TAB-UF-QTDE-ITENS)
               MOVE 1 TO WRK-TAB-UF-QTDE(WRK-TAB-UF-QTDE-ITENS)
               MOVE NOTAFIS-VALOR
                   TO WRK-TAB-UF-VALOR(WRK-TAB-UF-QTDE-ITENS)
               MOVE NOTAFIS-ICMS
                   TO WRK-TAB-UF-ICMS(WRK-TAB-UF-QTDE-ITENS)
           END-IF.

       4000-GRAVAR-TOTAIS.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NOTAS DE ' WRK-NF-PRIMEIRA ' A ' WRK-NF-ULTIMA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-TAB-UF-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-UF-IDX > WRK-TAB-UF-QTDE-ITENS
               MOVE WRK-TAB-UF-QTDE(WRK-TAB-UF-IDX)  TO WRK-QTDE-ED
               MOVE WRK-TAB-UF-VALOR(WRK-TAB-UF-IDX) TO WRK-VALOR-ED
               MOVE WRK-TAB-UF-ICMS(WRK-TAB-UF-IDX)  TO WRK-ICMS-ED
               MOVE SPACES TO REL-LINHA
               STRING WRK-TAB-UF-SIGLA(WRK-TAB-UF-IDX)
                   ': NOTAS ' WRK-QTDE-ED
                   ' VALOR ' WRK-VALOR-ED
                   ' ICMS ' WRK-ICMS-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           MOVE WRK-TOT-NOTAS TO WRK-QTDE-ED.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE WRK-TOT-ICMS  TO WRK-ICMS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'GERAL: NOTAS ' WRK-QTDE-ED
               ' VALOR ' WRK-VALOR-ED
               ' ICMS ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-TOT-CANCEL TO WRK-QTDE-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CANCELADAS (FORA DOS TOTAIS): ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
