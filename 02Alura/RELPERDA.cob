       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPERDA.
      ********************************************
      * OBJETIVO: FECHAMENTO MENSAL DAS PERDAS -
      *           LISTA EM RELPERDA.DAT AS PARCELAS
      *           BAIXADAS COMO PERDA NO MES (AAAAMM)
      *           PELO BAIXAPER, POR CLIENTE (COM O
      *           MOTIVO E O APROVADOR) E TOTALIZA
      *           POR UF. AS RECUPERACOES RECEBIDAS
      *           NO MES (RECPAGTO.DAT, ORIGEM
      *           RECUPERA/RECUPBANCO) ENTRAM NA
      *           MESMA UF, PARA A PERDA LIQUIDA.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERDAS-STATUS
               RECORD KEY PERDAS-CHAVE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT RECPAGTO ASSIGN TO 'RECPAGTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPAGTO-STATUS.

           SELECT PERDA-REL ASSIGN TO 'RELPERDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERDAS.
           COPY 'PERDCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD RECPAGTO.
           COPY 'RPAGCOPY.cob'.

       FD PERDA-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 PERDAS-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS PIC 9(02).
           77 RECPAGTO-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           01 WRK-DATA-AAAAMM.
               05 WRK-DA-PERIODO PIC 9(06) VALUE ZEROS.
               05 WRK-DA-DIA     PIC 9(02) VALUE ZEROS.

           77 WRK-UF          PIC X(02) VALUE SPACES.
           77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-RECUP       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-NOME        PIC X(30) VALUE SPACES.

           01 WRK-TAB-UF.
               05 WRK-UF-ITEM OCCURS 30 TIMES.
                   10 WRK-UF-SIGLA PIC X(02).
                   10 WRK-UF-QTDE  PIC 9(05).
                   10 WRK-UF-VALOR PIC 9(10)V99.
                   10 WRK-UF-RECUP PIC 9(10)V99.
           77 WRK-UF-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-UF-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-UF-ACHOU      PIC X(01) VALUE SPACES.

           77 WRK-FONE-ATUAL  PIC 9(09) VALUE ZEROS.
           77 WRK-SUB-QTDE    PIC 9(05) VALUE ZEROS.
           77 WRK-SUB-VALOR   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-QTDE    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VALOR   PIC 9(12)V99 VALUE ZEROS.
           77 WRK-TOT-RECUP   PIC 9(12)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-RECUP-ED    PIC $ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           DISPLAY 'MES A FECHAR (AAAAMM).. '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS NOT = 00
               DISPLAY 'PERDAS.DAT NAO DISPONIVEL - NENHUMA PERDA '
                   'REGISTRADA'
           ELSE
               OPEN INPUT CLIENTES
               OPEN OUTPUT PERDA-REL
               MOVE SPACES TO REL-LINHA
               STRING 'PERDAS BAIXADAS NO MES ' WRK-PERIODO
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 2000-VARRER-PERDAS
               PERFORM 3000-VARRER-RECUPERACOES
               PERFORM 4000-FECHAR-RELATORIO
               CLOSE PERDA-REL
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
               END-IF
               CLOSE PERDAS
               DISPLAY 'PARCELAS BAIXADAS NO MES: ' WRK-TOT-QTDE
               DISPLAY 'RELATORIO GERADO EM RELPERDA.DAT'
           END-IF.
           STOP RUN.

      *****************************************************
      * PERDAS APROVADAS NO MES, NA ORDEM DA CHAVE (FONE),
      * COM SUBTOTAL A CADA TROCA DE CLIENTE.
      *****************************************************
       2000-VARRER-PERDAS.
           MOVE 'N' TO WRK-FIM.
           PERFORM UNTIL FIM
               READ PERDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE PERDAS-DT-APROV TO WRK-DATA-AAAAMM
                       IF PERDAS-APROVADA
                           AND WRK-DA-PERIODO = WRK-PERIODO
                           PERFORM 2100-LISTAR-PERDA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2300-FECHAR-CLIENTE.

       2100-LISTAR-PERDA.
           IF PERDAS-FONE NOT = WRK-FONE-ATUAL
               PERFORM 2300-FECHAR-CLIENTE
               PERFORM 2200-ABRIR-CLIENTE
           END-IF.
           ADD 1 TO WRK-SUB-QTDE WRK-TOT-QTDE.
           ADD PERDAS-VALOR TO WRK-SUB-VALOR WRK-TOT-VALOR.
           MOVE PERDAS-UF    TO WRK-UF.
           MOVE PERDAS-VALOR TO WRK-VALOR.
           MOVE ZEROS        TO WRK-RECUP.
           PERFORM 2500-ACUMULAR-UF.
           MOVE PERDAS-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  PEDIDO ' PERDAS-SEQ
               ' PARCELA ' PERDAS-PARCELA
               ' ' WRK-VALOR-ED
               ' ' PERDAS-MOTIVO
               ' APROV ' PERDAS-APROVADOR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       2200-ABRIR-CLIENTE.
           MOVE PERDAS-FONE TO WRK-FONE-ATUAL CLIENTES-FONE.
           MOVE ZEROS TO WRK-SUB-QTDE WRK-SUB-VALOR.
           READ CLIENTES
               INVALID KEY
                   MOVE '(CLIENTE NAO CADASTRADO)' TO WRK-NOME
               NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-NOME
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' PERDAS-FONE ' ' WRK-NOME
               ' UF ' PERDAS-UF
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       2300-FECHAR-CLIENTE.
           IF WRK-FONE-ATUAL NOT = ZEROS AND WRK-SUB-QTDE NOT = ZEROS
               MOVE WRK-SUB-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '  SUBTOTAL: ' WRK-SUB-QTDE ' PARCELA(S) '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

       2500-ACUMULAR-UF.
           IF WRK-UF = SPACES
               MOVE '??' TO WRK-UF
           END-IF.
           MOVE 'N' TO WRK-UF-ACHOU.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE-ITENS
               IF WRK-UF-SIGLA(WRK-UF-IDX) = WRK-UF
                   IF WRK-VALOR NOT = ZEROS
                       ADD 1 TO WRK-UF-QTDE(WRK-UF-IDX)
                   END-IF
                   ADD WRK-VALOR TO WRK-UF-VALOR(WRK-UF-IDX)
                   ADD WRK-RECUP TO WRK-UF-RECUP(WRK-UF-IDX)
                   MOVE 'S' TO WRK-UF-ACHOU
                   MOVE WRK-UF-QTDE-ITENS TO WRK-UF-IDX
               END-IF
           END-PERFORM.
           IF WRK-UF-ACHOU NOT = 'S' AND WRK-UF-QTDE-ITENS < 30
               ADD 1 TO WRK-UF-QTDE-ITENS
               MOVE WRK-UF TO WRK-UF-SIGLA(WRK-UF-QTDE-ITENS)
               IF WRK-VALOR NOT = ZEROS
                   MOVE 1 TO WRK-UF-QTDE(WRK-UF-QTDE-ITENS)
               ELSE
                   MOVE ZEROS TO WRK-UF-QTDE(WRK-UF-QTDE-ITENS)
               END-IF
               MOVE WRK-VALOR TO WRK-UF-VALOR(WRK-UF-QTDE-ITENS)
               MOVE WRK-RECUP TO WRK-UF-RECUP(WRK-UF-QTDE-ITENS)
           END-IF.

      *****************************************************
      * RECUPERACOES DO MES: A UF VEM DA PERDA DE ORIGEM
      * (A PERDA PODE TER SIDO BAIXADA EM OUTRO MES).
      *****************************************************
       3000-VARRER-RECUPERACOES.
           OPEN INPUT RECPAGTO.
           IF RECPAGTO-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           ELSE
               MOVE 'N' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ RECPAGTO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE RECPAGTO-DATA TO WRK-DATA-AAAAMM
                       IF WRK-DA-PERIODO = WRK-PERIODO
                           AND (RECPAGTO-ORIGEM = 'RECUPERA'
                               OR RECPAGTO-ORIGEM = 'RECUPBANCO')
                           PERFORM 3100-ACUMULAR-RECUPERACAO
                       END-IF
               END-READ
           END-PERFORM.
           IF RECPAGTO-STATUS NOT = 35
               CLOSE RECPAGTO
           END-IF.

       3100-ACUMULAR-RECUPERACAO.
           MOVE RECPAGTO-FONE    TO PERDAS-FONE.
           MOVE RECPAGTO-SEQ     TO PERDAS-SEQ.
           MOVE RECPAGTO-PARCELA TO PERDAS-PARCELA.
           READ PERDAS
               INVALID KEY
                   MOVE SPACES TO PERDAS-UF
           END-READ.
           MOVE PERDAS-UF          TO WRK-UF.
           MOVE ZEROS              TO WRK-VALOR.
           MOVE RECPAGTO-PRINCIPAL TO WRK-RECUP.
           ADD RECPAGTO-PRINCIPAL TO WRK-TOT-RECUP.
           PERFORM 2500-ACUMULAR-UF.

       4000-FECHAR-RELATORIO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR UF (BAIXADO NO MES / RECUPERADO NO MES):'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-UF-QTDE-ITENS
               MOVE WRK-UF-VALOR(WRK-UF-IDX) TO WRK-VALOR-ED
               MOVE WRK-UF-RECUP(WRK-UF-IDX) TO WRK-RECUP-ED
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-UF-SIGLA(WRK-UF-IDX)
                   ' QTDE ' WRK-UF-QTDE(WRK-UF-IDX)
                   ' BAIXADO ' WRK-VALOR-ED
                   ' RECUPERADO ' WRK-RECUP-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE WRK-TOT-RECUP TO WRK-RECUP-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PERDAS: ' WRK-TOT-QTDE
               ' BAIXADO ' WRK-VALOR-ED
               ' RECUPERADO ' WRK-RECUP-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
