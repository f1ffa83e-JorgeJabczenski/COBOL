      *            DO MES (16.COB) - UMA UNICA
      *            IMPLEMENTACAO DE CALENDARIO PARA
      *            MANTER.
      * 15/10/2026 JORGE - ACOMPANHA A UF NOVA DA
      *            ASSINATURA DO DIAUTIL (EM BRANCO:
      *            SO FERIADOS NACIONAIS E MOVEIS).
      * 15/10/2026 JORGE - TRANS.DAT PASSOU A VIR EM
      *            LOTE: CABECALHO H (NUMERO DO LOTE E
      *            DATA) NA 1a LINHA E RODAPE T (QTDE
      *            DE REGISTROS E SOMA DAS DIFERENCAS
      *            POR TIPO) NA ULTIMA. O LOTE E
      *            CONFERIDO INTEIRO ANTES DE TUDO;
      *            TOTAIS QUE NAO BATEM, ARQUIVO
      *            TRUNCADO OU DOBRADO E LOTE JA
      *            REGISTRADO EM TRANPROC.DAT REJEITAM
      *            O LOTE COM RELATORIO EM TRANREJ.DAT
      *            E SEM TOCAR NO TRANSALDO.DAT.
      * 15/10/2026 JORGE - CADA TRANSACAO GANHOU A
      *            CONTA (LOJA, CAIXA OU CLIENTE) E
      *            CADA CONTA O SEU SALDO EM
      *            TRANCONT.DAT (INDEXADO POR CONTA,
      *            COM SALDO DE ABERTURA E DE
      *            FECHAMENTO LEVADOS DE LOTE A LOTE).
      *            O TRANREL SAI ORDENADO E QUEBRADO
      *            POR CONTA, COM SUBTOTAIS, E CADA
      *            CONTA GANHA O EXTRATO DO DIA EM
      *            EXTCONTA.CONTA.AAAAMMDD. O
      *            TRANSALDO.DAT CONTINUA COMO O TOTAL
      *            GERAL DE TODAS AS CONTAS.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSALDO-STATUS.

           SELECT TRANPROC ASSIGN TO 'TRANPROC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANPROC-STATUS.

           SELECT TRANREJ ASSIGN TO 'TRANREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANREJ-STATUS.

           SELECT TRANCONTA ASSIGN TO 'TRANCONT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANCONTA-STATUS
               RECORD KEY TRCT-CONTA.

           SELECT EXTCONTA ASSIGN TO WRK-EXT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTCONTA-STATUS.

           SELECT WORK-TRANS ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS.
               88 TRANS-VENDA   VALUE 'V'.
               88 TRANS-ESTORNO VALUE 'E'.
               88 TRANS-AJUSTE  VALUE 'A'.
               88 TRANS-CABECALHO VALUE 'H'.
               88 TRANS-RODAPE    VALUE 'T'.
           05 TRANS-DATA.
               10 TRANS-ANO PIC 9(04).
               10 TRANS-MES PIC 9(02).
               10 TRANS-DIA PIC 9(02).
           05 TRANS-NUM1 PIC 9(05).
           05 TRANS-NUM2 PIC 9(05).
           05 TRANS-CONTA PIC 9(06).
      *    1a LINHA DO LOTE.
       01 TRANS-CABEC.
           05 FILLER         PIC X(01).
           05 TRANS-H-LOTE   PIC 9(06).
           05 TRANS-H-DATA   PIC 9(08).
      *    ULTIMA LINHA DO LOTE: QTDE DE TRANSACOES E SOMA DAS
      *    DIFERENCAS DE CADA TIPO, COMO NOS TOTAIS DO
      *    RELATORIO.
       01 TRANS-TRAILER.
           05 FILLER         PIC X(01).
           05 TRANS-T-QTDE   PIC 9(05).
           05 TRANS-T-VENDA  PIC S9(08) SIGN LEADING SEPARATE.
           05 TRANS-T-ESTORNO PIC S9(08) SIGN LEADING SEPARATE.
           05 TRANS-T-AJUSTE PIC S9(08) SIGN LEADING SEPARATE.

       FD TRANREL.
       01 TRANREL-LINHA PIC X(80).
           05 TRANSALDO-AJUSTE  PIC S9(08) SIGN LEADING SEPARATE.
       01 TRANSALDO-FINAL PIC X(80).

      *    LOTES JA PROCESSADOS: LOTE, DATA DO LOTE, DATA E
      *    HORA DO PROCESSAMENTO E QTDE DE TRANSACOES.
       FD TRANPROC.
       01 TRANPROC-REG.
           05 TRANPROC-LOTE      PIC 9(06).
           05 FILLER             PIC X(01).
           05 TRANPROC-DATA-LOTE PIC 9(08).
           05 FILLER             PIC X(01).
           05 TRANPROC-DATA-PROC PIC 9(08).
           05 FILLER             PIC X(01).
           05 TRANPROC-HORA-PROC PIC 9(06).
           05 FILLER             PIC X(01).
           05 TRANPROC-QTDE      PIC 9(05).

       FD TRANREJ.
       01 TRANREJ-LINHA PIC X(80).

      *    SALDO POR CONTA: ABERTURA E FECHAMENTO DO ULTIMO
      *    LOTE QUE MOVIMENTOU A CONTA E TOTAIS ACUMULADOS
      *    POR TIPO.
       FD TRANCONTA.
       01 TRCT-REG.
           05 TRCT-CONTA       PIC 9(06).
           05 TRCT-SALDO-ABERT PIC S9(08).
           05 TRCT-SALDO       PIC S9(08).
           05 TRCT-VENDA       PIC S9(08).
           05 TRCT-ESTORNO     PIC S9(08).
           05 TRCT-AJUSTE      PIC S9(08).
           05 TRCT-DT-MOVTO    PIC 9(08).
           05 TRCT-LOTE        PIC 9(06).

       FD EXTCONTA.
       01 EXTCONTA-LINHA PIC X(80).

      *    TRANSACOES DO LOTE POR CONTA, DATA E ORDEM DE
      *    CHEGADA.
       SD WORK-TRANS.
       01 SORT-REG.
           05 SORT-CONTA PIC 9(06).
           05 SORT-DATA.
               10 SORT-ANO PIC 9(04).
               10 SORT-MES PIC 9(02).
               10 SORT-DIA PIC 9(02).
           05 SORT-SEQ   PIC 9(05).
           05 SORT-TIPO  PIC X(01).
               88 SORT-VENDA   VALUE 'V'.
               88 SORT-ESTORNO VALUE 'E'.
           05 SORT-NUM1  PIC 9(05).
           05 SORT-NUM2  PIC 9(05).

       WORKING-STORAGE SECTION.
           77 TRANS-STATUS   PIC 9(02).
           77 TRANREL-STATUS PIC 9(02).
           77 WRK-CAL-DIAS    PIC S9(03) VALUE ZEROS.
           77 WRK-CAL-DIASEM  PIC 9(01)  VALUE ZEROS.
           77 WRK-CAL-FERIADO PIC X(01)  VALUE SPACES.
           77 WRK-CAL-UF      PIC X(02)  VALUE SPACES.

      *    CONFERENCIA DO LOTE ANTES DO PROCESSAMENTO.
           77 TRANPROC-STATUS  PIC 9(02).
           77 TRANREJ-STATUS   PIC 9(02).
           77 WRK-LOTE-OK      PIC X(01) VALUE 'S'.
           77 WRK-SEM-ARQUIVO  PIC X(01) VALUE 'N'.
           77 WRK-TEM-CABEC    PIC X(01) VALUE 'N'.
           77 WRK-TEM-RODAPE   PIC X(01) VALUE 'N'.
           77 WRK-LOTE-REPETIDO PIC X(01) VALUE 'N'.
           77 WRK-CF-LOTE      PIC 9(06) VALUE ZEROS.
           77 WRK-CF-DATA      PIC 9(08) VALUE ZEROS.
           77 WRK-CF-DATA-PROC PIC 9(08) VALUE ZEROS.
           77 WRK-CF-QTDE      PIC 9(05) VALUE ZEROS.
           77 WRK-CF-VENDA     PIC S9(08) VALUE ZEROS.
           77 WRK-CF-ESTORNO   PIC S9(08) VALUE ZEROS.
           77 WRK-CF-AJUSTE    PIC S9(08) VALUE ZEROS.
           77 WRK-CF-SEM-CABEC PIC 9(05) VALUE ZEROS.
           77 WRK-CF-CABEC-EXTRA PIC 9(05) VALUE ZEROS.
           77 WRK-CF-APOS-RODAPE PIC 9(05) VALUE ZEROS.
           77 WRK-RD-QTDE      PIC 9(05) VALUE ZEROS.
           77 WRK-RD-VENDA     PIC S9(08) VALUE ZEROS.
           77 WRK-RD-ESTORNO   PIC S9(08) VALUE ZEROS.
           77 WRK-RD-AJUSTE    PIC S9(08) VALUE ZEROS.
           77 WRK-CF-ED-LIDO   PIC -ZZZZZZZ9 VALUE ZEROS.
           77 WRK-CF-ED-RODAPE PIC -ZZZZZZZ9 VALUE ZEROS.
           77 WRK-CF-MARCA     PIC X(12) VALUE SPACES.

      *    QUEBRA POR CONTA NA SAIDA DO SORT
           77 TRANCONTA-STATUS PIC 9(02).
           77 EXTCONTA-STATUS  PIC 9(02).
           77 WRK-EXT-NOME     PIC X(40) VALUE SPACES.
           77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
               88 FIM-SORT VALUE 'S'.
           77 WRK-SEQ          PIC 9(05) VALUE ZEROS.
           77 WRK-TEM-CONTA    PIC X(01) VALUE 'N'.
           77 WRK-CONTA-NOVA   PIC X(01) VALUE 'N'.
           77 WRK-CONTA-ATUAL  PIC 9(06) VALUE ZEROS.
           77 WRK-QT-CONTAS    PIC 9(05) VALUE ZEROS.
           77 WRK-CT-ABERTURA  PIC S9(08) VALUE ZEROS.
           77 WRK-CT-SALDO     PIC S9(08) VALUE ZEROS.
           77 WRK-CT-VENDA     PIC S9(08) VALUE ZEROS.
           77 WRK-CT-ESTORNO   PIC S9(08) VALUE ZEROS.
           77 WRK-CT-AJUSTE    PIC S9(08) VALUE ZEROS.
           77 WRK-CT-EFEITO    PIC S9(06) VALUE ZEROS.
           77 WRK-CT-DIA-ATUAL PIC 9(08) VALUE ZEROS.
           77 WRK-CT-MOV-DIA   PIC S9(08) VALUE ZEROS.
           77 WRK-CT-HISTORICO PIC X(07) VALUE SPACES.
           77 WRK-CT-ED1       PIC -ZZZZZZZ9 VALUE ZEROS.
           77 WRK-CT-ED2       PIC -ZZZZZZZ9 VALUE ZEROS.
           77 WRK-CT-ED3       PIC -ZZZZZZZ9 VALUE ZEROS.
           01 WRK-DATAHORA.
               05 WRK-DH-DATA PIC 9(08).
               05 WRK-DH-HORA PIC 9(08).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1300-CONFERIR-LOTE.
           IF WRK-LOTE-OK = 'S'
               PERFORM 1000-INICIAR
               SORT WORK-TRANS
                   ON ASCENDING KEY SORT-CONTA SORT-DATA SORT-SEQ
                   INPUT PROCEDURE IS 1500-SELECIONAR-TRANSACOES
                   OUTPUT PROCEDURE IS 2600-EMITIR-POR-CONTA
               PERFORM 3000-FINALIZAR
               PERFORM 3600-REGISTRAR-LOTE
           ELSE
               PERFORM 1400-REJEITAR-LOTE
           END-IF.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-CARREGAR-SALDO-ANTERIOR.
           PERFORM 1200-CONFERIR-RELATORIO-ANTERIOR.
           OPEN I-O TRANCONTA
               IF TRANCONTA-STATUS = 35
                   OPEN OUTPUT TRANCONTA
                   CLOSE TRANCONTA
                   OPEN I-O TRANCONTA
               END-IF.
           OPEN OUTPUT TRANREL.
           MOVE 'RELATORIO DE DIFERENCAS DE TRANSACOES'
               TO TRANREL-LINHA
           WRITE TRANREL-LINHA.
           MOVE SPACES TO TRANREL-LINHA.
           STRING 'LOTE ' WRK-CF-LOTE ' DE ' WRK-CF-DATA(7:2) '/'
               WRK-CF-DATA(5:2) '/' WRK-CF-DATA(1:4)
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           MOVE ALL '-' TO TRANREL-LINHA
           WRITE TRANREL-LINHA.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ED.
               WRITE TRANREL-LINHA
           END-IF.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO.

      *****************************************************
      * ABRE O DIA COM O FECHAMENTO PERSISTIDO DA
                   'ULTIMO TRANREL.DAT'
           END-IF.

      *****************************************************
      * CONFERENCIA DO LOTE INTEIRO ANTES DE MEXER EM
      * QUALQUER SALDO: CABECALHO NA 1a LINHA, RODAPE NA
      * ULTIMA (SEM RODAPE = ARQUIVO TRUNCADO; LINHAS
      * DEPOIS DELE OU CABECALHO REPETIDO = ARQUIVO
      * DOBRADO), QTDE E SOMAS POR TIPO IGUAIS AS DO
      * RODAPE E LOTE AINDA NAO REGISTRADO NO TRANPROC.
      *****************************************************
       1300-CONFERIR-LOTE.
           MOVE 'S' TO WRK-LOTE-OK.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TRANS.
           IF TRANS-STATUS = 35
               MOVE 'S' TO WRK-SEM-ARQUIVO
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TRANS
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       PERFORM 1310-CONFERIR-REGISTRO
               END-READ
           END-PERFORM.
           IF TRANS-STATUS NOT = 35
               CLOSE TRANS
           END-IF.
           IF WRK-SEM-ARQUIVO = 'S' OR WRK-TEM-CABEC = 'N'
               OR WRK-TEM-RODAPE = 'N' OR WRK-CF-SEM-CABEC > ZEROS
               OR WRK-CF-CABEC-EXTRA > ZEROS
               OR WRK-CF-APOS-RODAPE > ZEROS
               MOVE 'N' TO WRK-LOTE-OK
           END-IF.
           IF WRK-TEM-RODAPE = 'S'
               IF WRK-CF-QTDE NOT = WRK-RD-QTDE
                   OR WRK-CF-VENDA NOT = WRK-RD-VENDA
                   OR WRK-CF-ESTORNO NOT = WRK-RD-ESTORNO
                   OR WRK-CF-AJUSTE NOT = WRK-RD-AJUSTE
                   MOVE 'N' TO WRK-LOTE-OK
               END-IF
           END-IF.
           IF WRK-TEM-CABEC = 'S'
               PERFORM 1320-PROCURAR-LOTE
           END-IF.
           MOVE 'N' TO WRK-FIM.

       1310-CONFERIR-REGISTRO.
           IF WRK-TEM-RODAPE = 'S'
               ADD 1 TO WRK-CF-APOS-RODAPE
           ELSE
               EVALUATE TRUE
                   WHEN TRANS-CABECALHO
                       IF WRK-TEM-CABEC = 'N' AND WRK-CF-QTDE = ZEROS
                           MOVE 'S' TO WRK-TEM-CABEC
                           MOVE TRANS-H-LOTE TO WRK-CF-LOTE
                           MOVE TRANS-H-DATA TO WRK-CF-DATA
                       ELSE
                           ADD 1 TO WRK-CF-CABEC-EXTRA
                       END-IF
                   WHEN TRANS-RODAPE
                       MOVE 'S' TO WRK-TEM-RODAPE
                       MOVE TRANS-T-QTDE    TO WRK-RD-QTDE
                       MOVE TRANS-T-VENDA   TO WRK-RD-VENDA
                       MOVE TRANS-T-ESTORNO TO WRK-RD-ESTORNO
                       MOVE TRANS-T-AJUSTE  TO WRK-RD-AJUSTE
                   WHEN OTHER
                       IF WRK-TEM-CABEC = 'N'
                           ADD 1 TO WRK-CF-SEM-CABEC
                       END-IF
                       ADD 1 TO WRK-CF-QTDE
                       SUBTRACT TRANS-NUM2 FROM TRANS-NUM1
                           GIVING WRK-DIFERENCA
                       EVALUATE TRUE
                           WHEN TRANS-VENDA
                               ADD WRK-DIFERENCA TO WRK-CF-VENDA
                           WHEN TRANS-ESTORNO
                               ADD WRK-DIFERENCA TO WRK-CF-ESTORNO
                           WHEN OTHER
                               ADD WRK-DIFERENCA TO WRK-CF-AJUSTE
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       1320-PROCURAR-LOTE.
           MOVE 'N' TO WRK-FIM-REL.
           OPEN INPUT TRANPROC.
           IF TRANPROC-STATUS = 35
               MOVE 'S' TO WRK-FIM-REL
           END-IF.
           PERFORM UNTIL FIM-REL
               READ TRANPROC
                   AT END
                       MOVE 'S' TO WRK-FIM-REL
                   NOT AT END
                       IF TRANPROC-LOTE = WRK-CF-LOTE
                           MOVE 'S' TO WRK-LOTE-REPETIDO
                           MOVE TRANPROC-DATA-PROC TO WRK-CF-DATA-PROC
                           MOVE 'N' TO WRK-LOTE-OK
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANPROC-STATUS NOT = 35
               CLOSE TRANPROC
           END-IF.

      *****************************************************
      * LOTE REJEITADO: O RELATORIO VAI PARA TRANREJ.DAT
      * (O TRANREL.DAT DA ULTIMA EXECUCAO BOA FICA, PARA A
      * CONFERENCIA DO 1200) E NEM O TRANSALDO.DAT NEM O
      * TRANPROC.DAT SAO TOCADOS.
      *****************************************************
       1400-REJEITAR-LOTE.
           OPEN OUTPUT TRANREJ.
           MOVE 'LOTE DE TRANSACOES REJEITADO - NADA FOI PROCESSADO'
               TO TRANREJ-LINHA.
           WRITE TRANREJ-LINHA.
           MOVE ALL '-' TO TRANREJ-LINHA.
           WRITE TRANREJ-LINHA.
           IF WRK-SEM-ARQUIVO = 'S'
               MOVE 'TRANS.DAT NAO ENCONTRADO' TO TRANREJ-LINHA
               WRITE TRANREJ-LINHA
           END-IF.
           IF WRK-TEM-CABEC = 'S'
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'LOTE ' WRK-CF-LOTE ' DE ' WRK-CF-DATA(7:2) '/'
                   WRK-CF-DATA(5:2) '/' WRK-CF-DATA(1:4)
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
           ELSE
           IF WRK-SEM-ARQUIVO = 'N'
               MOVE 'SEM CABECALHO (H) NA 1a LINHA DO ARQUIVO'
                   TO TRANREJ-LINHA
               WRITE TRANREJ-LINHA
           END-IF
           END-IF.
           IF WRK-LOTE-REPETIDO = 'S'
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'LOTE JA PROCESSADO EM ' WRK-CF-DATA-PROC(7:2)
                   '/' WRK-CF-DATA-PROC(5:2) '/'
                   WRK-CF-DATA-PROC(1:4) ' (TRANPROC.DAT)'
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
           END-IF.
           IF WRK-CF-SEM-CABEC > ZEROS AND WRK-TEM-CABEC = 'S'
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'TRANSACOES ANTES DO CABECALHO: '
                   WRK-CF-SEM-CABEC
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
           END-IF.
           IF WRK-CF-CABEC-EXTRA > ZEROS
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'CABECALHO REPETIDO NO MEIO DO ARQUIVO: '
                   WRK-CF-CABEC-EXTRA ' - ARQUIVO DOBRADO?'
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
           END-IF.
           IF WRK-CF-APOS-RODAPE > ZEROS
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'LINHAS DEPOIS DO RODAPE: ' WRK-CF-APOS-RODAPE
                   ' - ARQUIVO DOBRADO?'
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
           END-IF.
           IF WRK-SEM-ARQUIVO = 'N' AND WRK-TEM-RODAPE = 'N'
               MOVE 'SEM RODAPE (T) NO FIM DO ARQUIVO - TRUNCADO?'
                   TO TRANREJ-LINHA
               WRITE TRANREJ-LINHA
           END-IF.
           IF WRK-TEM-RODAPE = 'S'
               MOVE SPACES TO TRANREJ-LINHA
               MOVE '              LIDO NO LOTE    NO RODAPE'
                   TO TRANREJ-LINHA
               WRITE TRANREJ-LINHA
               MOVE WRK-CF-QTDE TO WRK-CF-ED-LIDO
               MOVE WRK-RD-QTDE TO WRK-CF-ED-RODAPE
               MOVE SPACES TO WRK-CF-MARCA
               IF WRK-CF-QTDE NOT = WRK-RD-QTDE
                   MOVE ' <-- DIVERGE' TO WRK-CF-MARCA
               END-IF
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'TRANSACOES..: ' WRK-CF-ED-LIDO '    '
                   WRK-CF-ED-RODAPE WRK-CF-MARCA
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
               MOVE WRK-CF-VENDA TO WRK-CF-ED-LIDO
               MOVE WRK-RD-VENDA TO WRK-CF-ED-RODAPE
               MOVE SPACES TO WRK-CF-MARCA
               IF WRK-CF-VENDA NOT = WRK-RD-VENDA
                   MOVE ' <-- DIVERGE' TO WRK-CF-MARCA
               END-IF
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'VENDAS......: ' WRK-CF-ED-LIDO '    '
                   WRK-CF-ED-RODAPE WRK-CF-MARCA
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
               MOVE WRK-CF-ESTORNO TO WRK-CF-ED-LIDO
               MOVE WRK-RD-ESTORNO TO WRK-CF-ED-RODAPE
               MOVE SPACES TO WRK-CF-MARCA
               IF WRK-CF-ESTORNO NOT = WRK-RD-ESTORNO
                   MOVE ' <-- DIVERGE' TO WRK-CF-MARCA
               END-IF
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'ESTORNOS....: ' WRK-CF-ED-LIDO '    '
                   WRK-CF-ED-RODAPE WRK-CF-MARCA
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
               MOVE WRK-CF-AJUSTE TO WRK-CF-ED-LIDO
               MOVE WRK-RD-AJUSTE TO WRK-CF-ED-RODAPE
               MOVE SPACES TO WRK-CF-MARCA
               IF WRK-CF-AJUSTE NOT = WRK-RD-AJUSTE
                   MOVE ' <-- DIVERGE' TO WRK-CF-MARCA
               END-IF
               MOVE SPACES TO TRANREJ-LINHA
               STRING 'AJUSTES.....: ' WRK-CF-ED-LIDO '    '
                   WRK-CF-ED-RODAPE WRK-CF-MARCA
                   DELIMITED BY SIZE INTO TRANREJ-LINHA
               END-STRING
               WRITE TRANREJ-LINHA
           END-IF.
           MOVE ALL '-' TO TRANREJ-LINHA.
           WRITE TRANREJ-LINHA.
           MOVE 'TRANSALDO.DAT E TRANREL.DAT NAO FORAM ALTERADOS'
               TO TRANREJ-LINHA.
           WRITE TRANREJ-LINHA.
           CLOSE TRANREJ.
           DISPLAY 'LOTE REJEITADO - VER TRANREJ.DAT'.

      *****************************************************
      * ENTRADA DO SORT: SO AS TRANSACOES DO LOTE, NA ORDEM
      * DE CHEGADA (SORT-SEQ) PARA DESEMPATAR A MESMA CONTA
      * E DATA.
      *****************************************************
       1500-SELECIONAR-TRANSACOES.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO WRK-SEQ.
           OPEN INPUT TRANS.
           PERFORM 2100-LER-TRANSACAO.
           PERFORM UNTIL FIM
               ADD 1 TO WRK-SEQ
               MOVE TRANS-CONTA TO SORT-CONTA
               MOVE TRANS-DATA  TO SORT-DATA
               MOVE WRK-SEQ     TO SORT-SEQ
               MOVE TRANS-TIPO  TO SORT-TIPO
               MOVE TRANS-NUM1  TO SORT-NUM1
               MOVE TRANS-NUM2  TO SORT-NUM2
               RELEASE SORT-REG
               PERFORM 2100-LER-TRANSACAO
           END-PERFORM.
           CLOSE TRANS.

      *    O SALDO DA LINHA E O DA CONTA; O SALDO GERAL
      *    (TRANSALDO) SEGUE SOMANDO TODAS AS CONTAS.
       2000-PROCESSAR.
           ADD 1 TO WRK-QTDE.
           SUBTRACT SORT-NUM2 FROM SORT-NUM1 GIVING WRK-DIFERENCA.
           ADD WRK-DIFERENCA TO WRK-TOTAL.
           PERFORM 2500-MARCAR-FIM-DE-SEMANA.
           EVALUATE TRUE
               WHEN SORT-VENDA
                   ADD WRK-DIFERENCA TO WRK-TOT-VENDA
                   ADD WRK-DIFERENCA TO WRK-CT-VENDA
                   MOVE WRK-DIFERENCA TO WRK-CT-EFEITO
                   MOVE 'VENDA' TO WRK-CT-HISTORICO
               WHEN SORT-ESTORNO
                   ADD WRK-DIFERENCA TO WRK-TOT-ESTORNO
                   ADD WRK-DIFERENCA TO WRK-CT-ESTORNO
                   COMPUTE WRK-CT-EFEITO = WRK-DIFERENCA * -1
                   MOVE 'ESTORNO' TO WRK-CT-HISTORICO
               WHEN OTHER
                   ADD WRK-DIFERENCA TO WRK-TOT-AJUSTE
                   ADD WRK-DIFERENCA TO WRK-CT-AJUSTE
                   MOVE WRK-DIFERENCA TO WRK-CT-EFEITO
                   MOVE 'AJUSTE' TO WRK-CT-HISTORICO
           END-EVALUATE.
           ADD WRK-CT-EFEITO TO WRK-SALDO.
           ADD WRK-CT-EFEITO TO WRK-CT-SALDO.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-CT-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO TRANREL-LINHA.
           STRING SORT-TIPO ' ' SORT-DIA '/' SORT-MES '/'
               SORT-ANO ' ' SORT-NUM1 ' - ' SORT-NUM2
               ' = ' WRK-DIFERENCA-ED
               ' SALDO ' WRK-SALDO-ED
               WRK-AVISO-FDS
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           PERFORM 2850-LINHA-EXTRATO.

      *****************************************************
      * O DIA DA SEMANA DE TRANS-DATA VEM DA SUBROTINA
      *****************************************************
       2500-MARCAR-FIM-DE-SEMANA.
           MOVE SPACES TO WRK-AVISO-FDS.
           MOVE SORT-ANO TO WRK-CAL-ANO.
           MOVE SORT-MES TO WRK-CAL-MES.
           MOVE SORT-DIA TO WRK-CAL-DIA.
           MOVE ZEROS TO WRK-CAL-DIAS.
           CALL 'DIAUTIL' USING WRK-CAL-DATA WRK-CAL-DIAS
               WRK-CAL-DIASEM WRK-CAL-FERIADO WRK-CAL-UF.
           IF WRK-CAL-DIASEM = 1 OR WRK-CAL-DIASEM = 7
               MOVE ' ** FIM DE SEMANA **' TO WRK-AVISO-FDS
               ADD 1 TO WRK-TOT-FIMSEM
           END-IF.

      *    CABECALHO E RODAPE JA FORAM CONFERIDOS NO 1300 E
      *    NAO ENTRAM NO RELATORIO.
       2100-LER-TRANSACAO.
           PERFORM 2110-LER-REGISTRO.
           PERFORM 2110-LER-REGISTRO
               UNTIL FIM OR (NOT TRANS-CABECALHO AND NOT TRANS-RODAPE).

       2110-LER-REGISTRO.
           READ TRANS
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

      *****************************************************
      * SAIDA DO SORT: QUEBRA POR CONTA. CADA CONTA ABRE
      * COM O SALDO DE FECHAMENTO GUARDADO NO TRANCONT.DAT
      * (CONTA NOVA ABRE ZERADA), FECHA COM OS SUBTOTAIS
      * NO TRANREL E GANHA O EXTRATO DO DIA.
      *****************************************************
       2600-EMITIR-POR-CONTA.
           MOVE 'N' TO WRK-FIM-SORT.
           MOVE 'N' TO WRK-TEM-CONTA.
           RETURN WORK-TRANS
               AT END MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL FIM-SORT
               IF SORT-CONTA NOT = WRK-CONTA-ATUAL
                   OR WRK-TEM-CONTA = 'N'
                   IF WRK-TEM-CONTA = 'S'
                       PERFORM 2800-FECHAR-CONTA
                   END-IF
                   PERFORM 2700-ABRIR-CONTA
               END-IF
               PERFORM 2000-PROCESSAR
               RETURN WORK-TRANS
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.
           IF WRK-TEM-CONTA = 'S'
               PERFORM 2800-FECHAR-CONTA
           END-IF.

       2700-ABRIR-CONTA.
           MOVE SORT-CONTA TO WRK-CONTA-ATUAL.
           MOVE 'S' TO WRK-TEM-CONTA.
           ADD 1 TO WRK-QT-CONTAS.
           MOVE ZEROS TO WRK-CT-VENDA WRK-CT-ESTORNO WRK-CT-AJUSTE
               WRK-CT-DIA-ATUAL WRK-CT-MOV-DIA.
           MOVE SORT-CONTA TO TRCT-CONTA.
           READ TRANCONTA
               INVALID KEY
                   MOVE 'S' TO WRK-CONTA-NOVA
                   MOVE ZEROS TO WRK-CT-ABERTURA
               NOT INVALID KEY
                   MOVE 'N' TO WRK-CONTA-NOVA
                   MOVE TRCT-SALDO TO WRK-CT-ABERTURA
           END-READ.
           MOVE WRK-CT-ABERTURA TO WRK-CT-SALDO.
           MOVE WRK-CT-ABERTURA TO WRK-CT-ED1.
           MOVE SPACES TO TRANREL-LINHA.
           WRITE TRANREL-LINHA.
           MOVE SPACES TO TRANREL-LINHA.
           STRING 'CONTA ' WRK-CONTA-ATUAL ' - SALDO ANTERIOR: '
               WRK-CT-ED1
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           MOVE SPACES TO WRK-EXT-NOME.
           STRING 'EXTCONTA.' WRK-CONTA-ATUAL '.' WRK-CF-DATA
               DELIMITED BY SIZE INTO WRK-EXT-NOME
           END-STRING.
           OPEN EXTEND EXTCONTA.
           IF EXTCONTA-STATUS = 35
               OPEN OUTPUT EXTCONTA
               CLOSE EXTCONTA
               OPEN EXTEND EXTCONTA
           END-IF.
           MOVE SPACES TO EXTCONTA-LINHA.
           STRING 'EXTRATO DA CONTA ' WRK-CONTA-ATUAL ' - LOTE '
               WRK-CF-LOTE ' DE ' WRK-CF-DATA(7:2) '/'
               WRK-CF-DATA(5:2) '/' WRK-CF-DATA(1:4)
               DELIMITED BY SIZE INTO EXTCONTA-LINHA
           END-STRING.
           WRITE EXTCONTA-LINHA.
           MOVE ALL '-' TO EXTCONTA-LINHA.
           WRITE EXTCONTA-LINHA.
           MOVE SPACES TO EXTCONTA-LINHA.
           STRING 'SALDO ANTERIOR......: ' WRK-CT-ED1
               DELIMITED BY SIZE INTO EXTCONTA-LINHA
           END-STRING.
           WRITE EXTCONTA-LINHA.

      *    EXTRATO: OS MOVIMENTOS DE CADA DIA SOB O CABECALHO
      *    DO DIA, COM O TOTAL DO DIA NA VIRADA.
       2850-LINHA-EXTRATO.
           IF SORT-DATA NOT = WRK-CT-DIA-ATUAL
               IF WRK-CT-DIA-ATUAL NOT = ZEROS
                   PERFORM 2860-TOTAL-DO-DIA
               END-IF
               MOVE SORT-DATA TO WRK-CT-DIA-ATUAL
               MOVE ZEROS TO WRK-CT-MOV-DIA
               MOVE SPACES TO EXTCONTA-LINHA
               STRING 'DIA ' SORT-DIA '/' SORT-MES '/' SORT-ANO
                   WRK-AVISO-FDS
                   DELIMITED BY SIZE INTO EXTCONTA-LINHA
               END-STRING
               WRITE EXTCONTA-LINHA
           END-IF.
           ADD WRK-CT-EFEITO TO WRK-CT-MOV-DIA.
           MOVE WRK-CT-EFEITO TO WRK-CT-ED1.
           MOVE WRK-CT-SALDO TO WRK-CT-ED2.
           MOVE SPACES TO EXTCONTA-LINHA.
           STRING '   ' WRK-CT-HISTORICO ' ' SORT-NUM1 ' - '
               SORT-NUM2 ' ' WRK-CT-ED1 '  SALDO ' WRK-CT-ED2
               DELIMITED BY SIZE INTO EXTCONTA-LINHA
           END-STRING.
           WRITE EXTCONTA-LINHA.

       2860-TOTAL-DO-DIA.
           MOVE WRK-CT-MOV-DIA TO WRK-CT-ED1.
           MOVE SPACES TO EXTCONTA-LINHA.
           STRING '   MOVIMENTO DO DIA: ' WRK-CT-ED1
               DELIMITED BY SIZE INTO EXTCONTA-LINHA
           END-STRING.
           WRITE EXTCONTA-LINHA.

      *    SUBTOTAIS DA CONTA NO TRANREL, FECHO DO EXTRATO E
      *    ABERTURA/FECHAMENTO GUARDADOS NO TRANCONT.DAT.
       2800-FECHAR-CONTA.
           IF WRK-CT-DIA-ATUAL NOT = ZEROS
               PERFORM 2860-TOTAL-DO-DIA
           END-IF.
           MOVE ALL '-' TO EXTCONTA-LINHA.
           WRITE EXTCONTA-LINHA.
           MOVE WRK-CT-SALDO TO WRK-CT-ED1.
           MOVE SPACES TO EXTCONTA-LINHA.
           STRING 'SALDO FINAL.........: ' WRK-CT-ED1
               DELIMITED BY SIZE INTO EXTCONTA-LINHA
           END-STRING.
           WRITE EXTCONTA-LINHA.
           MOVE SPACES TO EXTCONTA-LINHA.
           WRITE EXTCONTA-LINHA.
           CLOSE EXTCONTA.
           MOVE WRK-CT-VENDA TO WRK-CT-ED1.
           MOVE WRK-CT-ESTORNO TO WRK-CT-ED2.
           MOVE WRK-CT-AJUSTE TO WRK-CT-ED3.
           MOVE SPACES TO TRANREL-LINHA.
           STRING '  SUBTOTAL: VENDAS ' WRK-CT-ED1 ' ESTORNOS '
               WRK-CT-ED2 ' AJUSTES ' WRK-CT-ED3
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           MOVE WRK-CT-SALDO TO WRK-CT-ED1.
           MOVE SPACES TO TRANREL-LINHA.
           STRING '  SALDO FINAL DA CONTA ' WRK-CONTA-ATUAL ': '
               WRK-CT-ED1
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           IF WRK-CONTA-NOVA = 'S'
               MOVE WRK-CONTA-ATUAL TO TRCT-CONTA
               MOVE ZEROS TO TRCT-VENDA TRCT-ESTORNO TRCT-AJUSTE
           END-IF.
           MOVE WRK-CT-ABERTURA TO TRCT-SALDO-ABERT.
           MOVE WRK-CT-SALDO    TO TRCT-SALDO.
           ADD WRK-CT-VENDA     TO TRCT-VENDA.
           ADD WRK-CT-ESTORNO   TO TRCT-ESTORNO.
           ADD WRK-CT-AJUSTE    TO TRCT-AJUSTE.
           MOVE WRK-CF-DATA     TO TRCT-DT-MOVTO.
           MOVE WRK-CF-LOTE     TO TRCT-LOTE.
           IF WRK-CONTA-NOVA = 'S'
               WRITE TRCT-REG
                   INVALID KEY
                       DISPLAY 'CONTA NAO GRAVADA: ' WRK-CONTA-ATUAL
               END-WRITE
           ELSE
               REWRITE TRCT-REG
                   INVALID KEY
                       DISPLAY 'CONTA NAO REGRAVADA: '
                           WRK-CONTA-ATUAL
               END-REWRITE
           END-IF.

       3000-FINALIZAR.
           MOVE SPACES TO TRANREL-LINHA
           WRITE TRANREL-LINHA.
           MOVE ALL '-' TO TRANREL-LINHA
           WRITE TRANREL-LINHA.
           MOVE WRK-TOT-VENDA TO WRK-TOTAL-ED.
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           MOVE SPACES TO TRANREL-LINHA.
           STRING 'CONTAS MOVIMENTADAS: ' WRK-QT-CONTAS
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO TRANREL-LINHA.
           STRING 'TOTAL GERAL: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO TRANREL-LINHA
           END-STRING.
           WRITE TRANREL-LINHA.
           CLOSE TRANCONTA.
           CLOSE TRANREL.
           PERFORM 3500-PERSISTIR-SALDO.
           DISPLAY 'TRANSACOES PROCESSADAS: ' WRK-QTDE.
           MOVE WRK-LINHA-FINAL TO TRANSALDO-FINAL.
           WRITE TRANSALDO-FINAL.
           CLOSE TRANSALDO.

      *    O LOTE SO ENTRA NO TRANPROC DEPOIS DO SALDO
      *    PERSISTIDO - UMA REEXECUCAO DO MESMO ARQUIVO CAI
      *    NA CONFERENCIA DO 1320.
       3600-REGISTRAR-LOTE.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND TRANPROC.
           IF TRANPROC-STATUS = 35
               OPEN OUTPUT TRANPROC
               CLOSE TRANPROC
               OPEN EXTEND TRANPROC
           END-IF.
           MOVE SPACES TO TRANPROC-REG.
           MOVE WRK-CF-LOTE TO TRANPROC-LOTE.
           MOVE WRK-CF-DATA TO TRANPROC-DATA-LOTE.
           MOVE WRK-DH-DATA TO TRANPROC-DATA-PROC.
           MOVE WRK-DH-HORA(1:6) TO TRANPROC-HORA-PROC.
           MOVE WRK-QTDE TO TRANPROC-QTDE.
           WRITE TRANPROC-REG.
           CLOSE TRANPROC.
           DISPLAY 'LOTE ' WRK-CF-LOTE ' REGISTRADO EM TRANPROC.DAT'.
