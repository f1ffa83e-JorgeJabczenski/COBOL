      *            RELCAT.DAT - EXECUCOES NAO SE
      *            SOBRESCREVEM MAIS (VERREL LISTA
      *            E EXPURGA AS ANTIGAS).
      * 15/10/2026 JORGE - RANKING OPCIONAL POR
      *            GRUPO ECONOMICO: O GASTO DAS
      *            FILIAIS (GRUPCLI.DAT) ENTRA NA
      *            LINHA DA MATRIZ.
      * 15/10/2026 JORGE - OPCAO DE RANKING A PARTIR
      *            DE UM MES, LIDO PELA CHAVE
      *            ALTERNATIVA DA DATA DO PEDIDO;
      *            INICIO E FIM DA EXECUCAO ANOTADOS
      *            NO JOBCTL.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT GRUPCLI ASSIGN TO 'GRUPCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS GRUPCLI-STATUS
               RECORD KEY GRUPCLI-FONE.

           SELECT RANK-REL ASSIGN TO WRK-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD GRUPCLI.
           COPY 'GRUPCOPY.cob'.

       FD RANK-REL.
       01 REL-LINHA PIC X(100).

               COPY 'FILESTAT.cob'.
           77 CLIENTES-STATUS PIC 9(02).
           77 RELCAT-STATUS   PIC 9(02).
           77 GRUPCLI-STATUS  PIC 9(02).
           77 WRK-GRUP-ABERTO PIC X(01) VALUE 'N'.
               88 GRUP-DISPONIVEL VALUE 'S'.
           77 WRK-POR-GRUPO   PIC X(01) VALUE 'N'.
               88 RANKING-POR-GRUPO VALUE 'S' 's'.
           77 WRK-ACHADO      PIC 9(04) VALUE ZEROS.
           77 WRK-DESDE       PIC 9(06) VALUE ZEROS.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'RANKCLI'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           77 WRK-REL-NOME    PIC X(30) VALUE SPACES.
           01 WRK-CAT-HORA.
               05 WRK-CH-DATA PIC 9(08).

      *    PEDIDOS.DAT CHEGA ORDENADO POR FONE (CHAVE
      *    PRIMARIA), ENTAO UM UNICO ACUMULADOR POR QUEBRA
      *    DE TELEFONE BASTA PARA MONTAR A TABELA. A PARTIR
      *    DE UM MES A LEITURA VEM PELA DATA DO PEDIDO E CADA
      *    PEDIDO E SOMADO DIRETO NA LINHA DO SEU TELEFONE.
           01 WRK-TAB-RANK.
               05 WRK-TAB-ITEM OCCURS 2000 TIMES.
                   10 WRK-TAB-FONE  PIC 9(09).
           PERFORM 2500-FECHAR-QUEBRA.
           PERFORM 3000-ORDENAR.
           PERFORM 4000-GRAVAR.
           MOVE 'F' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           STOP RUN.

       1000-INICIAR.
           OPEN INPUT PEDIDOS.
           OPEN INPUT CLIENTES.
           DISPLAY 'RANKING POR GRUPO ECONOMICO (S/N)?.. '.
           ACCEPT WRK-POR-GRUPO FROM CONSOLE.
           IF RANKING-POR-GRUPO
               OPEN INPUT GRUPCLI
               IF GRUPCLI-STATUS = 00
                   MOVE 'S' TO WRK-GRUP-ABERTO
               END-IF
           END-IF.
           DISPLAY 'A PARTIR DO MES (AAAAMM, 0 = TODO O HISTORICO).. '.
           ACCEPT WRK-DESDE FROM CONSOLE.
      *    O INICIO E ANOTADO DEPOIS DA PERGUNTA, PARA O TEMPO
      *    NO JOBCTL SER SO O DA LEITURA.
           MOVE 'I' TO WRK-JOB-ACAO.
           CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
               WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK.
           ACCEPT WRK-CH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CH-HORA FROM TIME.
           MOVE SPACES TO WRK-REL-NOME.
               DELIMITED BY SIZE INTO WRK-REL-NOME
           END-STRING.
           OPEN OUTPUT RANK-REL.
           IF RANKING-POR-GRUPO
               MOVE 'RANKING POR VALOR GASTO - GRUPOS SOMADOS NA MATRIZ'
                   TO REL-LINHA
           ELSE
               MOVE 'RANKING DE CLIENTES POR VALOR GASTO' TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           IF WRK-DESDE NOT = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'PEDIDOS A PARTIR DE ' WRK-DESDE
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               PERFORM 1100-POSICIONAR-MES
           END-IF.
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA.
           IF NOT FIM
               PERFORM 2100-LER-PEDIDO
           END-IF.

       1100-POSICIONAR-MES.
           MOVE WRK-DESDE TO WRK-PEDIDO-AAAAMM.
           MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-PD-MES TO PEDIDOS-DTP-MES.
           MOVE ZEROS TO PEDIDOS-DTP-DIA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

       2000-ACUMULAR.
           IF WRK-DESDE NOT = ZEROS
               PERFORM 2050-SOMAR-PEDIDO
           ELSE
               PERFORM 2060-QUEBRAR-FONE
           END-IF.
           PERFORM 2100-LER-PEDIDO.

      *    NA ORDEM DE DATA O TELEFONE NAO VEM AGRUPADO - CADA
      *    PEDIDO FECHA SOZINHO A SUA "QUEBRA".
       2050-SOMAR-PEDIDO.
           IF PEDIDOS-ATIVO
               MOVE PEDIDOS-FONE TO WRK-FONE-ATUAL
               MOVE PEDIDOS-TOTAL TO WRK-GASTO-ATUAL
               PERFORM 2500-FECHAR-QUEBRA
               MOVE ZEROS TO WRK-FONE-ATUAL
               MOVE ZEROS TO WRK-GASTO-ATUAL
           END-IF.

       2060-QUEBRAR-FONE.
           IF PEDIDOS-FONE NOT = WRK-FONE-ATUAL
               PERFORM 2500-FECHAR-QUEBRA
               MOVE PEDIDOS-FONE TO WRK-FONE-ATUAL
           IF PEDIDOS-ATIVO
               ADD PEDIDOS-TOTAL TO WRK-GASTO-ATUAL
           END-IF.

       2100-LER-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

      *****************************************************
      * NO RANKING POR GRUPO O GASTO DA FILIAL (GRUPCLI.DAT)
      * E SOMADO NA LINHA DA MATRIZ - COMO A MATRIZ PODE JA
      * ESTAR NA TABELA, ELA E PROCURADA ANTES. NA LEITURA
      * PELA DATA O TELEFONE TAMBEM E PROCURADO ANTES.
      *****************************************************
       2500-FECHAR-QUEBRA.
           MOVE ZEROS TO WRK-ACHADO.
           IF (GRUP-DISPONIVEL OR WRK-DESDE NOT = ZEROS)
               AND WRK-FONE-ATUAL NOT = ZEROS
               AND WRK-GASTO-ATUAL NOT = ZEROS
               IF GRUP-DISPONIVEL
                   MOVE WRK-FONE-ATUAL TO GRUPCLI-FONE
                   READ GRUPCLI
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GRUPCLI-MATRIZ TO WRK-FONE-ATUAL
                   END-READ
               END-IF
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-TAB-QTDE
                   IF WRK-TAB-FONE(WRK-IDX) = WRK-FONE-ATUAL
                       MOVE WRK-IDX TO WRK-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-ACHADO NOT = ZEROS
               ADD WRK-GASTO-ATUAL TO WRK-TAB-GASTO(WRK-ACHADO)
           ELSE
           IF WRK-FONE-ATUAL NOT = ZEROS
               AND WRK-GASTO-ATUAL NOT = ZEROS
               IF WRK-TAB-QTDE < 2000
           END-IF.
           CLOSE PEDIDOS.
           CLOSE CLIENTES.
           IF GRUP-DISPONIVEL
               CLOSE GRUPCLI
           END-IF.
           CLOSE RANK-REL.
           MOVE SPACES TO RELCAT-LINHA.
           OPEN EXTEND RELCAT.
