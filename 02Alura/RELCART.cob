       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCART.
      ********************************************
      * OBJETIVO: RELATORIO DAS CARTEIRAS DE CLIENTES
      *           POR VENDEDOR (CARTEIRA.DAT, MANTCART):
      *           TAMANHO DA CARTEIRA, CLIENTES ATIVOS E
      *           ADORMECIDOS PELA RECENCIA DO RELRFM
      *           (ATIVO = PEDIDO NAO CANCELADO NOS
      *           ULTIMOS 12 MESES), E AS VENDAS DIGITADAS
      *           PELO VENDEDOR NO MES INFORMADO, COM
      *           QUANTAS FORAM PARA CLIENTES FORA DO SEU
      *           TERRITORIO (UF + FAIXA DE CEP DO
      *           TERRTAB.DAT). VENDEDOR SEM TERRITORIO
      *           NAO TEM VENDA FORA. GRAVA EM
      *           RELCART.AAAAMM.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRTAB ASSIGN TO 'TERRTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERRTAB-STATUS.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARTEIRA-STATUS
               RECORD KEY CARTEIRA-FONE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

           SELECT CART-REL ASSIGN TO WRK-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERRTAB.
       01 TERRTAB-REG.
           05 TERRTAB-VENDEDOR PIC X(20).
           05 TERRTAB-UF       PIC X(02).
           05 TERRTAB-CEP-INI  PIC 9(08).
           05 TERRTAB-CEP-FIM  PIC 9(08).

       FD CARTEIRA.
           COPY 'CARTCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD CART-REL.
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 CARTEIRA-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 TERRTAB-STATUS   PIC 9(02).
           77 CLIENTES-STATUS  PIC 9(02).
           77 PEDIDOS-STATUS   PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-PED      PIC X(01) VALUE 'N'.
               88 FIM-PED VALUE 'S'.
           77 WRK-ARQ-REL      PIC X(30) VALUE SPACES.

      *    MES DAS VENDAS
           01 WRK-MES-REF.
               05 WRK-MR-ANO  PIC 9(04).
               05 WRK-MR-MES  PIC 9(02).
           01 WRK-DATA-SIS.
               05 WRK-DS-ANO  PIC 9(04).
               05 WRK-DS-MES  PIC 9(02).
               05 WRK-DS-DIA  PIC 9(02).
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO  PIC 9(04).
               05 WRK-PD-MES  PIC 9(02).

      *    RECENCIA NO MESMO CALCULO DO RELRFM (MESES DESDE O
      *    ULTIMO PEDIDO); ACIMA DO LIMITE O CLIENTE DORME.
           77 WRK-MESES-DORMENTE PIC 9(03) VALUE 12.
           01 WRK-ULT-PEDIDO.
               05 WRK-UP-ANO  PIC 9(04) VALUE ZEROS.
               05 WRK-UP-MES  PIC 9(02) VALUE ZEROS.
           77 WRK-MESES-ULT    PIC S9(05) VALUE ZEROS.

      *    TERRITORIOS (TERRTAB.DAT)
           01 WRK-TAB-TERR.
               05 WRK-TR-ITEM OCCURS 200 TIMES.
                   10 WRK-TR-VENDEDOR PIC X(20).
                   10 WRK-TR-UF       PIC X(02).
                   10 WRK-TR-CEP-INI  PIC 9(08).
                   10 WRK-TR-CEP-FIM  PIC 9(08).
           77 WRK-TR-QTDE      PIC 9(03) VALUE ZEROS.
           77 WRK-TR-IDX       PIC 9(03) VALUE ZEROS.
           77 WRK-TEM-TERR     PIC X(01) VALUE 'N'.
           77 WRK-DENTRO       PIC X(01) VALUE 'N'.
           77 WRK-BUSCA-UF     PIC X(02) VALUE SPACES.
           77 WRK-BUSCA-CEP    PIC 9(08) VALUE ZEROS.

      *    VENDEDORES (DONOS DE CARTEIRA E DIGITADORES DO MES)
           01 WRK-TAB-VEND.
               05 WRK-VD-ITEM OCCURS 100 TIMES.
                   10 WRK-VD-LOGIN     PIC X(20).
                   10 WRK-VD-CARTEIRA  PIC 9(05).
                   10 WRK-VD-ATIVOS    PIC 9(05).
                   10 WRK-VD-DORMENTES PIC 9(05).
                   10 WRK-VD-VENDAS    PIC 9(05).
                   10 WRK-VD-VALOR     PIC 9(10)V99.
                   10 WRK-VD-FORA      PIC 9(05).
                   10 WRK-VD-VLR-FORA  PIC 9(10)V99.
                   10 WRK-VD-SEM-TERR  PIC X(01).
           77 WRK-VD-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-VD-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-VD-ACHEI      PIC 9(03) VALUE ZEROS.
           77 WRK-VD-BUSCA      PIC X(20) VALUE SPACES.

           77 WRK-TOT-CARTEIRA  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-ATIVOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-DORMENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-VENDAS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-FORA      PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-SEM-CLI   PIC 9(06) VALUE ZEROS.

           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-FORA-ED      PIC ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 1100-CARREGAR-TERRITORIOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               DISPLAY 'PEDIDOS.DAT NAO DISPONIVEL - STATUS '
                   PEDIDOS-STATUS
           ELSE
               PERFORM 2000-VARRER-CARTEIRAS
               PERFORM 3000-VARRER-VENDAS
               CLOSE PEDIDOS
               PERFORM 4000-GRAVAR-RELATORIO
               DISPLAY '===== CARTEIRAS DE CLIENTES ====='
               DISPLAY 'CLIENTES EM CARTEIRA: ' WRK-TOT-CARTEIRA
               DISPLAY 'VENDAS FORA DO TERRITORIO: ' WRK-TOT-FORA
               DISPLAY 'ARQUIVO: ' WRK-ARQ-REL
           END-IF.
           IF CLIENTES-STATUS NOT = 35
               CLOSE CLIENTES
           END-IF.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-MES-REF.
           DISPLAY 'MES DAS VENDAS (AAAAMM, 0 = MES ANTERIOR).. '.
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
           STRING 'RELCART.' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-ARQ-REL
           END-STRING.
           INITIALIZE WRK-TAB-VEND.

       1100-CARREGAR-TERRITORIOS.
           MOVE ZEROS TO WRK-TR-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TERRTAB.
           IF TERRTAB-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TERRTAB
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TR-QTDE < 200
                           ADD 1 TO WRK-TR-QTDE
                           MOVE TERRTAB-REG TO WRK-TR-ITEM(WRK-TR-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF TERRTAB-STATUS NOT = 35
               CLOSE TERRTAB
           END-IF.

      *****************************************************
      * CADA CLIENTE DA CARTEIRA CONTA PARA O DONO COMO
      * ATIVO OU ADORMECIDO PELA DATA DO ULTIMO PEDIDO.
      *****************************************************
       2000-VARRER-CARTEIRAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT CARTEIRA.
           IF CARTEIRA-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CARTEIRA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE CARTEIRA-VENDEDOR TO WRK-VD-BUSCA
                       PERFORM 2900-LOCALIZAR-VENDEDOR
                       IF WRK-VD-ACHEI NOT = ZEROS
                           PERFORM 2100-CLASSIFICAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF CARTEIRA-STATUS NOT = 35
               CLOSE CARTEIRA
           END-IF.

       2100-CLASSIFICAR-CLIENTE.
           ADD 1 TO WRK-VD-CARTEIRA(WRK-VD-ACHEI).
           ADD 1 TO WRK-TOT-CARTEIRA.
           PERFORM 2200-ULTIMO-PEDIDO.
           COMPUTE WRK-MESES-ULT =
               ((WRK-DS-ANO - WRK-UP-ANO) * 12)
               + WRK-DS-MES - WRK-UP-MES.
           IF WRK-UP-ANO NOT = ZEROS
               AND WRK-MESES-ULT NOT > WRK-MESES-DORMENTE
               ADD 1 TO WRK-VD-ATIVOS(WRK-VD-ACHEI)
               ADD 1 TO WRK-TOT-ATIVOS
           ELSE
               ADD 1 TO WRK-VD-DORMENTES(WRK-VD-ACHEI)
               ADD 1 TO WRK-TOT-DORMENTES
           END-IF.

      *    ANO/MES DO PEDIDO NAO CANCELADO MAIS RECENTE DO
      *    CLIENTE, COMO NO 2200-ACUMULAR-PEDIDOS DO RELRFM.
       2200-ULTIMO-PEDIDO.
           MOVE ZEROS TO WRK-UP-ANO WRK-UP-MES.
           MOVE CARTEIRA-FONE TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-SEQ.
           MOVE 'N' TO WRK-FIM-PED.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PED
           END-START.
           PERFORM UNTIL FIM-PED
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-PED
                   NOT AT END
                       IF PEDIDOS-FONE NOT = CARTEIRA-FONE
                           MOVE 'S' TO WRK-FIM-PED
                       ELSE
                           IF PEDIDOS-ATIVO
                               IF PEDIDOS-DTP-ANO > WRK-UP-ANO
                                   OR (PEDIDOS-DTP-ANO = WRK-UP-ANO
                                   AND PEDIDOS-DTP-MES > WRK-UP-MES)
                                   MOVE PEDIDOS-DTP-ANO TO WRK-UP-ANO
                                   MOVE PEDIDOS-DTP-MES TO WRK-UP-MES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    LOGIN EM WRK-VD-BUSCA NA TABELA (INCLUI SE FALTAR);
      *    TABELA CHEIA DEVOLVE ZERO.
       2900-LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WRK-VD-ACHEI.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-VD-QTDE-ITENS
               IF WRK-VD-LOGIN(WRK-VD-IDX) = WRK-VD-BUSCA
                   MOVE WRK-VD-IDX TO WRK-VD-ACHEI
                   MOVE WRK-VD-QTDE-ITENS TO WRK-VD-IDX
               END-IF
           END-PERFORM.
           IF WRK-VD-ACHEI = ZEROS AND WRK-VD-QTDE-ITENS < 100
               ADD 1 TO WRK-VD-QTDE-ITENS
               MOVE WRK-VD-QTDE-ITENS TO WRK-VD-ACHEI
               MOVE WRK-VD-BUSCA TO WRK-VD-LOGIN(WRK-VD-ACHEI)
           END-IF.

      *****************************************************
      * VENDAS DO MES POR QUEM DIGITOU: PEDIDO ATIVO
      * (NEM CANCELADO NEM EM APROVACAO) CUJO CLIENTE NAO
      * CAI (UF E CEP DO CADASTRO) EM NENHUMA FAIXA DO
      * VENDEDOR CONTA COMO FORA DO TERRITORIO.
      *****************************************************
       3000-VARRER-VENDAS.
           MOVE 'N' TO WRK-FIM-PED.
           MOVE ZEROS TO PEDIDOS-FONE PEDIDOS-SEQ.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PED
           END-START.
           PERFORM UNTIL FIM-PED
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-PED
                   NOT AT END
                       MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO
                       MOVE PEDIDOS-DTP-MES TO WRK-PD-MES
                       IF PEDIDOS-ATIVO
                           AND WRK-PEDIDO-AAAAMM = WRK-MES-REF
                           AND PEDIDOS-VENDEDOR NOT = SPACES
                           PERFORM 3100-CONTAR-VENDA
                       END-IF
               END-READ
           END-PERFORM.

       3100-CONTAR-VENDA.
           MOVE PEDIDOS-VENDEDOR TO WRK-VD-BUSCA.
           PERFORM 2900-LOCALIZAR-VENDEDOR.
           IF WRK-VD-ACHEI NOT = ZEROS
               ADD 1 TO WRK-VD-VENDAS(WRK-VD-ACHEI)
               ADD PEDIDOS-TOTAL TO WRK-VD-VALOR(WRK-VD-ACHEI)
               ADD 1 TO WRK-TOT-VENDAS
               MOVE PEDIDOS-UF TO WRK-BUSCA-UF
               MOVE ZEROS TO WRK-BUSCA-CEP
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               IF CLIENTES-STATUS NOT = 35
                   READ CLIENTES
                       INVALID KEY
                           ADD 1 TO WRK-TOT-SEM-CLI
                       NOT INVALID KEY
                           MOVE CLIENTES-UF  TO WRK-BUSCA-UF
                           MOVE CLIENTES-CEP TO WRK-BUSCA-CEP
                   END-READ
               END-IF
               PERFORM 3200-NO-TERRITORIO
               IF WRK-TEM-TERR NOT = 'S'
                   MOVE 'S' TO WRK-VD-SEM-TERR(WRK-VD-ACHEI)
               ELSE
               IF WRK-DENTRO NOT = 'S'
                   ADD 1 TO WRK-VD-FORA(WRK-VD-ACHEI)
                   ADD PEDIDOS-TOTAL TO WRK-VD-VLR-FORA(WRK-VD-ACHEI)
                   ADD 1 TO WRK-TOT-FORA
               END-IF
               END-IF
           END-IF.

      *    ALGUMA FAIXA DE PEDIDOS-VENDEDOR COBRE WRK-BUSCA-UF
      *    E WRK-BUSCA-CEP? WRK-TEM-TERR = 'N' QUANDO O
      *    VENDEDOR NAO TEM FAIXA NENHUMA.
       3200-NO-TERRITORIO.
           MOVE 'N' TO WRK-TEM-TERR.
           MOVE 'N' TO WRK-DENTRO.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               IF WRK-TR-VENDEDOR(WRK-TR-IDX) = PEDIDOS-VENDEDOR
                   MOVE 'S' TO WRK-TEM-TERR
                   IF WRK-TR-UF(WRK-TR-IDX) = WRK-BUSCA-UF
                       AND WRK-TR-CEP-INI(WRK-TR-IDX)
                           NOT > WRK-BUSCA-CEP
                       AND WRK-TR-CEP-FIM(WRK-TR-IDX)
                           NOT < WRK-BUSCA-CEP
                       MOVE 'S' TO WRK-DENTRO
                   END-IF
               END-IF
           END-PERFORM.

       4000-GRAVAR-RELATORIO.
           OPEN OUTPUT CART-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'CARTEIRAS DE CLIENTES POR VENDEDOR - VENDAS DE '
               WRK-MR-MES '/' WRK-MR-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'VENDEDOR'   TO REL-LINHA(1:8).
           MOVE 'CART'       TO REL-LINHA(23:4).
           MOVE 'ATIV'       TO REL-LINHA(29:4).
           MOVE 'DORM'       TO REL-LINHA(35:4).
           MOVE 'VEND'       TO REL-LINHA(41:4).
           MOVE 'VALOR'      TO REL-LINHA(55:5).
           MOVE 'FORA'       TO REL-LINHA(62:4).
           MOVE 'VALOR FORA' TO REL-LINHA(73:10).
           WRITE REL-LINHA.
           PERFORM VARYING WRK-VD-IDX FROM 1 BY 1
                   UNTIL WRK-VD-IDX > WRK-VD-QTDE-ITENS
               PERFORM 4100-IMPRIMIR-VENDEDOR
           END-PERFORM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL  CARTEIRA: ' WRK-TOT-CARTEIRA
               ' ATIVOS: ' WRK-TOT-ATIVOS
               ' ADORMECIDOS: ' WRK-TOT-DORMENTES
               ' VENDAS: ' WRK-TOT-VENDAS
               ' FORA DO TERRITORIO: ' WRK-TOT-FORA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WRK-TOT-SEM-CLI NOT = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'VENDAS DE CLIENTE FORA DO CADASTRO (AVALIADAS '
                   'SO PELA UF DO PEDIDO): ' WRK-TOT-SEM-CLI
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           CLOSE CART-REL.

       4100-IMPRIMIR-VENDEDOR.
           MOVE WRK-VD-VALOR(WRK-VD-IDX)    TO WRK-VALOR-ED.
           MOVE WRK-VD-VLR-FORA(WRK-VD-IDX) TO WRK-FORA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-VD-LOGIN(WRK-VD-IDX) ' '
               WRK-VD-CARTEIRA(WRK-VD-IDX) ' '
               WRK-VD-ATIVOS(WRK-VD-IDX) ' '
               WRK-VD-DORMENTES(WRK-VD-IDX) ' '
               WRK-VD-VENDAS(WRK-VD-IDX) ' '
               WRK-VALOR-ED ' '
               WRK-VD-FORA(WRK-VD-IDX) ' '
               WRK-FORA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           IF WRK-VD-SEM-TERR(WRK-VD-IDX) = 'S'
               MOVE '(SEM TERRITORIO)' TO REL-LINHA(88:16)
           END-IF.
           WRITE REL-LINHA.
