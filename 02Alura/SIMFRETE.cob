      *           TOCADO. RODAR ANTES DE EFETIVAR A
      *           MUDANCA PELO MANTFRETE/CARGAFRETE.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - SEGUNDO MODO DE SIMULACAO:
      *            ZONAS DE CEP PROPOSTAS (FRETEZNW.DAT,
      *            MANTIDA NO MANTFRETE) SOBRE A TABELA
      *            POR UF VIGENTE (FRETE.DAT). O CEP DE
      *            ENTREGA DE CADA PEDIDO VEM DO
      *            CADASTRO DO CLIENTE OU DO ENDERECO
      *            ADICIONAL, E O RESUMO SAI POR UF E
      *            ZONA. O FRETEZON.DAT VIVO TAMBEM NAO
      *            E TOCADO.
      * 15/10/2026 JORGE - A LEITURA ENTRA DIRETO NO
      *            PERIODO PELA CHAVE ALTERNATIVA DA
      *            DATA DO PEDIDO E PARA AO PASSAR
      *            DELE, EM VEZ DE VARRER
      *            PEDIDOS.DAT INTEIRO; INICIO E FIM
      *            DA EXECUCAO ANOTADOS NO JOBCTL.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETENEW-STATUS.

           SELECT FRETETAB ASSIGN TO 'FRETE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETETAB-STATUS.

           SELECT ZONANEW ASSIGN TO 'FRETEZNW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZONANEW-STATUS.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

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

           SELECT SIM-REL ASSIGN TO 'SIMFRETE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           05 FRETENEW-VLMIN PIC 9(08)V99.
           05 FRETENEW-PRAZO PIC 9(03).

       FD FRETETAB.
       01 FRETETAB-REG.
           05 FRETETAB-UF    PIC X(02).
           05 FRETETAB-PERC  PIC 9V999.
           05 FRETETAB-VLMIN PIC 9(08)V99.
           05 FRETETAB-PRAZO PIC 9(03).

       FD ZONANEW.
       01 ZONANEW-REG.
           05 ZONANEW-UF       PIC X(02).
           05 ZONANEW-CEP-INI  PIC 9(08).
           05 ZONANEW-CEP-FIM  PIC 9(08).
           05 ZONANEW-NOME     PIC X(10).
           05 ZONANEW-PERC     PIC 9V999.
           05 ZONANEW-FATOR    PIC 9V99.
           05 ZONANEW-PRAZO    PIC 9(03).

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

           77 FRETENEW-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDIDOS-STATUS  PIC 9(02).
           77 FRETETAB-STATUS PIC 9(02).
           77 ZONANEW-STATUS  PIC 9(02).
           77 CLIENTES-STATUS PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-IDX      PIC 9(03) VALUE ZEROS.
           77 WRK-ACHEI    PIC 9(03) VALUE ZEROS.

           77 WRK-MODO     PIC X(01) VALUE SPACES.
               88 MODO-ZONA VALUE 'Z' 'z'.
           01 WRK-TAB-ZONA.
               05 WRK-ZONA-ITEM OCCURS 200 TIMES.
                   10 WRK-ZONA-UF      PIC X(02).
                   10 WRK-ZONA-CEP-INI PIC 9(08).
                   10 WRK-ZONA-CEP-FIM PIC 9(08).
                   10 WRK-ZONA-NOME    PIC X(10).
                   10 WRK-ZONA-PERC    PIC 9V999.
           77 WRK-ZONA-QTDE  PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-ACHEI PIC 9(03) VALUE ZEROS.
           77 WRK-PED-CEP    PIC 9(08) VALUE ZEROS.
           77 WRK-PED-ZONA   PIC X(10) VALUE SPACES.
           77 WRK-PERC-SIM   PIC 9V999 VALUE ZEROS.
           77 WRK-TOT-EM-ZONA PIC 9(06) VALUE ZEROS.

           77 WRK-PERIODO-INI PIC 9(06) VALUE ZEROS.
           77 WRK-PERIODO-FIM PIC 9(06) VALUE ZEROS.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'SIMFRETE'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.

           01 WRK-TAB-RESUMO.
               05 WRK-RES-ITEM OCCURS 150 TIMES.
                   10 WRK-RES-UF        PIC X(02).
                   10 WRK-RES-ZONA      PIC X(10).
                   10 WRK-RES-QTDE      PIC 9(06).
                   10 WRK-RES-FRETE-ATU PIC 9(10)V99.
                   10 WRK-RES-FRETE-NOV PIC 9(10)V99.
           77 WRK-RES-QTDE-ITENS PIC 9(03) VALUE ZEROS.
           77 WRK-RES-IDX        PIC 9(03) VALUE ZEROS.
           77 WRK-RES-ACHOU      PIC X(01) VALUE SPACES.
           77 WRK-RES-ROTULO     PIC X(14) VALUE SPACES.

           77 WRK-FRETE-NOVO   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SEM-TABELA   PIC 9(06)    VALUE ZEROS.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WRK-TAB-QTDE = ZEROS AND MODO-ZONA
               DISPLAY 'TABELA DE FRETE.DAT NAO ENCONTRADA OU VAZIA'
                   ' - SIMULACAO ABORTADA'
           ELSE
           IF WRK-ZONA-QTDE = ZEROS AND MODO-ZONA
               DISPLAY 'PROPOSTA DE ZONAS FRETEZNW.DAT NAO '
                   'ENCONTRADA OU VAZIA - SIMULACAO ABORTADA'
           ELSE
           IF WRK-TAB-QTDE = ZEROS
               DISPLAY 'TABELA PROPOSTA FRETENEW.DAT NAO ENCONTRADA '
                   'OU VAZIA - SIMULACAO ABORTADA'
           ELSE
               PERFORM 2000-PROCESSAR UNTIL FIM
               PERFORM 3000-FINALIZAR
               MOVE 'F' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
           END-IF
           END-IF
           END-IF.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'SIMULAR: U - TABELA POR UF (FRETENEW.DAT)'.
           DISPLAY '         Z - ZONAS DE CEP (FRETEZNW.DAT).. '.
           ACCEPT WRK-MODO FROM CONSOLE.
           DISPLAY 'PERIODO INICIAL (AAAAMM).. '.
           ACCEPT WRK-PERIODO-INI FROM CONSOLE.
           DISPLAY 'PERIODO FINAL (AAAAMM).... '.
           IF WRK-PERIODO-FIM = ZEROS
               MOVE 999912 TO WRK-PERIODO-FIM
           END-IF.
           IF MODO-ZONA
               PERFORM 1200-CARREGAR-VIGENTE
               PERFORM 1300-CARREGAR-ZONAS
           ELSE
               PERFORM 1100-CARREGAR-PROPOSTA
           END-IF.
           IF WRK-TAB-QTDE NOT = ZEROS
               AND (WRK-ZONA-QTDE NOT = ZEROS OR NOT MODO-ZONA)
               MOVE 'I' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
               OPEN INPUT PEDIDOS
               OPEN OUTPUT SIM-REL
               IF MODO-ZONA
                   OPEN INPUT CLIENTES
                   OPEN INPUT ENDERECOS
                   MOVE 'SIMULACAO DAS ZONAS DE FRETE POR CEP'
                       TO REL-LINHA
               ELSE
                   MOVE 'SIMULACAO DE MUDANCA DA TABELA DE FRETE'
                       TO REL-LINHA
               END-IF
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'PERIODO: ' WRK-PERIODO-INI ' A '
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 1400-POSICIONAR-PERIODO
               IF NOT FIM
                   PERFORM 2100-LER-PEDIDO
               END-IF
           END-IF.

      *    ENTRA NO PRIMEIRO PEDIDO DO PERIODO PELA CHAVE DA
      *    DATA EM VEZ DE VARRER O ARQUIVO DESDE O COMECO.
       1400-POSICIONAR-PERIODO.
           MOVE 'N' TO WRK-FIM.
           MOVE WRK-PERIODO-INI TO WRK-PEDIDO-AAAAMM.
           MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO.
           MOVE WRK-PD-MES TO PEDIDOS-DTP-MES.
           MOVE ZEROS TO PEDIDOS-DTP-DIA.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.

       1100-CARREGAR-PROPOSTA.
           MOVE ZEROS TO WRK-TAB-QTDE.
           MOVE 'N' TO WRK-FIM.
           END-IF.
           MOVE 'N' TO WRK-FIM.

      *    NO MODO ZONA A BASE POR UF E A TABELA VIGENTE.
       1200-CARREGAR-VIGENTE.
           MOVE ZEROS TO WRK-TAB-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT FRETETAB.
           IF FRETETAB-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ FRETETAB
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TAB-QTDE < 50
                           ADD 1 TO WRK-TAB-QTDE
                           MOVE FRETETAB-UF
                               TO WRK-TAB-UF(WRK-TAB-QTDE)
                           MOVE FRETETAB-PERC
                               TO WRK-TAB-PERC(WRK-TAB-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF FRETETAB-STATUS NOT = 35
               CLOSE FRETETAB
           END-IF.
           MOVE 'N' TO WRK-FIM.

       1300-CARREGAR-ZONAS.
           MOVE ZEROS TO WRK-ZONA-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ZONANEW.
           IF ZONANEW-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ZONANEW
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-ZONA-QTDE < 200
                           ADD 1 TO WRK-ZONA-QTDE
                           MOVE ZONANEW-UF
                               TO WRK-ZONA-UF(WRK-ZONA-QTDE)
                           MOVE ZONANEW-CEP-INI
                               TO WRK-ZONA-CEP-INI(WRK-ZONA-QTDE)
                           MOVE ZONANEW-CEP-FIM
                               TO WRK-ZONA-CEP-FIM(WRK-ZONA-QTDE)
                           MOVE ZONANEW-NOME
                               TO WRK-ZONA-NOME(WRK-ZONA-QTDE)
                           MOVE ZONANEW-PERC
                               TO WRK-ZONA-PERC(WRK-ZONA-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF ZONANEW-STATUS NOT = 35
               CLOSE ZONANEW
           END-IF.
           MOVE 'N' TO WRK-FIM.

       2000-PROCESSAR.
           MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO.
           MOVE PEDIDOS-DTP-MES TO WRK-PD-MES.
           IF WRK-PEDIDO-AAAAMM > WRK-PERIODO-FIM
               MOVE 'S' TO WRK-FIM
           ELSE
               PERFORM 2050-TESTAR-PEDIDO
           END-IF.

       2050-TESTAR-PEDIDO.
           IF PEDIDOS-ATIVO
               AND WRK-PEDIDO-AAAAMM NOT < WRK-PERIODO-INI
               AND WRK-PEDIDO-AAAAMM NOT > WRK-PERIODO-FIM
               ADD 1 TO WRK-SEM-TABELA
           ELSE
               ADD 1 TO WRK-TOT-PEDIDOS
               MOVE WRK-TAB-PERC(WRK-ACHEI) TO WRK-PERC-SIM
               MOVE SPACES TO WRK-PED-ZONA
               IF MODO-ZONA
                   PERFORM 2250-ZONA-DO-PEDIDO
               END-IF
               COMPUTE WRK-FRETE-NOVO =
                   PEDIDOS-VALOR * WRK-PERC-SIM
               ADD PEDIDOS-FRETE TO WRK-TOT-ATUAL
               ADD WRK-FRETE-NOVO TO WRK-TOT-NOVO
               PERFORM 2300-ACUMULA-RESUMO
           END-IF.

      *****************************************************
      * CEP DE ENTREGA (CADASTRO OU ENDERECO ADICIONAL) E
      * A ZONA PROPOSTA QUE O CONTEM. PERCENTUAL ZERADO NA
      * ZONA MANTEM O DA UF, COMO NO FRETECALC. O FATOR
      * SOBRE A FAIXA DE PESO NAO ENTRA: A SIMULACAO E
      * PERCENTUAL SOBRE O VALOR, COMO A DO MODO POR UF.
      *****************************************************
       2250-ZONA-DO-PEDIDO.
           MOVE ZEROS TO WRK-PED-CEP WRK-ZONA-ACHEI.
           IF PEDIDOS-END-ENTREGA = ZEROS
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-CEP TO WRK-PED-CEP
               END-READ
           ELSE
               MOVE PEDIDOS-FONE TO ENDERECOS-FONE
               MOVE PEDIDOS-END-ENTREGA TO ENDERECOS-SEQ
               READ ENDERECOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENDERECOS-CEP TO WRK-PED-CEP
               END-READ
           END-IF.
           PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                   UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
                   OR WRK-PED-CEP = ZEROS
               IF WRK-ZONA-UF(WRK-ZONA-IDX) = PEDIDOS-UF
                   AND WRK-PED-CEP NOT < WRK-ZONA-CEP-INI(WRK-ZONA-IDX)
                   AND WRK-PED-CEP NOT > WRK-ZONA-CEP-FIM(WRK-ZONA-IDX)
                   MOVE WRK-ZONA-IDX TO WRK-ZONA-ACHEI
                   MOVE WRK-ZONA-QTDE TO WRK-ZONA-IDX
               END-IF
           END-PERFORM.
           IF WRK-ZONA-ACHEI = ZEROS
               MOVE '(SEM ZONA)' TO WRK-PED-ZONA
           ELSE
               ADD 1 TO WRK-TOT-EM-ZONA
               MOVE WRK-ZONA-NOME(WRK-ZONA-ACHEI) TO WRK-PED-ZONA
               IF WRK-ZONA-PERC(WRK-ZONA-ACHEI) > 0
                   MOVE WRK-ZONA-PERC(WRK-ZONA-ACHEI) TO WRK-PERC-SIM
               END-IF
           END-IF.

       2300-ACUMULA-RESUMO.
           MOVE 'N' TO WRK-RES-ACHOU.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTDE-ITENS
               IF WRK-RES-UF(WRK-RES-IDX) = PEDIDOS-UF
                   AND WRK-RES-ZONA(WRK-RES-IDX) = WRK-PED-ZONA
                   ADD 1 TO WRK-RES-QTDE(WRK-RES-IDX)
                   ADD PEDIDOS-FRETE
                       TO WRK-RES-FRETE-ATU(WRK-RES-IDX)
                   MOVE WRK-RES-QTDE-ITENS TO WRK-RES-IDX
               END-IF
           END-PERFORM.
           IF WRK-RES-ACHOU NOT = 'S' AND WRK-RES-QTDE-ITENS < 150
               ADD 1 TO WRK-RES-QTDE-ITENS
               MOVE PEDIDOS-UF TO WRK-RES-UF(WRK-RES-QTDE-ITENS)
               MOVE WRK-PED-ZONA TO WRK-RES-ZONA(WRK-RES-QTDE-ITENS)
               MOVE 1 TO WRK-RES-QTDE(WRK-RES-QTDE-ITENS)
               MOVE PEDIDOS-FRETE
                   TO WRK-RES-FRETE-ATU(WRK-RES-QTDE-ITENS)
                   WRK-RES-FRETE-NOV(WRK-RES-IDX)
                   - WRK-RES-FRETE-ATU(WRK-RES-IDX)
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
               MOVE SPACES TO WRK-RES-ROTULO
               STRING WRK-RES-UF(WRK-RES-IDX) ' '
                   WRK-RES-ZONA(WRK-RES-IDX)
                   DELIMITED BY SIZE INTO WRK-RES-ROTULO
               END-STRING
               STRING WRK-RES-ROTULO DELIMITED BY '  '
                   ': PEDIDOS ' WRK-QTDE-ED DELIMITED BY SIZE
                   ' FRETE ATUAL ' WRK-VALOR-ED
                   ' DIFERENCA ' WRK-DIF-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           IF MODO-ZONA
               MOVE WRK-TOT-EM-ZONA TO WRK-QTDE-ED
               MOVE SPACES TO REL-LINHA
               STRING 'PEDIDOS COM CEP DENTRO DE UMA ZONA: '
                   WRK-QTDE-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
               END-IF
               IF ENDERECOS-STATUS NOT = 35
                   CLOSE ENDERECOS
               END-IF
           END-IF.
           CLOSE PEDIDOS.
           CLOSE SIM-REL.
           DISPLAY 'SIMULACAO GERADA EM SIMFRETE.DAT'.
