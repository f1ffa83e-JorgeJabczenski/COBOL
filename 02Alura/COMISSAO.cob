      *            TABELA TRUNCADA NO DISCO PAGARIA
      *            COMISSAO DOBRADA NAS LINHAS
      *            PERDIDAS.
      * 15/10/2026 JORGE - COMISSAO DIVIDIDA COM O
      *            DONO DA CARTEIRA DO CLIENTE
      *            (CARTEIRA.DAT, MANTCART): O
      *            OPERADOR INFORMA O PERCENTUAL DO
      *            DONO, QUE SAI DA COMISSAO DE QUEM
      *            DIGITOU E GANHA LINHA PROPRIA NO
      *            RAZAO E NO ESTORNO.
      * 15/10/2026 JORGE - A APURACAO ENTRA DIRETO
      *            NO MES PELA CHAVE ALTERNATIVA DA
      *            DATA DO PEDIDO E PARA AO PASSAR
      *            DELE, EM VEZ DE VARRER
      *            PEDIDOS.DAT INTEIRO; INICIO E FIM
      *            DA EXECUCAO ANOTADOS NO JOBCTL.
      * 15/10/2026 JORGE - MES SEM PEDIDO NA CHAVE
      *            DA DATA NAO ABORTA MAIS A
      *            EXECUCAO: OS ESTORNOS DO ARQUIVO
      *            MORTO, O RELATORIO, O RAZAO E O
      *            FIM NO JOBCTL SEGUEM; SO A FALTA
      *            DO COMTAB ABORTA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               FILE STATUS IS PEDHIST-STATUS
               RECORD KEY HIST-CHAVE.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CARTEIRA-STATUS
               RECORD KEY CARTEIRA-FONE.

           SELECT COMIS-REL ASSIGN TO 'COMISSAO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD PEDHIST.
           COPY 'PEDHCOPY.cob'.

       FD CARTEIRA.
           COPY 'CARTCOPY.cob'.

       FD COMIS-REL.
       01 REL-LINHA PIC X(100).

           77 COMTAB-STATUS   PIC 9(02).
           77 COMIHIST-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).
           77 CARTEIRA-STATUS PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-DEV     PIC X(01) VALUE 'N'.
               88 FIM-DEV VALUE 'S'.
           77 WRK-ABORTA      PIC X(01) VALUE 'N'.
               88 ABORTA VALUE 'S'.

           77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
           77 WRK-JOB-NOME   PIC X(10) VALUE 'COMISSAO'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.
           01 WRK-PEDIDO-AAAAMM.
               05 WRK-PD-ANO PIC 9(04) VALUE ZEROS.
               05 WRK-PD-MES PIC 9(02) VALUE ZEROS.
           77 WRK-CC-ACHEI PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-PEDIDOS PIC 9(05)     VALUE ZEROS.
           77 WRK-TOT-ESTORNO PIC 9(05)     VALUE ZEROS.
      *    DIVISAO COM O DONO DA CARTEIRA (CARTEIRA.DAT): O
      *    PERCENTUAL INFORMADO SAI DA COMISSAO DE QUEM
      *    DIGITOU E VAI PARA O DONO DO CLIENTE.
           77 WRK-PCT-DONO    PIC 9(03)V99  VALUE ZEROS.
           77 WRK-DONO        PIC X(20)     VALUE SPACES.
           77 WRK-VLR-DONO    PIC S9(08)V99 VALUE ZEROS.
           77 WRK-TOT-DIVIDIDOS PIC 9(05)   VALUE ZEROS.
           77 WRK-VALOR-ED    PIC -ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-BASE-ED     PIC -ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.


       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF NOT ABORTA
               PERFORM 2000-APURAR-MES UNTIL FIM
               MOVE ZEROS TO WRK-MES-MORTO
               DISPLAY 'CONFERIR ESTORNOS NO ARQUIVO MORTO DE QUAL '
               PERFORM 4000-APURAR-ESTORNOS
               PERFORM 5000-GRAVAR-RELATORIO
               PERFORM 6000-REGRAVAR-RAZAO
               MOVE 'F' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
           END-IF.
           STOP RUN.

           IF WRK-PC-QTDE = ZEROS
               DISPLAY 'COMTAB.DAT AUSENTE OU VAZIO - APURACAO '
                   'ABORTADA'
               MOVE 'S' TO WRK-ABORTA
           ELSE
               PERFORM 1200-CARREGAR-RAZAO
               MOVE ZEROS TO WRK-PCT-DONO
               DISPLAY 'PARTE DA COMISSAO DO DONO DA CARTEIRA '
                   '(%, 0 = SEM DIVISAO).. '
               ACCEPT WRK-PCT-DONO FROM CONSOLE
               IF WRK-PCT-DONO > 100
                   MOVE 100 TO WRK-PCT-DONO
               END-IF
               MOVE 'I' TO WRK-JOB-ACAO
               CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                   WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
               OPEN I-O PEDIDOS
               OPEN INPUT DEVOL
               OPEN INPUT CARTEIRA
               MOVE 'N' TO WRK-FIM
               MOVE WRK-PERIODO TO WRK-PEDIDO-AAAAMM
               MOVE WRK-PD-ANO TO PEDIDOS-DTP-ANO
               MOVE WRK-PD-MES TO PEDIDOS-DTP-MES
               MOVE ZEROS TO PEDIDOS-DTP-DIA
      *    SEM PEDIDO DO MES EM DIANTE SO A APURACAO E PULADA -
      *    ESTORNOS, RELATORIO, RAZAO E O FIM NO JOBCTL SEGUEM.
               START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-DTPEDIDO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               NOT AT END
                   MOVE PEDIDOS-DTP-ANO TO WRK-PD-ANO
                   MOVE PEDIDOS-DTP-MES TO WRK-PD-MES
                   IF WRK-PEDIDO-AAAAMM > WRK-PERIODO
                       MOVE 'S' TO WRK-FIM
                   END-IF
                   IF NOT PEDIDOS-CANCELADO
                       AND WRK-PEDIDO-AAAAMM = WRK-PERIODO
                       PERFORM 2100-COMISSIONAR-PEDIDO
                   COMPUTE WRK-VLR-COMIS =
                       WRK-BASE * WRK-PC-PERC(WRK-PC-ACHEI)
                   ADD 1 TO WRK-TOT-PEDIDOS
                   PERFORM 2700-DIVIDIR-CARTEIRA
                   PERFORM 2500-ACUMULAR-VENDEDOR
                   PERFORM 2600-ANOTAR-RAZAO
                   IF WRK-VLR-DONO > ZEROS
                       PERFORM 2750-COMISSIONAR-DONO
                   END-IF
               END-IF
           END-IF.

               MOVE 'S' TO WRK-HI-CHEIO
           END-IF.

      *****************************************************
      * CLIENTE COM DONO DE CARTEIRA DIFERENTE DE QUEM
      * DIGITOU O PEDIDO: A PARTE DO DONO SAI DA COMISSAO
      * CALCULADA PELO PERCENTUAL DO DIGITADOR. SEM
      * CARTEIRA.DAT, SEM DONO OU COM O PROPRIO
      * DIGITADOR COMO DONO, NADA MUDA.
      *****************************************************
       2700-DIVIDIR-CARTEIRA.
           MOVE ZEROS TO WRK-VLR-DONO.
           MOVE SPACES TO WRK-DONO.
           IF WRK-PCT-DONO > ZEROS AND CARTEIRA-STATUS NOT = 35
               MOVE PEDIDOS-FONE TO CARTEIRA-FONE
               READ CARTEIRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARTEIRA-VENDEDOR NOT = PEDIDOS-VENDEDOR
                           MOVE CARTEIRA-VENDEDOR TO WRK-DONO
                       END-IF
               END-READ
           END-IF.
           IF WRK-DONO NOT = SPACES
               COMPUTE WRK-VLR-DONO ROUNDED =
                   WRK-VLR-COMIS * WRK-PCT-DONO / 100
               SUBTRACT WRK-VLR-DONO FROM WRK-VLR-COMIS
           END-IF.

      *    A PARTE DO DONO ENTRA NO RELATORIO E NO RAZAO COMO
      *    UMA LINHA 'C' PROPRIA (BASE ZERO, PARA A BASE DO
      *    PEDIDO NAO CONTAR DUAS VEZES), NOS MOLDES DO
      *    4200-LANCAR-ESTORNO.
       2750-COMISSIONAR-DONO.
           ADD 1 TO WRK-TOT-DIVIDIDOS.
           MOVE ZEROS TO WRK-BASE.
           MOVE WRK-VLR-DONO TO WRK-VLR-COMIS.
           MOVE WRK-DONO TO PEDIDOS-VENDEDOR.
           PERFORM 2500-ACUMULAR-VENDEDOR.
           PERFORM 2600-ANOTAR-RAZAO.

      *****************************************************
      * CLAWBACK: LINHA 'C' DE MES ANTERIOR CUJO PEDIDO
      * HOJE ESTA CANCELADO, E AINDA SEM LINHA 'E',
      * GANHA O ESTORNO - A COMISSAO PAGA VOLTA NEGATIVA
      * NO RELATORIO DO MES CORRENTE. PEDIDO DIVIDIDO COM
      * A CARTEIRA TEM UMA LINHA 'C' POR VENDEDOR, E CADA
      * UMA GANHA O SEU ESTORNO.
      *****************************************************
      *****************************************************
      * O FECHAMES LEVA PEDIDO CANCELADO PARA O ARQUIVO
           END-PERFORM.
           CLOSE DEVOL.
           CLOSE PEDIDOS.
           IF CARTEIRA-STATUS NOT = 35
               CLOSE CARTEIRA
           END-IF.

       4100-TESTAR-ESTORNO.
           MOVE ZEROS TO WRK-HI-ACHEI.
               IF WRK-HI-FONE(WRK-HI-JDX) = WRK-HI-FONE(WRK-HI-IDX)
                   AND WRK-HI-SEQ(WRK-HI-JDX)
                       = WRK-HI-SEQ(WRK-HI-IDX)
                   AND WRK-HI-VENDEDOR(WRK-HI-JDX)
                       = WRK-HI-VENDEDOR(WRK-HI-IDX)
                   AND WRK-HI-TIPO(WRK-HI-JDX) = 'E'
                   MOVE WRK-HI-JDX TO WRK-HI-ACHEI
                   MOVE WRK-HI-QTDE TO WRK-HI-JDX
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WRK-TOT-DIVIDIDOS NOT = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'PEDIDOS DIVIDIDOS COM O DONO DA CARTEIRA: '
                   WRK-TOT-DIVIDIDOS
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           CLOSE COMIS-REL.
           DISPLAY 'RELATORIO GERADO EM COMISSAO.DAT'.
           IF WRK-SEM-TABELA NOT = ZEROS
