      *           CONTADO. USO RESTRITO AO ADM, NOS
      *           MOLDES DO MANTFRETE.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - TODA CONTAGEM (CONFERINDO OU
      *            NAO) VAI PARA INVCONT.DAT, PONTO DE
      *            PARTIDA DO CONFESTQ NA CONCILIACAO DO
      *            SALDO PELO DIARIO.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT INVCONT ASSIGN TO 'INVCONT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCONT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD INVCONT.
           COPY 'INVCCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PRODUTOS-STATUS PIC 9(02).
           77 ESTOQMOV-STATUS PIC 9(02).
           77 INVCONT-STATUS  PIC 9(02).
           77 WRK-SALDO-SIS   PIC 9(05) VALUE ZEROS.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           DISPLAY 'QUANTIDADE CONTADA.. '.
           ACCEPT WRK-CONTADO FROM CONSOLE.
           ADD 1 TO WRK-TOT-CONTADOS.
           MOVE PRODUTOS-ESTOQUE TO WRK-SALDO-SIS.
           COMPUTE WRK-DIFERENCA = WRK-CONTADO - PRODUTOS-ESTOQUE.
           IF WRK-DIFERENCA = ZEROS
               DISPLAY 'CONTAGEM CONFERE - NADA LANCADO'
               PERFORM 2300-GRAVA-CONTAGEM
           ELSE
               ADD 1 TO WRK-TOT-AJUSTES
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
                           PRODUTOS-CODIGO
                   NOT INVALID KEY
                       PERFORM 2200-GRAVA-MOV-ESTOQUE
                       PERFORM 2300-GRAVA-CONTAGEM
               END-REWRITE
           END-IF.

           WRITE ESTOQMOV-REG.
           CLOSE ESTOQMOV.

      *    A CONTAGEM SO E GRAVADA DEPOIS DO AJUSTE NO
      *    DIARIO, ENTAO A LINHA DE INVENTARIO FICA ANTES (OU
      *    NO MESMO SEGUNDO) DELA E NAO E SOMADA DE NOVO.
       2300-GRAVA-CONTAGEM.
           OPEN EXTEND INVCONT.
           IF INVCONT-STATUS = 35
               OPEN OUTPUT INVCONT
               CLOSE INVCONT
               OPEN EXTEND INVCONT
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE WRK-DH-DATA      TO INVC-DATA.
           MOVE WRK-DH-HORA(1:6) TO INVC-HORA.
           MOVE PRODUTOS-CODIGO  TO INVC-PRODUTO.
           MOVE WRK-CONTADO      TO INVC-CONTADO.
           MOVE WRK-SALDO-SIS    TO INVC-SISTEMA.
           MOVE WRK-ADMIN        TO INVC-USUARIO.
           WRITE INVCONT-REG.
           CLOSE INVCONT.

       3000-FINALIZAR.
           DISPLAY '===== INVENTARIO FISICO ====='.
           DISPLAY 'PRODUTOS CONTADOS....: ' WRK-TOT-CONTADOS.
