      *           QUAL NOITE QUEBROU E EM QUAL
      *           DEGRAU.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - A LINHA DE FIM MOSTRA OS
      *            SEGUNDOS DESDE O ULTIMO INICIO DO
      *            MESMO PROGRAMA, PARA COMPARAR
      *            TEMPOS DE EXECUCAO.
      * 15/10/2026 JORGE - TERMINA COM GOBACK PARA
      *            PODER SER CHAMADO DO PAINEL DO
      *            DIA DO PROJETO; RODADO SOZINHO,
      *            NADA MUDA.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).

      *    ULTIMO INICIO DE CADA PROGRAMA, PARA A LINHA DE FIM
      *    MOSTRAR QUANTOS SEGUNDOS A EXECUCAO LEVOU.
           01 WRK-TAB-INICIO.
               05 WRK-TI-ITEM OCCURS 100 TIMES.
                   10 WRK-TI-PROGRAMA PIC X(10).
                   10 WRK-TI-DATA     PIC 9(08).
                   10 WRK-TI-SEG      PIC 9(05).
           77 WRK-TI-QTDE   PIC 9(03) VALUE ZEROS.
           77 WRK-TI-IDX    PIC 9(03) VALUE ZEROS.
           77 WRK-TI-ACHEI  PIC 9(03) VALUE ZEROS.
           01 WRK-HR-LINHA.
               05 WRK-HL-HH PIC 9(02).
               05 WRK-HL-MM PIC 9(02).
               05 WRK-HL-SS PIC 9(02).
           77 WRK-SEG-LINHA PIC 9(05) VALUE ZEROS.
           77 WRK-DURACAO   PIC S9(07) VALUE ZEROS.
           77 WRK-DURACAO-ED PIC ZZZZZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               DISPLAY 'JOBCTL.DAT NAO ENCONTRADO - NENHUMA '
                   'EXECUCAO ANOTADA'
           ELSE
               DISPLAY 'DATA     HORA   PROGRAMA   T R  SEGUNDOS'
               DISPLAY '----------------------------------------'
               PERFORM 2000-MOSTRAR-LINHAS UNTIL FIM
               CLOSE JOBLOG
               DISPLAY '----------------------------------------'
               DISPLAY 'LINHAS NO PERIODO: ' WRK-TOT-LINHAS
           END-IF.
           GOBACK.

       2000-MOSTRAR-LINHAS.
           READ JOBLOG
                   COMPUTE WRK-LIN-DIAS =
                       (WRK-DL-ANO * 365) + (WRK-DL-MES * 30)
                       + WRK-DL-DIA
                   MOVE JOBLOG-LINHA(10:6) TO WRK-HR-LINHA
                   COMPUTE WRK-SEG-LINHA = (WRK-HL-HH * 3600)
                       + (WRK-HL-MM * 60) + WRK-HL-SS
                   PERFORM 2100-PROCURAR-INICIO
                   IF WRK-LIN-DIAS NOT < WRK-CORTE-DIAS
                       ADD 1 TO WRK-TOT-LINHAS
                       IF JOBLOG-LINHA(28:1) = 'F'
                           AND WRK-TI-ACHEI NOT = ZEROS
                           PERFORM 2200-MOSTRAR-DURACAO
                       ELSE
                           DISPLAY JOBLOG-LINHA
                       END-IF
                   END-IF
                   IF JOBLOG-LINHA(28:1) = 'I'
                       PERFORM 2300-GUARDAR-INICIO
                   END-IF
           END-READ.

       2100-PROCURAR-INICIO.
           MOVE ZEROS TO WRK-TI-ACHEI.
           PERFORM VARYING WRK-TI-IDX FROM 1 BY 1
                   UNTIL WRK-TI-IDX > WRK-TI-QTDE
               IF WRK-TI-PROGRAMA(WRK-TI-IDX) = JOBLOG-LINHA(17:10)
                   MOVE WRK-TI-IDX TO WRK-TI-ACHEI
               END-IF
           END-PERFORM.

      *    A CADEIA NAO PASSA DE UMA VIRADA DE DIA - FIM EM DATA
      *    POSTERIOR AO INICIO SOMA UM DIA INTEIRO.
       2200-MOSTRAR-DURACAO.
           COMPUTE WRK-DURACAO =
               WRK-SEG-LINHA - WRK-TI-SEG(WRK-TI-ACHEI).
           IF JOBLOG-LINHA(1:8) NOT = WRK-TI-DATA(WRK-TI-ACHEI)
               ADD 86400 TO WRK-DURACAO
           END-IF.
           IF WRK-DURACAO < ZEROS
               DISPLAY JOBLOG-LINHA
           ELSE
               MOVE WRK-DURACAO TO WRK-DURACAO-ED
               DISPLAY JOBLOG-LINHA(1:30) ' ' WRK-DURACAO-ED
           END-IF.

       2300-GUARDAR-INICIO.
           IF WRK-TI-ACHEI = ZEROS AND WRK-TI-QTDE < 100
               ADD 1 TO WRK-TI-QTDE
               MOVE WRK-TI-QTDE TO WRK-TI-ACHEI
               MOVE JOBLOG-LINHA(17:10)
                   TO WRK-TI-PROGRAMA(WRK-TI-ACHEI)
           END-IF.
           IF WRK-TI-ACHEI NOT = ZEROS
               MOVE JOBLOG-LINHA(1:8) TO WRK-TI-DATA(WRK-TI-ACHEI)
               MOVE WRK-SEG-LINHA TO WRK-TI-SEG(WRK-TI-ACHEI)
           END-IF.
