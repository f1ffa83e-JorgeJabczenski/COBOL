      *            CADA UM O PROPRIO ZELLER - ESTA E
      *            A UNICA IMPLEMENTACAO DE
      *            CALENDARIO DO SISTEMA.
      * 15/10/2026 JORGE - FERIADOS MOVEIS CALCULADOS A
      *            PARTIR DA PASCOA DE CADA ANO
      *            (CARNAVAL SEGUNDA E TERCA, SEXTA DA
      *            PAIXAO E CORPUS CHRISTI) E FERIADOS
      *            ESTADUAIS DA TABELA FERIUFTAB. O
      *            CHAMADOR INFORMA EM LK-UF DE QUAL UF
      *            OS DIAS UTEIS SAO CONTADOS; UF EM
      *            BRANCO = SO NACIONAIS E MOVEIS.
      ********************************************
       ENVIRONMENT DIVISION.

           77 WRK-CARREGADO    PIC X(01) VALUE 'N'.
               88 TABELA-CARREGADA VALUE 'S'.

           COPY 'FERIUFTAB.cob'.
           77 WRK-FUF-IDX      PIC 9(02) VALUE ZEROS.

      *    FERIADOS MOVEIS DO ANO EM WRK-MOV-ANO, COMO DIA
      *    DO ANO (1 A 366), RECALCULADOS QUANDO O ANO MUDA.
           77 WRK-MOV-ANO      PIC 9(04) VALUE ZEROS.
           01 WRK-TAB-MOVEIS.
               05 WRK-MOV-DIA-ANO PIC 9(03) OCCURS 4 TIMES.
           77 WRK-MOV-IDX      PIC 9(01) VALUE ZEROS.
           77 WRK-DIA-ANO      PIC 9(03) VALUE ZEROS.
           77 WRK-PASCOA-DIA-ANO PIC 9(03) VALUE ZEROS.
           77 WRK-MES-SALVO    PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-SALVA   PIC 9(08) VALUE ZEROS.

      *    PASCOA PELO ALGORITMO DE GAUSS (CALENDARIO
      *    GREGORIANO, QUALQUER ANO).
           01 WRK-PASCOA.
               02 WRK-P-A      PIC 9(02) VALUE ZEROS.
               02 WRK-P-B      PIC 9(02) VALUE ZEROS.
               02 WRK-P-C      PIC 9(02) VALUE ZEROS.
               02 WRK-P-D      PIC 9(02) VALUE ZEROS.
               02 WRK-P-E      PIC 9(02) VALUE ZEROS.
               02 WRK-P-F      PIC 9(02) VALUE ZEROS.
               02 WRK-P-G      PIC 9(02) VALUE ZEROS.
               02 WRK-P-H      PIC 9(02) VALUE ZEROS.
               02 WRK-P-I      PIC 9(02) VALUE ZEROS.
               02 WRK-P-K      PIC 9(02) VALUE ZEROS.
               02 WRK-P-L      PIC 9(02) VALUE ZEROS.
               02 WRK-P-M      PIC 9(02) VALUE ZEROS.
               02 WRK-P-SOMA   PIC 9(04) VALUE ZEROS.
               02 WRK-P-QUOC   PIC 9(04) VALUE ZEROS.
               02 WRK-P-MES    PIC 9(02) VALUE ZEROS.
               02 WRK-P-DIA    PIC 9(02) VALUE ZEROS.

           77 WRK-DIAS-FALTAM  PIC 9(03)  VALUE ZEROS.
           77 WRK-SENTIDO      PIC X(01)  VALUE '+'.
           77 WRK-DIAS-NO-MES  PIC 9(02)  VALUE ZEROS.
           77 LK-DIAS-UTEIS PIC S9(03).
           77 LK-DIA-SEMANA PIC 9(01).
           77 LK-FERIADO    PIC X(01).
           77 LK-UF         PIC X(02).

       PROCEDURE DIVISION USING LK-DATA LK-DIAS-UTEIS
           LK-DIA-SEMANA LK-FERIADO LK-UF.

       0001-PRINCIPAL.
           IF NOT TABELA-CARREGADA
               PERFORM 0550-MONTAFERIADOS
               PERFORM 0560-MONTAFERIADOS-UF
               MOVE 'S' TO WRK-CARREGADO
           END-IF.
           MOVE LK-DATA TO WRK-DATA.
       0550-MONTAFERIADOS.
           COPY 'FERITABPR.cob'.

       0560-MONTAFERIADOS-UF.
           COPY 'FERIUFTABPR.cob'.

      *    CONGRUENCIA DE ZELLER - JANEIRO E FEVEREIRO
      *    SAO TRATADOS COMO MESES 13 E 14 DO ANO ANTERIOR.
       0600-CALCULADIASEM.
                   MOVE WRK-TAB-FER-QTDE TO WRK-FER-IDX
               END-IF
           END-PERFORM.
           IF WRK-FERIADO NOT = 'S'
               PERFORM 0660-VERIFICA-MOVEL
           END-IF.
           IF WRK-FERIADO NOT = 'S' AND LK-UF NOT = SPACES
               PERFORM VARYING WRK-FUF-IDX FROM 1 BY 1
                       UNTIL WRK-FUF-IDX > WRK-TAB-FUF-QTDE
                   IF WRK-TAB-FUF-UF(WRK-FUF-IDX) = LK-UF
                       AND WRK-TAB-FUF-MMDD(WRK-FUF-IDX) = WRK-FER-MMDD
                       MOVE 'S' TO WRK-FERIADO
                       MOVE WRK-TAB-FUF-QTDE TO WRK-FUF-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    COMPARA O DIA DO ANO DE WRK-DATA COM OS FERIADOS
      *    MOVEIS DO ANO, CALCULADOS NA PRIMEIRA DATA DE CADA
      *    ANO QUE APARECE (A CONTAGEM PODE VIRAR O ANO).
       0660-VERIFICA-MOVEL.
           IF WRK-ANO NOT = WRK-MOV-ANO
               PERFORM 0800-CALCULA-MOVEIS
           END-IF.
           PERFORM 0760-DIA-DO-ANO.
           PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
                   UNTIL WRK-MOV-IDX > 4
               IF WRK-MOV-DIA-ANO(WRK-MOV-IDX) = WRK-DIA-ANO
                   MOVE 'S' TO WRK-FERIADO
                   MOVE 4 TO WRK-MOV-IDX
               END-IF
           END-PERFORM.

      *    SOMA OU SUBTRAI N DIAS UTEIS A PARTIR DA DATA
      *    EM WRK-DATA, AVANCANDO UM DIA DE CALENDARIO POR
      *    VEZ E SO DESCONTANDO DO SALDO QUANDO O DIA
      *    ALCANCADO NAO E SABADO, DOMINGO NEM FERIADO
      *    (NACIONAL, MOVEL OU DA UF EM LK-UF).
       0700-CALCULA-DIAS-UTEIS.
           IF LK-DIAS-UTEIS < ZEROS
               MOVE '-' TO WRK-SENTIDO
                   END-IF
               END-IF
           END-IF.

      *    DIA DO ANO (1 A 366) DE WRK-DATA EM WRK-DIA-ANO:
      *    SOMA OS DIAS DOS MESES ANTERIORES AO DIA DO MES.
       0760-DIA-DO-ANO.
           MOVE WRK-MES TO WRK-MES-SALVO.
           MOVE WRK-DIA TO WRK-DIA-ANO.
           PERFORM VARYING WRK-MES FROM 1 BY 1
                   UNTIL WRK-MES NOT < WRK-MES-SALVO
               PERFORM 0740-DIAS-DO-MES
               ADD WRK-DIAS-NO-MES TO WRK-DIA-ANO
           END-PERFORM.
           MOVE WRK-MES-SALVO TO WRK-MES.

      *****************************************************
      * PASCOA DE WRK-ANO PELO ALGORITMO DE GAUSS
      * (MEEUS/JONES/BUTCHER) E OS FERIADOS QUE DEPENDEM
      * DELA, EM DIAS CORRIDOS: CARNAVAL SEGUNDA (-48) E
      * TERCA (-47), SEXTA DA PAIXAO (-2) E CORPUS CHRISTI
      * (+60). A PASCOA CAI ENTRE 22/03 E 25/04, ENTAO
      * NENHUM DELES MUDA DE ANO.
      *****************************************************
       0800-CALCULA-MOVEIS.
           MOVE WRK-ANO TO WRK-MOV-ANO.
           DIVIDE WRK-ANO BY 19 GIVING WRK-P-QUOC
               REMAINDER WRK-P-A.
           DIVIDE WRK-ANO BY 100 GIVING WRK-P-B
               REMAINDER WRK-P-C.
           DIVIDE WRK-P-B BY 4 GIVING WRK-P-D
               REMAINDER WRK-P-E.
           COMPUTE WRK-P-F = (WRK-P-B + 8) / 25.
           COMPUTE WRK-P-G = (WRK-P-B - WRK-P-F + 1) / 3.
           COMPUTE WRK-P-SOMA = (19 * WRK-P-A) + WRK-P-B
               - WRK-P-D - WRK-P-G + 15.
           DIVIDE WRK-P-SOMA BY 30 GIVING WRK-P-QUOC
               REMAINDER WRK-P-H.
           DIVIDE WRK-P-C BY 4 GIVING WRK-P-I
               REMAINDER WRK-P-K.
           COMPUTE WRK-P-SOMA = 32 + (2 * WRK-P-E) + (2 * WRK-P-I)
               - WRK-P-H - WRK-P-K.
           DIVIDE WRK-P-SOMA BY 7 GIVING WRK-P-QUOC
               REMAINDER WRK-P-L.
           COMPUTE WRK-P-M = (WRK-P-A + (11 * WRK-P-H)
               + (22 * WRK-P-L)) / 451.
           COMPUTE WRK-P-SOMA = WRK-P-H + WRK-P-L
               - (7 * WRK-P-M) + 114.
           DIVIDE WRK-P-SOMA BY 31 GIVING WRK-P-MES
               REMAINDER WRK-P-DIA.
           ADD 1 TO WRK-P-DIA.
           MOVE WRK-DATA TO WRK-DATA-SALVA.
           MOVE WRK-P-MES TO WRK-MES.
           MOVE WRK-P-DIA TO WRK-DIA.
           PERFORM 0760-DIA-DO-ANO.
           MOVE WRK-DIA-ANO TO WRK-PASCOA-DIA-ANO.
           MOVE WRK-DATA-SALVA TO WRK-DATA.
           COMPUTE WRK-MOV-DIA-ANO(1) = WRK-PASCOA-DIA-ANO - 48.
           COMPUTE WRK-MOV-DIA-ANO(2) = WRK-PASCOA-DIA-ANO - 47.
           COMPUTE WRK-MOV-DIA-ANO(3) = WRK-PASCOA-DIA-ANO - 2.
           COMPUTE WRK-MOV-DIA-ANO(4) = WRK-PASCOA-DIA-ANO + 60.
