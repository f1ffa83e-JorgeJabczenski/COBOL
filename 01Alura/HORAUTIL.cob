       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAUTIL.
      ********************************************
      * OBJETIVO: HORAS UTEIS ENTRE DOIS MOMENTOS
      *           (DATA AAAAMMDD + HORA HHMMSS) -
      *           SO CONTA O EXPEDIENTE DE DIA UTIL
      *           (SEGUNDA A SEXTA, FORA FERIADO),
      *           DAS WRK-EXP-INICIO AS WRK-EXP-FIM.
      *           DIA UTIL E FERIADO SAEM DO DIAUTIL
      *           (SO NACIONAIS E MOVEIS - UF EM
      *           BRANCO). MOMENTO FINAL ANTERIOR AO
      *           INICIAL DEVOLVE ZERO. O RESULTADO E
      *           EM HORAS INTEIRAS (FRACAO
      *           DESPREZADA).
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    EXPEDIENTE EM MINUTOS DO DIA (08:00 AS 18:00).
           77 WRK-EXP-INICIO   PIC 9(04) VALUE 480.
           77 WRK-EXP-FIM      PIC 9(04) VALUE 1080.
           77 WRK-EXP-DIA      PIC 9(04) VALUE 600.

           77 WRK-MIN-INI      PIC 9(04) VALUE ZEROS.
           77 WRK-MIN-FIM      PIC 9(04) VALUE ZEROS.
           77 WRK-MINUTOS      PIC 9(07) VALUE ZEROS.
           77 WRK-DIA-CORRENTE PIC 9(08) VALUE ZEROS.
           77 WRK-PASSOS       PIC 9(03) VALUE ZEROS.
           77 WRK-INI-UTIL     PIC X(01) VALUE 'N'.
           77 WRK-FIM-UTIL     PIC X(01) VALUE 'N'.

           77 WRK-DU-DATA      PIC 9(08) VALUE ZEROS.
           77 WRK-DU-DIAS      PIC S9(03) VALUE ZEROS.
           77 WRK-DU-SEMANA    PIC 9(01) VALUE ZEROS.
           77 WRK-DU-FERIADO   PIC X(01) VALUE SPACES.
           77 WRK-DU-UF        PIC X(02) VALUE SPACES.

           01 WRK-HORA.
               05 WRK-HR-HH PIC 9(02).
               05 WRK-HR-MM PIC 9(02).
               05 WRK-HR-SS PIC 9(02).

       LINKAGE SECTION.
           77 LK-DATA-INI   PIC 9(08).
           77 LK-HORA-INI   PIC 9(06).
           77 LK-DATA-FIM   PIC 9(08).
           77 LK-HORA-FIM   PIC 9(06).
           77 LK-HORAS      PIC 9(05).

       PROCEDURE DIVISION USING LK-DATA-INI LK-HORA-INI
           LK-DATA-FIM LK-HORA-FIM LK-HORAS.

       0001-PRINCIPAL.
           MOVE ZEROS TO WRK-MINUTOS.
           IF LK-DATA-INI < LK-DATA-FIM
               OR (LK-DATA-INI = LK-DATA-FIM
                   AND LK-HORA-INI < LK-HORA-FIM)
               MOVE LK-HORA-INI TO WRK-HORA
               PERFORM 0100-MINUTO-NO-EXPEDIENTE
               MOVE WRK-MIN-FIM TO WRK-MIN-INI
               MOVE LK-HORA-FIM TO WRK-HORA
               PERFORM 0100-MINUTO-NO-EXPEDIENTE
               MOVE LK-DATA-INI TO WRK-DU-DATA
               PERFORM 0200-CLASSIFICAR-DIA
               MOVE WRK-DU-FERIADO TO WRK-INI-UTIL
               MOVE LK-DATA-FIM TO WRK-DU-DATA
               PERFORM 0200-CLASSIFICAR-DIA
               MOVE WRK-DU-FERIADO TO WRK-FIM-UTIL
               IF LK-DATA-INI = LK-DATA-FIM
                   IF WRK-INI-UTIL = 'S' AND WRK-MIN-FIM > WRK-MIN-INI
                       COMPUTE WRK-MINUTOS = WRK-MIN-FIM - WRK-MIN-INI
                   END-IF
               ELSE
                   IF WRK-INI-UTIL = 'S'
                       COMPUTE WRK-MINUTOS = WRK-EXP-FIM - WRK-MIN-INI
                   END-IF
                   IF WRK-FIM-UTIL = 'S'
                       COMPUTE WRK-MINUTOS =
                           WRK-MINUTOS + WRK-MIN-FIM - WRK-EXP-INICIO
                   END-IF
                   PERFORM 0300-SOMAR-DIAS-CHEIOS
               END-IF
           END-IF.
           COMPUTE LK-HORAS = WRK-MINUTOS / 60.
           GOBACK.

      *    MINUTO DO DIA DE WRK-HORA LIMITADO AO EXPEDIENTE -
      *    ANTES DA ABERTURA CONTA COMO A ABERTURA, DEPOIS DO
      *    FECHAMENTO COMO O FECHAMENTO. SAI EM WRK-MIN-FIM.
       0100-MINUTO-NO-EXPEDIENTE.
           COMPUTE WRK-MIN-FIM = (WRK-HR-HH * 60) + WRK-HR-MM.
           IF WRK-MIN-FIM < WRK-EXP-INICIO
               MOVE WRK-EXP-INICIO TO WRK-MIN-FIM
           END-IF.
           IF WRK-MIN-FIM > WRK-EXP-FIM
               MOVE WRK-EXP-FIM TO WRK-MIN-FIM
           END-IF.

      *    DEVOLVE EM WRK-DU-FERIADO 'S' SE WRK-DU-DATA E
      *    DIA UTIL (A VARIAVEL E REAPROVEITADA).
       0200-CLASSIFICAR-DIA.
           MOVE ZEROS TO WRK-DU-DIAS.
           CALL 'DIAUTIL' USING WRK-DU-DATA WRK-DU-DIAS
               WRK-DU-SEMANA WRK-DU-FERIADO WRK-DU-UF.
           IF WRK-DU-SEMANA > 1 AND WRK-DU-SEMANA < 7
               AND WRK-DU-FERIADO NOT = 'S'
               MOVE 'S' TO WRK-DU-FERIADO
           ELSE
               MOVE 'N' TO WRK-DU-FERIADO
           END-IF.

      *    CADA DIA UTIL ESTRITAMENTE ENTRE AS DUAS DATAS
      *    VALE UM EXPEDIENTE INTEIRO. O DIAUTIL PULA DE
      *    DIA UTIL EM DIA UTIL; O TETO DE 999 PASSOS SO
      *    PROTEGE CONTRA DATA INVALIDA.
       0300-SOMAR-DIAS-CHEIOS.
           MOVE LK-DATA-INI TO WRK-DIA-CORRENTE.
           MOVE ZEROS TO WRK-PASSOS.
           PERFORM UNTIL WRK-DIA-CORRENTE NOT < LK-DATA-FIM
                   OR WRK-PASSOS = 999
               ADD 1 TO WRK-PASSOS
               MOVE +1 TO WRK-DU-DIAS
               CALL 'DIAUTIL' USING WRK-DIA-CORRENTE WRK-DU-DIAS
                   WRK-DU-SEMANA WRK-DU-FERIADO WRK-DU-UF
               IF WRK-DIA-CORRENTE < LK-DATA-FIM
                   ADD WRK-EXP-DIA TO WRK-MINUTOS
               END-IF
           END-PERFORM.
