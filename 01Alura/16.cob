      *            SO A FRENTE INTERATIVA, E O
      *            TRANLOTE CHAMA A MESMA SUBROTINA:
      *            HA UM UNICO ZELLER PARA MANTER.
      * 15/10/2026 JORGE - PEDE A UF DO CALENDARIO:
      *            O DIAUTIL PASSOU A CONTAR TAMBEM
      *            OS FERIADOS MOVEIS E OS ESTADUAIS
      *            DA UF INFORMADA.
      ********************************************
       ENVIRONMENT DIVISION.

           77 WRK-CAL-DIAS    PIC S9(03) VALUE ZEROS.
           77 WRK-CAL-DIASEM  PIC 9(01)  VALUE ZEROS.
           77 WRK-CAL-FERIADO PIC X(01)  VALUE SPACES.
           77 WRK-CAL-UF      PIC X(02)  VALUE SPACES.
           77 WRK-DIAS-UTEIS  PIC S9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

           0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY 'UF DO CALENDARIO (BRANCO = SO NACIONAIS).. '.
           ACCEPT WRK-CAL-UF FROM CONSOLE.

           0200-PROCESSAR.
               PERFORM 0400-MONTAMES.
               PERFORM 0500-MONTADIASSEM.
               MOVE ZEROS TO WRK-CAL-DIAS.
               CALL 'DIAUTIL' USING WRK-DATA WRK-CAL-DIAS
                   WRK-CAL-DIASEM WRK-CAL-FERIADO WRK-CAL-UF.
               DISPLAY 'DATA...: ' WRK-DIA '/' WRK-M(WRK-MES)
                   '/' WRK-ANO.
               IF WRK-CAL-FERIADO = 'S'
                   DISPLAY 'DIA DA SEMANA: ' WRK-DS(WRK-CAL-DIASEM)
                       ' (FERIADO)'
               ELSE
                   DISPLAY 'DIA DA SEMANA: ' WRK-DS(WRK-CAL-DIASEM)
               END-IF.
               IF WRK-DIAS-UTEIS NOT = ZEROS
                   MOVE WRK-DIAS-UTEIS TO WRK-CAL-DIAS
                   CALL 'DIAUTIL' USING WRK-DATA WRK-CAL-DIAS
                       WRK-CAL-DIASEM WRK-CAL-FERIADO WRK-CAL-UF
                   DISPLAY 'DATA RESULTANTE: ' WRK-DIA '/'
                       WRK-M(WRK-MES) '/' WRK-ANO
                       ' (' WRK-DS(WRK-CAL-DIASEM) ')'
