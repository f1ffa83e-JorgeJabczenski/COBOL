      * 01/09/2026 JORGE - ACOMPANHA O PRAZO DE
      *            ENTREGA NOVO DA ASSINATURA DO
      *            FRETECALC (SO RECEBIDO E EXIBIDO).
      * 15/10/2026 JORGE - PEDE TAMBEM O CEP, PARA O
      *            FRETECALC APLICAR A ZONA DE FRETE
      *            (0 = SO A UF).
      ********************************************
       ENVIRONMENT DIVISION.

               77 WRK-VLMIN      PIC 9(08)V99  VALUE ZEROS.
               77 WRK-PESO       PIC 9(05)V999 VALUE ZEROS.
               77 WRK-PRAZO      PIC 9(03)     VALUE ZEROS.
               77 WRK-CEP        PIC 9(08)     VALUE ZEROS.
               77 WRK-TOTAL      PIC S9(08)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
           ACCEPT WRK-VALOR   FROM CONSOLE.
           DISPLAY 'ESTADO .. '.
           ACCEPT WRK-UF      FROM CONSOLE.
           DISPLAY 'CEP (0 = SO A UF) .. '.
           ACCEPT WRK-CEP     FROM CONSOLE.

           MOVE ZEROS TO WRK-PESO.
           CALL 'FRETECALC' USING WRK-UF WRK-VALOR WRK-FRETE
               WRK-ENCONTRADO WRK-VLMIN WRK-PESO WRK-PRAZO WRK-CEP.

           IF WRK-ENCONTRADO NOT = 'S'
               DISPLAY 'NAO PODEMOS ENTREGAR'
