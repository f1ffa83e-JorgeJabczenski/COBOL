      *            EVOLUCAO MOSTRA META X REALIZADO.
      *            ARQUIVO VENDHIST DA VERSAO
      *            ANTERIOR ENTRA COM META ZERADA.
      * 15/10/2026 JORGE - RITMO DO MES EM
      *            VENDRITMO.DAT: DIAS UTEIS
      *            DECORRIDOS E RESTANTES PELO
      *            DIAUTIL, PROJECAO DO FECHAMENTO
      *            NA MEDIA ATUAL X META E QUANTO
      *            PRECISA VENDER POR DIA UTIL, POR
      *            VENDEDOR E DA LOJA. GERADO A CADA
      *            EXECUCAO (DE MANHA).
      ********************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METAS-STATUS.

           SELECT VENDRITMO ASSIGN TO 'VENDRITMO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDRITMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDASDIA.
           05 METAS-AAAAMM   PIC 9(06).
           05 METAS-VALOR    PIC 9(08)V99.

       FD VENDRITMO.
       01 VENDRITMO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 VENDASDIA-STATUS PIC 9(02).
           77 VENDAMES-STATUS  PIC 9(02).
               05 WRK-DS-MES PIC 9(02).
               05 WRK-DS-DIA PIC 9(02).

      *    RITMO DO MES: DIAS UTEIS CONTADOS PELO DIAUTIL
           77 VENDRITMO-STATUS  PIC 9(02).
           01 WRK-CAL-DATA.
               05 WRK-CAL-ANO PIC 9(04).
               05 WRK-CAL-MES PIC 9(02).
               05 WRK-CAL-DIA PIC 9(02).
           77 WRK-CAL-DIAS      PIC S9(03) VALUE ZEROS.
           77 WRK-CAL-DIASEM    PIC 9(01)  VALUE ZEROS.
           77 WRK-CAL-FERIADO   PIC X(01)  VALUE SPACES.
           77 WRK-CAL-UF        PIC X(02)  VALUE SPACES.
           77 WRK-DU-DECORRIDOS PIC 9(02)  VALUE ZEROS.
           77 WRK-DU-RESTANTES  PIC 9(02)  VALUE ZEROS.
           77 WRK-DU-TOTAL      PIC 9(02)  VALUE ZEROS.
           77 WRK-RIT-TOTAL     PIC 9(10)V99 VALUE ZEROS.
           77 WRK-RIT-META      PIC 9(10)V99 VALUE ZEROS.
           77 WRK-RIT-MEDIA     PIC 9(10)V99 VALUE ZEROS.
           77 WRK-RIT-PROJ      PIC 9(10)V99 VALUE ZEROS.
           77 WRK-RIT-NECESS    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-RIT-PROJ-ED   PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-RIT-NECESS-ED PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-RIT-MEDIA-ED  PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           CLOSE VENDASDIA.
           CLOSE VENDAMES-REL.
           DISPLAY 'RELATORIO MENSAL GERADO EM VENDAMES.DAT'.
           PERFORM 6000-RITMO-DO-MES.

      *****************************************************
      * CARREGA AS METAS DO MES CORRENTE DE METAS.DAT:
           END-PERFORM.
           MOVE ALL '-' TO VENDAMES-LINHA.
           WRITE VENDAMES-LINHA.

      *****************************************************
      * RITMO DO MES PARA A REUNIAO DA MANHA (VENDRITMO.DAT)
      * O VENDASDIA.DAT TRAZ AS VENDAS ATE ONTEM, ENTAO OS
      * DIAS UTEIS DECORRIDOS SAO OS ANTERIORES A HOJE E OS
      * RESTANTES VAO DE HOJE ATE O FIM DO MES. A PROJECAO
      * MANTEM A MEDIA POR DIA UTIL JA REALIZADA; O
      * NECESSARIO/DIA E O QUE FALTA DA META DIVIDIDO PELOS
      * DIAS UTEIS QUE SOBRAM (ZERO SE A META JA FOI BATIDA).
      * FERIADOS SO OS NACIONAIS - A LOJA NAO TEM UF AQUI.
      *****************************************************
       6000-RITMO-DO-MES.
           PERFORM 6100-CONTAR-DIAS-UTEIS.
           OPEN OUTPUT VENDRITMO.
           MOVE SPACES TO VENDRITMO-LINHA.
           STRING 'RITMO DAS VENDAS DO MES ' WRK-DS-MES '/' WRK-DS-ANO
               ' - POSICAO EM ' WRK-DS-DIA '/' WRK-DS-MES '/'
               WRK-DS-ANO
               DELIMITED BY SIZE INTO VENDRITMO-LINHA
           END-STRING.
           WRITE VENDRITMO-LINHA.
           MOVE ALL '-' TO VENDRITMO-LINHA.
           WRITE VENDRITMO-LINHA.
           MOVE SPACES TO VENDRITMO-LINHA.
           STRING 'DIAS UTEIS NO MES: ' WRK-DU-TOTAL
               '  DECORRIDOS: ' WRK-DU-DECORRIDOS
               '  RESTANTES (COM HOJE): ' WRK-DU-RESTANTES
               DELIMITED BY SIZE INTO VENDRITMO-LINHA
           END-STRING.
           WRITE VENDRITMO-LINHA.
           MOVE 'POR VENDEDOR (PROJECAO NO RITMO ATUAL):'
               TO VENDRITMO-LINHA.
           WRITE VENDRITMO-LINHA.
           PERFORM VARYING WRK-VEND-IDX FROM 1 BY 1
                   UNTIL WRK-VEND-IDX > WRK-VEND-QTDE-ITENS
               MOVE WRK-VEND-TOTAL(WRK-VEND-IDX) TO WRK-RIT-TOTAL
               MOVE WRK-VEND-META(WRK-VEND-IDX)  TO WRK-RIT-META
               PERFORM 6200-PROJETAR
               MOVE SPACES TO VENDRITMO-LINHA
               STRING '  ' WRK-VEND-NOME(WRK-VEND-IDX)
                   ' PROJ ' WRK-RIT-PROJ-ED
                   ' ' WRK-ATING-ED '% DA META'
                   ' PRECISA/DIA ' WRK-RIT-NECESS-ED
                   DELIMITED BY SIZE INTO VENDRITMO-LINHA
               END-STRING
               WRITE VENDRITMO-LINHA
           END-PERFORM.
           MOVE ALL '-' TO VENDRITMO-LINHA.
           WRITE VENDRITMO-LINHA.
           MOVE WRK-TOTAL-MES TO WRK-RIT-TOTAL.
           MOVE WRK-META-MES  TO WRK-RIT-META.
           PERFORM 6200-PROJETAR.
           MOVE WRK-TOTAL-MES TO WRK-TOTAL-MES-ED.
           MOVE WRK-META-MES  TO WRK-META-ED.
           MOVE SPACES TO VENDRITMO-LINHA.
           STRING 'LOJA - REALIZADO: ' WRK-TOTAL-MES-ED
               ' META ' WRK-META-ED
               DELIMITED BY SIZE INTO VENDRITMO-LINHA
           END-STRING.
           WRITE VENDRITMO-LINHA.
           MOVE SPACES TO VENDRITMO-LINHA.
           STRING 'MEDIA/DIA UTIL..: ' WRK-RIT-MEDIA-ED
               DELIMITED BY SIZE INTO VENDRITMO-LINHA
           END-STRING.
           WRITE VENDRITMO-LINHA.
           MOVE SPACES TO VENDRITMO-LINHA.
           STRING 'PROJECAO DO MES.: ' WRK-RIT-PROJ-ED
               ' (' WRK-ATING-ED '% DA META)'
               DELIMITED BY SIZE INTO VENDRITMO-LINHA
           END-STRING.
           WRITE VENDRITMO-LINHA.
           MOVE SPACES TO VENDRITMO-LINHA.
           STRING 'PRECISA POR DIA.: ' WRK-RIT-NECESS-ED
               DELIMITED BY SIZE INTO VENDRITMO-LINHA
           END-STRING.
           WRITE VENDRITMO-LINHA.
           CLOSE VENDRITMO.
           DISPLAY 'RITMO DO MES GERADO EM VENDRITMO.DAT'.

      *    PRIMEIRO DIA DO MES CLASSIFICADO, DEPOIS DE DIA UTIL
      *    EM DIA UTIL PELO DIAUTIL ATE VIRAR O MES.
       6100-CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DU-DECORRIDOS WRK-DU-RESTANTES.
           MOVE WRK-DS-ANO TO WRK-CAL-ANO.
           MOVE WRK-DS-MES TO WRK-CAL-MES.
           MOVE 1 TO WRK-CAL-DIA.
           MOVE ZEROS TO WRK-CAL-DIAS.
           CALL 'DIAUTIL' USING WRK-CAL-DATA WRK-CAL-DIAS
               WRK-CAL-DIASEM WRK-CAL-FERIADO WRK-CAL-UF.
           IF WRK-CAL-DIASEM NOT = 1 AND WRK-CAL-DIASEM NOT = 7
               AND WRK-CAL-FERIADO NOT = 'S'
               PERFORM 6150-CONTAR-DIA
           END-IF.
           PERFORM UNTIL WRK-CAL-MES NOT = WRK-DS-MES
               MOVE 1 TO WRK-CAL-DIAS
               CALL 'DIAUTIL' USING WRK-CAL-DATA WRK-CAL-DIAS
                   WRK-CAL-DIASEM WRK-CAL-FERIADO WRK-CAL-UF
               IF WRK-CAL-MES = WRK-DS-MES
                   PERFORM 6150-CONTAR-DIA
               END-IF
           END-PERFORM.
           COMPUTE WRK-DU-TOTAL = WRK-DU-DECORRIDOS + WRK-DU-RESTANTES.

       6150-CONTAR-DIA.
           IF WRK-CAL-DATA < WRK-DATA-SIS
               ADD 1 TO WRK-DU-DECORRIDOS
           ELSE
               ADD 1 TO WRK-DU-RESTANTES
           END-IF.

      *    RECEBE WRK-RIT-TOTAL E WRK-RIT-META; DEVOLVE MEDIA,
      *    PROJECAO, ATINGIMENTO PROJETADO E NECESSARIO/DIA JA
      *    EDITADOS. NO PRIMEIRO DIA UTIL NAO HA RITMO AINDA E A
      *    PROJECAO FICA NO REALIZADO.
       6200-PROJETAR.
           MOVE ZEROS TO WRK-RIT-MEDIA WRK-RIT-NECESS WRK-ATING.
           MOVE WRK-RIT-TOTAL TO WRK-RIT-PROJ.
           IF WRK-DU-DECORRIDOS > ZEROS
               COMPUTE WRK-RIT-MEDIA ROUNDED =
                   WRK-RIT-TOTAL / WRK-DU-DECORRIDOS
               COMPUTE WRK-RIT-PROJ ROUNDED =
                   WRK-RIT-TOTAL * WRK-DU-TOTAL / WRK-DU-DECORRIDOS
           END-IF.
           IF WRK-RIT-META > ZEROS
               COMPUTE WRK-ATING ROUNDED =
                   WRK-RIT-PROJ * 100 / WRK-RIT-META
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-ATING
               END-COMPUTE
           END-IF.
           IF WRK-RIT-META > WRK-RIT-TOTAL AND WRK-DU-RESTANTES > ZEROS
               COMPUTE WRK-RIT-NECESS ROUNDED =
                   (WRK-RIT-META - WRK-RIT-TOTAL) / WRK-DU-RESTANTES
           END-IF.
           MOVE WRK-RIT-MEDIA  TO WRK-RIT-MEDIA-ED.
           MOVE WRK-RIT-PROJ   TO WRK-RIT-PROJ-ED.
           MOVE WRK-RIT-NECESS TO WRK-RIT-NECESS-ED.
           MOVE WRK-ATING      TO WRK-ATING-ED.
