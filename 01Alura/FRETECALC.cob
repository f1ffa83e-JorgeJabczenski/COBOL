      *            DA VERSAO ANTERIOR PRECISA SER
      *            REGERADO PELO CARGAFRETE OU
      *            REFEITO NO MANTFRETE.
      * 15/10/2026 JORGE - ZONAS DE FRETE POR FAIXA DE
      *            CEP DENTRO DA UF (FRETEZON.DAT):
      *            COM LK-CEP > 0 DENTRO DE UMA ZONA DA
      *            UF, VALEM O PERCENTUAL E O PRAZO DA
      *            ZONA, E O VALOR DA FAIXA DE PESO E
      *            MULTIPLICADO PELO FATOR DA ZONA.
      *            CAMPO ZERADO NA ZONA = VALE O DA UF.
      *            LK-CEP = 0 OU CEP FORA DE ZONA
      *            SEGUE SO A UF, COMO ANTES.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETEPESO-STATUS.

           SELECT FRETEZONA ASSIGN TO 'FRETEZON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETEZONA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FRETETAB.
           05 FRETEPESO-PESO-ATE PIC 9(03)V999.
           05 FRETEPESO-VALOR    PIC 9(08)V99.

       FD FRETEZONA.
       01 FRETEZONA-REG.
           05 FRETEZONA-UF       PIC X(02).
           05 FRETEZONA-CEP-INI  PIC 9(08).
           05 FRETEZONA-CEP-FIM  PIC 9(08).
           05 FRETEZONA-NOME     PIC X(10).
           05 FRETEZONA-PERC     PIC 9V999.
           05 FRETEZONA-FATOR    PIC 9V99.
           05 FRETEZONA-PRAZO    PIC 9(03).

       WORKING-STORAGE SECTION.
           77 FRETETAB-STATUS  PIC 9(02).
           77 FRETEPESO-STATUS PIC 9(02).
           77 FRETEZONA-STATUS PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-CARREGADO    PIC X(01) VALUE 'N'.
           77 WRK-PESO-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-PESO-ACHEI PIC 9(03) VALUE ZEROS.

           01 WRK-TAB-ZONA.
               05 WRK-ZONA-ITEM OCCURS 200 TIMES.
                   10 WRK-ZONA-UF      PIC X(02).
                   10 WRK-ZONA-CEP-INI PIC 9(08).
                   10 WRK-ZONA-CEP-FIM PIC 9(08).
                   10 WRK-ZONA-PERC    PIC 9V999.
                   10 WRK-ZONA-FATOR   PIC 9V99.
                   10 WRK-ZONA-PRAZO   PIC 9(03).
           77 WRK-ZONA-QTDE  PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-ACHEI PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
           77 LK-UF          PIC X(02).
           77 LK-VALOR        PIC 9(08)V99.
           77 LK-VLMIN            PIC 9(08)V99.
           77 LK-PESO             PIC 9(05)V999.
           77 LK-PRAZO            PIC 9(03).
           77 LK-CEP              PIC 9(08).

       PROCEDURE DIVISION USING LK-UF LK-VALOR LK-FRETE
           LK-ENCONTRADO LK-VLMIN LK-PESO LK-PRAZO LK-CEP.

       0001-PRINCIPAL.
           IF NOT TABELA-CARREGADA
               PERFORM 1000-CARREGAR-TABELA
               PERFORM 1500-CARREGAR-PESOS
               PERFORM 1600-CARREGAR-ZONAS
           END-IF.
           PERFORM 2000-CALCULAR.
           GOBACK.
           END-IF.
           MOVE 'N' TO WRK-FIM.

       1600-CARREGAR-ZONAS.
           MOVE ZEROS TO WRK-ZONA-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT FRETEZONA.
           IF FRETEZONA-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ FRETEZONA
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-ZONA-QTDE < 200
                           ADD 1 TO WRK-ZONA-QTDE
                           MOVE FRETEZONA-UF
                               TO WRK-ZONA-UF(WRK-ZONA-QTDE)
                           MOVE FRETEZONA-CEP-INI
                               TO WRK-ZONA-CEP-INI(WRK-ZONA-QTDE)
                           MOVE FRETEZONA-CEP-FIM
                               TO WRK-ZONA-CEP-FIM(WRK-ZONA-QTDE)
                           MOVE FRETEZONA-PERC
                               TO WRK-ZONA-PERC(WRK-ZONA-QTDE)
                           MOVE FRETEZONA-FATOR
                               TO WRK-ZONA-FATOR(WRK-ZONA-QTDE)
                           MOVE FRETEZONA-PRAZO
                               TO WRK-ZONA-PRAZO(WRK-ZONA-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF FRETEZONA-STATUS NOT = 35
               CLOSE FRETEZONA
           END-IF.
           MOVE 'N' TO WRK-FIM.

       2000-CALCULAR.
           MOVE ZEROS TO LK-FRETE LK-VLMIN LK-PRAZO.
           MOVE 'N' TO LK-ENCONTRADO.
                   MOVE WRK-TAB-QTDE TO WRK-IDX
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-ZONA-ACHEI WRK-PESO-ACHEI.
           IF LK-ENCONTRADO = 'S' AND LK-CEP > 0
               PERFORM 2500-APLICAR-ZONA
           END-IF.
           IF LK-ENCONTRADO = 'S' AND LK-PESO > 0
               PERFORM 3000-APLICAR-FAIXA-PESO
               IF WRK-ZONA-ACHEI NOT = ZEROS
                   AND WRK-PESO-ACHEI NOT = ZEROS
                   AND WRK-ZONA-FATOR(WRK-ZONA-ACHEI) > 0
                   COMPUTE LK-FRETE ROUNDED =
                       LK-FRETE * WRK-ZONA-FATOR(WRK-ZONA-ACHEI)
               END-IF
           END-IF.

      *****************************************************
      * PRIMEIRA ZONA DA UF CUJA FAIXA DE CEP CONTEM O
      * LK-CEP. PERCENTUAL OU PRAZO ZERADO NA ZONA MANTEM
      * O DA UF JA CALCULADO ACIMA.
      *****************************************************
       2500-APLICAR-ZONA.
           PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                   UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
               IF WRK-ZONA-UF(WRK-ZONA-IDX) = LK-UF
                   AND LK-CEP NOT < WRK-ZONA-CEP-INI(WRK-ZONA-IDX)
                   AND LK-CEP NOT > WRK-ZONA-CEP-FIM(WRK-ZONA-IDX)
                   MOVE WRK-ZONA-IDX TO WRK-ZONA-ACHEI
                   MOVE WRK-ZONA-QTDE TO WRK-ZONA-IDX
               END-IF
           END-PERFORM.
           IF WRK-ZONA-ACHEI NOT = ZEROS
               IF WRK-ZONA-PERC(WRK-ZONA-ACHEI) > 0
                   COMPUTE LK-FRETE =
                       LK-VALOR * WRK-ZONA-PERC(WRK-ZONA-ACHEI)
               END-IF
               IF WRK-ZONA-PRAZO(WRK-ZONA-ACHEI) > 0
                   MOVE WRK-ZONA-PRAZO(WRK-ZONA-ACHEI) TO LK-PRAZO
               END-IF
           END-IF.

      *****************************************************
