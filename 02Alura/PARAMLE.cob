       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMLE.
      ********************************************
      * OBJETIVO: VALOR EM VIGOR DE UM PARAMETRO DE
      *           NEGOCIO NA DATA PEDIDA (ZEROS =
      *           HOJE). PROCURA EM PARAMS.DAT A LINHA
      *           DO CODIGO COM A MAIOR VIGENCIA NAO
      *           POSTERIOR A DATA; SEM LINHA (OU SEM
      *           ARQUIVO) DEVOLVE O PADRAO DO
      *           PARMTAB. ORIGEM DEVOLVIDA:
      *           'A' = DO ARQUIVO (LK-VIGENCIA = INICIO
      *                 DA LINHA EM VIGOR);
      *           'P' = PADRAO DO PARMTAB;
      *           'N' = CODIGO FORA DO PARMTAB - O VALOR
      *                 DO CHAMADOR FICA INTACTO.
      *           CHAMADO NA INICIALIZACAO DE CADA
      *           PROGRAMA QUE USA OS PARAMETROS.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY PARM-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMS.
           COPY 'PARMCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PARAMS-STATUS PIC 9(02).
           77 WRK-FIM       PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-CARREGADO PIC X(01) VALUE 'N'.
           77 WRK-DATA-REF  PIC 9(08) VALUE ZEROS.

           COPY 'PARMTAB.cob'.

       LINKAGE SECTION.
           77 LK-CODIGO   PIC X(10).
           77 LK-DATA     PIC 9(08).
           77 LK-VALOR    PIC 9(08)V99.
           77 LK-VIGENCIA PIC 9(08).
           77 LK-ORIGEM   PIC X(01).

       PROCEDURE DIVISION USING LK-CODIGO LK-DATA LK-VALOR
           LK-VIGENCIA LK-ORIGEM.

       0001-PRINCIPAL.
           IF WRK-CARREGADO NOT = 'S'
               PERFORM 0100-CARREGAR-CATALOGO
               MOVE 'S' TO WRK-CARREGADO
           END-IF.
           MOVE 'N' TO LK-ORIGEM.
           MOVE ZEROS TO LK-VIGENCIA.
           PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-PRM-QTDE
               IF WRK-PRM-CODIGO(WRK-PRM-IDX) = LK-CODIGO
                   MOVE WRK-PRM-PADRAO(WRK-PRM-IDX) TO LK-VALOR
                   MOVE 'P' TO LK-ORIGEM
               END-IF
           END-PERFORM.
           IF LK-ORIGEM = 'P'
               PERFORM 1000-PROCURAR-VIGENTE
           END-IF.
           GOBACK.

       0100-CARREGAR-CATALOGO.
           COPY 'PARMTABPR.cob'.

      *    AS LINHAS DO CODIGO VEM EM ORDEM DE VIGENCIA - A
      *    ULTIMA ATE A DATA DE REFERENCIA E A QUE VALE.
       1000-PROCURAR-VIGENTE.
           IF LK-DATA = ZEROS
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           ELSE
               MOVE LK-DATA TO WRK-DATA-REF
           END-IF.
           OPEN INPUT PARAMS.
           IF PARAMS-STATUS = 00
               MOVE LK-CODIGO TO PARM-CODIGO
               MOVE ZEROS TO PARM-VIGENCIA
               MOVE 'N' TO WRK-FIM
               START PARAMS KEY IS NOT LESS THAN PARM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ PARAMS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF PARM-CODIGO NOT = LK-CODIGO
                               OR PARM-VIGENCIA > WRK-DATA-REF
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               MOVE PARM-VALOR TO LK-VALOR
                               MOVE PARM-VIGENCIA TO LK-VIGENCIA
                               MOVE 'A' TO LK-ORIGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS
           END-IF.
