      *           DE ERRAR JUSTO NO ENDERECO
      *           ALTERNATIVO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - NOVA SELECAO DOS PEDIDOS JA
      *            ENVIADOS NUMA DATA (EXPEDICAO DO
      *            DIA), COM A TRANSPORTADORA E O CODIGO
      *            DE RASTREIO NA ETIQUETA.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT ETIQ-REL ASSIGN TO 'ETIQPED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       FD ETIQ-REL.
       01 ETIQ-LINHA PIC X(70).

           77 CLIENTES-STATUS  PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 TRANSP-STATUS    PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-TOT-ETIQ     PIC 9(06) VALUE ZEROS.
           77 WRK-CID-LINHA    PIC X(20) VALUE SPACES.
           77 WRK-UF-LINHA     PIC X(02) VALUE SPACES.

      *    P = PEDIDOS A ENVIAR (PENDENTE/PARCIAL), E =
      *    PEDIDOS QUE SAIRAM NA DATA WRK-DT-ENVIO.
           77 WRK-SELECAO      PIC X(01) VALUE SPACES.
               88 SEL-ENVIADOS VALUE 'E' 'e'.
           77 WRK-DT-ENVIO     PIC 9(08) VALUE ZEROS.
           77 WRK-TRANSP-NOME  PIC X(30) VALUE SPACES.
           77 WRK-TR-IDX       PIC 9(02) VALUE ZEROS.
           77 WRK-TAB-TR-QTDE  PIC 9(02) VALUE ZEROS.
           01 WRK-TAB-TRANSP.
               05 WRK-TAB-TR-ITEM OCCURS 50 TIMES.
                   10 WRK-TAB-TR-CODIGO PIC X(02).
                   10 WRK-TAB-TR-NOME   PIC X(30).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'ETIQUETAS DE: P - PEDIDOS A ENVIAR   '
               'E - PEDIDOS ENVIADOS NUMA DATA.. '.
           ACCEPT WRK-SELECAO FROM CONSOLE.
           IF SEL-ENVIADOS
               DISPLAY 'DATA DO ENVIO (AAAAMMDD, 0 = HOJE).. '
               ACCEPT WRK-DT-ENVIO FROM CONSOLE
               IF WRK-DT-ENVIO = ZEROS
                   ACCEPT WRK-DT-ENVIO FROM DATE YYYYMMDD
               END-IF
               PERFORM 1100-CARREGAR-TRANSP
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
               PERFORM 2100-LER-PEDIDO
           END-IF.

       1100-CARREGAR-TRANSP.
           MOVE ZEROS TO WRK-TAB-TR-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TAB-TR-QTDE < 50
                           ADD 1 TO WRK-TAB-TR-QTDE
                           MOVE TRANSP-CODIGO
                               TO WRK-TAB-TR-CODIGO(WRK-TAB-TR-QTDE)
                           MOVE TRANSP-NOME
                               TO WRK-TAB-TR-NOME(WRK-TAB-TR-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.
           MOVE 'N' TO WRK-FIM.

       2000-PROCESSAR.
           IF SEL-ENVIADOS
               IF PEDIDOS-ATIVO
                   AND PEDIDOS-DT-ENVIO = WRK-DT-ENVIO
                   AND (PEDIDOS-ENVIADO OR PEDIDOS-PARCIAL)
                   PERFORM 2200-GERAR-ETIQUETA
               END-IF
           ELSE
               IF PEDIDOS-ATIVO
                   AND (PEDIDOS-PENDENTE OR PEDIDOS-PARCIAL)
                   PERFORM 2200-GERAR-ETIQUETA
               END-IF
           END-IF.
           PERFORM 2100-LER-PEDIDO.

               DELIMITED BY SIZE INTO ETIQ-LINHA
           END-STRING.
           WRITE ETIQ-LINHA.
           IF SEL-ENVIADOS
               PERFORM 2300-LINHA-RASTREIO
           END-IF.
           MOVE SPACES TO ETIQ-LINHA.
           WRITE ETIQ-LINHA.

      *    TRANSPORTADORA E RASTREIO DO PEDIDO ENVIADO, NA
      *    ULTIMA LINHA DO BLOCO.
       2300-LINHA-RASTREIO.
           MOVE '(NAO IDENTIFICADA)' TO WRK-TRANSP-NOME.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TAB-TR-QTDE
               IF WRK-TAB-TR-CODIGO(WRK-TR-IDX) = PEDIDOS-TRANSP
                   MOVE WRK-TAB-TR-NOME(WRK-TR-IDX) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM.
           MOVE SPACES TO ETIQ-LINHA.
           IF PEDIDOS-RASTREIO = SPACES
               STRING WRK-TRANSP-NOME ' - SEM RASTREIO'
                   DELIMITED BY SIZE INTO ETIQ-LINHA
               END-STRING
           ELSE
               STRING WRK-TRANSP-NOME ' RASTREIO ' PEDIDOS-RASTREIO
                   DELIMITED BY SIZE INTO ETIQ-LINHA
               END-STRING
           END-IF.
           WRITE ETIQ-LINHA.

       3000-FINALIZAR.
           IF PEDIDOS-STATUS NOT = 35
               CLOSE PEDIDOS
