      *           APROXIMADA (ANO*365+MES*30+DIA) DA
      *           POLITICA DE SENHA DO USUARIO.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - COM O PAGAMENTO PARCIAL DO
      *            CONTAREC, O VALOR ENVELHECIDO E O
      *            SALDO EM ABERTO DA PARCELA (VALOR
      *            MENOS O PRINCIPAL JA RECEBIDO), NAO
      *            MAIS O VALOR ORIGINAL.
      * 15/10/2026 JORGE - PARCELA DE ACORDO DO RENEGOC
      *            SAI COM O NUMERO DO ACORDO NA LINHA.
      * 15/10/2026 JORGE - TERMINA COM GOBACK PARA
      *            PODER SER CHAMADO DO PAINEL DO
      *            DIA DO PROJETO; RODADO SOZINHO,
      *            NADA MUDA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WRK-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-CLIENTES PIC 9(05)   VALUE ZEROS.
           77 WRK-NOME        PIC X(30)    VALUE SPACES.
           77 WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(07)   VALUE ZEROS.
           77 WRK-ATRASO-ED   PIC ZZZZ9    VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           PERFORM 2000-PROCESSAR UNTIL FIM.
           PERFORM 2500-FECHAR-CLIENTE.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
      * CONTA DO ENVELHECIMENTO DE SENHA DO USUARIO.
      *****************************************************
       2400-LISTAR-PARCELA.
           COMPUTE WRK-SALDO = RECEBER-VALOR - RECEBER-VALOR-PAGO.
           ADD 1 TO WRK-SUB-QTDE.
           ADD 1 TO WRK-TOT-PARC.
           ADD WRK-SALDO TO WRK-SUB-VALOR.
           ADD WRK-SALDO TO WRK-TOT-VALOR.
           MOVE RECEBER-VENCIMENTO TO WRK-DT-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-VC-ANO * 365) + (WRK-VC-MES * 30)
                   + WRK-VC-DIA).
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  PEDIDO ' RECEBER-SEQ
               ' PARCELA ' RECEBER-PARCELA
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
      *    PARCELA NASCIDA DE UMA RENEGOCIACAO LEVA O ACORDO
           IF RECEBER-ACORDO NOT = ZEROS
               STRING ' ACORDO ' RECEBER-ACORDO
                   DELIMITED BY SIZE INTO REL-LINHA(78:14)
               END-STRING
           END-IF.
           WRITE REL-LINHA.

       2500-FECHAR-CLIENTE.
