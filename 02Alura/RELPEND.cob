      *           SUBTOTAL POR PRODUTO - O QUE AINDA
      *           DEVEMOS, E PARA QUEM.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      * 15/10/2026 JORGE - TERMINA COM GOBACK PARA
      *            PODER SER CHAMADO DO PAINEL DO
      *            DIA DO PROJETO; RODADO SOZINHO,
      *            NADA MUDA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEND-REL ASSIGN TO 'RELPEND.DAT'
               DISPLAY 'LINHAS COM SALDO EM ABERTO: ' WRK-TOT-LINHAS
               DISPLAY 'RELATORIO GERADO EM RELPEND.DAT'
           END-IF.
           GOBACK.

       2000-SELECIONAR-SALDOS.
           MOVE 'N' TO WRK-FIM.
