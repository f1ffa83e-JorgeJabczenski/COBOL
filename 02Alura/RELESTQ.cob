      *           COMECAR A RECUSAR VENDA POR FALTA
      *           DE SALDO - NOS MOLDES DO RELFRETE.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - TERMINA COM GOBACK PARA
      *            PODER SER CHAMADO DO PAINEL DO
      *            DIA DO PROJETO; RODADO SOZINHO,
      *            NADA MUDA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIM.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           DISPLAY 'LIMITE DE ESTOQUE BAIXO (EX: 00010).. '.
