      ******************************************************
      * COPYBOOK : PARMTABPR
      * OBJETIVO : CARGA DA TABELA WRK-TAB-PARM (PARTE DE
      *            PROCEDURE) - COPIAR NA INICIALIZACAO DE
      *            CADA PROGRAMA QUE USA O PARMTAB.
      *            PARAMETRO NOVO ENTRA AQUI, NO OCCURS/QTDE
      *            DO PARMTAB E NO PROGRAMA QUE O CONSOME.
      ******************************************************
           MOVE 'LIMAPROV'  TO WRK-PRM-CODIGO(1).
           MOVE 10000       TO WRK-PRM-PADRAO(1).
           MOVE 'LIMITE DO PEDIDO SEM APROVACAO (R$)'
                            TO WRK-PRM-DESCR(1).
           MOVE 'LOCKMIN'   TO WRK-PRM-CODIGO(2).
           MOVE 15          TO WRK-PRM-PADRAO(2).
           MOVE 'MINUTOS OCIOSOS ATE BLOQUEAR A TELA'
                            TO WRK-PRM-DESCR(2).
           MOVE 'ABANDMIN'  TO WRK-PRM-CODIGO(3).
           MOVE 60          TO WRK-PRM-PADRAO(3).
           MOVE 'MINUTOS OCIOSOS ATE ENCERRAR A SESSAO'
                            TO WRK-PRM-DESCR(3).
           MOVE 'PARCDIAS'  TO WRK-PRM-CODIGO(4).
           MOVE 22          TO WRK-PRM-PADRAO(4).
           MOVE 'DIAS UTEIS ENTRE PARCELAS'
                            TO WRK-PRM-DESCR(4).
           MOVE 'ORCDIAS'   TO WRK-PRM-CODIGO(5).
           MOVE 10          TO WRK-PRM-PADRAO(5).
           MOVE 'DIAS UTEIS DE VALIDADE DO ORCAMENTO'
                            TO WRK-PRM-DESCR(5).
           MOVE 'PURGADIAS' TO WRK-PRM-CODIGO(6).
           MOVE 30          TO WRK-PRM-PADRAO(6).
           MOVE 'DIAS INATIVO ANTES DO EXPURGO (PURGACLI)'
                            TO WRK-PRM-DESCR(6).
           MOVE 'DORMDIAS'  TO WRK-PRM-CODIGO(7).
           MOVE 90          TO WRK-PRM-PADRAO(7).
           MOVE 'DIAS SEM ACESSO P/ CONTA DORMENTE'
                            TO WRK-PRM-DESCR(7).
           MOVE 'ESTQMIN'   TO WRK-PRM-CODIGO(8).
           MOVE 10          TO WRK-PRM-PADRAO(8).
           MOVE 'SALDO MINIMO DE ESTOQUE (PAINEL DO DIA)'
                            TO WRK-PRM-DESCR(8).
