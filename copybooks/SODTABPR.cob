      ******************************************************
      * COPYBOOK : SODTABPR
      * OBJETIVO : CARGA DA TABELA WRK-TAB-SOD (PARTE DE
      *            PROCEDURE) - COPIAR NA INICIALIZACAO DE
      *            CADA PROGRAMA QUE USA O SODTAB. PAR NOVO
      *            ENTRA AQUI E NO OCCURS/QTDE DO SODTAB.
      ******************************************************
           MOVE 'CARGAPED'  TO WRK-SOD-OP1(1).
           MOVE 'APROVAR'   TO WRK-SOD-OP2(1).
           MOVE 'DIGITA PEDIDOS EM LOTE E APROVA PEDIDOS'
                            TO WRK-SOD-MOTIVO(1).
           MOVE 'CONTAREC'  TO WRK-SOD-OP1(2).
           MOVE 'PROPPERDA' TO WRK-SOD-OP2(2).
           MOVE 'BAIXA PAGAMENTO E PROPOE PERDA'
                            TO WRK-SOD-MOTIVO(2).
           MOVE 'CONTAREC'  TO WRK-SOD-OP1(3).
           MOVE 'APRVPERDA' TO WRK-SOD-OP2(3).
           MOVE 'BAIXA PAGAMENTO E APROVA PERDA'
                            TO WRK-SOD-MOTIVO(3).
           MOVE 'PROPPERDA' TO WRK-SOD-OP1(4).
           MOVE 'APRVPERDA' TO WRK-SOD-OP2(4).
           MOVE 'PROPOE E APROVA PERDA'
                            TO WRK-SOD-MOTIVO(4).
           MOVE 'CONTAREC'  TO WRK-SOD-OP1(5).
           MOVE 'RENEGOCIA' TO WRK-SOD-OP2(5).
           MOVE 'BAIXA PAGAMENTO E RENEGOCIA DIVIDA'
                            TO WRK-SOD-MOTIVO(5).
           MOVE 'COMPRAS'   TO WRK-SOD-OP1(6).
           MOVE 'INVENTAR'  TO WRK-SOD-OP2(6).
           MOVE 'RECEBE MERCADORIA E AJUSTA ESTOQUE'
                            TO WRK-SOD-MOTIVO(6).
           MOVE 'COMPRAS'   TO WRK-SOD-OP1(7).
           MOVE 'CONTAPAG'  TO WRK-SOD-OP2(7).
           MOVE 'COMPRA E PAGA FORNECEDOR'
                            TO WRK-SOD-MOTIVO(7).
           MOVE 'MANTUSER'  TO WRK-SOD-OP1(8).
           MOVE 'SEGURLOG'  TO WRK-SOD-OP2(8).
           MOVE 'ADMINISTRA CONTAS E AUDITA OS ACESSOS'
                            TO WRK-SOD-MOTIVO(8).
