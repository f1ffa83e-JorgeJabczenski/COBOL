      *             PEDITENS.DAT -> PEDITENS.NEW
      *             USERS.DAT    -> USERS.NEW
      *             PRODUTOS.DAT -> PRODUTOS.NEW
      *             RECEBER.DAT  -> RECEBER.NEW
      *             ORCAMENTO.DAT -> ORCAMENTO.NEW
      *           E, A PEDIDO, OS ARQUIVOS MORTOS DE
      *           PEDIDOS DO FECHAMES, MES A MES:
      *             PEDHIST.AAAAMM -> PEDHIST.AAAAMM.NEW
      *           AVISO. CAMPOS NOVOS ENTRAM COM OS
      *           VALORES QUE A VERSAO ANTERIOR
      *           ASSUMIA: LIMITE DE CREDITO PADRAO,
      *           PEDIDO SEM DADOS DE ENVIO E
      *           ENTREGA, ITEM COMUM
      *           (FORA DE KIT) A PRECO DE CATALOGO,
      *           CONTA SEM JANELA DE HORARIO E SEM
      *           EXCECAO, PRODUTO COM O CUSTO
      *           MEDIO IGUAL AO CUSTO DE REPOSICAO.
      * AUTHOR  : JORGE
      * 01/09/2026 JORGE - O AVISO 'RODAR COM O
      *            SISTEMA PARADO' VIROU TRAVA: O
      *            ARQUIVOS MORTOS PEDHIST.AAAAMM,
      *            QUE TAMBEM CRESCERAM NESTA
      *            VERSAO.
      * 15/10/2026 JORGE - ENTROU A CONVERSAO DE
      *            RECEBER.DAT (RECEBER.NEW), QUE
      *            GANHOU O VALOR JA PAGO DA PARCELA
      *            PARA O PAGAMENTO PARCIAL DO
      *            CONTAREC E O NUMERO DO ACORDO DE
      *            RENEGOCIACAO (ZERO NA CONVERSAO).
      * 15/10/2026 JORGE - O LAYOUT VELHO DE
      *            PEDITENS.DAT AVANCOU PARA A VERSAO
      *            COM EXPEDIDO/CUSTO; NA CONVERSAO O
      *            ITEM GANHA O LOCAL DE ESTOQUE (01),
      *            O TIPO DE LINHA (ITEM COMUM), O KIT
      *            DE ORIGEM (ZERO) E A QUANTIDADE SOB
      *            ENCOMENDA (ZERO).
      * 15/10/2026 JORGE - O LAYOUT VELHO DE
      *            PRODUTOS.DAT AVANCOU PARA A VERSAO
      *            COM ESTOQUE/CUSTO; O PRODUTO GANHOU
      *            O CUSTO MEDIO PONDERADO, QUE NASCE
      *            IGUAL AO CUSTO DE REPOSICAO, E O
      *            CODIGO DE BARRAS (ZERO = SEM EAN).
      * 15/10/2026 JORGE - O PEDIDO GANHOU TRANSPORTADORA,
      *            RASTREIO, DATA DO ENVIO E O
      *            COMPROVANTE DE ENTREGA (RECEBEDOR E
      *            DATA) - EM BRANCO/ZERO NA CONVERSAO.
      * 15/10/2026 JORGE - O ITEM DE PEDIDO GANHOU A
      *            TABELA DE PRECO DE CONTRATO (ZERO
      *            = CATALOGO NA CONVERSAO).
      * 15/10/2026 JORGE - ENTROU A CONVERSAO DE
      *            ORCAMENTO.DAT (ORCAMENTO.NEW),
      *            QUE GANHOU QUEM ORCOU, A DATA DA
      *            CONVERSAO E O PEDIDO GERADO
      *            (BRANCO/ZERO NA CONVERSAO).
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      * 15/10/2026 JORGE - O LAYOUT VELHO DE
      *            USERS.DAT AVANCOU PARA A VERSAO
      *            COM SENHA EMBARALHADA/TROCA
      *            OBRIGATORIA; A CONTA GANHOU A
      *            JANELA DE HORARIO DE LOGIN E A
      *            EXCECAO DE HORARIO (SEM JANELA E
      *            SEM EXCECAO NA CONVERSAO).
      * 15/10/2026 JORGE - O LAYOUT VELHO DE
      *            PEDIDOS.DAT AVANCOU PARA A VERSAO
      *            COM DEVOLUCAO, VENDEDOR,
      *            PROMESSA, MOTIVO, DESCONTO E
      *            ICMS, QUE PASSAM COPIADOS EM VEZ
      *            DE ZERADOS.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PEDN-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT ITN-VELHO ASSIGN TO 'PEDITENS.DAT'
               FILE STATUS IS PRDN-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT REC-VELHO ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECV-STATUS
               RECORD KEY RECV-CHAVE.

           SELECT REC-NOVO ASSIGN TO 'RECEBER.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECN-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT ORC-VELHO ASSIGN TO 'ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORCV-STATUS
               RECORD KEY ORCV-CHAVE.

           SELECT ORC-NOVO ASSIGN TO 'ORCAMENTO.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORCN-STATUS
               RECORD KEY ORCAMENTO-CHAVE.

           SELECT PEDH-VELHO ASSIGN TO WRK-ARQ-MORTO-V
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           COPY 'CLIECOPY.cob'.

      *    LAYOUT DE PEDIDOS.DAT DA VERSAO ANTERIOR -
      *    TUDO ATE O ICMS, AINDA SEM TRANSPORTADORA E
      *    COMPROVANTE DE ENTREGA.
       FD PED-VELHO.
       01 PEDV-REG.
           05 PEDV-CHAVE.
           05 PEDV-VALOR-PARCELA  PIC 9(08)V99.
           05 PEDV-STATUS-ENTREGA PIC X(01).
           05 PEDV-END-ENTREGA    PIC 9(04).
           05 PEDV-DEV-REF        PIC 9(04).
           05 PEDV-VENDEDOR       PIC X(20).
           05 PEDV-DT-PROMESSA    PIC 9(08).
           05 PEDV-MOT-CANCEL     PIC X(02).
           05 PEDV-DESC-PCT       PIC 9(02)V99.
           05 PEDV-ICMS           PIC 9(08)V99.

       FD PED-NOVO.
           COPY 'PEDICOPY.cob'.

      *    LAYOUT DE PEDITENS.DAT DA VERSAO ANTERIOR -
      *    JA COM QUANTIDADE EXPEDIDA E CUSTO, AINDA SEM
      *    LOCAL DE ESTOQUE NEM O TIPO DE LINHA (KIT).
       FD ITN-VELHO.
       01 ITNV-REG.
           05 ITNV-CHAVE.
           05 ITNV-QTDE         PIC 9(05).
           05 ITNV-VALOR-UNIT   PIC 9(08)V99.
           05 ITNV-VALOR-TOTAL  PIC 9(08)V99.
           05 ITNV-QTDE-ENVIADA PIC 9(05).
           05 ITNV-CUSTO-UNIT   PIC 9(08)V99.

       FD ITN-NOVO.
           COPY 'ITENCOPY.cob'.

      *    LAYOUT DE USERS.DAT DA VERSAO ANTERIOR - COM AS
      *    MARCAS DE SENHA EMBARALHADA E TROCA OBRIGATORIA,
      *    AINDA SEM A JANELA DE HORARIO E A EXCECAO.
       FD USR-VELHO.
       01 USRV-REG.
           05 USRV-LOGIN      PIC X(20).
           05 USRV-TENTATIVAS PIC 9(02).
           05 USRV-DT-SENHA   PIC 9(08).
           05 USRV-DT-ACESSO  PIC 9(08).
           05 USRV-SENHA-CIFRADA PIC X(01).
           05 USRV-TROCA-OBRIG   PIC X(01).

       FD USR-NOVO.
           COPY 'USERCOPY.cob'.

      *    LAYOUT DE PRODUTOS.DAT DA VERSAO ANTERIOR (A
      *    DO ESTOQUE E CUSTO), AINDA SEM CUSTO MEDIO.
       FD PRD-VELHO.
       01 PRDV-REG.
           05 PRDV-CODIGO     PIC 9(05).
           05 PRDV-PRECO      PIC 9(08)V99.
           05 PRDV-PESO       PIC 9(03)V999.
           05 PRDV-SITUACAO   PIC X(01).
           05 PRDV-ESTOQUE    PIC 9(05).
           05 PRDV-CUSTO      PIC 9(08)V99.

       FD PRD-NOVO.
           COPY 'PRODCOPY.cob'.

      *    LAYOUT DE RECEBER.DAT DA VERSAO ANTERIOR -
      *    AINDA SEM O VALOR JA PAGO (SO BAIXA INTEGRAL).
       FD REC-VELHO.
       01 RECV-REG.
           05 RECV-CHAVE.
               10 RECV-FONE    PIC 9(09).
               10 RECV-SEQ     PIC 9(04).
               10 RECV-PARCELA PIC 9(02).
           05 RECV-VENCIMENTO  PIC 9(08).
           05 RECV-VALOR       PIC 9(08)V99.
           05 RECV-SITUACAO    PIC X(01).
           05 RECV-DT-PAGTO    PIC 9(08).

       FD REC-NOVO.
           COPY 'RECBCOPY.cob'.

      *    LAYOUT DE ORCAMENTO.DAT DA VERSAO ANTERIOR -
      *    AINDA SEM QUEM ORCOU E SEM OS DADOS DA CONVERSAO.
       FD ORC-VELHO.
       01 ORCV-REG.
           05 ORCV-CHAVE.
               10 ORCV-FONE PIC 9(09).
               10 ORCV-SEQ  PIC 9(04).
           05 ORCV-DTORC       PIC 9(08).
           05 ORCV-VALIDADE    PIC 9(08).
           05 ORCV-UF          PIC X(02).
           05 ORCV-END-ENTREGA PIC 9(04).
           05 ORCV-VALOR       PIC 9(08)V99.
           05 ORCV-FRETE       PIC 9(08)V99.
           05 ORCV-TOTAL       PIC 9(08)V99.
           05 ORCV-SITUACAO    PIC X(01).

       FD ORC-NOVO.
           COPY 'ORCACOPY.cob'.

      *    LAYOUT DOS ARQUIVOS MORTOS PEDHIST.AAAAMM DA
      *    VERSAO ANTERIOR - AINDA SEM MOTIVO DE
      *    CANCELAMENTO E ICMS.
           77 USRN-STATUS PIC 9(02).
           77 PRDV-STATUS PIC 9(02).
           77 PRDN-STATUS PIC 9(02).
           77 RECV-STATUS PIC 9(02).
           77 RECN-STATUS PIC 9(02).
           77 ORCV-STATUS PIC 9(02).
           77 ORCN-STATUS PIC 9(02).
           77 PEDHV-STATUS PIC 9(02).
           77 PEDHN-STATUS PIC 9(02).
           77 WRK-FIM     PIC X(01) VALUE 'N'.
               PERFORM 3500-CONVERTER-ITENS
               PERFORM 4000-CONVERTER-USUARIOS
               PERFORM 5000-CONVERTER-PRODUTOS
               PERFORM 5500-CONVERTER-RECEBER
               PERFORM 5700-CONVERTER-ORCAMENTOS
               MOVE ZEROS TO WRK-MES-MORTO
               DISPLAY 'CONVERTER ARQUIVO MORTO DE QUAL MES '
                   '(AAAAMM, 0=FIM)?.. '
                   ' GRAVADOS ' WRK-TOT-GRAVADO ' EM PEDIDOS.NEW'
           END-IF.

      *    PEDIDO DA VERSAO ANTERIOR NAO TEM TRANSPORTADORA
      *    NEM COMPROVANTE DE ENTREGA - OS CAMPOS NOVOS
      *    ENTRAM ZERADOS/EM BRANCO.
       3100-GRAVAR-PEDIDO.
           MOVE PEDV-FONE           TO PEDIDOS-FONE.
           MOVE PEDV-SEQ            TO PEDIDOS-SEQ.
           MOVE PEDV-VALOR-PARCELA  TO PEDIDOS-VALOR-PARCELA.
           MOVE PEDV-STATUS-ENTREGA TO PEDIDOS-STATUS-ENTREGA.
           MOVE PEDV-END-ENTREGA    TO PEDIDOS-END-ENTREGA.
           MOVE PEDV-DEV-REF        TO PEDIDOS-DEV-REF.
           MOVE PEDV-VENDEDOR       TO PEDIDOS-VENDEDOR.
           MOVE PEDV-DT-PROMESSA    TO PEDIDOS-DT-PROMESSA.
           MOVE PEDV-MOT-CANCEL     TO PEDIDOS-MOT-CANCEL.
           MOVE PEDV-DESC-PCT       TO PEDIDOS-DESC-PCT.
           MOVE PEDV-ICMS           TO PEDIDOS-ICMS.
           MOVE SPACES              TO PEDIDOS-TRANSP.
           MOVE SPACES              TO PEDIDOS-RASTREIO.
           MOVE ZEROS               TO PEDIDOS-DT-ENVIO.
           MOVE SPACES              TO PEDIDOS-RECEBEDOR.
           MOVE ZEROS               TO PEDIDOS-DT-ENTREGA.
           WRITE PEDIDOS-REG
               INVALID KEY
                   DISPLAY 'PEDIDO NAO GRAVADO: ' PEDV-CHAVE
                   ' GRAVADOS ' WRK-TOT-GRAVADO ' EM PEDITENS.NEW'
           END-IF.

      *    ITEM DA VERSAO ANTERIOR ENTRA COMO ITEM COMUM
      *    (FORA DE KIT) - ANTES DOS KITS TODA LINHA BAIXAVA
      *    O PROPRIO ESTOQUE.
       3600-GRAVAR-ITEM.
           MOVE ITNV-FONE        TO PEDITENS-FONE.
           MOVE ITNV-SEQ         TO PEDITENS-SEQ.
           MOVE ITNV-QTDE        TO PEDITENS-QTDE.
           MOVE ITNV-VALOR-UNIT  TO PEDITENS-VALOR-UNIT.
           MOVE ITNV-VALOR-TOTAL TO PEDITENS-VALOR-TOTAL.
           MOVE ITNV-QTDE-ENVIADA TO PEDITENS-QTDE-ENVIADA.
           MOVE ITNV-CUSTO-UNIT  TO PEDITENS-CUSTO-UNIT.
           MOVE 01               TO PEDITENS-LOCAL.
           MOVE SPACES           TO PEDITENS-TIPO-LINHA.
           MOVE ZEROS            TO PEDITENS-KIT-PAI.
           MOVE ZEROS            TO PEDITENS-QTDE-FALTA.
           MOVE ZEROS            TO PEDITENS-TABELA.
           WRITE PEDITENS-REG
               INVALID KEY
                   DISPLAY 'ITEM NAO GRAVADO: ' ITNV-CHAVE
           MOVE USRV-TENTATIVAS TO USERS-TENTATIVAS.
           MOVE USRV-DT-SENHA   TO USERS-DT-SENHA.
           MOVE USRV-DT-ACESSO  TO USERS-DT-ACESSO.
           MOVE USRV-SENHA-CIFRADA TO USERS-SENHA-CIFRADA.
           MOVE USRV-TROCA-OBRIG   TO USERS-TROCA-OBRIG.
           MOVE SPACES          TO USERS-JAN-DIAS USERS-JAN-FERIADO.
           MOVE ZEROS           TO USERS-JAN-INICIO USERS-JAN-FIM.
           MOVE ZEROS           TO USERS-EXC-ATE.
           MOVE SPACES          TO USERS-EXC-ADM.
           WRITE USERS-REG
               INVALID KEY
                   DISPLAY 'USUARIO NAO GRAVADO: ' USRV-LOGIN
                   ' GRAVADOS ' WRK-TOT-GRAVADO ' EM PRODUTOS.NEW'
           END-IF.

      *    SEM HISTORICO DE COMPRAS NA MAO, O SALDO ATUAL
      *    FICA VALORIZADO PELO CUSTO DE REPOSICAO - O
      *    PRIMEIRO RECEBIMENTO JA COMECA A PONDERAR.
       5100-GRAVAR-PRODUTO.
           MOVE PRDV-CODIGO    TO PRODUTOS-CODIGO.
           MOVE PRDV-DESCRICAO TO PRODUTOS-DESCRICAO.
           MOVE PRDV-PRECO     TO PRODUTOS-PRECO.
           MOVE PRDV-PESO      TO PRODUTOS-PESO.
           MOVE PRDV-SITUACAO  TO PRODUTOS-SITUACAO.
           MOVE PRDV-ESTOQUE   TO PRODUTOS-ESTOQUE.
           MOVE PRDV-CUSTO     TO PRODUTOS-CUSTO.
           MOVE PRDV-CUSTO     TO PRODUTOS-CUSTO-MEDIO.
           MOVE ZEROS          TO PRODUTOS-EAN.
           WRITE PRODUTOS-REG
               INVALID KEY
                   DISPLAY 'PRODUTO NAO GRAVADO: ' PRDV-CODIGO
                   ADD 1 TO WRK-TOT-GRAVADO
           END-WRITE.

       5500-CONVERTER-RECEBER.
           MOVE ZEROS TO WRK-TOT-LIDOS WRK-TOT-GRAVADO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT REC-VELHO.
           IF RECV-STATUS NOT = 00
               DISPLAY 'RECEBER.DAT NAO CONVERTIDO - STATUS '
                   RECV-STATUS ' (JA NO LAYOUT NOVO OU AUSENTE)'
               MOVE 'S' TO WRK-FIM
           ELSE
               OPEN OUTPUT REC-NOVO
           END-IF.
           PERFORM UNTIL FIM
               READ REC-VELHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM 5600-GRAVAR-PARCELA
               END-READ
           END-PERFORM.
           IF RECV-STATUS NOT = 35 AND RECV-STATUS NOT = 39
               CLOSE REC-VELHO
               CLOSE REC-NOVO
               DISPLAY 'PARCELAS: LIDAS ' WRK-TOT-LIDOS
                   ' GRAVADAS ' WRK-TOT-GRAVADO ' EM RECEBER.NEW'
           END-IF.

      *    PARCELA PAGA NA VERSAO ANTERIOR FOI PAGA POR
      *    INTEIRO; ABERTA OU CANCELADA NAO RECEBEU NADA.
      *    NENHUMA PARCELA ANTIGA VEM DE RENEGOCIACAO.
       5600-GRAVAR-PARCELA.
           MOVE RECV-FONE       TO RECEBER-FONE.
           MOVE RECV-SEQ        TO RECEBER-SEQ.
           MOVE RECV-PARCELA    TO RECEBER-PARCELA.
           MOVE RECV-VENCIMENTO TO RECEBER-VENCIMENTO.
           MOVE RECV-VALOR      TO RECEBER-VALOR.
           MOVE RECV-SITUACAO   TO RECEBER-SITUACAO.
           MOVE RECV-DT-PAGTO   TO RECEBER-DT-PAGTO.
           IF RECEBER-PAGA
               MOVE RECV-VALOR  TO RECEBER-VALOR-PAGO
           ELSE
               MOVE ZEROS       TO RECEBER-VALOR-PAGO
           END-IF.
           MOVE ZEROS           TO RECEBER-ACORDO.
           WRITE RECEBER-REG
               INVALID KEY
                   DISPLAY 'PARCELA NAO GRAVADA: ' RECV-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-GRAVADO
           END-WRITE.

       5700-CONVERTER-ORCAMENTOS.
           MOVE ZEROS TO WRK-TOT-LIDOS WRK-TOT-GRAVADO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ORC-VELHO.
           IF ORCV-STATUS NOT = 00
               DISPLAY 'ORCAMENTO.DAT NAO CONVERTIDO - STATUS '
                   ORCV-STATUS ' (JA NO LAYOUT NOVO OU AUSENTE)'
               MOVE 'S' TO WRK-FIM
           ELSE
               OPEN OUTPUT ORC-NOVO
           END-IF.
           PERFORM UNTIL FIM
               READ ORC-VELHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM 5800-GRAVAR-ORCAMENTO
               END-READ
           END-PERFORM.
           IF ORCV-STATUS NOT = 35 AND ORCV-STATUS NOT = 39
               CLOSE ORC-VELHO
               CLOSE ORC-NOVO
               DISPLAY 'ORCAMENTOS: LIDOS ' WRK-TOT-LIDOS
                   ' GRAVADOS ' WRK-TOT-GRAVADO ' EM ORCAMENTO.NEW'
           END-IF.

      *    ORCAMENTO ANTIGO NAO SABE QUEM ORCOU NEM QUANDO
      *    CONVERTEU: FICA FORA DO TEMPO MEDIO DE CONVERSAO
      *    DO RELORCA E CAI NO VENDEDOR 'NAO INFORMADO'.
       5800-GRAVAR-ORCAMENTO.
           MOVE ORCV-FONE        TO ORCAMENTO-FONE.
           MOVE ORCV-SEQ         TO ORCAMENTO-SEQ.
           MOVE ORCV-DTORC       TO ORCAMENTO-DTORC.
           MOVE ORCV-VALIDADE    TO ORCAMENTO-VALIDADE.
           MOVE ORCV-UF          TO ORCAMENTO-UF.
           MOVE ORCV-END-ENTREGA TO ORCAMENTO-END-ENTREGA.
           MOVE ORCV-VALOR       TO ORCAMENTO-VALOR.
           MOVE ORCV-FRETE       TO ORCAMENTO-FRETE.
           MOVE ORCV-TOTAL       TO ORCAMENTO-TOTAL.
           MOVE ORCV-SITUACAO    TO ORCAMENTO-SITUACAO.
           MOVE SPACES           TO ORCAMENTO-VENDEDOR.
           MOVE ZEROS            TO ORCAMENTO-DT-CONVERSAO.
           MOVE ZEROS            TO ORCAMENTO-PEDIDO.
           WRITE ORCAMENTO-REG
               INVALID KEY
                   DISPLAY 'ORCAMENTO NAO GRAVADO: ' ORCV-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-GRAVADO
           END-WRITE.

      *****************************************************
      * OS ARQUIVOS MORTOS PEDHIST.AAAAMM DO FECHAMES
      * TAMBEM CRESCERAM (MOTIVO DE CANCELAMENTO E ICMS):
