      *           UMA RECUPERACAO PELO RECUPERA NAO
      *           REVERTE A IMPORTACAO DO DIA.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - O TESTE DE CREDITO SOMA O
      *            SALDO EM ABERTO DAS PARCELAS (VALOR
      *            MENOS O JA RECEBIDO) E A PARCELA
      *            NOVA NASCE SEM VALOR PAGO.
      * 15/10/2026 JORGE - MESMA REGRA DE INADIMPLENCIA
      *            DO PROJETO (INADTAB.DAT): CLIENTE COM
      *            PARCELA VENCIDA ALEM DO TOLERADO TEM
      *            O PEDIDO RETIDO PARA APROVACAO OU
      *            REJEITADO EM PEDREJ.DAT, CONFORME A
      *            ACAO DA TABELA.
      * 15/10/2026 JORGE - O PEDIDO IMPORTADO SAI DO
      *            LOCAL PADRAO DE ESTOQUE (01 -
      *            DEPOSITO CENTRAL).
      * 15/10/2026 JORGE - O CUSTO CONGELADO NO ITEM
      *            PASSA A SER O CUSTO MEDIO DO
      *            PRODUTO.
      * 15/10/2026 JORGE - ITEM IMPORTADO E SEMPRE ITEM
      *            COMUM (O KIT SO EXPLODE NOS
      *            COMPONENTES NA DIGITACAO DO PROJETO).
      * 15/10/2026 JORGE - ITEM IMPORTADO NUNCA FICA SOB
      *            ENCOMENDA (SEM SALDO O PEDIDO E
      *            REJEITADO NA CARGA).
      * 15/10/2026 JORGE - PEDIDO IMPORTADO NASCE SEM
      *            TRANSPORTADORA, RASTREIO NEM
      *            COMPROVANTE DE ENTREGA.
      * 15/10/2026 JORGE - O FRETE DO PEDIDO IMPORTADO
      *            CONSIDERA A ZONA DO CEP DE ENTREGA
      *            (CADASTRO OU ENDERECO ADICIONAL).
      * 15/10/2026 JORGE - PRAZO PROMETIDO E
      *            VENCIMENTOS CONTAM OS FERIADOS DA
      *            UF DE ENTREGA (DIAUTIL).
      * 15/10/2026 JORGE - ITEM CARREGADO SAI A
      *            PRECO DE CATALOGO
      *            (PEDITENS-TABELA ZERADA).
      * 15/10/2026 JORGE - PEDIDO IMPORTADO GANHA
      *            PONTOS DE FIDELIDADE (FIDELIDA)
      *            COMO O DIGITADO NO PROJETO.
      * 15/10/2026 JORGE - PEDIDO IMPORTADO RETIDO
      *            PARA APROVACAO GANHA LINHA NO
      *            PEDSTHIS.DAT (ENTRADA NA FILA DO
      *            FILAAPRV)
      * 15/10/2026 JORGE - LIMITE DE APROVACAO E
      *            ESPACAMENTO DE PARCELAS LIDOS DE
      *            PARAMS.DAT (PARAMLE) NA
      *            INICIALIZACAO
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            O LOGIN PERGUNTA O AMBIENTE
      *            (P/T); NO TREINAMENTO O AMBIENTE
      *            ENTRA NO DIRETORIO TREINO ANTES
      *            DE QUALQUER ARQUIVO SER ABERTO.
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
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

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICMSTAB-STATUS.

           SELECT INADTAB ASSIGN TO 'INADTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INADTAB-STATUS.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.

           SELECT PEDSTHIS ASSIGN TO 'PEDSTHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDSTHIS-STATUS.

           SELECT LOGREJ ASSIGN TO 'PEDREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           05 ICMSTAB-UF       PIC X(02).
           05 ICMSTAB-ALIQUOTA PIC 9V999.

      *    MESMA REGRA DE INADIMPLENCIA DO PROJETO: DIAS DE
      *    ATRASO TOLERADOS 9(03) E ACAO X(01) ('G' RETEM
      *    PARA APROVACAO, 'R' RECUSA).
       FD INADTAB.
       01 INADTAB-REG.
           05 INADTAB-DIAS PIC 9(03).
           05 INADTAB-ACAO PIC X(01).

       FD JORNAL.
       01 JORNAL-LINHA PIC X(240).

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD PEDSTHIS.
       01 PEDSTHIS-LINHA PIC X(60).

       FD LOGREJ.
       01 LOG-LINHA PIC X(80).

           77 ESTOQMOV-STATUS  PIC 9(02).
           77 ICMSTAB-STATUS   PIC 9(02).
           77 JORNAL-STATUS    PIC 9(02).
           77 INADTAB-STATUS   PIC 9(02).
           77 PEDSTHIS-STATUS  PIC 9(02).
           01 WRK-TAB-ICMS.
               05 WRK-IC-ITEM OCCURS 30 TIMES.
                   10 WRK-IC-UF       PIC X(02).
               88 FIM VALUE 'S'.

           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'L'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-SENHA-OP    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-OP    PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-END-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-PARCELAS    PIC 9(02) VALUE ZEROS.
           77 WRK-ENTREGA-UF  PIC X(02) VALUE SPACES.
           77 WRK-ENTREGA-CEP PIC 9(08) VALUE ZEROS.
           01 WRK-TAB-ITENS.
               05 WRK-ITEM-ITEM OCCURS 20 TIMES.
                   10 WRK-ITEM-PRODUTO    PIC 9(05).
           77 WRK-CREDITO-OK  PIC X(01) VALUE 'S'.
           77 WRK-FIM-REC     PIC X(01) VALUE 'N'.
               88 FIM-REC VALUE 'S'.
           77 WRK-INAD-DIAS   PIC 9(03) VALUE 30.
           77 WRK-INAD-ACAO   PIC X(01) VALUE 'G'.
           77 WRK-INAD-QTDE   PIC 9(03) VALUE ZEROS.
           77 WRK-INAD-ATRASO PIC S9(07) VALUE ZEROS.
           77 WRK-INAD-ATRASO-ED PIC ZZZZ9 VALUE ZEROS.
           01 WRK-INAD-VENC.
               05 WRK-IV-ANO PIC 9(04).
               05 WRK-IV-MES PIC 9(02).
               05 WRK-IV-DIA PIC 9(02).
           77 WRK-PEDIDOS-SEQ PIC 9(04) VALUE ZEROS.
           77 WRK-VENC-DATA   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-PARCELA PIC S9(03) VALUE +22.
           77 WRK-PARCELA-PADRAO PIC S9(03) VALUE +22.
      *    AREA DE CHAMADA DO PARAMLE (1660-LER-PARAMETROS)
           77 WRK-PL-CODIGO   PIC X(10) VALUE SPACES.
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.
           77 WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
           77 WRK-FERIADO-X   PIC X(01) VALUE SPACES.
           77 WRK-PARC-IDX    PIC 9(02) VALUE ZEROS.

      *    PARAMETROS DO FIDELIDA
           77 WRK-FID-OPER    PIC X(01) VALUE 'G'.
           77 WRK-FID-PONTOS  PIC 9(07) VALUE ZEROS.
           77 WRK-FID-SALDO   PIC 9(07) VALUE ZEROS.

           77 WRK-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-PEDIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-REJEIT  PIC 9(06) VALUE ZEROS.
           STOP RUN.

       1000-LOGIN.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA........ '.

       1500-INICIAR.
           PERFORM 1600-LER-CHECKPOINT.
           PERFORM 1650-CARREGAR-INADIMPL.
           PERFORM 1660-LER-PARAMETROS.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CARGA.
           IF CARGA-STATUS NOT = 00
                   ' LINHAS JA PROCESSADAS'
           END-IF.

      *    SEM O INADTAB.DAT VALEM OS PADROES DA
      *    WORKING-STORAGE (30 DIAS, APROVACAO).
       1650-CARREGAR-INADIMPL.
           OPEN INPUT INADTAB.
           IF INADTAB-STATUS = 00
               READ INADTAB
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INADTAB-DIAS TO WRK-INAD-DIAS
                       IF INADTAB-ACAO = 'R'
                           MOVE 'R' TO WRK-INAD-ACAO
                       ELSE
                           MOVE 'G' TO WRK-INAD-ACAO
                       END-IF
               END-READ
               CLOSE INADTAB
           END-IF.

      *    PARAMETROS DE NEGOCIO EM VIGOR HOJE (PARAMS.DAT,
      *    MANTIDO PELO MANTPARM) - OS MESMOS DO PROJETO.
       1660-LER-PARAMETROS.
           MOVE 'LIMAPROV' TO WRK-PL-CODIGO.
           PERFORM 1665-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-LIMITE-APROV
           END-IF.
           MOVE 'PARCDIAS' TO WRK-PL-CODIGO.
           PERFORM 1665-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-PARCELA-PADRAO
           END-IF.
           MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA.

       1665-CHAMAR-PARAMLE.
           MOVE ZEROS TO WRK-PL-DATA.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.

       1700-PULAR-PROCESSADOS.
           ADD 1 TO WRK-CKP-PULADOS.
           PERFORM 2100-LER-CARGA.
       3100-RESOLVER-ENDERECO.
           IF WRK-END-SEQ = ZEROS
               MOVE CLIENTES-UF TO WRK-ENTREGA-UF
               MOVE CLIENTES-CEP TO WRK-ENTREGA-CEP
           ELSE
               MOVE WRK-FONE TO ENDERECOS-FONE
               MOVE WRK-END-SEQ TO ENDERECOS-SEQ
                       MOVE 'ENDERECO INEXISTENTE' TO WRK-MOTIVO
                   NOT INVALID KEY
                       MOVE ENDERECOS-UF TO WRK-ENTREGA-UF
                       MOVE ENDERECOS-CEP TO WRK-ENTREGA-CEP
               END-READ
           END-IF.

                               TO WRK-VALOR
                           COMPUTE WRK-PESO = WRK-PESO
                               + (PCI-QTDE * PRODUTOS-PESO)
                           IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
                               MOVE PRODUTOS-CUSTO-MEDIO
                                   TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                           ELSE
                               MOVE PRODUTOS-CUSTO
                                   TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                           END-IF
                       END-IF
                       END-IF
               END-READ
               IF WRK-PED-VALIDO = 'S'
                   CALL 'FRETECALC' USING WRK-ENTREGA-UF WRK-VALOR
                       WRK-FRETE WRK-FRETE-ACHOU WRK-VLMIN WRK-PESO
                       WRK-PRAZO WRK-ENTREGA-CEP
                   IF WRK-FRETE-ACHOU NOT = 'S'
                       MOVE 'N' TO WRK-PED-VALIDO
                       MOVE 'UF SEM ENTREGA' TO WRK-MOTIVO
                   END-IF
                   END-IF
               END-IF
               IF WRK-PED-VALIDO = 'S'
                   PERFORM 6160-VERIFICA-ATRASO
                   IF WRK-INAD-QTDE > ZEROS AND WRK-INAD-ACAO = 'R'
                       MOVE 'N' TO WRK-PED-VALIDO
                       MOVE 'CLIENTE INADIMPLENTE' TO WRK-MOTIVO
                   END-IF
               END-IF
               IF WRK-PED-VALIDO = 'S'
                   PERFORM 6100-GRAVAR-PEDIDO
               ELSE
           IF WRK-PRAZO NOT = ZEROS
               MOVE WRK-PRAZO TO WRK-DIAS-PARCELA
               CALL 'DIAUTIL' USING WRK-PROMESSA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF
               MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA
           END-IF.
           MOVE WRK-PROMESSA TO PEDIDOS-DT-PROMESSA.
           MOVE SPACES       TO PEDIDOS-MOT-CANCEL.
           MOVE ZEROS        TO PEDIDOS-DESC-PCT.
           PERFORM 6180-CALCULA-ICMS.
           MOVE WRK-ICMS-VALOR TO PEDIDOS-ICMS.
           MOVE SPACES       TO PEDIDOS-TRANSP.
           MOVE SPACES       TO PEDIDOS-RASTREIO.
           MOVE ZEROS        TO PEDIDOS-DT-ENVIO.
           MOVE SPACES       TO PEDIDOS-RECEBEDOR.
           MOVE ZEROS        TO PEDIDOS-DT-ENTREGA.
           WRITE PEDIDOS-REG
               INVALID KEY
                   ADD 1 TO WRK-TOT-REJEIT
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-PEDIDOS
                   PERFORM 6250-GRAVA-JORNAL
                   IF PEDIDOS-AGUARD-APROV
                       PERFORM 6260-GRAVA-STATUS-HIST
                   END-IF
                   PERFORM 6300-GRAVAR-ITENS
                   PERFORM 6400-GRAVA-PARCELAS
                   PERFORM 6450-GANHAR-PONTOS
           END-WRITE.

       6150-VERIFICA-CREDITO.
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ABERTA
                               COMPUTE WRK-SALDO-DEVEDOR =
                                   WRK-SALDO-DEVEDOR + RECEBER-VALOR
                                   - RECEBER-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           IF WRK-TOTAL + WRK-SALDO-DEVEDOR > CLIENTES-LIMITE-CRED
               MOVE 'N' TO WRK-CREDITO-OK
           END-IF.
      *    ATRASO ALEM DO TOLERADO (6160, JA FEITO NO COMMIT)
      *    RETEM O PEDIDO PARA APROVACAO.
           IF WRK-INAD-QTDE > ZEROS
               MOVE 'N' TO WRK-CREDITO-OK
           END-IF.

      *****************************************************
      * PARCELAS ABERTAS DO CLIENTE VENCIDAS HA MAIS DIAS
      * QUE O TOLERADO NO INADTAB.DAT - CADA UMA SAI NO
      * CONSOLE DO LOTE. MESMA CONTA APROXIMADA DE DIAS
      * (ANO*365+MES*30+DIA) DO RELATRAS.
      *****************************************************
       6160-VERIFICA-ATRASO.
           MOVE ZEROS TO WRK-INAD-QTDE.
           MOVE WRK-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM-REC.
           START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-REC
           END-START.
           PERFORM UNTIL FIM-REC
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-REC
                   NOT AT END
                       IF RECEBER-FONE NOT = WRK-FONE
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ABERTA
                               AND RECEBER-VENCIMENTO < WRK-DATA-SIS
                               PERFORM 6165-TESTAR-ATRASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6165-TESTAR-ATRASO.
           MOVE RECEBER-VENCIMENTO TO WRK-INAD-VENC.
           COMPUTE WRK-INAD-ATRASO =
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-IV-ANO * 365) + (WRK-IV-MES * 30)
                   + WRK-IV-DIA).
           IF WRK-INAD-ATRASO > WRK-INAD-DIAS
               ADD 1 TO WRK-INAD-QTDE
               MOVE WRK-INAD-ATRASO TO WRK-INAD-ATRASO-ED
               DISPLAY 'FONE ' WRK-FONE ' EM ATRASO: PEDIDO '
                   RECEBER-SEQ ' PARCELA ' RECEBER-PARCELA
                   ' VENC ' RECEBER-VENCIMENTO
                   ' ATRASO ' WRK-INAD-ATRASO-ED ' DIAS'
           END-IF.

      *    MESMA MECANICA DO 9560-PROX-SEQ-PEDIDO DO
      *    PROJETO.
           WRITE JORNAL-LINHA.
           CLOSE JORNAL.

      *    MESMA LINHA DO 9587-GRAVA-STATUS-HIST DO PROJETO:
      *    O PEDIDO RETIDO ENTRA NA FILA DE APROVACAO E O
      *    FILAAPRV CONTA A ESPERA A PARTIR DESTA LINHA.
       6260-GRAVA-STATUS-HIST.
           OPEN EXTEND PEDSTHIS.
           IF PEDSTHIS-STATUS = 35
               OPEN OUTPUT PEDSTHIS
               CLOSE PEDSTHIS
               OPEN EXTEND PEDSTHIS
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE SPACES TO PEDSTHIS-LINHA.
           MOVE WRK-DH-DATA      TO PEDSTHIS-LINHA(1:8).
           MOVE WRK-DH-HORA(1:6) TO PEDSTHIS-LINHA(10:6).
           MOVE PEDIDOS-FONE     TO PEDSTHIS-LINHA(17:9).
           MOVE PEDIDOS-SEQ      TO PEDSTHIS-LINHA(27:4).
           MOVE 'G'              TO PEDSTHIS-LINHA(34:1).
           MOVE WRK-OPERADOR     TO PEDSTHIS-LINHA(36:20).
           WRITE PEDSTHIS-LINHA.
           CLOSE PEDSTHIS.

       6300-GRAVAR-ITENS.
           MOVE ZEROS TO WRK-ITEM-IDX.
           PERFORM WRK-QTDE-ITENS TIMES
               MOVE ZEROS TO PEDITENS-QTDE-ENVIADA
               MOVE WRK-ITEM-CUSTO(WRK-ITEM-IDX)
                   TO PEDITENS-CUSTO-UNIT
               MOVE 01 TO PEDITENS-LOCAL
               MOVE SPACES TO PEDITENS-TIPO-LINHA
               MOVE ZEROS TO PEDITENS-KIT-PAI
               MOVE ZEROS TO PEDITENS-QTDE-FALTA
               MOVE ZEROS TO PEDITENS-TABELA
               WRITE PEDITENS-REG
                   INVALID KEY
                       DISPLAY 'ITEM DE PEDIDO NAO GRAVADO: '
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > WRK-PARCELAS
               CALL 'DIAUTIL' USING WRK-VENC-DATA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF
               MOVE WRK-FONE        TO RECEBER-FONE
               MOVE WRK-PEDIDOS-SEQ TO RECEBER-SEQ
               MOVE WRK-PARC-IDX    TO RECEBER-PARCELA
               MOVE WRK-VLPARC      TO RECEBER-VALOR
               MOVE 'A'             TO RECEBER-SITUACAO
               MOVE ZEROS           TO RECEBER-DT-PAGTO
               MOVE ZEROS           TO RECEBER-VALOR-PAGO
               MOVE ZEROS           TO RECEBER-ACORDO
               WRITE RECEBER-REG
                   INVALID KEY
                       DISPLAY 'PARCELA NAO GRAVADA: ' RECEBER-CHAVE
               END-WRITE
           END-PERFORM.

      *    MESMO GANHO DO 9578-PONTOS-DO-PEDIDO DO PROJETO.
       6450-GANHAR-PONTOS.
           MOVE 'G' TO WRK-FID-OPER.
           CALL 'FIDELIDA' USING WRK-FID-OPER PEDIDOS-FONE
               PEDIDOS-SEQ PEDIDOS-TOTAL WRK-FID-PONTOS
               WRK-FID-SALDO WRK-OPERADOR.

      *    MESMA REGRA DO 9545-CALCULA-ICMS DO PROJETO:
      *    ALIQUOTA DA UF SOBRE AS MERCADORIAS, UF SEM
      *    ALIQUOTA SAI ZERADA.
