      *           SEQUENCIAS: PEDIDOS, ITENS,
      *           ENDERECOS DE ENTREGA, PARCELAS A
      *           RECEBER, DEVOLUCOES, ORCAMENTOS
      *           (COM OS ITENS), OBSERVACOES,
      *           CREDITO, PONTOS DE FIDELIDADE, DONO
      *           DA CARTEIRA, GRUPO ECONOMICO (COM AS
      *           FILIAIS QUE APONTAM PARA ELE COMO
      *           MATRIZ) E MARCA DE EMAIL INVALIDO. O
      *           REGISTRO ANTIGO FICA INATIVO E A
      *           AUDITORIA GANHA UMA LINHA POR FONE
      *           ENVOLVIDO (REKEY-DEST/REKEY-ORIG).
      *           USO RESTRITO AO ADM.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - AS ENCOMENDAS (BACKORD.DAT)
      *            TAMBEM PASSAM PARA O FONE NOVO.
      * 15/10/2026 JORGE - AS TAREFAS DE RETORNO
      *            (TAREFAS.DAT) TAMBEM PASSAM PARA
      *            O FONE NOVO.
      * 15/10/2026 JORGE - OS CHAMADOS DO SAC
      *            (CHAMADOS.DAT) TAMBEM PASSAM PARA
      *            O FONE NOVO.
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      * 15/10/2026 JORGE - CREDITO (CREDITO.DAT),
      *            PONTOS DE FIDELIDADE
      *            (PONTOS.DAT), DONO DA CARTEIRA
      *            (CARTEIRA.DAT), GRUPO ECONOMICO
      *            (GRUPCLI.DAT, COM AS FILIAIS
      *            REAPONTADAS QUANDO O CLIENTE E A
      *            MATRIZ) E MARCA DE EMAIL INVALIDO
      *            (EMAILINV.DAT) TAMBEM PASSAM PARA
      *            O FONE NOVO.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               FILE STATUS IS ORCITENS-STATUS
               RECORD KEY ORCITENS-CHAVE.

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT TAREFAS ASSIGN TO 'TAREFAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TAREFAS-STATUS
               RECORD KEY TAREFA-CHAVE
               ALTERNATE RECORD KEY TAREFA-RESPONSAVEL
                   WITH DUPLICATES.

           SELECT CHAMADOS ASSIGN TO 'CHAMADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHAMADOS-STATUS
               RECORD KEY CHAMADO-CHAVE.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY PONTOS-CHAVE.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CARTEIRA-STATUS
               RECORD KEY CARTEIRA-FONE.

           SELECT GRUPCLI ASSIGN TO 'GRUPCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GRUPCLI-STATUS
               RECORD KEY GRUPCLI-FONE
               ALTERNATE RECORD KEY GRUPCLI-MATRIZ
                   WITH DUPLICATES.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

           SELECT NOTASCLI ASSIGN TO 'NOTASCLI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTASCLI-STATUS.
       FD ORCITENS.
           COPY 'ORCICOPY.cob'.

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD TAREFAS.
           COPY 'TARECOPY.cob'.

       FD CHAMADOS.
           COPY 'CHAMCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD PONTOS.
           COPY 'PONTCOPY.cob'.

       FD CARTEIRA.
           COPY 'CARTCOPY.cob'.

       FD GRUPCLI.
           COPY 'GRUPCOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD NOTASCLI.
       01 NOTAS-LINHA PIC X(100).

           77 DEVOL-STATUS     PIC 9(02).
           77 ORCAMENTO-STATUS PIC 9(02).
           77 ORCITENS-STATUS  PIC 9(02).
           77 BACKORD-STATUS   PIC 9(02).
           77 TAREFAS-STATUS   PIC 9(02).
           77 CHAMADOS-STATUS  PIC 9(02).
           77 CREDITO-STATUS   PIC 9(02).
           77 PONTOS-STATUS    PIC 9(02).
           77 CARTEIRA-STATUS  PIC 9(02).
           77 GRUPCLI-STATUS   PIC 9(02).
           77 EMAILINV-STATUS  PIC 9(02).
           77 NOTASCLI-STATUS  PIC 9(02).
           77 NOTASTMP-STATUS  PIC 9(02).
           77 AUDITF-STATUS    PIC 9(02).
           77 WRK-TOT-DEVOL   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-ORC     PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-NOTAS   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-ENCOM   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-TAREFAS PIC 9(04) VALUE ZEROS.
           77 WRK-TAR-GUARDA  PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-CHAMADOS PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-CREDITO PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-PONTOS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-CARTEIRA PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-GRUPO   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-EMAILINV PIC 9(04) VALUE ZEROS.
           77 WRK-MOV-GUARDA  PIC 9(05) VALUE ZEROS.
           77 WRK-SEQ-GUARDA  PIC 9(04) VALUE ZEROS.
           77 WRK-ITEM-GUARDA PIC 9(03) VALUE ZEROS.
           77 WRK-PARC-GUARDA PIC 9(02) VALUE ZEROS.
           77 WRK-BACK-GUARDA PIC X(29) VALUE LOW-VALUES.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   PERFORM 5500-TRANSFERIR-PARCELAS
                   PERFORM 5700-TRANSFERIR-DEVOLUCOES
                   PERFORM 5800-TRANSFERIR-ORCAMENTOS
                   PERFORM 5900-TRANSFERIR-ENCOMENDAS
                   PERFORM 5950-TRANSFERIR-TAREFAS
                   PERFORM 5970-TRANSFERIR-CHAMADOS
                   PERFORM 6000-TRANSFERIR-OBSERVACOES
                   PERFORM 6200-TRANSFERIR-CREDITO
                   PERFORM 6300-TRANSFERIR-PONTOS
                   PERFORM 6400-TRANSFERIR-CARTEIRA
                   PERFORM 6500-TRANSFERIR-GRUPO
                   PERFORM 6600-TRANSFERIR-EMAILINV
                   PERFORM 7000-INATIVAR-VELHO
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'PEDIDOS TRANSFERIDOS......: '
                       WRK-TOT-DEVOL
                   DISPLAY 'ORCAMENTOS TRANSFERIDOS...: '
                       WRK-TOT-ORC
                   DISPLAY 'ENCOMENDAS TRANSFERIDAS...: '
                       WRK-TOT-ENCOM
                   DISPLAY 'TAREFAS TRANSFERIDAS......: '
                       WRK-TOT-TAREFAS
                   DISPLAY 'CHAMADOS TRANSFERIDOS.....: '
                       WRK-TOT-CHAMADOS
                   DISPLAY 'OBSERVACOES TRANSFERIDAS..: '
                       WRK-TOT-NOTAS
                   DISPLAY 'MOVIMENTOS DE CREDITO.....: '
                       WRK-TOT-CREDITO
                   DISPLAY 'MOVIMENTOS DE PONTOS......: '
                       WRK-TOT-PONTOS
                   DISPLAY 'CARTEIRA TRANSFERIDA......: '
                       WRK-TOT-CARTEIRA
                   DISPLAY 'LINHAS DE GRUPO ECONOMICO.: '
                       WRK-TOT-GRUPO
                   DISPLAY 'MARCA DE EMAIL INVALIDO...: '
                       WRK-TOT-EMAILINV
               END-IF
           END-IF.
           STOP RUN.
                   END-READ
           END-START.

      *****************************************************
      * AS ENCOMENDAS DOS ITENS (BACKORD.DAT) TEM O FONE NO
      * MEIO DA CHAVE (A FILA E POR PRODUTO E DATA), ENTAO A
      * BUSCA PERCORRE O ARQUIVO. CADA PASSADA RETOMA DA
      * ULTIMA CHAVE TROCADA (WRK-BACK-GUARDA), QUE JA FOI
      * EXCLUIDA; A CHAVE NOVA MANTEM PRODUTO E DATA, ENTAO
      * A POSICAO NA FILA NAO MUDA.
      *****************************************************
       5900-TRANSFERIR-ENCOMENDAS.
           OPEN I-O BACKORD.
           IF BACKORD-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WRK-BACK-GUARDA
               MOVE 'S' TO WRK-ACHOU-MAIS
               PERFORM 5910-TRANSFERIR-UMA-ENCOMENDA
                   UNTIL WRK-ACHOU-MAIS NOT = 'S'
               CLOSE BACKORD
           END-IF.

       5910-TRANSFERIR-UMA-ENCOMENDA.
           MOVE 'N' TO WRK-ACHOU-MAIS.
           MOVE 'N' TO WRK-FIM.
           MOVE WRK-BACK-GUARDA TO BACK-CHAVE.
           START BACKORD KEY IS NOT LESS THAN BACK-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM OR WRK-ACHOU-MAIS = 'S'
               READ BACKORD NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF BACK-FONE = WRK-FONE-VELHO
                           MOVE 'S' TO WRK-ACHOU-MAIS
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ACHOU-MAIS = 'S'
               MOVE BACK-CHAVE TO WRK-BACK-GUARDA
               MOVE WRK-FONE-NOVO TO BACK-FONE
               WRITE BACKORD-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ENCOMENDA'
               END-WRITE
               ADD 1 TO WRK-TOT-ENCOM
               MOVE WRK-BACK-GUARDA TO BACK-CHAVE
               READ BACKORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE BACKORD RECORD
               END-READ
           END-IF.

       5950-TRANSFERIR-TAREFAS.
           OPEN I-O TAREFAS.
           IF TAREFAS-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-ACHOU-MAIS
               PERFORM 5960-TRANSFERIR-UMA-TAREFA
                   UNTIL WRK-ACHOU-MAIS NOT = 'S'
               CLOSE TAREFAS
           END-IF.

       5960-TRANSFERIR-UMA-TAREFA.
           MOVE 'N' TO WRK-ACHOU-MAIS.
           MOVE WRK-FONE-VELHO TO TAREFA-FONE.
           MOVE ZEROS TO TAREFA-NUM.
           START TAREFAS KEY IS NOT LESS THAN TAREFA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TAREFAS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TAREFA-FONE = WRK-FONE-VELHO
                               MOVE 'S' TO WRK-ACHOU-MAIS
                               MOVE TAREFA-NUM TO WRK-TAR-GUARDA
                               MOVE WRK-FONE-NOVO TO TAREFA-FONE
                               WRITE TAREFA-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO REGRAVAR '
                                           'TAREFA'
                               END-WRITE
                               ADD 1 TO WRK-TOT-TAREFAS
                               MOVE WRK-FONE-VELHO TO TAREFA-FONE
                               MOVE WRK-TAR-GUARDA TO TAREFA-NUM
                               READ TAREFAS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE TAREFAS RECORD
                               END-READ
                           END-IF
                   END-READ
           END-START.

       5970-TRANSFERIR-CHAMADOS.
           OPEN I-O CHAMADOS.
           IF CHAMADOS-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-ACHOU-MAIS
               PERFORM 5980-TRANSFERIR-UM-CHAMADO
                   UNTIL WRK-ACHOU-MAIS NOT = 'S'
               CLOSE CHAMADOS
           END-IF.

       5980-TRANSFERIR-UM-CHAMADO.
           MOVE 'N' TO WRK-ACHOU-MAIS.
           MOVE WRK-FONE-VELHO TO CHAMADO-FONE.
           MOVE ZEROS TO CHAMADO-NUM.
           START CHAMADOS KEY IS NOT LESS THAN CHAMADO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CHAMADOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CHAMADO-FONE = WRK-FONE-VELHO
                               MOVE 'S' TO WRK-ACHOU-MAIS
                               MOVE CHAMADO-NUM TO WRK-SEQ-GUARDA
                               MOVE WRK-FONE-NOVO TO CHAMADO-FONE
                               WRITE CHAMADO-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO REGRAVAR '
                                           'CHAMADO'
                               END-WRITE
                               ADD 1 TO WRK-TOT-CHAMADOS
                               MOVE WRK-FONE-VELHO TO CHAMADO-FONE
                               MOVE WRK-SEQ-GUARDA TO CHAMADO-NUM
                               READ CHAMADOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE CHAMADOS RECORD
                               END-READ
                           END-IF
                   END-READ
           END-START.

      *****************************************************
      * AS OBSERVACOES SAO LINHAS SEQUENCIAIS COM O FONE
      * NAS COLUNAS FIXAS 21-29: O ARQUIVO E REESCRITO
           CLOSE NOTASTMP.
           DELETE FILE NOTASTMP.

      *****************************************************
      * CREDITO.DAT E PONTOS.DAT SAO CONTAS CORRENTES POR
      * FONE + MOVIMENTO: CADA MOVIMENTO PASSA PARA O FONE
      * NOVO COM O MESMO NUMERO, ENTAO O SALDO CORRENTE
      * (NO ULTIMO MOVIMENTO) E A REFERENCIA AOS PEDIDOS
      * SEGUEM VALENDO. MESMA VOLTA DAS TAREFAS.
      *****************************************************
       6200-TRANSFERIR-CREDITO.
           OPEN I-O CREDITO.
           IF CREDITO-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-ACHOU-MAIS
               PERFORM 6210-TRANSFERIR-UM-CREDITO
                   UNTIL WRK-ACHOU-MAIS NOT = 'S'
               CLOSE CREDITO
           END-IF.

       6210-TRANSFERIR-UM-CREDITO.
           MOVE 'N' TO WRK-ACHOU-MAIS.
           MOVE WRK-FONE-VELHO TO CREDITO-FONE.
           MOVE ZEROS TO CREDITO-MOV.
           START CREDITO KEY IS NOT LESS THAN CREDITO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CREDITO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CREDITO-FONE = WRK-FONE-VELHO
                               MOVE 'S' TO WRK-ACHOU-MAIS
                               MOVE CREDITO-MOV TO WRK-MOV-GUARDA
                               MOVE WRK-FONE-NOVO TO CREDITO-FONE
                               WRITE CREDITO-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO REGRAVAR '
                                           'CREDITO'
                               END-WRITE
                               ADD 1 TO WRK-TOT-CREDITO
                               MOVE WRK-FONE-VELHO TO CREDITO-FONE
                               MOVE WRK-MOV-GUARDA TO CREDITO-MOV
                               READ CREDITO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE CREDITO RECORD
                               END-READ
                           END-IF
                   END-READ
           END-START.

       6300-TRANSFERIR-PONTOS.
           OPEN I-O PONTOS.
           IF PONTOS-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-ACHOU-MAIS
               PERFORM 6310-TRANSFERIR-UM-PONTO
                   UNTIL WRK-ACHOU-MAIS NOT = 'S'
               CLOSE PONTOS
           END-IF.

       6310-TRANSFERIR-UM-PONTO.
           MOVE 'N' TO WRK-ACHOU-MAIS.
           MOVE WRK-FONE-VELHO TO PONTOS-FONE.
           MOVE ZEROS TO PONTOS-MOV.
           START PONTOS KEY IS NOT LESS THAN PONTOS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PONTOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PONTOS-FONE = WRK-FONE-VELHO
                               MOVE 'S' TO WRK-ACHOU-MAIS
                               MOVE PONTOS-MOV TO WRK-MOV-GUARDA
                               MOVE WRK-FONE-NOVO TO PONTOS-FONE
                               WRITE PONTOS-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO REGRAVAR '
                                           'PONTOS'
                               END-WRITE
                               ADD 1 TO WRK-TOT-PONTOS
                               MOVE WRK-FONE-VELHO TO PONTOS-FONE
                               MOVE WRK-MOV-GUARDA TO PONTOS-MOV
                               READ PONTOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE PONTOS RECORD
                               END-READ
                           END-IF
                   END-READ
           END-START.

      *    UM REGISTRO POR FONE: O DONO DA CARTEIRA E A FORMA
      *    DA ATRIBUICAO PASSAM COMO ESTAO.
       6400-TRANSFERIR-CARTEIRA.
           OPEN I-O CARTEIRA.
           IF CARTEIRA-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE WRK-FONE-VELHO TO CARTEIRA-FONE
               READ CARTEIRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-FONE-NOVO TO CARTEIRA-FONE
                       WRITE CARTEIRA-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR CARTEIRA'
                       END-WRITE
                       ADD 1 TO WRK-TOT-CARTEIRA
                       MOVE WRK-FONE-VELHO TO CARTEIRA-FONE
                       READ CARTEIRA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE CARTEIRA RECORD
                       END-READ
               END-READ
               CLOSE CARTEIRA
           END-IF.

      *****************************************************
      * A LINHA DO PROPRIO CLIENTE NO GRUPO PASSA PARA O
      * FONE NOVO (SE ELE E A MATRIZ, APONTA PARA SI MESMO
      * NO NUMERO NOVO) E, SENDO MATRIZ, AS FILIAIS QUE
      * APONTAVAM PARA O NUMERO ANTIGO SAO REAPONTADAS -
      * SENAO O LIMITE DO GRUPO FICARIA SEM DONO.
      *****************************************************
       6500-TRANSFERIR-GRUPO.
           OPEN I-O GRUPCLI.
           IF GRUPCLI-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE WRK-FONE-VELHO TO GRUPCLI-FONE
               READ GRUPCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-FONE-NOVO TO GRUPCLI-FONE
                       IF GRUPCLI-MATRIZ = WRK-FONE-VELHO
                           MOVE WRK-FONE-NOVO TO GRUPCLI-MATRIZ
                       END-IF
                       WRITE GRUPCLI-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR GRUPO'
                       END-WRITE
                       ADD 1 TO WRK-TOT-GRUPO
                       MOVE WRK-FONE-VELHO TO GRUPCLI-FONE
                       READ GRUPCLI
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE GRUPCLI RECORD
                       END-READ
               END-READ
               MOVE 'S' TO WRK-ACHOU-MAIS
               PERFORM 6510-REAPONTAR-FILIAL
                   UNTIL WRK-ACHOU-MAIS NOT = 'S'
               CLOSE GRUPCLI
           END-IF.

       6510-REAPONTAR-FILIAL.
           MOVE 'N' TO WRK-ACHOU-MAIS.
           MOVE WRK-FONE-VELHO TO GRUPCLI-MATRIZ.
           START GRUPCLI KEY IS EQUAL TO GRUPCLI-MATRIZ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GRUPCLI NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GRUPCLI-MATRIZ = WRK-FONE-VELHO
                               MOVE 'S' TO WRK-ACHOU-MAIS
                               MOVE WRK-FONE-NOVO TO GRUPCLI-MATRIZ
                               REWRITE GRUPCLI-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO REAPONTAR '
                                           'FILIAL'
                                       MOVE 'N' TO WRK-ACHOU-MAIS
                               END-REWRITE
                               ADD 1 TO WRK-TOT-GRUPO
                           END-IF
                   END-READ
           END-START.

      *    A MARCA DE EMAIL INVALIDO ACOMPANHA O CLIENTE - O
      *    EMAIL DO CADASTRO NAO MUDA COM A TROCA DE FONE.
       6600-TRANSFERIR-EMAILINV.
           OPEN I-O EMAILINV.
           IF EMAILINV-STATUS NOT = 00
               CONTINUE
           ELSE
               MOVE WRK-FONE-VELHO TO EMAILINV-FONE
               READ EMAILINV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-FONE-NOVO TO EMAILINV-FONE
                       WRITE EMAILINV-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR EMAILINV'
                       END-WRITE
                       ADD 1 TO WRK-TOT-EMAILINV
                       MOVE WRK-FONE-VELHO TO EMAILINV-FONE
                       READ EMAILINV
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE EMAILINV RECORD
                       END-READ
               END-READ
               CLOSE EMAILINV
           END-IF.

      *    MESMO SOFT-DELETE DO 8100-EXCLUIR-ADM: O
      *    NUMERO ANTIGO FICA INATIVO ATE O PURGACLI.
       7000-INATIVAR-VELHO.
