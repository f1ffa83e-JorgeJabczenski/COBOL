      *            (PENDENTE/PARCIAL 'R'/ENVIADO). O
      *            AVANCO DIRETO P/ ENVIADO MARCA
      *            TODAS AS LINHAS COMO EXPEDIDAS.
      * 15/10/2026 JORGE - PAGAMENTO PARCIAL NO
      *            CONTAREC: O TESTE DE CREDITO SOMA O
      *            SALDO EM ABERTO DAS PARCELAS, A
      *            PARCELA NOVA NASCE SEM VALOR PAGO E
      *            A REGERACAO FECHA A PARCELA QUE O
      *            JA RECEBIDO PASSOU A COBRIR.
      * 15/10/2026 JORGE - CREDITO DO CLIENTE: A NOTA
      *            DE CREDITO DA DEVOLUCAO ENTRA COMO
      *            SALDO EM CREDITO.DAT; A GRAVACAO DO
      *            PEDIDO OFERECE ABATER O SALDO DAS
      *            PARCELAS, O CANCELAMENTO (OU A
      *            EDICAO PARA MENOS) ESTORNA O CREDITO
      *            USADO, E CADA USO OU ESTORNO SAI NA
      *            AUDITORIA.
      * 15/10/2026 JORGE - CLIENTE INADIMPLENTE: O TESTE
      *            DE CREDITO LISTA AS PARCELAS VENCIDAS
      *            HA MAIS DIAS QUE O TOLERADO EM
      *            INADTAB.DAT E, CONFORME A ACAO DA
      *            TABELA, MANDA O PEDIDO NOVO PARA A
      *            APROVACAO ('G') OU O RECUSA.
      * 15/10/2026 JORGE - NOTA FISCAL DE SAIDA: O
      *            PEDIDO QUE PASSA A ENVIADO (AVANCO
      *            DIRETO OU ULTIMO ENVIO PARCIAL)
      *            RECEBE O PROXIMO NUMERO DA SERIE EM
      *            NOTAFIS.DAT; O CANCELAMENTO DO
      *            PEDIDO MARCA A NOTA COMO CANCELADA,
      *            SEM REAPROVEITAR O NUMERO.
      * 15/10/2026 JORGE - LOCAL DE ESTOQUE POR ITEM: A
      *            VENDA ESCOLHE O LOCAL (0 = DEPOSITO
      *            CENTRAL) E CONFERE O SALDO DELE EM
      *            ESTLOCAL.DAT; BAIXA, CANCELAMENTO E
      *            DEVOLUCAO MEXEM NO SALDO DO LOCAL DO
      *            ITEM. ORCAMENTO CONVERTIDO SAI DO
      *            DEPOSITO CENTRAL.
      * 15/10/2026 JORGE - O CUSTO CONGELADO NO ITEM
      *            PASSA A SER O CUSTO MEDIO DO
      *            PRODUTO (O DE REPOSICAO SE AINDA
      *            NAO HOUVE RECEBIMENTO).
      * 15/10/2026 JORGE - KITS: PRODUTO COM COMPOSICAO
      *            EM KITS.DAT E EXPLODIDO NA VENDA EM
      *            UMA LINHA DO KIT (PRECO E CUSTO) E
      *            UMA LINHA POR COMPONENTE (ESTOQUE E
      *            PESO); SO OS COMPONENTES BAIXAM E
      *            REPOEM ESTOQUE. EXPEDICAO E
      *            DEVOLUCAO DO KIT LEVAM OS
      *            COMPONENTES JUNTO.
      * 15/10/2026 JORGE - ENCOMENDA: FALTA DE ESTOQUE NO
      *            DEPOSITO CENTRAL PODE SER ACEITA NA
      *            VENDA; A FALTA NAO BAIXA ESTOQUE NEM
      *            E EXPEDIDA E ENTRA NA FILA DO
      *            BACKORD.DAT, ATENDIDA PELO
      *            RECEBIMENTO DO COMPRAS. CANCELAMENTO
      *            CANCELA A ENCOMENDA E SO REPOE O QUE
      *            FOI BAIXADO.
      * 15/10/2026 JORGE - CODIGO DE BARRAS: NA MONTAGEM DE
      *            ITENS A LEITURA DO EAN-13 ENTRA NO
      *            LUGAR DO CODIGO DO PRODUTO. O AVANCO
      *            DIRETO PARA ENVIADO PASSA PELA
      *            CONFERENCIA DO VOLUME (CONFVOL) E SO
      *            ACONTECE COM A CONTAGEM BATENDO; A
      *            PARTE SOB ENCOMENDA NAO CONTA COMO
      *            EXPEDIDA E DEIXA O PEDIDO PARCIAL.
      * 15/10/2026 JORGE - O AVANCO PARA ENVIADO PEDE A
      *            TRANSPORTADORA (TRANSP.DAT) E O
      *            CODIGO DE RASTREIO, QUE VAO PARA O
      *            AVISO DE ENVIO; O AVANCO PARA
      *            ENTREGUE EXIGE O NOME DE QUEM RECEBEU
      *            E A DATA DA ENTREGA.
      * 15/10/2026 JORGE - O FRETE (PEDIDO NOVO, EDICAO
      *            E CONVERSAO DE ORCAMENTO) CONSIDERA A
      *            ZONA DO CEP DO ENDERECO DE ENTREGA.
      * 15/10/2026 JORGE - PRAZO PROMETIDO,
      *            VENCIMENTOS E VALIDADE DO
      *            ORCAMENTO CONTAM OS FERIADOS DA
      *            UF DE ENTREGA (DIAUTIL).
      * 15/10/2026 JORGE - CEP DIGITADO NO INCLUIR,
      *            NO ALTERAR E NO ENDERECO
      *            ADICIONAL PROPOE LOGRADOURO,
      *            CIDADE E UF PELA BASE DOS
      *            CORREIOS (CEPBASE.DAT) - O
      *            OPERADOR COMPLETA NUMERO E
      *            COMPLEMENTO.
      * 15/10/2026 JORGE - AVISOS DE CONFIRMACAO E
      *            ENVIO NAO SAO GERADOS PARA EMAIL
      *            COM DEVOLUCAO DEFINITIVA
      *            (EMAILINV.DAT, MARCADO PELO
      *            DEVMAIL) E O ALTERAR AVISA O
      *            OPERADOR.
      * 15/10/2026 JORGE - CLIENTE PJ DE GRUPO
      *            ECONOMICO (GRUPCLI.DAT,
      *            MANTGRUP): O CREDITO CONFERE
      *            TAMBEM O LIMITE DO GRUPO CONTRA A
      *            EXPOSICAO DE TODAS AS FILIAIS E O
      *            CONSULTAR MOSTRA A EXPOSICAO DO
      *            GRUPO.
      * 15/10/2026 JORGE - A MONTAGEM DE ITENS
      *            (AVULSO, KIT E ORCAMENTO
      *            CONVERTIDO) USA O PRECO DE
      *            CONTRATO VIGENTE EM TABPRECO.DAT,
      *            DO CLIENTE OU DO GRUPO ECONOMICO,
      *            E GRAVA A TABELA EM
      *            PEDITENS-TABELA.
      * 15/10/2026 JORGE - CUPOM PROMOCIONAL
      *            (CUPONS.DAT) NA GRAVACAO DO
      *            PEDIDO, POR FORA DO TETO DE
      *            DESCONTO DO OPERADOR; O RESGATE
      *            FICA EM CUPOMUSO.DAT COM A
      *            CAMPANHA DO CUPOM.
      * 15/10/2026 JORGE - PROGRAMA DE FIDELIDADE
      *            (FIDELIDA/PONTOS.DAT): O PEDIDO
      *            GANHA PONTOS SOBRE O TOTAL, O
      *            RESGATE VIRA DESCONTO NA
      *            DIGITACAO DOS ITENS,
      *            CANCELAMENTO, DEVOLUCAO E EDICAO
      *            ACERTAM OS PONTOS E A CONSULTA
      *            MOSTRA O SALDO.
      * 15/10/2026 JORGE - ORCAMENTO GUARDA QUEM
      *            ORCOU E, NA CONVERSAO, A DATA E O
      *            PEDIDO GERADO; ORCAMENTO VENCIDO
      *            NA TENTATIVA DE CONVERSAO E
      *            MARCADO 'V'.
      * 15/10/2026 JORGE - AGENDA DE RETORNOS
      *            (TAREFAS.DAT): O CONSULTAR LISTA,
      *            CRIA E ENCERRA TAREFAS DO CLIENTE
      *            - A NOTA DO ENCERRAMENTO VAI PARA
      *            O NOTASCLI - E O LOGIN MOSTRA AS
      *            TAREFAS DO USUARIO PARA HOJE E AS
      *            ATRASADAS.
      * 15/10/2026 JORGE - CHAMADOS DO SAC
      *            (CHAMADOS.DAT, HISTORICO EM
      *            CHAMHIST.DAT): O CONSULTAR ABRE,
      *            TRATA E RESOLVE CHAMADOS DO
      *            CLIENTE, COM DEVOLUCAO DO PEDIDO
      *            NA SOLUCAO; NOVA OPCAO 9 DO MENU
      *            COM A FILA DE CHAMADOS PENDENTES.
      * 15/10/2026 JORGE - PEDIDO QUE PASSA PARA
      *            ENTREGUE GERA A PESQUISA DE
      *            SATISFACAO (MAIL.FONE.SEQ.NPS)
      *            PARA QUEM ACEITA MALA DIRETA; AS
      *            NOTAS VOLTAM PELO CARGANPS.
      * 15/10/2026 JORGE - PEDIDO QUE ENTRA NA FILA
      *            DE APROVACAO (SITUACAO G), NA
      *            GRAVACAO OU NA CORRECAO, GANHA
      *            LINHA NO PEDSTHIS.DAT - O
      *            FILAAPRV CONTA A ESPERA A PARTIR
      *            DELA
      * 15/10/2026 JORGE - LIMITE DE APROVACAO,
      *            TEMPOS DE BLOQUEIO/ABANDONO DA
      *            TELA, ESPACAMENTO DE PARCELAS E
      *            VALIDADE DO ORCAMENTO LIDOS DE
      *            PARAMS.DAT (PARAMLE) NA
      *            INICIALIZACAO
      * 15/10/2026 JORGE - AMBIENTE DE TREINAMENTO:
      *            A TELA DE LOGIN PEDE O AMBIENTE
      *            (P/T) ANTES DE ABRIR QUALQUER
      *            ARQUIVO; NO TREINAMENTO O
      *            AMBIENTE ENTRA NO DIRETORIO
      *            TREINO, TODAS AS TELAS E O
      *            RELATORIO DE CLIENTES LEVAM A
      *            FAIXA *** TREINAMENTO *** E CADA
      *            DOCUMENTO, AVISO DE EMAIL E
      *            RELATORIO GERADO SAI CARIMBADO
      *            COMO DE TREINAMENTO.
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      * 15/10/2026 JORGE - PAINEL DO DIA (OPCAO D, E
      *            NO LOGIN DE QUEM TEM A OPERACAO
      *            'PAINEL'): VENDA DO DIA E DO MES
      *            CONTRA A META DO METAS.DAT,
      *            RETIDOS PARA APROVACAO, PENDENTES
      *            DE EXPEDICAO, PARCELAS EM ATRASO,
      *            ESTOQUE ATE O MINIMO (PARAMETRO
      *            ESTQMIN), SESSOES E A ULTIMA
      *            NOITE DO JOBCTL, CADA UM COM O
      *            SEU DETALHE.
      * 15/10/2026 JORGE - LOGIN RECUSADO FORA DA
      *            JANELA DE HORARIO DO USUARIO
      *            (RETORNO 'H' DO USUARIO).
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

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTASCLI-STATUS.

           SELECT TAREFAS ASSIGN TO 'TAREFAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TAREFAS-STATUS
               RECORD KEY TAREFA-CHAVE
               ALTERNATE RECORD KEY TAREFA-RESPONSAVEL
                   WITH DUPLICATES.

           SELECT ESTOQMOV ASSIGN TO 'ESTOQMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTOQMOV-STATUS.
               FILE STATUS IS ITNHISTC-STATUS
               RECORD KEY HITN-CHAVE.

           SELECT INADTAB ASSIGN TO 'INADTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INADTAB-STATUS.

           SELECT MOTTAB ASSIGN TO 'MOTTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTTAB-STATUS.

           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT MAILOUT ASSIGN TO WRK-MAIL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILOUT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDSTHIS-STATUS.

           SELECT CHAMADOS ASSIGN TO 'CHAMADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHAMADOS-STATUS
               RECORD KEY CHAMADO-CHAVE.

           SELECT CHAMHIST ASSIGN TO 'CHAMHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAMHIST-STATUS.

           SELECT MANUTMOD ASSIGN TO 'MANUTMOD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUTMOD-STATUS.
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT NOTAFIS ASSIGN TO 'NOTAFIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTAFIS-STATUS
               RECORD KEY NOTAFIS-NUMERO
               ALTERNATE RECORD KEY NOTAFIS-PEDIDO
                   WITH DUPLICATES.

           SELECT ESTLOCAL ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY ELOC-CHAVE.

           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS KITS-STATUS
               RECORD KEY KIT-CHAVE.

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT CEPBASE ASSIGN TO 'CEPBASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CEPBASE-STATUS
               RECORD KEY CEPBASE-CEP.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

           SELECT GRUPCLI ASSIGN TO 'GRUPCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GRUPCLI-STATUS
               RECORD KEY GRUPCLI-FONE
               ALTERNATE RECORD KEY GRUPCLI-MATRIZ
                   WITH DUPLICATES.

           SELECT CUPONS ASSIGN TO 'CUPONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CUPONS-STATUS
               RECORD KEY CUPOM-CODIGO.

           SELECT CUPOMUSO ASSIGN TO 'CUPOMUSO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUPOMUSO-STATUS.

           SELECT TABPRECO ASSIGN TO 'TABPRECO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TABPRECO-STATUS
               RECORD KEY TABP-CHAVE
               ALTERNATE RECORD KEY TABP-FONE
                   WITH DUPLICATES.

           SELECT METAS ASSIGN TO 'METAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METAS-STATUS.

           SELECT JOBLOG ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.

           SELECT WORK-ORDENACAO ASSIGN TO DISK.

       DATA DIVISION.
       FD NOTASCLI.
       01 NOTAS-LINHA PIC X(100).

       FD TAREFAS.
           COPY 'TARECOPY.cob'.

       FD ESTOQMOV.
           COPY 'ESTQCOPY.cob'.

       FD ITNHISTC.
           COPY 'ITNHCOPY.cob'.

      *    REGRA DE INADIMPLENCIA (TEXTO SIMPLES MANTIDO PELO
      *    ADM NO EDITOR, COMO O TAXAREC.DAT): UMA LINHA COM
      *    OS DIAS DE ATRASO TOLERADOS 9(03) E A ACAO X(01) -
      *    'G' MANDA O PEDIDO PARA APROVACAO, 'R' RECUSA.
      *    EX.: 030G. SEM O ARQUIVO VALEM 30 DIAS E 'G'.
       FD INADTAB.
       01 INADTAB-REG.
           05 INADTAB-DIAS PIC 9(03).
           05 INADTAB-ACAO PIC X(01).

       FD MOTTAB.
       01 MOTTAB-REG.
           05 MOTTAB-CODIGO    PIC X(02).
           05 MOTTAB-DESCRICAO PIC X(30).

       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       FD MAILOUT.
       01 MAILOUT-LINHA PIC X(80).

       FD PEDSTHIS.
       01 PEDSTHIS-LINHA PIC X(60).

       FD CHAMADOS.
           COPY 'CHAMCOPY.cob'.

      *    HISTORICO DOS CHAMADOS, COLUNAS FIXAS COMO O
      *    PEDSTHIS: DATA 1-8, HORA 10-15, FONE 17-25,
      *    NUMERO 27-30, DE 32, PARA 34, USUARIO 36-55,
      *    NOTA 57-96.
       FD CHAMHIST.
       01 CHAMHIST-LINHA PIC X(100).

       FD MANUTMOD.
       01 MANUTMOD-LINHA PIC X(40).

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD NOTAFIS.
           COPY 'NOTACOPY.cob'.

       FD ESTLOCAL.
           COPY 'ELOCCOPY.cob'.

       FD KITS.
           COPY 'KITCOPY.cob'.

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD CEPBASE.
           COPY 'CEPBCOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD GRUPCLI.
           COPY 'GRUPCOPY.cob'.

       FD CUPONS.
           COPY 'CUPOCOPY.cob'.

       FD CUPOMUSO.
           COPY 'CUPUCOPY.cob'.

       FD TABPRECO.
           COPY 'TABPCOPY.cob'.

      *    METAS DE VENDA DO VENDAMES (VENDEDOR + AAAAMM + META).
       FD METAS.
       01 METAS-REG.
           05 METAS-VENDEDOR PIC X(10).
           05 METAS-AAAAMM   PIC 9(06).
           05 METAS-VALOR    PIC 9(08)V99.

      *    RAZAO DA CADEIA NOTURNA GRAVADO PELO JOBCTL.
       FD JOBLOG.
       01 JOBLOG-LINHA PIC X(40).

       WORKING-STORAGE SECTION.
           77 WRK-OPCAO     PIC X(01).
           77 WRK-TECLA     PIC X(01).
           77 WRK-MODULO    PIC X(25).
           77 WRK-AMB-ESCOLHA PIC X(01) VALUE 'P'.
           77 WRK-AMB-ACAO    PIC X(01) VALUE 'C'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.
           77 WRK-AMB-FAIXA   PIC X(20) VALUE SPACES.
           77 WRK-AMB-CARIMBO PIC X(80) VALUE
               '*** DOCUMENTO DE TREINAMENTO - SEM VALOR ***'.
           77 WRK-MSGERRO   PIC X(40).
           77 WRK-OPCAO-REL PIC X(01).
           77 WRK-FIM-REL   PIC X(01) VALUE 'N'.
           COPY 'DDDTAB.cob'.
           COPY 'UFTAB.cob'.
           COPY 'CEPTAB.cob'.
           COPY 'LOCATAB.cob'.
           COPY 'VOLCOPY.cob'.
           77 WRK-VOL-IDX   PIC 9(02) VALUE ZEROS.
           77 WRK-VOL-ACHOU PIC 9(02) VALUE ZEROS.
           77 WRK-CEP-TESTE PIC 9(08) VALUE ZEROS.
           77 WRK-CEP-OK    PIC X(01) VALUE SPACES.
           77 WRK-CEP-IDX   PIC 9(02) VALUE ZEROS.
           77 WRK-QTDE-NOTAS       PIC 9(04) VALUE ZEROS.
           77 WRK-FIM-NOTAS        PIC X(01) VALUE 'N'.
               88 FIM-NOTAS VALUE 'S'.
           77 TAREFAS-STATUS       PIC 9(02).
           77 WRK-TAR-OPCAO        PIC X(01) VALUE SPACES.
           77 WRK-TAR-NUM          PIC 9(03) VALUE ZEROS.
           77 WRK-TAR-ULT-NUM      PIC 9(03) VALUE ZEROS.
           77 WRK-TAR-QTDE         PIC 9(04) VALUE ZEROS.
           77 WRK-TAR-ATRASO       PIC 9(04) VALUE ZEROS.
           77 WRK-TAR-NOTA         PIC X(28) VALUE SPACES.
           77 WRK-TAR-PREFIXO      PIC X(07) VALUE SPACES.
           77 WRK-TAR-MARCA        PIC X(09) VALUE SPACES.
           77 WRK-TAR-SIT          PIC X(01) VALUE SPACES.
           77 WRK-FIM-TAR          PIC X(01) VALUE 'N'.
               88 FIM-TAR VALUE 'S'.
           01 WRK-TAR-DATA.
               05 WRK-TD-ANO PIC 9(04).
               05 WRK-TD-MES PIC 9(02).
               05 WRK-TD-DIA PIC 9(02).
           77 WRK-ENTREGA-UF       PIC X(02) VALUE SPACES.
           77 WRK-ENTREGA-SEQ      PIC 9(04) VALUE ZEROS.
           77 WRK-ENTREGA-CEP      PIC 9(08) VALUE ZEROS.
           77 WRK-END-ESCOLHA      PIC 9(04) VALUE ZEROS.
           77 WRK-END-ACHOU        PIC X(01) VALUE SPACES.
           77 WRK-QTDE-ENDER       PIC 9(04) VALUE ZEROS.
           77 WRK-FIM-ITENS        PIC X(01) VALUE 'N'.
               88 FIM-ITENS VALUE 'S'.
           77 WRK-ITEM-CODIGO      PIC 9(05) VALUE ZEROS.
           77 WRK-ITEM-LIDO        PIC X(13) VALUE SPACES.
           77 WRK-ITEM-LIDO-LEN    PIC 9(02) VALUE ZEROS.
           77 WRK-LEITURA-EAN      PIC X(01) VALUE 'N'.
               88 LEITURA-EAN VALUE 'S'.
           77 WRK-EAN-OK           PIC X(01) VALUE SPACES.
           77 WRK-EAN-BUSCA        PIC 9(13) VALUE ZEROS.
           77 WRK-ITEM-QTDE-TMP    PIC 9(05) VALUE ZEROS.
           77 WRK-BUSCA-PROD       PIC X(30) VALUE SPACES.
           77 WRK-BUSCA-PROD-LEN   PIC 9(02) VALUE ZEROS.
           77 RECEBER-STATUS       PIC 9(02).
           77 WRK-VENC-DATA        PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-PARCELA     PIC S9(03) VALUE +22.
           77 WRK-PARCELA-PADRAO   PIC S9(03) VALUE +22.
      *    AREA DE CHAMADA DO PARAMLE (1088-LER-PARAMETROS)
           77 WRK-PL-CODIGO        PIC X(10) VALUE SPACES.
           77 WRK-PL-DATA          PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR         PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA      PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM        PIC X(01) VALUE SPACES.
           77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
           77 WRK-FERIADO-X        PIC X(01) VALUE SPACES.
           77 WRK-PARC-IDX         PIC 9(02) VALUE ZEROS.
           77 WRK-CREDITO-OK       PIC X(01) VALUE 'S'.
           77 WRK-FIM-REC          PIC X(01) VALUE 'N'.
               88 FIM-REC VALUE 'S'.
           77 INADTAB-STATUS       PIC 9(02).
           77 WRK-INAD-DIAS        PIC 9(03) VALUE 30.
           77 WRK-INAD-ACAO        PIC X(01) VALUE 'G'.
           77 WRK-INAD-QTDE        PIC 9(03) VALUE ZEROS.
           77 WRK-INAD-RECUSA      PIC X(01) VALUE 'N'.
           77 WRK-INAD-ATRASO      PIC S9(07) VALUE ZEROS.
           77 WRK-INAD-ATRASO-ED   PIC ZZZZ9 VALUE ZEROS.
           77 WRK-INAD-SALDO       PIC 9(08)V99 VALUE ZEROS.
           01 WRK-INAD-VENC.
               05 WRK-IV-ANO PIC 9(04).
               05 WRK-IV-MES PIC 9(02).
               05 WRK-IV-DIA PIC 9(02).
           77 ICMSTAB-STATUS       PIC 9(02).
           01 WRK-TAB-ICMS.
               05 WRK-IC-ITEM OCCURS 30 TIMES.
           77 WRK-MOT-ACHOU        PIC X(01) VALUE SPACES.
           77 WRK-FIM-MOT          PIC X(01) VALUE 'N'.
               88 FIM-MOT VALUE 'S'.
           77 TRANSP-STATUS        PIC 9(02).
           77 WRK-FIM-TRANSP       PIC X(01) VALUE 'N'.
               88 FIM-TRANSP VALUE 'S'.
           77 WRK-TRANSP-COD       PIC X(02) VALUE SPACES.
           77 WRK-TRANSP-NOME      PIC X(30) VALUE SPACES.
           77 WRK-RASTREIO         PIC X(20) VALUE SPACES.
           77 WRK-RECEBEDOR        PIC X(30) VALUE SPACES.
           77 WRK-DT-RECEBIDO      PIC 9(08) VALUE ZEROS.
           77 MAILOUT-STATUS       PIC 9(02).
           77 WRK-MAIL-NOME        PIC X(40) VALUE SPACES.
           77 CLICOUNT-STATUS      PIC 9(02).
           77 WRK-CONTAGEM-OK      PIC X(01) VALUE 'N'.
           77 PEDSTHIS-STATUS      PIC 9(02).
           77 WRK-STH-DE           PIC X(01) VALUE SPACES.
           77 CHAMADOS-STATUS      PIC 9(02).
           77 CHAMHIST-STATUS      PIC 9(02).
           77 WRK-CHM-OPCAO        PIC X(01) VALUE SPACES.
           77 WRK-CHM-NUM          PIC 9(04) VALUE ZEROS.
           77 WRK-CHM-ULT-NUM      PIC 9(04) VALUE ZEROS.
           77 WRK-CHM-QTDE         PIC 9(04) VALUE ZEROS.
           77 WRK-CHM-DE           PIC X(01) VALUE SPACES.
           77 WRK-CHM-NOTA         PIC X(40) VALUE SPACES.
           77 WRK-CHM-RESP         PIC X(20) VALUE SPACES.
           77 WRK-CHM-FILTRO       PIC X(01) VALUE SPACES.
           77 WRK-CHM-FONE         PIC 9(09) VALUE ZEROS.
           77 WRK-CHM-DIAS         PIC S9(05) VALUE ZEROS.
           77 WRK-CHM-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-CHM-SIT-ED       PIC X(11) VALUE SPACES.
           77 WRK-FIM-CHM          PIC X(01) VALUE 'N'.
               88 FIM-CHM VALUE 'S'.
           01 WRK-CHM-DATA.
               05 WRK-CD-ANO PIC 9(04).
               05 WRK-CD-MES PIC 9(02).
               05 WRK-CD-DIA PIC 9(02).
           77 WRK-STH-PARA         PIC X(01) VALUE SPACES.
           77 WRK-QTDE-STH         PIC 9(04) VALUE ZEROS.
           77 WRK-FIM-STH          PIC X(01) VALUE 'N'.
           77 WRK-DEV-LINHAS       PIC 9(03) VALUE ZEROS.
           77 WRK-DEV-VALOR        PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DEV-VALOR-ED     PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 CREDITO-STATUS       PIC 9(02).
           77 WRK-CRED-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-CRED-MOV         PIC 9(05) VALUE ZEROS.
           77 WRK-CRED-SALDO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-CRED-TIPO        PIC X(01) VALUE SPACES.
           77 WRK-CRED-VALOR       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-CRED-REF-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-CRED-USADO       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-CRED-PEDIDO      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-CRED-RESP        PIC X(01) VALUE SPACES.
           77 WRK-CRED-ED          PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-FIM-CRED         PIC X(01) VALUE 'N'.
               88 FIM-CRED VALUE 'S'.
           77 WRK-ENV-QTDE         PIC 9(05) VALUE ZEROS.
           77 WRK-ENV-SALDO        PIC 9(05) VALUE ZEROS.
           77 WRK-LIN-TOTAL        PIC 9(03) VALUE ZEROS.
           77 WRK-LIN-COMPLETA     PIC 9(03) VALUE ZEROS.
           77 WRK-LIN-INICIADA     PIC 9(03) VALUE ZEROS.
           77 WRK-LIN-FALTA        PIC 9(03) VALUE ZEROS.
           77 WRK-SALDO-ED         PIC ZZZZ9 VALUE ZEROS.
           77 ORCAMENTO-STATUS     PIC 9(02).
           77 ORCITENS-STATUS      PIC 9(02).
           77 WRK-DOC-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-DOC-VALOR-ED     PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-DOC-CEP-X        PIC X(08) VALUE SPACES.
           77 NOTAFIS-STATUS       PIC 9(02).
           77 WRK-NF-NUMERO        PIC 9(06) VALUE ZEROS.
           77 WRK-NF-TENTA         PIC 9(02) VALUE ZEROS.
           77 WRK-NF-GRAVADA       PIC X(01) VALUE 'N'.
               88 NF-GRAVADA VALUE 'S'.
           01 WRK-TAB-ITENS.
               05 WRK-ITEM-ITEM OCCURS 20 TIMES.
                   10 WRK-ITEM-PRODUTO    PIC 9(05).
                   10 WRK-ITEM-VLUNIT     PIC 9(08)V99.
                   10 WRK-ITEM-VLTOTAL    PIC 9(08)V99.
                   10 WRK-ITEM-CUSTO      PIC 9(08)V99.
                   10 WRK-ITEM-LOCAL      PIC 9(02).
                   10 WRK-ITEM-TIPO       PIC X(01).
                   10 WRK-ITEM-KIT        PIC 9(05).
                   10 WRK-ITEM-FALTA      PIC 9(05).
                   10 WRK-ITEM-TABELA     PIC 9(04).
           77 WRK-QTDE-ITENS       PIC 9(02) VALUE ZEROS.
           77 WRK-ITEM-IDX         PIC 9(02) VALUE ZEROS.
           77 ESTLOCAL-STATUS      PIC 9(02).
           77 WRK-LOC-ESCOLHIDO    PIC 9(02) VALUE ZEROS.
           77 WRK-LOC-SALDO        PIC 9(05) VALUE ZEROS.
           77 WRK-LOC-OUTROS       PIC 9(06) VALUE ZEROS.
           77 WRK-LOC-IDX          PIC 9(02) VALUE ZEROS.
           77 WRK-LOC-VALIDO       PIC X(01) VALUE 'N'.
               88 LOCAL-VALIDO VALUE 'S'.
           77 KITS-STATUS          PIC 9(02).
           01 WRK-TAB-KIT.
               05 WRK-KC-ITEM OCCURS 10 TIMES.
                   10 WRK-KC-COMPONENTE   PIC 9(05).
                   10 WRK-KC-QTDE         PIC 9(03).
           77 WRK-KC-QTDE-COMP     PIC 9(02) VALUE ZEROS.
           77 WRK-KC-IDX           PIC 9(02) VALUE ZEROS.
           77 WRK-KC-FIM           PIC X(01) VALUE 'N'.
               88 FIM-KIT VALUE 'S'.
           77 WRK-KC-OK            PIC X(01) VALUE 'N'.
               88 KIT-DISPONIVEL VALUE 'S'.
           77 WRK-KC-NECESSARIO    PIC 9(07) VALUE ZEROS.
           77 WRK-KP-CODIGO        PIC 9(05) VALUE ZEROS.
           77 WRK-KP-DESCRICAO     PIC X(30) VALUE SPACES.
           77 WRK-KP-PRECO         PIC 9(08)V99 VALUE ZEROS.
           77 WRK-KP-CUSTO         PIC 9(08)V99 VALUE ZEROS.
           77 WRK-KIT-LIN-PAI      PIC 9(05) VALUE ZEROS.
           77 WRK-KIT-LIN-VEND     PIC 9(05) VALUE ZEROS.
           77 WRK-KIT-LIN-MOV      PIC 9(05) VALUE ZEROS.
           77 BACKORD-STATUS       PIC 9(02).
           77 WRK-FALTA-TMP        PIC 9(05) VALUE ZEROS.
           77 WRK-ENCOMENDA        PIC X(01) VALUE SPACES.
           77 CEPBASE-STATUS       PIC 9(02).
           77 WRK-CEPB-ABERTA      PIC X(01) VALUE 'N'.
               88 CEPB-DISPONIVEL VALUE 'S'.
           77 WRK-CEPB-CEP         PIC 9(08) VALUE ZEROS.
           77 WRK-CEPB-ACHOU       PIC X(01) VALUE 'N'.
               88 CEPB-ACHOU VALUE 'S'.
           77 WRK-CEPB-ENDERECO    PIC X(40) VALUE SPACES.
           77 WRK-CEPB-COMPL       PIC X(30) VALUE SPACES.
           77 EMAILINV-STATUS      PIC 9(02).
           77 WRK-EMLI-ABERTO      PIC X(01) VALUE 'N'.
               88 EMLI-DISPONIVEL VALUE 'S'.
           77 WRK-EMAIL-DEVOLVIDO  PIC X(01) VALUE 'N'.
               88 EMAIL-DEVOLVIDO VALUE 'S'.
           77 GRUPCLI-STATUS       PIC 9(02).
           77 WRK-GRUP-ABERTO      PIC X(01) VALUE 'N'.
               88 GRUP-DISPONIVEL VALUE 'S'.
           77 WRK-GRUP-ACHOU       PIC X(01) VALUE 'N'.
               88 GRUP-ACHOU VALUE 'S'.
           77 WRK-GRUP-LISTAR      PIC X(01) VALUE 'N'.
               88 GRUP-LISTAR VALUE 'S'.
           77 WRK-FIM-GRUP         PIC X(01) VALUE 'N'.
               88 FIM-GRUP VALUE 'S'.
           77 WRK-GRUP-MATRIZ      PIC 9(09) VALUE ZEROS.
           77 WRK-GRUP-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-GRUP-LIMITE      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-GRUP-SALDO       PIC 9(10)V99 VALUE ZEROS.
           77 WRK-GRUP-EXPOSICAO   PIC 9(10)V99 VALUE ZEROS.
           77 TABPRECO-STATUS      PIC 9(02).
           77 WRK-TABP-ABERTA      PIC X(01) VALUE 'N'.
               88 TABP-DISPONIVEL VALUE 'S'.
           77 WRK-FIM-TABP         PIC X(01) VALUE 'N'.
               88 FIM-TABP VALUE 'S'.
           77 WRK-TABP-PRODUTO     PIC 9(05) VALUE ZEROS.
           77 WRK-TABP-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-TABP-SO-GRUPO    PIC X(01) VALUE 'N'.
           77 WRK-PRECO-ITEM       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TABELA-ITEM      PIC 9(04) VALUE ZEROS.
           77 CUPONS-STATUS        PIC 9(02).
           77 CUPOMUSO-STATUS      PIC 9(02).
           77 WRK-CUPOM-ABERTO     PIC X(01) VALUE 'N'.
               88 CUPOM-DISPONIVEL VALUE 'S'.
           77 WRK-CUPOM-OK         PIC X(01) VALUE 'N'.
               88 CUPOM-APLICADO VALUE 'S'.
           77 WRK-CUPOM-COD        PIC X(10) VALUE SPACES.
           77 WRK-CUPOM-CAMP       PIC 9(04) VALUE ZEROS.
           77 WRK-CUPOM-PCT        PIC 9(02)V99 VALUE ZEROS.
           77 WRK-CUPOM-CALC       PIC 9(05)V99 VALUE ZEROS.
           77 WRK-CUPOM-VALOR      PIC 9(08)V99 VALUE ZEROS.
           COPY 'FIDEPARM.cob'.
           77 WRK-FID-OPER         PIC X(01) VALUE SPACES.
           77 WRK-FID-FONE         PIC 9(09) VALUE ZEROS.
           77 WRK-FID-SEQ          PIC 9(04) VALUE ZEROS.
           77 WRK-FID-VALOR        PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FID-PONTOS       PIC 9(07) VALUE ZEROS.
           77 WRK-FID-SALDO        PIC 9(07) VALUE ZEROS.
           77 WRK-PTS-RESGATE      PIC 9(07) VALUE ZEROS.
           77 WRK-PTS-USADOS       PIC 9(07) VALUE ZEROS.
           77 WRK-PTS-VALOR        PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PTS-CALC         PIC 9(05)V99 VALUE ZEROS.
           77 WRK-PTS-PCT          PIC 9(02)V99 VALUE ZEROS.
           77 WRK-PTS-ED           PIC Z.ZZZ.ZZ9 VALUE ZEROS.

           01 WRK-TAB-UF.
               05 WRK-TAB-UF-ITEM OCCURS 30 TIMES.
                   10 WRK-DH-SS PIC 9(02).
                   10 FILLER    PIC 9(02).

      *    PAINEL DO DIA (OPCAO D) - UMA APURACAO POR PEDIDO DE
      *    ATUALIZACAO.
           77 METAS-STATUS          PIC 9(02).
           77 JOBLOG-STATUS         PIC 9(02).
           77 WRK-PNL-OPCAO         PIC X(01) VALUE SPACES.
           77 WRK-PNL-FIM           PIC X(01) VALUE 'N'.
               88 FIM-PNL VALUE 'S'.
           77 WRK-PNL-HOJE          PIC 9(08) VALUE ZEROS.
           77 WRK-PNL-HORA          PIC 9(08) VALUE ZEROS.
           77 WRK-PNL-HOJE-QTDE     PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-HOJE-VALOR    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-PNL-MES-VALOR     PIC 9(10)V99 VALUE ZEROS.
           77 WRK-PNL-META          PIC 9(10)V99 VALUE ZEROS.
           77 WRK-PNL-ATING         PIC 9(04)V9 VALUE ZEROS.
           77 WRK-PNL-APROV         PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-PENDENTE      PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-PARCIAL       PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-ATRASO-QTDE   PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-ATRASO-VALOR  PIC 9(10)V99 VALUE ZEROS.
           77 WRK-PNL-ESTQMIN       PIC 9(05) VALUE 10.
           77 WRK-PNL-ESTQ-BAIXO    PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-SESSOES       PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-JOB-FIM       PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-JOB-FALHA     PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-JOB-INICIO    PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-JOB-ABERTO    PIC 9(05) VALUE ZEROS.
           77 WRK-PNL-HOJE-DIAS     PIC S9(07) VALUE ZEROS.
           77 WRK-PNL-LIN-DIAS      PIC S9(07) VALUE ZEROS.
           77 WRK-PNL-VALOR-ED      PIC $Z.ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-PNL-META-ED       PIC $Z.ZZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-PNL-ATING-ED      PIC ZZZ9,9 VALUE ZEROS.
           77 WRK-PNL-PROGRAMA      PIC X(08) VALUE SPACES.
           77 WRK-PNL-RETIDOS       PIC 9(05) VALUE ZEROS.
           01 WRK-PNL-DATA.
               05 WRK-PNL-ANO PIC 9(04).
               05 WRK-PNL-MES PIC 9(02).
               05 WRK-PNL-DIA PIC 9(02).
           01 WRK-PNL-DATA-R REDEFINES WRK-PNL-DATA.
               05 WRK-PNL-AAAAMM PIC 9(06).
               05 FILLER         PIC 9(02).

       REPORT SECTION.
       RD REL-CLIENTES
           PAGE LIMIT 60 LINES.
       01 TYPE PAGE HEADING.
           05 LINE 1 COLUMN 1  PIC X(22) VALUE 'RELATORIO DE CLIENTES'.
           05 LINE 1 COLUMN 26 PIC X(20) SOURCE WRK-AMB-FAIXA.
           05 LINE 2 COLUMN 1  PIC X(10) VALUE 'FONE'.
           05 LINE 2 COLUMN 11 PIC X(30) VALUE 'NOME'.
           05 LINE 2 COLUMN 42 PIC X(05) VALUE 'EMAIL'.
                   10 BLANK SCREEN.
                   10 LINE 01 COLUMN 01 ERASE EOL
                      BACKGROUND-COLOR 5.
                   10 LINE 01 COLUMN 01 PIC X(20)
                      BACKGROUND-COLOR 5 FROM WRK-AMB-FAIXA.
                   10 LINE 01 COLUMN 28 PIC X(25)
                      BACKGROUND-COLOR 5
                      FROM '~ SISTEMA DE CLIENTES ~'.
               05 COLUMN PLUS 1 PIC X(20) USING WRK-USUARIO.
               05 LINE 06 COLUMN 10 VALUE 'SENHA   : '.
               05 COLUMN PLUS 1 PIC X(10) USING WRK-SENHA SECURE.
               05 LINE 07 COLUMN 10 VALUE 'AMBIENTE: '.
               05 COLUMN PLUS 1 PIC X(01) USING WRK-AMB-ESCOLHA.
               05 COLUMN PLUS 2 VALUE '(P=PRODUCAO T=TREINAMENTO)'.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
               05 LINE 12 COLUMN 15 VALUE '6 - REATIVAR'.
               05 LINE 13 COLUMN 15 VALUE '7 - TROCAR SENHA'.
               05 LINE 14 COLUMN 15 VALUE '8 - USUARIOS ATIVOS'.
               05 LINE 15 COLUMN 15 VALUE '9 - FILA DE CHAMADOS SAC'.
               05 LINE 16 COLUMN 15 VALUE 'D - PAINEL DO DIA'.
               05 LINE 17 COLUMN 15 VALUE 'X - SAIDA'.
               05 LINE 07 COLUMN 12 USING WRK-OPCAO.
           
           01 TELA-REGISTRO.
               05 LINE 10 COLUMN 10 VALUE 'BUSCAR POR NOME: '.
               05 COLUMN PLUS 1 PIC X(30) USING WRK-BUSCA-NOME.

           01 BUSCA-CEP.
               05 LINE 17 COLUMN 10 VALUE 'CEP (BUSCA DO ENDERECO): '.
               05 COLUMN PLUS 1 PIC 9(08) USING WRK-CEPB-CEP
                   BLANK WHEN ZEROS.

           01 BUSCA-SEQ-PEDIDO.
               05 LINE 10 COLUMN 10 VALUE 'NUMERO DO PEDIDO (SEQ): '.
               05 COLUMN PLUS 1 PIC 9(04) USING WRK-MANUT-SEQ.

           
       1000-INICIAR.
           MOVE 'LOGIN' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT TELA-LOGIN.
           PERFORM 1010-ESCOLHER-AMBIENTE.
           OPEN INPUT MANUTMOD.
           IF MANUTMOD-STATUS NOT = 35
               CLOSE MANUTMOD
                   CLOSE DEVOL
                   OPEN I-O DEVOL
               END-IF.
           OPEN I-O CREDITO
               IF CREDITO-STATUS = 35
                   OPEN OUTPUT CREDITO
                   CLOSE CREDITO
                   OPEN I-O CREDITO
               END-IF.
           OPEN I-O NOTAFIS
               IF NOTAFIS-STATUS = 35
                   OPEN OUTPUT NOTAFIS
                   CLOSE NOTAFIS
                   OPEN I-O NOTAFIS
               END-IF.
           OPEN I-O ESTLOCAL
               IF ESTLOCAL-STATUS = 35
                   OPEN OUTPUT ESTLOCAL
                   CLOSE ESTLOCAL
                   OPEN I-O ESTLOCAL
               END-IF.
           OPEN I-O KITS
               IF KITS-STATUS = 35
                   OPEN OUTPUT KITS
                   CLOSE KITS
                   OPEN I-O KITS
               END-IF.
           OPEN I-O BACKORD
               IF BACKORD-STATUS = 35
                   OPEN OUTPUT BACKORD
                   CLOSE BACKORD
                   OPEN I-O BACKORD
               END-IF.
           OPEN I-O TAREFAS
               IF TAREFAS-STATUS = 35
                   OPEN OUTPUT TAREFAS
                   CLOSE TAREFAS
                   OPEN I-O TAREFAS
               END-IF.
           OPEN I-O CHAMADOS
               IF CHAMADOS-STATUS = 35
                   OPEN OUTPUT CHAMADOS
                   CLOSE CHAMADOS
                   OPEN I-O CHAMADOS
               END-IF.
           OPEN INPUT CEPBASE.
           IF CEPBASE-STATUS = 00
               MOVE 'S' TO WRK-CEPB-ABERTA
           END-IF.
           OPEN INPUT EMAILINV.
           IF EMAILINV-STATUS = 00
               MOVE 'S' TO WRK-EMLI-ABERTO
           END-IF.
           OPEN INPUT GRUPCLI.
           IF GRUPCLI-STATUS = 00
               MOVE 'S' TO WRK-GRUP-ABERTO
           END-IF.
           OPEN INPUT TABPRECO.
           IF TABPRECO-STATUS = 00
               MOVE 'S' TO WRK-TABP-ABERTA
           END-IF.
           OPEN I-O CUPONS.
           IF CUPONS-STATUS = 00
               MOVE 'S' TO WRK-CUPOM-ABERTO
           END-IF.
           MOVE SPACES TO WRK-LOGIN-OK.
           CALL 'USUARIO' USING WRK-USUARIO WRK-SENHA WRK-NIVEL
               WRK-LOGIN-OK.
                   CLOSE CLIENTES AUDITF RESTARTLOG PEDIDOS PRODUTOS
                       PEDITENS ENDERECOS
                   STOP RUN
               WHEN 'H'
                   DISPLAY 'FORA DO HORARIO PERMITIDO PARA ESTE '
                       'USUARIO - PROCURE UM ADM'
                   CLOSE CLIENTES AUDITF RESTARTLOG PEDIDOS PRODUTOS
                       PEDITENS ENDERECOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'USUARIO/SENHA INVALIDOS - NIVEL 00'
                   CLOSE CLIENTES AUDITF RESTARTLOG PEDIDOS PRODUTOS
           PERFORM 1070-MONTADDD.
           PERFORM 1080-MONTAUF.
           PERFORM 1085-MONTACEP.
           PERFORM 1087-MONTALOCAL.
           PERFORM 1088-LER-PARAMETROS.
           PERFORM 1095-AGENDA-DO-DIA.
           PERFORM 1097-PAINEL-NO-LOGIN.

      *****************************************************
      * O AMBIENTE E ESCOLHIDO ANTES DE QUALQUER ABERTURA:
      * NO TREINAMENTO O AMBIENTE JA TROCOU DE DIRETORIO E
      * TODOS OS ARQUIVOS DAQUI PARA FRENTE SAO OS DO
      * TREINO. A FAIXA MARCA TODAS AS TELAS E RELATORIOS
      * E O CARIMBO ABRE CADA DOCUMENTO GERADO.
      *****************************************************
       1010-ESCOLHER-AMBIENTE.
           IF WRK-AMB-ESCOLHA = 'T' OR WRK-AMB-ESCOLHA = 't'
               MOVE 'T' TO WRK-AMB-ACAO
           ELSE
               MOVE 'C' TO WRK-AMB-ACAO
           END-IF.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           IF WRK-AMB-TREINO = 'S'
               MOVE '*** TREINAMENTO ***' TO WRK-AMB-FAIXA
           END-IF.

      *****************************************************
      * A CONTAGEM DE ATIVOS VEM DO REGISTRO DE CONTROLE
                   END-DELETE
           END-READ.

      *****************************************************
      * AGENDA DE RETORNOS DO USUARIO NO LOGIN: TAREFAS
      * PENDENTES COM VENCIMENTO HOJE OU JA PASSADO, LIDAS
      * PELA CHAVE ALTERNATIVA DO RESPONSAVEL.
      *****************************************************
       1095-AGENDA-DO-DIA.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAR-QTDE WRK-TAR-ATRASO WRK-QTDE-PAG.
           MOVE 'N' TO WRK-FIM-TAR.
           MOVE WRK-USUARIO TO TAREFA-RESPONSAVEL.
           START TAREFAS KEY IS EQUAL TAREFA-RESPONSAVEL
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TAR
           END-START.
           PERFORM UNTIL FIM-TAR
               READ TAREFAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TAR
                   NOT AT END
                       IF TAREFA-RESPONSAVEL NOT = WRK-USUARIO
                           MOVE 'S' TO WRK-FIM-TAR
                       ELSE
                       IF TAREFA-PENDENTE
                           AND TAREFA-VENCIMENTO NOT > WRK-DATA-SIS
                           PERFORM 1096-MOSTRAR-TAREFA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-TAR-QTDE > ZEROS
               DISPLAY 'RETORNOS PENDENTES: ' WRK-TAR-QTDE
                   ' (ATRASADOS: ' WRK-TAR-ATRASO ')'
               MOVE 'PRESSIONE ENTER PARA CONTINUAR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.

       1096-MOSTRAR-TAREFA.
           IF WRK-TAR-QTDE = ZEROS
               DISPLAY 'MINHAS TAREFAS - HOJE E ATRASADAS'
           END-IF.
           ADD 1 TO WRK-TAR-QTDE.
           IF TAREFA-VENCIMENTO < WRK-DATA-SIS
               MOVE 'ATRASADA' TO WRK-TAR-MARCA
               ADD 1 TO WRK-TAR-ATRASO
           ELSE
               MOVE 'HOJE' TO WRK-TAR-MARCA
           END-IF.
           MOVE TAREFA-VENCIMENTO TO WRK-TAR-DATA.
           DISPLAY WRK-TD-DIA '/' WRK-TD-MES '/' WRK-TD-ANO ' '
               WRK-TAR-MARCA ' ' TAREFA-FONE '/' TAREFA-NUM ' '
               TAREFA-ASSUNTO.
           ADD 1 TO WRK-QTDE-PAG.
           IF WRK-QTDE-PAG = 10
               PERFORM 9150-PAUSAR-PAGINA
           END-IF.

      *    QUEM TEM A OPERACAO 'PAINEL' (SUPERVISAO) JA ENTRA
      *    VENDO O PAINEL DO DIA; OS DEMAIS NEM SABEM QUE ELE
      *    EXISTE.
       1097-PAINEL-NO-LOGIN.
           MOVE 'PAINEL' TO WRK-OP-PERM.
           PERFORM 9800-VERIFICA-PERMISSAO.
           IF WRK-PERMITIDO = 'S'
               PERFORM 7700-PAINEL
           END-IF.

       1070-MONTADDD.
           COPY 'DDDTABPR.cob'.

       1085-MONTACEP.
           COPY 'CEPTABPR.cob'.

       1087-MONTALOCAL.
           COPY 'LOCATABPR.cob'.

      *****************************************************
      * PARAMETROS DE NEGOCIO EM VIGOR HOJE (PARAMS.DAT,
      * MANTIDO PELO MANTPARM). CODIGO SEM LINHA NO
      * ARQUIVO DEVOLVE O PADRAO DO PARMTAB; SO UM CODIGO
      * DESCONHECIDO (ORIGEM 'N') DEIXA O VALUE DAQUI.
      *****************************************************
       1088-LER-PARAMETROS.
           MOVE 'LIMAPROV' TO WRK-PL-CODIGO.
           PERFORM 1089-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-LIMITE-APROV
           END-IF.
           MOVE 'LOCKMIN' TO WRK-PL-CODIGO.
           PERFORM 1089-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-LOCK-LIMITE
           END-IF.
           MOVE 'ABANDMIN' TO WRK-PL-CODIGO.
           PERFORM 1089-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-ABANDONO-LIMITE
           END-IF.
           MOVE 'PARCDIAS' TO WRK-PL-CODIGO.
           PERFORM 1089-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-PARCELA-PADRAO
           END-IF.
           MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA.
           MOVE 'ORCDIAS' TO WRK-PL-CODIGO.
           PERFORM 1089-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-VALIDADE-DIAS
           END-IF.
           MOVE 'ESTQMIN' TO WRK-PL-CODIGO.
           PERFORM 1089-CHAMAR-PARAMLE.
           IF WRK-PL-ORIGEM NOT = 'N'
               MOVE WRK-PL-VALOR TO WRK-PNL-ESTQMIN
           END-IF.

       1089-CHAMAR-PARAMLE.
           MOVE ZEROS TO WRK-PL-DATA.
           CALL 'PARAMLE' USING WRK-PL-CODIGO WRK-PL-DATA
               WRK-PL-VALOR WRK-PL-VIGENCIA WRK-PL-ORIGEM.

       1100-MONTATELA.
           PERFORM 9650-ATUALIZA-SESSAO.
           DISPLAY TELA.
               PERFORM 7500-TROCAR-SENHA
           WHEN 8
               PERFORM 7600-USUARIOS-ATIVOS
           WHEN 9
               PERFORM 6390-FILA-CHAMADOS
           WHEN 'D' WHEN 'd'
               PERFORM 7700-PAINEL

           WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
           CLOSE ORCAMENTO.
           CLOSE ORCITENS.
           CLOSE DEVOL.
           CLOSE CREDITO.
           CLOSE NOTAFIS.
           CLOSE ESTLOCAL.
           CLOSE KITS.
           CLOSE BACKORD.
           CLOSE TAREFAS.
           CLOSE CHAMADOS.
           IF CEPB-DISPONIVEL
               CLOSE CEPBASE
           END-IF.
           IF EMLI-DISPONIVEL
               CLOSE EMAILINV
           END-IF.
           IF GRUP-DISPONIVEL
               CLOSE GRUPCLI
           END-IF.
           IF TABP-DISPONIVEL
               CLOSE TABPRECO
           END-IF.
           IF CUPOM-DISPONIVEL
               CLOSE CUPONS
           END-IF.
           DISPLAY '===== RESUMO DA SESSAO ====='.
           DISPLAY 'CLIENTES EM ARQUIVO..: ' WRK-TOTAL-CLIENTES.
           DISPLAY 'INCLUSOES...........: ' WRK-CNT-INCLUIR.
           MOVE ZEROS TO CLIENTES-CNPJ.
           MOVE WRK-LIMITE-PADRAO TO CLIENTES-LIMITE-CRED.
           DISPLAY TELA.
           IF CEPB-DISPONIVEL
               MOVE ZEROS TO WRK-CEPB-CEP
               ACCEPT BUSCA-CEP
               PERFORM 5096-PROPOR-CLIENTE
           END-IF.
               ACCEPT TELA-REGISTRO.
                   IF NOT CLIENTES-ATIVO AND NOT CLIENTES-INATIVO
                       MOVE 'A' TO CLIENTES-SITUACAO
               MOVE 'S' TO WRK-CEP-OK
           END-IF.

      *****************************************************
      * PROPOSTA DE ENDERECO PELA BASE DE CEP DOS CORREIOS
      * (CEPBASE.DAT, REFEITA PELO CARGACEP): COM O CEP EM
      * WRK-CEPB-CEP, DEVOLVE WRK-CEPB-ACHOU = 'S' E O
      * LOGRADOURO JA SEGUIDO DA VIRGULA EM
      * WRK-CEPB-ENDERECO - O OPERADOR SO COMPLETA NUMERO E
      * COMPLEMENTO. CIDADE E UF FICAM NO CEPBASE-REG.
      * SEM A BASE (ARQUIVO AUSENTE) NADA E PROPOSTO.
      *****************************************************
       5095-PROPOR-ENDERECO.
           MOVE 'N' TO WRK-CEPB-ACHOU.
           MOVE SPACES TO WRK-CEPB-ENDERECO.
           IF CEPB-DISPONIVEL AND WRK-CEPB-CEP NOT = ZEROS
               MOVE WRK-CEPB-CEP TO CEPBASE-CEP
               READ CEPBASE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CEPB-ACHOU
                       IF CEPBASE-LOGRADOURO NOT = SPACES
                           STRING CEPBASE-LOGRADOURO DELIMITED BY '  '
                               ', ' DELIMITED BY SIZE
                               INTO WRK-CEPB-ENDERECO
                           END-STRING
                       END-IF
               END-READ
           END-IF.

      *    TELA DO CADASTRO (INCLUIR E ALTERAR): O CEP DIGITADO
      *    JA VAI PARA O REGISTRO; ACHANDO NA BASE, ENDERECO,
      *    CIDADE E UF SAO TROCADOS PELOS DOS CORREIOS.
       5096-PROPOR-CLIENTE.
           IF WRK-CEPB-CEP NOT = ZEROS
               MOVE WRK-CEPB-CEP TO CLIENTES-CEP
               PERFORM 5095-PROPOR-ENDERECO
               IF CEPB-ACHOU
                   MOVE WRK-CEPB-ENDERECO TO CLIENTES-ENDERECO
                   MOVE CEPBASE-CIDADE    TO CLIENTES-CIDADE
                   MOVE CEPBASE-UF        TO CLIENTES-UF
               ELSE
                   MOVE 'CEP NAO ENCONTRADO NA BASE DOS CORREIOS'
                       TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

       6000-CONSULTAR.
           MOVE 'CONSULTAR' TO WRK-MODULO.
           MOVE ZEROS  TO CLIENTES-FONE.
                       DISPLAY 'TELEFONE: ' WRK-FONE-ED
                       MOVE 'CLIENTE ENCONTRADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       PERFORM 6240-GRUPO-DO-CLIENTE
                       PERFORM 6245-PONTOS-DO-CLIENTE
                       PERFORM 6150-HISTORICO-PEDIDOS
                       PERFORM 6155-ORCAMENTOS-CLIENTE
                       PERFORM 6180-ENDERECOS-CLIENTE
                       PERFORM 6200-OBSERVACOES-CLIENTE
                       PERFORM 6250-TAREFAS-CLIENTE
                       PERFORM 6300-CHAMADOS-CLIENTE
                       PERFORM 6220-HISTORICO-ALTERACOES
                       PERFORM 6100-FRETE-CONSULTA
               END-READ
           PERFORM VARYING WRK-BUSCA-LEN FROM 30 BY -1
                   UNTIL WRK-BUSCA-LEN = 0
                   OR WRK-BUSCA-NOME(WRK-BUSCA-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       6060-LISTAR-NOME.
      *****************************************************
      * MARCA NO HISTORICO O PEDIDO QUE ESTOUROU A DATA
      * PROMETIDA: AINDA NAO ENTREGUE COM A PROMESSA NO
      * PASSADO E ATRASO CORRENTE; JA ENTREGUE, A DATA DO
      * COMPROVANTE (PEDIDOS-DT-ENTREGA) OU, NO PEDIDO
      * ANTERIOR A ELE, A DA ULTIMA TRANSICAO PARA 'D' NA
      * LINHA DO TEMPO (PEDSTHIS.DAT, COLUNAS FIXAS COMO
      * NO 6152 E NO RELENVIO) DIZ SE A ENTREGA ESTOUROU
      * A PROMESSA. PEDIDO ENTREGUE SEM NENHUMA DAS DUAS
      * FICA SEM MARCA.
      *****************************************************
       6151-MARCAR-ATRASO.
           IF PEDIDOS-DT-PROMESSA = ZEROS OR PEDIDOS-CANCELADO
               CONTINUE
           ELSE
           IF PEDIDOS-ENTREGUE
               IF PEDIDOS-DT-ENTREGA NOT = ZEROS
                   MOVE PEDIDOS-DT-ENTREGA TO WRK-DT-ENTREGA
               ELSE
                   PERFORM 6151-BUSCAR-DATA-ENTREGA
               END-IF
               IF WRK-DT-ENTREGA NOT = ZEROS
                   AND WRK-DT-ENTREGA > PEDIDOS-DT-PROMESSA
                   DISPLAY '     ** ENTREGUE COM ATRASO EM '

       6158-CONVERTER-ORC-INTERNA.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           IF ORCAMENTO-VENCIDO
               MOVE 'ORCAMENTO VENCIDO - MONTE UM NOVO'
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF NOT ORCAMENTO-ABERTO
               MOVE 'ORCAMENTO JA FOI CONVERTIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF ORCAMENTO-VALIDADE < WRK-DATA-SIS
               MOVE 'V' TO ORCAMENTO-SITUACAO
               REWRITE ORCAMENTO-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'ORCAMENTO VENCIDO - MONTE UM NOVO'
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               ELSE
                   MOVE ORCAMENTO-UF TO WRK-ENTREGA-UF
                   MOVE ORCAMENTO-END-ENTREGA TO WRK-ENTREGA-SEQ
                   PERFORM 6134-CEP-DA-ENTREGA
                   CALL 'FRETECALC' USING WRK-ENTREGA-UF
                       WRK-FRETE-VALOR WRK-FRETE-CALC WRK-FRETE-ACHOU
                       WRK-FRETE-VLMIN WRK-FRETE-PESO
                       WRK-FRETE-PRAZO WRK-ENTREGA-CEP
                   IF WRK-FRETE-ACHOU NOT = 'S'
                       MOVE 'NAO PODEMOS ENTREGAR NESSE ESTADO'
                           TO WRK-MSGERRO
                       MOVE 'CONFIRMA A CONVERSAO (S/N)?'
                           TO WRK-MSGERRO
                       ACCEPT MOSTRA-CONFIRMA
                       IF (WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's')
                           AND WRK-INAD-RECUSA NOT = 'S'
                           PERFORM 9550-GRAVA-PEDIDO
                           MOVE 'P' TO ORCAMENTO-SITUACAO
                           MOVE WRK-DATA-SIS
                               TO ORCAMENTO-DT-CONVERSAO
                           MOVE PEDIDOS-SEQ TO ORCAMENTO-PEDIDO
                           REWRITE ORCAMENTO-REG
                               INVALID KEY
                                   CONTINUE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************
       6157-CARREGAR-ITENS-ORC.
           MOVE 'S' TO WRK-ORC-OK.
           MOVE ZEROS TO WRK-QTDE-ITENS WRK-FRETE-VALOR
               WRK-FRETE-PESO WRK-PTS-RESGATE.
           MOVE ORCAMENTO-FONE TO ORCITENS-FONE.
           MOVE ORCAMENTO-SEQ  TO ORCITENS-SEQ.
           MOVE ZEROS TO ORCITENS-ITEM.
                       MOVE 'N' TO WRK-ORC-OK
                       MOVE 'S' TO WRK-FIM-ORC
                   ELSE
                   MOVE WRK-LOCAL-PADRAO TO WRK-LOC-ESCOLHIDO
                   PERFORM 6140-CARREGAR-KIT
                   IF WRK-KC-QTDE-COMP NOT = ZEROS
                       PERFORM 6144-CONVERTER-KIT-ORC
                   ELSE
                   PERFORM 6117-SALDO-DO-LOCAL
                   IF ORCITENS-QTDE > WRK-LOC-SALDO
                       DISPLAY 'PRODUTO ' ORCITENS-PRODUTO
                           ' SEM ESTOQUE SUFICIENTE'
                       MOVE 'N' TO WRK-ORC-OK
                       MOVE 'S' TO WRK-FIM-ORC
                   ELSE
                       ADD 1 TO WRK-QTDE-ITENS
                       MOVE WRK-LOCAL-PADRAO
                           TO WRK-ITEM-LOCAL(WRK-QTDE-ITENS)
                       MOVE SPACES TO WRK-ITEM-TIPO(WRK-QTDE-ITENS)
                       MOVE ZEROS  TO WRK-ITEM-KIT(WRK-QTDE-ITENS)
                           WRK-ITEM-FALTA(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-CODIGO
                           TO WRK-ITEM-PRODUTO(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-DESCRICAO
                           TO WRK-ITEM-DESCRICAO(WRK-QTDE-ITENS)
                       MOVE ORCITENS-QTDE
                           TO WRK-ITEM-QTDE(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-CODIGO TO WRK-TABP-PRODUTO
                       MOVE PRODUTOS-PRECO TO WRK-PRECO-ITEM
                       PERFORM 6107-PRECO-CONTRATO
                       MOVE WRK-TABELA-ITEM
                           TO WRK-ITEM-TABELA(WRK-QTDE-ITENS)
                       MOVE WRK-PRECO-ITEM
                           TO WRK-ITEM-VLUNIT(WRK-QTDE-ITENS)
                       COMPUTE WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS) =
                           ORCITENS-QTDE * WRK-PRECO-ITEM
                       ADD WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS)
                           TO WRK-FRETE-VALOR
                       COMPUTE WRK-FRETE-PESO = WRK-FRETE-PESO
                           + (ORCITENS-QTDE * PRODUTOS-PESO)
                       IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
                           MOVE PRODUTOS-CUSTO-MEDIO
                               TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                       ELSE
                           MOVE PRODUTOS-CUSTO
                               TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
                           PERFORM 9500-GRAVA-AUDITORIA
                           PERFORM 6173-DEVOLVER-ESTOQUE
                           PERFORM 6177-CANCELAR-PARCELAS
                           PERFORM 9635-CANCELAR-NOTA
                           PERFORM 9620-CREDITO-DO-PEDIDO
                           MOVE WRK-CRED-PEDIDO TO WRK-CRED-VALOR
                           PERFORM 9625-ESTORNAR-CREDITO
                           MOVE 'C' TO WRK-FID-OPER
                           PERFORM 9579-CHAMAR-FIDELIDADE
                           MOVE 'PED' TO WRK-JRN-TIPO
                           PERFORM 9585-GRAVA-JORNAL
                           MOVE 'C' TO WRK-STH-PARA
               WHEN 'E' WHEN 'e'
                   ACCEPT TELA-EDITA-PEDIDO
                   PERFORM 6172-CALCULA-PESO-PEDIDO
                   MOVE PEDIDOS-END-ENTREGA TO WRK-ENTREGA-SEQ
                   PERFORM 6134-CEP-DA-ENTREGA
                   CALL 'FRETECALC' USING PEDIDOS-UF PEDIDOS-VALOR
                       WRK-FRETE-CALC WRK-FRETE-ACHOU WRK-FRETE-VLMIN
                       WRK-FRETE-PESO WRK-FRETE-PRAZO WRK-ENTREGA-CEP
                   IF WRK-FRETE-ACHOU NOT = 'S'
                       MOVE 'NAO PODEMOS ENTREGAR NESSE ESTADO'
                           TO WRK-MSGERRO
                       MOVE PEDIDOS-VALOR   TO WRK-ICMS-BASE
                       PERFORM 9545-CALCULA-ICMS
                       MOVE WRK-ICMS-VALOR  TO PEDIDOS-ICMS
      *    CREDITO ABATIDO NA GRAVACAO CONTINUA FORA DAS
      *    PARCELAS; O QUE PASSAR DO TOTAL NOVO E ESTORNADO
      *    DEPOIS DA REGRAVACAO.
                       PERFORM 9620-CREDITO-DO-PEDIDO
                       IF PEDIDOS-QT-PARCELAS > 0
                           IF WRK-CRED-PEDIDO < PEDIDOS-TOTAL
                               COMPUTE PEDIDOS-VALOR-PARCELA ROUNDED =
                                   (PEDIDOS-TOTAL - WRK-CRED-PEDIDO)
                                   / PEDIDOS-QT-PARCELAS
                           ELSE
                               MOVE ZEROS TO PEDIDOS-VALOR-PARCELA
                           END-IF
                       END-IF
      *    O MESMO TETO DO 9550-GRAVA-PEDIDO VALE AQUI:
      *    EDICAO QUE LEVA O TOTAL ACIMA DO LIMITE DEVOLVE
      *    O PEDIDO PARA A FILA DE APROVACAO A QUATRO OLHOS.
                       MOVE PEDIDOS-SITUACAO TO WRK-STH-DE
                       IF PEDIDOS-TOTAL > WRK-LIMITE-APROV
                           MOVE 'G' TO PEDIDOS-SITUACAO
                       ELSE
                               PERFORM 9500-GRAVA-AUDITORIA
                               MOVE 'PED' TO WRK-JRN-TIPO
                               PERFORM 9585-GRAVA-JORNAL
                               IF PEDIDOS-AGUARD-APROV
                                   AND WRK-STH-DE NOT = 'G'
                                   MOVE 'G' TO WRK-STH-PARA
                                   PERFORM 9587-GRAVA-STATUS-HIST
                               END-IF
                               PERFORM 6179-REGERAR-PARCELAS
                               MOVE 'A' TO WRK-FID-OPER
                               MOVE PEDIDOS-TOTAL TO WRK-FID-VALOR
                               PERFORM 9579-CHAMAR-FIDELIDADE
                               IF WRK-CRED-PEDIDO > PEDIDOS-TOTAL
                                   COMPUTE WRK-CRED-VALOR =
                                       WRK-CRED-PEDIDO - PEDIDOS-TOTAL
                                   PERFORM 9625-ESTORNAR-CREDITO
                               END-IF
                       END-REWRITE
                       ACCEPT MOSTRA-ERRO
                   END-IF
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                       IF NOT PEDITENS-LINHA-KIT
                           MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO
                           READ PRODUTOS
                               INVALID KEY
                                       (PEDITENS-QTDE * PRODUTOS-PESO)
                           END-READ
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

                       MOVE PEDIDOS-STATUS-ENTREGA TO WRK-STH-PARA
                       PERFORM 9587-GRAVA-STATUS-HIST
                       IF PEDIDOS-ENVIADO
                           PERFORM 9574-VERIFICA-EMAIL-DEVOLVIDO
                           IF NOT EMAIL-DEVOLVIDO
                               PERFORM 9576-GERAR-AVISO-ENVIO
                           END-IF
                           PERFORM 9630-EMITIR-NOTA
                       END-IF
               END-REWRITE
               ACCEPT MOSTRA-ERRO
                       IF PEDITENS-FONE NOT = PEDIDOS-FONE
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                       IF PEDITENS-LINHA-COMPONENTE
                           PERFORM 6145-EXPEDIR-COMPONENTE
                       ELSE
                           PERFORM 6161-EXPEDIR-UMA-LINHA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6161-EXPEDIR-UMA-LINHA.
           MOVE PEDITENS-PRODUTO TO WRK-KIT-LIN-PAI.
           MOVE PEDITENS-QTDE    TO WRK-KIT-LIN-VEND.
           MOVE ZEROS            TO WRK-KIT-LIN-MOV.
           COMPUTE WRK-ENV-SALDO = PEDITENS-QTDE
               - PEDITENS-QTDE-ENVIADA - PEDITENS-QTDE-FALTA.
           IF WRK-ENV-SALDO = ZEROS
               IF PEDITENS-QTDE-FALTA NOT = ZEROS
                   DISPLAY 'ITEM ' PEDITENS-ITEM ' '
                       PEDITENS-DESCRICAO ' AGUARDA ENCOMENDA'
               ELSE
                   DISPLAY 'ITEM ' PEDITENS-ITEM ' '
                       PEDITENS-DESCRICAO ' JA EXPEDIDO'
               END-IF
           ELSE
               MOVE WRK-ENV-SALDO TO WRK-SALDO-ED
               DISPLAY 'ITEM ' PEDITENS-ITEM ' '
                   DISPLAY 'MAIOR QUE O SALDO - LINHA IGNORADA'
               ELSE
               IF WRK-ENV-QTDE NOT = ZEROS
                   MOVE WRK-ENV-QTDE TO WRK-KIT-LIN-MOV
                   ADD WRK-ENV-QTDE TO PEDITENS-QTDE-ENVIADA
                   REWRITE PEDITENS-REG
                       INVALID KEY
           END-EVALUATE.

      *    AVANCO DIRETO PARA ENVIADO: TODA LINHA PASSA A
      *    CONSTAR COMO EXPEDIDA POR COMPLETO, MENOS A PARTE
      *    SOB ENCOMENDA, QUE FICA CONTADA EM WRK-LIN-FALTA.
       6164-COMPLETAR-LINHAS.
           MOVE ZEROS TO WRK-LIN-FALTA.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
           MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ.
           MOVE ZEROS TO PEDITENS-ITEM.
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE PEDITENS-QTDE-ENVIADA =
                               PEDITENS-QTDE - PEDITENS-QTDE-FALTA
                           IF PEDITENS-QTDE-FALTA NOT = ZEROS
                               ADD 1 TO WRK-LIN-FALTA
                           END-IF
                           REWRITE PEDITENS-REG
                               INVALID KEY
                                   CONTINUE
                           MOVE 'PED' TO WRK-JRN-TIPO
                           PERFORM 9585-GRAVA-JORNAL
                   END-REWRITE
                   MOVE PEDIDOS-FONE  TO WRK-CRED-FONE
                   MOVE 'D'           TO WRK-CRED-TIPO
                   MOVE WRK-DEV-TOTAL TO WRK-CRED-VALOR
                   MOVE PEDIDOS-SEQ   TO WRK-CRED-REF-SEQ
                   PERFORM 9615-GRAVA-CREDITO
                   PERFORM 6169-GERAR-NOTA-CREDITO
                   MOVE 'D' TO WRK-FID-OPER
                   MOVE WRK-DEV-TOTAL TO WRK-FID-VALOR
                   PERFORM 9579-CHAMAR-FIDELIDADE
                   MOVE 'DEVOLVER' TO WRK-OPERACAO
                   PERFORM 9500-GRAVA-AUDITORIA
                   MOVE 'DEVOLUCAO REGISTRADA' TO WRK-MSGERRO
                       IF PEDITENS-FONE NOT = PEDIDOS-FONE
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                       IF PEDITENS-LINHA-COMPONENTE
                           PERFORM 6146-DEVOLVER-COMPONENTE
                       ELSE
                           PERFORM 6168-DEVOLVER-LINHA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6168-DEVOLVER-LINHA.
           MOVE ZEROS TO WRK-DEV-QTDE.
           MOVE PEDITENS-PRODUTO TO WRK-KIT-LIN-PAI.
           MOVE PEDITENS-QTDE    TO WRK-KIT-LIN-VEND.
           MOVE ZEROS            TO WRK-KIT-LIN-MOV.
           DISPLAY 'ITEM ' PEDITENS-ITEM ' ' PEDITENS-DESCRICAO
               ' QTDE VENDIDA ' PEDITENS-QTDE.
           DISPLAY 'QTDE DEVOLVIDA (0 = NENHUMA).. '.
                   NOT INVALID KEY
                       ADD 1 TO WRK-DEV-LINHAS
                       ADD WRK-DEV-VALOR TO WRK-DEV-TOTAL
                       MOVE WRK-DEV-QTDE TO WRK-KIT-LIN-MOV
                       IF NOT PEDITENS-LINHA-KIT
                           PERFORM 6174-REPOR-ITEM-DEVOLVIDO
                       END-IF
               END-WRITE
           END-IF
           END-IF.

      *    REPOE NO CATALOGO SO A QUANTIDADE DEVOLVIDA DA
      *    LINHA (WRK-DEV-QTDE), COM ORIGEM DEVOLUCAO NO
      *    DIARIO - IRMAO DO 6174-REPOR-ITEM-ESTOQUE. A
      *    LINHA DO KIT NAO TEM ESTOQUE - VOLTAM OS
      *    COMPONENTES (6146-DEVOLVER-COMPONENTE).
       6174-REPOR-ITEM-DEVOLVIDO.
           MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
                   MOVE WRK-DEV-QTDE     TO WRK-MOV-QTDE
                   MOVE 'DEVOLUCAO'      TO WRK-MOV-ORIGEM
                   PERFORM 9580-GRAVA-MOV-ESTOQUE
                   PERFORM 9557-MOVER-SALDO-LOCAL
           END-READ.

      *    NOTA DE CREDITO IMPRIMIVEL DA DEVOLUCAO, NOS
               DELIMITED BY SIZE INTO WRK-CREDNOTA-NOME
           END-STRING.
           OPEN OUTPUT CREDNOTA.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO CREDNOTA-LINHA
               WRITE CREDNOTA-LINHA
           END-IF.
           MOVE ALL '=' TO CREDNOTA-LINHA.
           WRITE CREDNOTA-LINHA.
           MOVE SPACES TO CREDNOTA-LINHA.
               DELIMITED BY SIZE INTO CREDNOTA-LINHA
           END-STRING.
           WRITE CREDNOTA-LINHA.
           MOVE WRK-CRED-SALDO TO WRK-CRED-ED.
           MOVE SPACES TO CREDNOTA-LINHA.
           STRING 'SALDO DE CREDITO.: ' WRK-CRED-ED
               ' (USAR EM PEDIDOS OU PARCELAS)'
               DELIMITED BY SIZE INTO CREDNOTA-LINHA
           END-STRING.
           WRITE CREDNOTA-LINHA.
           CLOSE CREDNOTA.
           DISPLAY 'NOTA DE CREDITO GERADA: ' WRK-CREDNOTA-NOME.

      * DEVOLVE AO ESTOQUE AS QUANTIDADES DE TODOS OS
      * ITENS DO PEDIDO RECEM CANCELADO, COM UMA LINHA DE
      * ENTRADA NO DIARIO ESTOQMOV.DAT POR ITEM - O
      * ESPELHO DA BAIXA FEITA EM 9558-BAIXAR-ESTOQUE (A
      * LINHA DE KIT NAO BAIXOU, ENTAO NAO REPOE; A FALTA
      * AINDA EM ENCOMENDA TAMBEM NAO).
      *****************************************************
       6173-DEVOLVER-ESTOQUE.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                       IF NOT PEDITENS-LINHA-KIT
                           AND PEDITENS-QTDE > PEDITENS-QTDE-FALTA
                           PERFORM 6174-REPOR-ITEM-ESTOQUE
                       END-IF
                       IF PEDITENS-QTDE-FALTA NOT = ZEROS
                           PERFORM 6148-CANCELAR-ENCOMENDA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6174-REPOR-ITEM-ESTOQUE.
           COMPUTE WRK-MOV-QTDE = PEDITENS-QTDE - PEDITENS-QTDE-FALTA.
           MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WRK-MOV-QTDE TO PRODUTOS-ESTOQUE
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'E' TO WRK-MOV-TIPO
                   MOVE PEDITENS-PRODUTO TO WRK-MOV-PRODUTO
                   MOVE 'CANCELAMENTO'   TO WRK-MOV-ORIGEM
                   PERFORM 9580-GRAVA-MOV-ESTOQUE
                   PERFORM 9557-MOVER-SALDO-LOCAL
           END-READ.

      *****************************************************
           EVALUATE TRUE
               WHEN PEDIDOS-PENDENTE
               WHEN PEDIDOS-PARCIAL
                   PERFORM 6149-CONFERIR-VOLUME
                   IF VOL-BATEU
                       MOVE 'E' TO PEDIDOS-STATUS-ENTREGA
                       MOVE 'S' TO WRK-AVANCOU-ENTREGA
                       PERFORM 6164-COMPLETAR-LINHAS
                       IF WRK-LIN-FALTA NOT = ZEROS
                           MOVE 'R' TO PEDIDOS-STATUS-ENTREGA
                       END-IF
                       PERFORM 6131-CAPTURAR-TRANSP
                   ELSE
                       MOVE 'VOLUME NAO CONFERIDO - NAO ENVIADO'
                           TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-IF
               WHEN PEDIDOS-ENVIADO
                   PERFORM 6133-CAPTURAR-RECEBEDOR
                   IF WRK-RECEBEDOR NOT = SPACES
                       MOVE 'D' TO PEDIDOS-STATUS-ENTREGA
                       MOVE 'S' TO WRK-AVANCOU-ENTREGA
                   ELSE
                       MOVE 'SEM COMPROVANTE - NAO ENTREGUE'
                           TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-IF
               WHEN PEDIDOS-ENTREGUE
                   MOVE 'PEDIDO JA ESTA ENTREGUE' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                       MOVE PEDIDOS-STATUS-ENTREGA TO WRK-STH-PARA
                       PERFORM 9587-GRAVA-STATUS-HIST
                       IF PEDIDOS-ENVIADO
                           PERFORM 9574-VERIFICA-EMAIL-DEVOLVIDO
                           IF NOT EMAIL-DEVOLVIDO
                               PERFORM 9576-GERAR-AVISO-ENVIO
                           END-IF
                           PERFORM 9630-EMITIR-NOTA
                       END-IF
                       IF PEDIDOS-ENTREGUE AND CLIENTES-ACEITA-MKT
                           PERFORM 9574-VERIFICA-EMAIL-DEVOLVIDO
                           IF NOT EMAIL-DEVOLVIDO
                               PERFORM 9573-GERAR-AVISO-PESQUISA
                           END-IF
                       END-IF
               END-REWRITE
               ACCEPT MOSTRA-ERRO
           END-IF.

      *****************************************************
      * TRANSPORTADORA E RASTREIO DO PEDIDO QUE ESTA SAINDO
      * (LISTA DE TRANSP.DAT, COMO OS MOTIVOS NO 6171).
      * CODIGO FORA DA TABELA ENTRA COMO 'XX' COM AVISO,
      * PARA O ENVIO NAO FICAR PRESO NUMA TABELA
      * DESATUALIZADA.
      *****************************************************
       6131-CAPTURAR-TRANSP.
           MOVE 'N' TO WRK-FIM-TRANSP.
           DISPLAY 'TRANSPORTADORAS:'.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS = 35
               MOVE 'S' TO WRK-FIM-TRANSP
               DISPLAY '(TABELA TRANSP.DAT AUSENTE)'
           END-IF.
           PERFORM UNTIL FIM-TRANSP
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM-TRANSP
                   NOT AT END
                       DISPLAY '  ' TRANSP-CODIGO ' - ' TRANSP-NOME
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.
           MOVE SPACES TO WRK-TRANSP-COD.
           DISPLAY 'CODIGO DA TRANSPORTADORA.. '.
           ACCEPT WRK-TRANSP-COD FROM CONSOLE.
           MOVE WRK-TRANSP-COD TO PEDIDOS-TRANSP.
           PERFORM 6132-NOME-TRANSP.
           IF WRK-TRANSP-NOME = SPACES
               MOVE 'XX' TO PEDIDOS-TRANSP
               DISPLAY 'TRANSPORTADORA FORA DA TABELA - GRAVADA '
                   'COMO XX'
           END-IF.
           MOVE SPACES TO WRK-RASTREIO.
           DISPLAY 'CODIGO DE RASTREIO (ENTER = SEM).. '.
           ACCEPT WRK-RASTREIO FROM CONSOLE.
           MOVE WRK-RASTREIO TO PEDIDOS-RASTREIO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO PEDIDOS-DT-ENVIO.

      *    NOME DA TRANSPORTADORA DE PEDIDOS-TRANSP EM
      *    WRK-TRANSP-NOME (BRANCO = FORA DA TABELA).
       6132-NOME-TRANSP.
           MOVE SPACES TO WRK-TRANSP-NOME.
           MOVE 'N' TO WRK-FIM-TRANSP.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS = 35
               MOVE 'S' TO WRK-FIM-TRANSP
           END-IF.
           PERFORM UNTIL FIM-TRANSP
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM-TRANSP
                   NOT AT END
                       IF TRANSP-CODIGO = PEDIDOS-TRANSP
                           MOVE TRANSP-NOME TO WRK-TRANSP-NOME
                           MOVE 'S' TO WRK-FIM-TRANSP
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.

      *****************************************************
      * COMPROVANTE DE ENTREGA: NOME DE QUEM ASSINOU E DATA
      * (ZERO = HOJE). DATA FUTURA OU ANTERIOR AO ENVIO E
      * RECUSADA; SEM NOME O PEDIDO NAO VIRA ENTREGUE.
      *****************************************************
       6133-CAPTURAR-RECEBEDOR.
           MOVE SPACES TO WRK-RECEBEDOR.
           DISPLAY 'RECEBIDO POR (NOME).. '.
           ACCEPT WRK-RECEBEDOR FROM CONSOLE.
           IF WRK-RECEBEDOR NOT = SPACES
               MOVE ZEROS TO WRK-DT-RECEBIDO
               DISPLAY 'DATA DA ENTREGA (AAAAMMDD, 0 = HOJE).. '
               ACCEPT WRK-DT-RECEBIDO FROM CONSOLE
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               IF WRK-DT-RECEBIDO = ZEROS
                   MOVE WRK-DATA-SIS TO WRK-DT-RECEBIDO
               END-IF
               IF WRK-DT-RECEBIDO > WRK-DATA-SIS
                   OR WRK-DT-RECEBIDO < PEDIDOS-DT-ENVIO
                   DISPLAY 'DATA DE ENTREGA INVALIDA'
                   MOVE SPACES TO WRK-RECEBEDOR
               ELSE
                   MOVE WRK-RECEBEDOR  TO PEDIDOS-RECEBEDOR
                   MOVE WRK-DT-RECEBIDO TO PEDIDOS-DT-ENTREGA
               END-IF
           END-IF.

      *****************************************************
      * CONFERENCIA DO VOLUME ANTES DE MARCAR ENVIADO: A
      * TABELA VOLCOPY RECEBE, POR PRODUTO, O QUE FALTA
      * EXPEDIR NAS LINHAS DO PEDIDO (SEM A LINHA DO KIT,
      * QUE NAO E SEPARADA, E SEM A FALTA SOB ENCOMENDA), E
      * O CONFVOL CONTA AS LEITURAS DO EMBALADOR CONTRA
      * ELA. PEDIDO SEM NADA A EXPEDIR NAO AVANCA.
      *****************************************************
       6149-CONFERIR-VOLUME.
           MOVE PEDIDOS-FONE TO VOL-FONE.
           MOVE PEDIDOS-SEQ  TO VOL-SEQ.
           MOVE ZEROS TO VOL-QTDE-LINHAS.
           MOVE 'N' TO VOL-CONFERE.
           MOVE PEDIDOS-FONE TO PEDITENS-FONE.
           MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ.
           MOVE ZEROS TO PEDITENS-ITEM.
           MOVE 'N' TO WRK-FIM-ITENS.
           START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL FIM-ITENS
               READ PEDITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF PEDITENS-FONE NOT = PEDIDOS-FONE
                           OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           COMPUTE WRK-ENV-SALDO = PEDITENS-QTDE
                               - PEDITENS-QTDE-ENVIADA
                               - PEDITENS-QTDE-FALTA
                           IF WRK-ENV-SALDO > ZEROS
                               AND NOT PEDITENS-LINHA-KIT
                               PERFORM 6139-INCLUIR-LINHA-VOLUME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF VOL-QTDE-LINHAS = ZEROS
               MOVE 'NADA A EXPEDIR NESTE PEDIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               CALL 'CONFVOL' USING VOL-TABELA
           END-IF.

      *    O MESMO PRODUTO EM MAIS DE UMA LINHA (AVULSO E
      *    DENTRO DE UM KIT, OU DE LOCAIS DIFERENTES) SOMA
      *    NUMA LINHA SO DA CONFERENCIA.
       6139-INCLUIR-LINHA-VOLUME.
           MOVE ZEROS TO WRK-VOL-ACHOU.
           PERFORM VARYING WRK-VOL-IDX FROM 1 BY 1
                   UNTIL WRK-VOL-IDX > VOL-QTDE-LINHAS
               IF VOL-PRODUTO(WRK-VOL-IDX) = PEDITENS-PRODUTO
                   MOVE WRK-VOL-IDX TO WRK-VOL-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-VOL-ACHOU NOT = ZEROS
               ADD WRK-ENV-SALDO TO VOL-ESPERADO(WRK-VOL-ACHOU)
           ELSE
           IF VOL-QTDE-LINHAS < 50
               ADD 1 TO VOL-QTDE-LINHAS
               MOVE PEDITENS-PRODUTO
                   TO VOL-PRODUTO(VOL-QTDE-LINHAS)
               MOVE PEDITENS-DESCRICAO
                   TO VOL-DESCRICAO(VOL-QTDE-LINHAS)
               MOVE WRK-ENV-SALDO TO VOL-ESPERADO(VOL-QTDE-LINHAS)
               MOVE ZEROS TO VOL-CONTADO(VOL-QTDE-LINHAS)
               MOVE ZEROS TO VOL-EAN(VOL-QTDE-LINHAS)
               MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUTOS-EAN
                           TO VOL-EAN(VOL-QTDE-LINHAS)
               END-READ
           END-IF
           END-IF.

      *****************************************************
      * CANCELA AS CONTAS A RECEBER AINDA ABERTAS DO
      * PEDIDO RECEM CANCELADO - PARCELA JA PAGA FICA
      * COMO ESTA (O ACERTO DO VALOR PAGO E TRATADO FORA,
      * COM O CLIENTE).
      *****************************************************
       6177-CANCELAR-PARCELAS.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > PEDIDOS-QT-PARCELAS
               MOVE PEDIDOS-FONE TO RECEBER-FONE
               MOVE PEDIDOS-SEQ  TO RECEBER-SEQ
               MOVE WRK-PARC-IDX TO RECEBER-PARCELA
               READ RECEBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RECEBER-ABERTA
                           MOVE 'C' TO RECEBER-SITUACAO
                           REWRITE RECEBER-REG
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * A EDICAO MUDOU O TOTAL, ENTAO AS CONTAS A RECEBER
      * AINDA ABERTAS DO PEDIDO SAO REGRAVADAS COM O NOVO
      * VALOR DE PARCELA (VENCIMENTO E QUANTIDADE FICAM
      * COMO ESTAO; PARCELA JA PAGA OU CANCELADA NAO E
      * TOCADA) - SENAO O RELATRAS, O CARTACOB E O TESTE
      * DE CREDITO SEGUIRIAM COBRANDO O VALOR VELHO.
      * PARCELA COM PAGAMENTO PARCIAL QUE JA COBRE O
      * VALOR NOVO FECHA COMO PAGA.
      *****************************************************
       6179-REGERAR-PARCELAS.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > PEDIDOS-QT-PARCELAS
               MOVE PEDIDOS-FONE TO RECEBER-FONE
               MOVE PEDIDOS-SEQ  TO RECEBER-SEQ
               MOVE WRK-PARC-IDX TO RECEBER-PARCELA
               READ RECEBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RECEBER-ABERTA
                           MOVE PEDIDOS-VALOR-PARCELA
                               TO RECEBER-VALOR
                           IF RECEBER-VALOR-PAGO NOT < RECEBER-VALOR
                               MOVE 'P' TO RECEBER-SITUACAO
                           END-IF
                           REWRITE RECEBER-REG
                               INVALID KEY
                                   CONTINUE
           ADD 1 WRK-QTDE-ENDER GIVING ENDERECOS-SEQ.
           DISPLAY 'DESCRICAO (EX: TRABALHO).. '.
           ACCEPT ENDERECOS-DESCRICAO FROM CONSOLE.
           DISPLAY 'CEP....................... '.
           ACCEPT ENDERECOS-CEP FROM CONSOLE.
           MOVE ENDERECOS-CEP TO WRK-CEPB-CEP.
           PERFORM 5095-PROPOR-ENDERECO.
           IF CEPB-ACHOU
               PERFORM 6191-COMPLETAR-ENDERECO
           ELSE
               IF CEPB-DISPONIVEL
                   DISPLAY 'CEP NAO ENCONTRADO NA BASE DOS CORREIOS'
               END-IF
               DISPLAY 'ENDERECO.................. '
               ACCEPT ENDERECOS-ENDERECO FROM CONSOLE
               DISPLAY 'CIDADE.................... '
               ACCEPT ENDERECOS-CIDADE FROM CONSOLE
               DISPLAY 'UF........................ '
               ACCEPT ENDERECOS-UF FROM CONSOLE
           END-IF.
           MOVE ENDERECOS-UF TO WRK-UF-TESTE.
           PERFORM 5060-VERIFICA-UF.
           IF WRK-UF-OK NOT = 'S'
               PERFORM 6195-GRAVAR-ENDERECO
           END-IF.

      *    CEP ACHADO NA BASE: LOGRADOURO, CIDADE E UF VEM DOS
      *    CORREIOS E O OPERADOR DIGITA SO NUMERO E COMPLEMENTO.
       6191-COMPLETAR-ENDERECO.
           DISPLAY 'ENDERECO.................. ' WRK-CEPB-ENDERECO.
           DISPLAY 'CIDADE/UF................. ' CEPBASE-CIDADE '-'
               CEPBASE-UF.
           MOVE SPACES TO WRK-CEPB-COMPL.
           DISPLAY 'NUMERO E COMPLEMENTO...... '.
           ACCEPT WRK-CEPB-COMPL FROM CONSOLE.
           MOVE SPACES TO ENDERECOS-ENDERECO.
           IF CEPBASE-LOGRADOURO = SPACES
               MOVE WRK-CEPB-COMPL TO ENDERECOS-ENDERECO
           ELSE
               STRING CEPBASE-LOGRADOURO DELIMITED BY '  '
                   ', ' WRK-CEPB-COMPL DELIMITED BY SIZE
                   INTO ENDERECOS-ENDERECO
               END-STRING
           END-IF.
           MOVE CEPBASE-CIDADE TO ENDERECOS-CIDADE.
           MOVE CEPBASE-UF     TO ENDERECOS-UF.

       6195-GRAVAR-ENDERECO.
           MOVE ENDERECOS-UF  TO WRK-UF-TESTE.
           MOVE ENDERECOS-CEP TO WRK-CEP-TESTE.
           PERFORM 5090-VERIFICA-CEP.
           IF WRK-NOTA-TEXTO = SPACES
               DISPLAY 'OBSERVACAO VAZIA - NADA GRAVADO'
           ELSE
               PERFORM 6215-GRAVAR-OBSERVACAO
               DISPLAY 'OBSERVACAO GRAVADA'
           END-IF.

       6215-GRAVAR-OBSERVACAO.
           OPEN EXTEND NOTASCLI.
           IF NOTASCLI-STATUS = 35
               OPEN OUTPUT NOTASCLI
               CLOSE NOTASCLI
               OPEN EXTEND NOTASCLI
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE SPACES TO NOTAS-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               CLIENTES-FONE ' ' WRK-USUARIO ' ' WRK-NOTA-TEXTO
               DELIMITED BY SIZE INTO NOTAS-LINHA
           END-STRING.
           WRITE NOTAS-LINHA.
           CLOSE NOTASCLI.

      *****************************************************
      * AGENDA DE RETORNOS DO CLIENTE (TAREFAS.DAT): LISTA
      * AS TAREFAS, CRIA UMA NOVA (NUMERO SEGUINTE AO
      * ULTIMO DO CLIENTE) OU ENCERRA UMA PENDENTE - A
      * NOTA DO ENCERRAMENTO ENTRA NO DIARIO DE
      * OBSERVACOES COMO QUALQUER OUTRA ANOTACAO.
      *****************************************************
       6250-TAREFAS-CLIENTE.
           MOVE SPACES TO WRK-CONFIRMA.
           MOVE 'TAREFAS DE RETORNO (S/N)?' TO WRK-MSGERRO.
           ACCEPT MOSTRA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM 6255-LISTAR-TAREFAS
               MOVE SPACES TO WRK-TAR-OPCAO
               DISPLAY 'N - NOVA TAREFA  C - CONCLUIR  X - CANCELAR'
                   '  ENTER - NADA.. '
               ACCEPT WRK-TAR-OPCAO FROM CONSOLE
               EVALUATE WRK-TAR-OPCAO
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM 6260-NOVA-TAREFA
                   WHEN 'C'
                   WHEN 'c'
                       MOVE 'C' TO WRK-TAR-SIT
                       MOVE 'RETORNO' TO WRK-TAR-PREFIXO
                       PERFORM 6270-ENCERRAR-TAREFA
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'X' TO WRK-TAR-SIT
                       MOVE 'CANCELA' TO WRK-TAR-PREFIXO
                       PERFORM 6270-ENCERRAR-TAREFA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       6255-LISTAR-TAREFAS.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAR-QTDE WRK-TAR-ULT-NUM WRK-QTDE-PAG.
           MOVE 'N' TO WRK-FIM-TAR.
           MOVE CLIENTES-FONE TO TAREFA-FONE.
           MOVE ZEROS TO TAREFA-NUM.
           START TAREFAS KEY IS NOT LESS THAN TAREFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TAR
           END-START.
           PERFORM UNTIL FIM-TAR
               READ TAREFAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TAR
                   NOT AT END
                       IF TAREFA-FONE NOT = CLIENTES-FONE
                           MOVE 'S' TO WRK-FIM-TAR
                       ELSE
                           PERFORM 6256-LINHA-TAREFA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-TAR-QTDE = ZEROS
               DISPLAY 'NENHUMA TAREFA PARA ESTE CLIENTE'
           END-IF.

       6256-LINHA-TAREFA.
           ADD 1 TO WRK-TAR-QTDE.
           MOVE TAREFA-NUM TO WRK-TAR-ULT-NUM.
           EVALUATE TRUE
               WHEN TAREFA-CONCLUIDA
                   MOVE 'CONCLUIDA' TO WRK-TAR-MARCA
               WHEN TAREFA-CANCELADA
                   MOVE 'CANCELADA' TO WRK-TAR-MARCA
               WHEN TAREFA-VENCIMENTO < WRK-DATA-SIS
                   MOVE 'ATRASADA' TO WRK-TAR-MARCA
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-TAR-MARCA
           END-EVALUATE.
           MOVE TAREFA-VENCIMENTO TO WRK-TAR-DATA.
           DISPLAY TAREFA-NUM ' ' WRK-TD-DIA '/' WRK-TD-MES '/'
               WRK-TD-ANO ' ' WRK-TAR-MARCA ' ' TAREFA-RESPONSAVEL
               ' ' TAREFA-ASSUNTO.
           ADD 1 TO WRK-QTDE-PAG.
           IF WRK-QTDE-PAG = 10
               PERFORM 9150-PAUSAR-PAGINA
           END-IF.

       6260-NOVA-TAREFA.
           IF WRK-TAR-ULT-NUM NOT < 999
               MOVE 'LIMITE DE TAREFAS DO CLIENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               INITIALIZE TAREFA-REG
               MOVE CLIENTES-FONE TO TAREFA-FONE
               COMPUTE TAREFA-NUM = WRK-TAR-ULT-NUM + 1
               DISPLAY 'RESPONSAVEL (EM BRANCO = VOCE).. '
               ACCEPT TAREFA-RESPONSAVEL FROM CONSOLE
               IF TAREFA-RESPONSAVEL = SPACES
                   MOVE WRK-USUARIO TO TAREFA-RESPONSAVEL
               END-IF
               DISPLAY 'VENCIMENTO (AAAAMMDD, 0 = HOJE).. '
               ACCEPT TAREFA-VENCIMENTO FROM CONSOLE
               IF TAREFA-VENCIMENTO = ZEROS
                   MOVE WRK-DATA-SIS TO TAREFA-VENCIMENTO
               END-IF
               DISPLAY 'ASSUNTO.. '
               ACCEPT TAREFA-ASSUNTO FROM CONSOLE
               MOVE TAREFA-VENCIMENTO TO WRK-TAR-DATA
               IF WRK-TD-MES < 01 OR WRK-TD-MES > 12
                   OR WRK-TD-DIA < 01 OR WRK-TD-DIA > 31
                   MOVE 'VENCIMENTO INVALIDO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
               IF TAREFA-VENCIMENTO < WRK-DATA-SIS
                   MOVE 'VENCIMENTO NO PASSADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
               IF TAREFA-ASSUNTO = SPACES
                   MOVE 'ASSUNTO NAO INFORMADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   MOVE 'P' TO TAREFA-SITUACAO
                   MOVE WRK-USUARIO TO TAREFA-CRIADOR
                   MOVE WRK-DATA-SIS TO TAREFA-DT-CRIACAO
                   WRITE TAREFA-REG
                       INVALID KEY
                           MOVE 'ERRO AO GRAVAR A TAREFA'
                               TO WRK-MSGERRO
                       NOT INVALID KEY
                           MOVE 'TAREFA GRAVADA' TO WRK-MSGERRO
                   END-WRITE
                   ACCEPT MOSTRA-ERRO
               END-IF
               END-IF
               END-IF
           END-IF.

       6270-ENCERRAR-TAREFA.
           MOVE ZEROS TO WRK-TAR-NUM.
           DISPLAY 'NUMERO DA TAREFA.. '.
           ACCEPT WRK-TAR-NUM FROM CONSOLE.
           MOVE CLIENTES-FONE TO TAREFA-FONE.
           MOVE WRK-TAR-NUM TO TAREFA-NUM.
           READ TAREFAS
               INVALID KEY
                   MOVE 'TAREFA NAO ENCONTRADA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   IF NOT TAREFA-PENDENTE
                       MOVE 'TAREFA JA ENCERRADA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       PERFORM 6275-GRAVAR-ENCERRAMENTO
                   END-IF
           END-READ.

       6275-GRAVAR-ENCERRAMENTO.
           MOVE SPACES TO WRK-TAR-NOTA.
           DISPLAY 'NOTA DO RETORNO.. '.
           ACCEPT WRK-TAR-NOTA FROM CONSOLE.
           IF WRK-TAR-NOTA = SPACES
               MOVE 'NOTA OBRIGATORIA - NADA GRAVADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE WRK-TAR-SIT TO TAREFA-SITUACAO
               MOVE WRK-USUARIO TO TAREFA-FECHADA-POR
               MOVE WRK-DATA-SIS TO TAREFA-DT-FECHAMENTO
               REWRITE TAREFA-REG
                   INVALID KEY
                       MOVE 'ERRO AO ATUALIZAR A TAREFA'
                           TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-NOTA-TEXTO
                       STRING WRK-TAR-PREFIXO ' ' TAREFA-NUM ' '
                           WRK-TAR-NOTA
                           DELIMITED BY SIZE INTO WRK-NOTA-TEXTO
                       END-STRING
                       PERFORM 6215-GRAVAR-OBSERVACAO
                       MOVE 'TAREFA ENCERRADA' TO WRK-MSGERRO
               END-REWRITE
               ACCEPT MOSTRA-ERRO
           END-IF.

      *****************************************************
      * CHAMADOS DO SAC (CHAMADOS.DAT): RECLAMACAO DO
      * CLIENTE, LIGADA OU NAO A UM PEDIDO. A ABERTURA
      * COPIA A TRANSPORTADORA DO PEDIDO; TRATAR TROCA O
      * RESPONSAVEL E REGISTRA O ANDAMENTO; RESOLVER GRAVA
      * A SOLUCAO E PODE REGISTRAR A DEVOLUCAO DO PEDIDO
      * PELO MESMO 6166 DA MANUTENCAO DE PEDIDOS. TODA
      * TROCA DE SITUACAO VAI PARA O CHAMHIST.DAT.
      *****************************************************
       6300-CHAMADOS-CLIENTE.
           MOVE SPACES TO WRK-CONFIRMA.
           MOVE 'CHAMADOS SAC (S/N)?' TO WRK-MSGERRO.
           ACCEPT MOSTRA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM 6305-LISTAR-CHAMADOS
               MOVE SPACES TO WRK-CHM-OPCAO
               DISPLAY 'A - ABRIR  T - TRATAR  R - RESOLVER'
                   '  ENTER - NADA.. '
               ACCEPT WRK-CHM-OPCAO FROM CONSOLE
               PERFORM 6308-ACAO-CHAMADO
           END-IF.

       6305-LISTAR-CHAMADOS.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-CHM-QTDE WRK-CHM-ULT-NUM WRK-QTDE-PAG.
           MOVE 'N' TO WRK-FIM-CHM.
           MOVE CLIENTES-FONE TO CHAMADO-FONE.
           MOVE ZEROS TO CHAMADO-NUM.
           START CHAMADOS KEY IS NOT LESS THAN CHAMADO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CHM
           END-START.
           PERFORM UNTIL FIM-CHM
               READ CHAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CHM
                   NOT AT END
                       IF CHAMADO-FONE NOT = CLIENTES-FONE
                           MOVE 'S' TO WRK-FIM-CHM
                       ELSE
                           MOVE CHAMADO-NUM TO WRK-CHM-ULT-NUM
                           PERFORM 6306-LINHA-CHAMADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CHM-QTDE = ZEROS
               DISPLAY 'NENHUM CHAMADO PARA ESTE CLIENTE'
           END-IF.

      *    DIAS EM ABERTO (OU ATE A SOLUCAO) PELO CALCULO
      *    APROXIMADO DO RELATRAS.
       6306-LINHA-CHAMADO.
           ADD 1 TO WRK-CHM-QTDE.
           EVALUATE TRUE
               WHEN CHAMADO-ABERTO
                   MOVE 'ABERTO' TO WRK-CHM-SIT-ED
               WHEN CHAMADO-EM-TRATAMENTO
                   MOVE 'TRATAMENTO' TO WRK-CHM-SIT-ED
               WHEN OTHER
                   MOVE 'RESOLVIDO' TO WRK-CHM-SIT-ED
           END-EVALUATE.
           IF CHAMADO-RESOLVIDO
               MOVE CHAMADO-DT-RESOLUCAO TO WRK-CHM-DATA
           ELSE
               MOVE WRK-DATA-SIS TO WRK-CHM-DATA
           END-IF.
           COMPUTE WRK-CHM-DIAS =
               (WRK-CD-ANO * 365 + WRK-CD-MES * 30 + WRK-CD-DIA).
           MOVE CHAMADO-DT-ABERTURA TO WRK-CHM-DATA.
           COMPUTE WRK-CHM-DIAS = WRK-CHM-DIAS
             - (WRK-CD-ANO * 365 + WRK-CD-MES * 30 + WRK-CD-DIA).
           IF WRK-CHM-DIAS < ZEROS
               MOVE ZEROS TO WRK-CHM-DIAS
           END-IF.
           MOVE WRK-CHM-DIAS TO WRK-CHM-DIAS-ED.
           DISPLAY CHAMADO-FONE '/' CHAMADO-NUM ' '
               WRK-CD-DIA '/' WRK-CD-MES '/' WRK-CD-ANO
               WRK-CHM-DIAS-ED 'D ' WRK-CHM-SIT-ED ' '
               CHAMADO-CATEGORIA ' PED ' CHAMADO-PEDIDO ' '
               CHAMADO-RESPONSAVEL.
           DISPLAY '    ' CHAMADO-DESCRICAO.
           IF CHAMADO-RESOLVIDO
               DISPLAY '    SOLUCAO: ' CHAMADO-RESOLUCAO
           END-IF.
           ADD 1 TO WRK-QTDE-PAG.
           IF WRK-QTDE-PAG = 5
               PERFORM 9150-PAUSAR-PAGINA
           END-IF.

       6308-ACAO-CHAMADO.
           EVALUATE WRK-CHM-OPCAO
               WHEN 'A' WHEN 'a'
                   PERFORM 6310-ABRIR-CHAMADO
               WHEN 'T' WHEN 't'
                   PERFORM 6315-LER-CHAMADO
                   IF WRK-CHM-OPCAO NOT = SPACES
                       PERFORM 6320-TRATAR-CHAMADO
                   END-IF
               WHEN 'R' WHEN 'r'
                   PERFORM 6315-LER-CHAMADO
                   IF WRK-CHM-OPCAO NOT = SPACES
                       PERFORM 6330-RESOLVER-CHAMADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6310-ABRIR-CHAMADO.
           IF WRK-CHM-ULT-NUM NOT < 9999
               MOVE 'LIMITE DE CHAMADOS DO CLIENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               INITIALIZE CHAMADO-REG
               MOVE CLIENTES-FONE TO CHAMADO-FONE
               COMPUTE CHAMADO-NUM = WRK-CHM-ULT-NUM + 1
               DISPLAY 'PEDIDO (0 = SEM PEDIDO).. '
               ACCEPT CHAMADO-PEDIDO FROM CONSOLE
               DISPLAY 'AT ATRASO  AV AVARIA  ER ITEM ERRADO  '
                   'FA FALTA DE ITEM  CB COBRANCA  OU OUTROS'
               DISPLAY 'CATEGORIA.. '
               ACCEPT CHAMADO-CATEGORIA FROM CONSOLE
               DISPLAY 'DESCRICAO.. '
               ACCEPT CHAMADO-DESCRICAO FROM CONSOLE
               DISPLAY 'RESPONSAVEL (EM BRANCO = VOCE).. '
               ACCEPT CHAMADO-RESPONSAVEL FROM CONSOLE
               IF CHAMADO-RESPONSAVEL = SPACES
                   MOVE WRK-USUARIO TO CHAMADO-RESPONSAVEL
               END-IF
               IF NOT CHAMADO-CAT-VALIDA
                   MOVE 'CATEGORIA INVALIDA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
               IF CHAMADO-DESCRICAO = SPACES
                   MOVE 'DESCRICAO NAO INFORMADA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
               IF CHAMADO-PEDIDO = ZEROS
                   PERFORM 6311-GRAVAR-CHAMADO
               ELSE
                   MOVE CLIENTES-FONE  TO PEDIDOS-FONE
                   MOVE CHAMADO-PEDIDO TO PEDIDOS-SEQ
                   READ PEDIDOS
                       INVALID KEY
                           MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                           ACCEPT MOSTRA-ERRO
                       NOT INVALID KEY
                           MOVE PEDIDOS-TRANSP TO CHAMADO-TRANSP
                           PERFORM 6311-GRAVAR-CHAMADO
                   END-READ
               END-IF
               END-IF
               END-IF
           END-IF.

       6311-GRAVAR-CHAMADO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE 'A' TO CHAMADO-SITUACAO.
           MOVE 'N' TO CHAMADO-DEVOLUCAO.
           MOVE WRK-DATA-SIS TO CHAMADO-DT-ABERTURA.
           MOVE WRK-USUARIO TO CHAMADO-ABERTO-POR.
           WRITE CHAMADO-REG
               INVALID KEY
                   MOVE 'ERRO AO GRAVAR O CHAMADO' TO WRK-MSGERRO
               NOT INVALID KEY
                   MOVE '-' TO WRK-CHM-DE
                   MOVE 'ABERTURA' TO WRK-CHM-NOTA
                   PERFORM 6380-GRAVA-HIST-CHAMADO
                   MOVE 'CHAMADO ABERTO' TO WRK-MSGERRO
           END-WRITE.
           ACCEPT MOSTRA-ERRO.

      *    LE O CHAMADO DO CLIENTE CORRENTE; SE NAO ACHAR OU
      *    JA ESTIVER RESOLVIDO, WRK-CHM-OPCAO VOLTA EM
      *    BRANCO E A ACAO NAO SEGUE.
       6315-LER-CHAMADO.
           MOVE ZEROS TO WRK-CHM-NUM.
           DISPLAY 'NUMERO DO CHAMADO.. '.
           ACCEPT WRK-CHM-NUM FROM CONSOLE.
           MOVE CLIENTES-FONE TO CHAMADO-FONE.
           MOVE WRK-CHM-NUM TO CHAMADO-NUM.
           READ CHAMADOS
               INVALID KEY
                   MOVE SPACES TO WRK-CHM-OPCAO
                   MOVE 'CHAMADO NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   IF CHAMADO-RESOLVIDO
                       MOVE SPACES TO WRK-CHM-OPCAO
                       MOVE 'CHAMADO JA RESOLVIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-IF
           END-READ.

       6320-TRATAR-CHAMADO.
           MOVE SPACES TO WRK-CHM-RESP WRK-CHM-NOTA.
           DISPLAY 'NOVO RESPONSAVEL (EM BRANCO = MANTEM).. '.
           ACCEPT WRK-CHM-RESP FROM CONSOLE.
           DISPLAY 'NOTA DO ANDAMENTO.. '.
           ACCEPT WRK-CHM-NOTA FROM CONSOLE.
           IF WRK-CHM-NOTA = SPACES
               MOVE 'NOTA OBRIGATORIA - NADA GRAVADO' TO WRK-MSGERRO
           ELSE
               MOVE CHAMADO-SITUACAO TO WRK-CHM-DE
               IF WRK-CHM-RESP NOT = SPACES
                   MOVE WRK-CHM-RESP TO CHAMADO-RESPONSAVEL
               END-IF
               MOVE 'T' TO CHAMADO-SITUACAO
               REWRITE CHAMADO-REG
                   INVALID KEY
                       MOVE 'ERRO AO ATUALIZAR O CHAMADO'
                           TO WRK-MSGERRO
                   NOT INVALID KEY
                       PERFORM 6380-GRAVA-HIST-CHAMADO
                       MOVE 'CHAMADO EM TRATAMENTO' TO WRK-MSGERRO
               END-REWRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *    A DEVOLUCAO SO E OFERECIDA PARA CHAMADO LIGADO A
      *    PEDIDO; O 6166 FAZ AS PROPRIAS CRITICAS (PEDIDO
      *    ENTREGUE, LINHAS A DEVOLVER) E O CHAMADO SO FICA
      *    MARCADO SE ALGUMA LINHA FOI DEVOLVIDA.
       6330-RESOLVER-CHAMADO.
           MOVE SPACES TO CHAMADO-RESOLUCAO.
           DISPLAY 'SOLUCAO.. '.
           ACCEPT CHAMADO-RESOLUCAO FROM CONSOLE.
           IF CHAMADO-RESOLUCAO = SPACES
               MOVE 'SOLUCAO OBRIGATORIA - NADA GRAVADO'
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               IF CHAMADO-PEDIDO NOT = ZEROS
                   PERFORM 6335-DEVOLUCAO-DO-CHAMADO
               END-IF
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               MOVE CHAMADO-SITUACAO TO WRK-CHM-DE
               MOVE 'R' TO CHAMADO-SITUACAO
               MOVE WRK-DATA-SIS TO CHAMADO-DT-RESOLUCAO
               MOVE WRK-USUARIO TO CHAMADO-RESOLVIDO-POR
               MOVE CHAMADO-RESOLUCAO TO WRK-CHM-NOTA
               REWRITE CHAMADO-REG
                   INVALID KEY
                       MOVE 'ERRO AO ATUALIZAR O CHAMADO'
                           TO WRK-MSGERRO
                   NOT INVALID KEY
                       PERFORM 6380-GRAVA-HIST-CHAMADO
                       MOVE 'CHAMADO RESOLVIDO' TO WRK-MSGERRO
               END-REWRITE
               ACCEPT MOSTRA-ERRO
           END-IF.

       6335-DEVOLUCAO-DO-CHAMADO.
           MOVE SPACES TO WRK-CONFIRMA.
           MOVE 'REGISTRAR DEVOLUCAO DO PEDIDO (S/N)?'
               TO WRK-MSGERRO.
           ACCEPT MOSTRA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE CHAMADO-FONE   TO PEDIDOS-FONE
               MOVE CHAMADO-PEDIDO TO PEDIDOS-SEQ
               READ PEDIDOS
                   INVALID KEY
                       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                       MOVE ZEROS TO WRK-DEV-LINHAS
                       PERFORM 6166-REGISTRAR-DEVOLUCAO
                       IF WRK-DEV-LINHAS > ZEROS
                           MOVE 'S' TO CHAMADO-DEVOLUCAO
                       END-IF
               END-READ
           END-IF.

       6380-GRAVA-HIST-CHAMADO.
           OPEN EXTEND CHAMHIST.
           IF CHAMHIST-STATUS = 35
               OPEN OUTPUT CHAMHIST
               CLOSE CHAMHIST
               OPEN EXTEND CHAMHIST
           END-IF.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE SPACES TO CHAMHIST-LINHA.
           MOVE WRK-DH-DATA      TO CHAMHIST-LINHA(1:8).
           MOVE WRK-DH-HORA(1:6) TO CHAMHIST-LINHA(10:6).
           MOVE CHAMADO-FONE     TO CHAMHIST-LINHA(17:9).
           MOVE CHAMADO-NUM      TO CHAMHIST-LINHA(27:4).
           MOVE WRK-CHM-DE       TO CHAMHIST-LINHA(32:1).
           MOVE CHAMADO-SITUACAO TO CHAMHIST-LINHA(34:1).
           MOVE WRK-USUARIO      TO CHAMHIST-LINHA(36:20).
           MOVE WRK-CHM-NOTA     TO CHAMHIST-LINHA(57:40).
           WRITE CHAMHIST-LINHA.
           CLOSE CHAMHIST.

      *****************************************************
      * FILA DE CHAMADOS PENDENTES (ABERTOS E EM
      * TRATAMENTO) DE TODOS OS CLIENTES, OU SO OS DO
      * USUARIO, COM OS DIAS EM ABERTO. O OPERADOR ESCOLHE
      * O CLIENTE E O CHAMADO E TRATA OU RESOLVE DALI.
      *****************************************************
       6390-FILA-CHAMADOS.
           MOVE 'FILA DE CHAMADOS SAC' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO WRK-CHM-FILTRO.
           DISPLAY 'M - MEUS CHAMADOS   T - TODOS.. '.
           ACCEPT WRK-CHM-FILTRO FROM CONSOLE.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-CHM-QTDE WRK-QTDE-PAG.
           MOVE 'N' TO WRK-FIM-CHM.
           MOVE ZEROS TO CHAMADO-CHAVE.
           START CHAMADOS KEY IS NOT LESS THAN CHAMADO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CHM
           END-START.
           PERFORM UNTIL FIM-CHM
               READ CHAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CHM
                   NOT AT END
                       IF CHAMADO-PENDENTE
                           AND (WRK-CHM-FILTRO = 'T'
                             OR WRK-CHM-FILTRO = 't'
                             OR CHAMADO-RESPONSAVEL = WRK-USUARIO)
                           PERFORM 6306-LINHA-CHAMADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CHM-QTDE = ZEROS
               MOVE 'NENHUM CHAMADO PENDENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               DISPLAY 'CHAMADOS PENDENTES: ' WRK-CHM-QTDE
               PERFORM 6395-ESCOLHER-DA-FILA
           END-IF.

       6395-ESCOLHER-DA-FILA.
           MOVE ZEROS TO WRK-CHM-FONE.
           DISPLAY 'FONE DO CHAMADO A TRATAR (0 = VOLTAR).. '.
           ACCEPT WRK-CHM-FONE FROM CONSOLE.
           IF WRK-CHM-FONE NOT = ZEROS
               MOVE WRK-CHM-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                       DISPLAY 'CLIENTE: ' CLIENTES-NOME
                       MOVE SPACES TO WRK-CHM-OPCAO
                       DISPLAY 'T - TRATAR  R - RESOLVER'
                           '  ENTER - NADA.. '
                       ACCEPT WRK-CHM-OPCAO FROM CONSOLE
                       IF WRK-CHM-OPCAO NOT = 'A'
                           AND WRK-CHM-OPCAO NOT = 'a'
                           PERFORM 6308-ACAO-CHAMADO
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * DEFINE PARA QUAL ENDERECO O PEDIDO SERA ENTREGUE:
      * 0 = ENDERECO DO PROPRIO CADASTRO (CLIENTES-REG) OU
      * O SEQ DE UM ENDERECO ADICIONAL DE ENDERECOS.DAT.
      * A UF ESCOLHIDA E A QUE VALE PARA O FRETE, E O CEP
      * DELA DEFINE A ZONA DE FRETE DENTRO DA UF.
      *****************************************************
       6130-ESCOLHER-ENDERECO.
           MOVE CLIENTES-UF TO WRK-ENTREGA-UF.
           MOVE CLIENTES-CEP TO WRK-ENTREGA-CEP.
           MOVE ZEROS TO WRK-ENTREGA-SEQ.
           PERFORM 6185-LISTAR-ENDERECOS.
           IF WRK-QTDE-ENDER NOT = ZEROS
                               'USANDO O DO CADASTRO'
                       NOT INVALID KEY
                           MOVE ENDERECOS-UF TO WRK-ENTREGA-UF
                           MOVE ENDERECOS-CEP TO WRK-ENTREGA-CEP
                           MOVE WRK-END-ESCOLHA TO WRK-ENTREGA-SEQ
                   END-READ
               END-IF
           END-IF.

      *****************************************************
      * CEP DO ENDERECO DE ENTREGA JA GRAVADO (ORCAMENTO
      * OU PEDIDO) EM WRK-ENTREGA-SEQ: 0 = CADASTRO DO
      * CLIENTE. ENDERECO QUE SUMIU DEIXA O CEP ZERADO E O
      * FRETE SAI SO PELA UF.
      *****************************************************
       6134-CEP-DA-ENTREGA.
           MOVE ZEROS TO WRK-ENTREGA-CEP.
           IF WRK-ENTREGA-SEQ = ZEROS
               MOVE CLIENTES-CEP TO WRK-ENTREGA-CEP
           ELSE
               MOVE CLIENTES-FONE TO ENDERECOS-FONE
               MOVE WRK-ENTREGA-SEQ TO ENDERECOS-SEQ
               READ ENDERECOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENDERECOS-CEP TO WRK-ENTREGA-CEP
               END-READ
           END-IF.

      *****************************************************
      * CLIENTE DE GRUPO ECONOMICO: MOSTRA O SALDO EM
      * ABERTO DE CADA CLIENTE DO GRUPO E A EXPOSICAO
      * TOTAL CONTRA O LIMITE DO GRUPO.
      *****************************************************
       6240-GRUPO-DO-CLIENTE.
           PERFORM 6122-LER-GRUPO.
           IF GRUP-ACHOU
               DISPLAY 'GRUPO ECONOMICO DA MATRIZ ' WRK-GRUP-MATRIZ ':'
               MOVE 'S' TO WRK-GRUP-LISTAR
               PERFORM 6129-EXPOSICAO-GRUPO
               MOVE 'N' TO WRK-GRUP-LISTAR
               MOVE WRK-GRUP-EXPOSICAO TO WRK-SALDO-DEV-ED
               MOVE WRK-GRUP-LIMITE TO WRK-LIMITE-CRED-ED
               DISPLAY 'EXPOSICAO DO GRUPO: ' WRK-SALDO-DEV-ED
                   ' LIMITE ' WRK-LIMITE-CRED-ED
               IF WRK-GRUP-EXPOSICAO > WRK-GRUP-LIMITE
                   MOVE 'GRUPO ACIMA DO LIMITE DE CREDITO'
                       TO WRK-MSGERRO
               ELSE
                   MOVE 'EXPOSICAO DO GRUPO DENTRO DO LIMITE'
                       TO WRK-MSGERRO
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

      *    SALDO DE PONTOS DE FIDELIDADE (JA SEM OS
      *    VENCIDOS) NA CONSULTA DO CLIENTE.
       6245-PONTOS-DO-CLIENTE.
           MOVE 'S'           TO WRK-FID-OPER.
           MOVE CLIENTES-FONE TO WRK-FID-FONE.
           MOVE ZEROS TO WRK-FID-SEQ WRK-FID-VALOR WRK-FID-PONTOS.
           CALL 'FIDELIDA' USING WRK-FID-OPER WRK-FID-FONE
               WRK-FID-SEQ WRK-FID-VALOR WRK-FID-PONTOS
               WRK-FID-SALDO WRK-USUARIO.
           IF WRK-FID-SALDO > ZEROS
               MOVE WRK-FID-SALDO TO WRK-PTS-ED
               COMPUTE WRK-PTS-VALOR =
                   WRK-FID-SALDO / FIDE-PONTOS-POR-DESC
               MOVE WRK-PTS-VALOR TO WRK-DESC-VALOR-ED
               DISPLAY 'PONTOS DE FIDELIDADE: ' WRK-PTS-ED
                   ' (VALEM ' WRK-DESC-VALOR-ED ')'
           ELSE
               DISPLAY 'PONTOS DE FIDELIDADE: NENHUM'
           END-IF.

       6100-FRETE-CONSULTA.
           MOVE 'N' TO WRK-MKT-LIBERADO.
           IF CLIENTES-RECUSA-MKT
                   PERFORM 6130-ESCOLHER-ENDERECO
                   CALL 'FRETECALC' USING WRK-ENTREGA-UF WRK-FRETE-VALOR
                       WRK-FRETE-CALC WRK-FRETE-ACHOU WRK-FRETE-VLMIN
                       WRK-FRETE-PESO WRK-FRETE-PRAZO WRK-ENTREGA-CEP
                   IF WRK-FRETE-ACHOU = 'S'
                       IF WRK-FRETE-VALOR < WRK-FRETE-VLMIN
                           MOVE WRK-FRETE-VLMIN TO WRK-FRETE-VLMIN-ED
                                   PERFORM 6118-CAPTURAR-DESCONTO
                                   PERFORM 6120-DEFINIR-PARCELAS
                                   PERFORM 6125-VERIFICA-CREDITO
                                   IF WRK-INAD-RECUSA NOT = 'S'
                                       PERFORM 9550-GRAVA-PEDIDO
                                   END-IF
                               WHEN 'O' WHEN 'o'
                                   PERFORM 9590-GRAVA-ORCAMENTO
                               WHEN OTHER
      *****************************************************
       6110-MONTAR-ITENS.
           MOVE ZEROS TO WRK-QTDE-ITENS WRK-FRETE-VALOR
               WRK-FRETE-PESO WRK-PTS-RESGATE.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL FIM-ITENS OR WRK-QTDE-ITENS = 20
               DISPLAY 'CODIGO DO PRODUTO OU LEITURA DO CODIGO DE '
                   'BARRAS (00000 ENCERRA, 99999 BUSCA POR '
                   'DESCRICAO)... '
               PERFORM 6109-LER-CODIGO-ITEM
               IF WRK-ITEM-CODIGO = 99999 AND NOT LEITURA-EAN
                   PERFORM 6112-BUSCAR-PRODUTO
               END-IF
               IF WRK-ITEM-CODIGO = ZEROS
               END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTDE-ITENS > ZEROS
               PERFORM 6135-OFERECER-PONTOS
           END-IF.

      *****************************************************
      * PONTOS DE FIDELIDADE (FIDELIDA) AO FIM DA DIGITACAO
      * DOS ITENS: COM SALDO A PARTIR DO RESGATE MINIMO O
      * OPERADOR INFORMA QUANTOS PONTOS O CLIENTE QUER
      * USAR. O DESCONTO SO E CALCULADO NO 6136, JUNTO COM
      * OS DEMAIS, E O RESGATE SO E GRAVADO COM O PEDIDO.
      *****************************************************
       6135-OFERECER-PONTOS.
           MOVE 'S'           TO WRK-FID-OPER.
           MOVE CLIENTES-FONE TO WRK-FID-FONE.
           MOVE ZEROS TO WRK-FID-SEQ WRK-FID-VALOR WRK-FID-PONTOS.
           CALL 'FIDELIDA' USING WRK-FID-OPER WRK-FID-FONE
               WRK-FID-SEQ WRK-FID-VALOR WRK-FID-PONTOS
               WRK-FID-SALDO WRK-USUARIO.
           IF WRK-FID-SALDO NOT < FIDE-MINIMO-RESGATE
               MOVE WRK-FID-SALDO TO WRK-PTS-ED
               COMPUTE WRK-PTS-VALOR =
                   WRK-FID-SALDO / FIDE-PONTOS-POR-DESC
               MOVE WRK-PTS-VALOR TO WRK-DESC-VALOR-ED
               DISPLAY 'PONTOS DE FIDELIDADE: ' WRK-PTS-ED
                   ' (VALEM ' WRK-DESC-VALOR-ED ')'
               DISPLAY 'PONTOS A RESGATAR (0 = NENHUM).. '
               ACCEPT WRK-PTS-RESGATE FROM CONSOLE
               IF WRK-PTS-RESGATE > WRK-FID-SALDO
                   MOVE WRK-FID-SALDO TO WRK-PTS-RESGATE
               END-IF
               IF WRK-PTS-RESGATE NOT = ZEROS
                   AND WRK-PTS-RESGATE < FIDE-MINIMO-RESGATE
                   MOVE ZEROS TO WRK-PTS-RESGATE
                   MOVE 'ABAIXO DO RESGATE MINIMO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

      *****************************************************
      * DESCONTO DOS PONTOS RESERVADOS NO 6135, DEPOIS DO
      * CUPOM E TAMBEM POR FORA DO TETO DO OPERADOR. COMO
      * O CUPOM, VIRA PERCENTUAL SOMADO A WRK-DESC-PCT;
      * OS PONTOS USADOS SAO OS DO VALOR QUE COUBE NAS
      * MERCADORIAS QUE RESTARAM.
      *****************************************************
       6136-APLICAR-PONTOS.
           MOVE ZEROS TO WRK-PTS-USADOS.
           IF WRK-PTS-RESGATE > ZEROS AND WRK-FRETE-VALOR > ZEROS
               COMPUTE WRK-PTS-VALOR =
                   WRK-PTS-RESGATE / FIDE-PONTOS-POR-DESC
               IF WRK-PTS-VALOR > WRK-FRETE-VALOR - WRK-DESC-VALOR
                   COMPUTE WRK-PTS-VALOR =
                       WRK-FRETE-VALOR - WRK-DESC-VALOR
               END-IF
               COMPUTE WRK-PTS-CALC ROUNDED =
                   WRK-PTS-VALOR * 100 / WRK-FRETE-VALOR
               IF WRK-DESC-PCT + WRK-PTS-CALC > 99,99
                   COMPUTE WRK-PTS-CALC = 99,99 - WRK-DESC-PCT
               END-IF
               MOVE WRK-PTS-CALC TO WRK-PTS-PCT
               COMPUTE WRK-PTS-VALOR ROUNDED =
                   WRK-FRETE-VALOR * WRK-PTS-PCT / 100
               COMPUTE WRK-PTS-USADOS =
                   WRK-PTS-VALOR * FIDE-PONTOS-POR-DESC
               IF WRK-PTS-USADOS > WRK-PTS-RESGATE
                   MOVE WRK-PTS-RESGATE TO WRK-PTS-USADOS
               END-IF
               IF WRK-PTS-USADOS > ZEROS
                   SUBTRACT WRK-PTS-VALOR FROM WRK-FRETE-TOTAL
                   ADD WRK-PTS-PCT TO WRK-DESC-PCT
                   ADD WRK-PTS-VALOR TO WRK-DESC-VALOR
                   MOVE WRK-PTS-VALOR TO WRK-DESC-VALOR-ED
                   MOVE WRK-PTS-USADOS TO WRK-PTS-ED
                   DISPLAY 'DESCONTO PONTOS: ' WRK-DESC-VALOR-ED
                       ' (' WRK-PTS-ED ' PONTOS)'
                   MOVE WRK-FRETE-TOTAL TO WRK-FRETE-TOTAL-ED
                   DISPLAY 'NOVO TOTAL...: ' WRK-FRETE-TOTAL-ED
               END-IF
           END-IF.

      *****************************************************
      * PRECO DE CONTRATO (TABPRECO.DAT, MANTIDO PELO
      * MANTPREC) DO PRODUTO WRK-TABP-PRODUTO PARA O
      * CLIENTE EM TELA: PRIMEIRO AS TABELAS DO PROPRIO
      * CLIENTE, DEPOIS AS DO GRUPO ECONOMICO DELE (TIPO
      * 'G' NO FONE DA MATRIZ). ENTRE AS VIGENTES HOJE
      * VALE O MENOR PRECO. QUEM CHAMA POE O PRECO DE
      * CATALOGO EM WRK-PRECO-ITEM; ACHANDO CONTRATO, ELE
      * E TROCADO E WRK-TABELA-ITEM RECEBE A TABELA (ZERO
      * = CATALOGO) - O DESCONTO DO PEDIDO INCIDE DEPOIS,
      * COMO NO PRECO DE CATALOGO.
      *****************************************************
       6107-PRECO-CONTRATO.
           MOVE ZEROS TO WRK-TABELA-ITEM.
           IF TABP-DISPONIVEL
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               MOVE CLIENTES-FONE TO WRK-TABP-FONE
               MOVE 'N' TO WRK-TABP-SO-GRUPO
               PERFORM 6106-PROCURAR-CONTRATO
               IF WRK-TABELA-ITEM = ZEROS
                   PERFORM 6122-LER-GRUPO
                   IF GRUP-ACHOU
                       AND WRK-GRUP-MATRIZ NOT = CLIENTES-FONE
                       MOVE WRK-GRUP-MATRIZ TO WRK-TABP-FONE
                       MOVE 'S' TO WRK-TABP-SO-GRUPO
                       PERFORM 6106-PROCURAR-CONTRATO
                   END-IF
               END-IF
               IF WRK-TABELA-ITEM NOT = ZEROS
                   MOVE WRK-PRECO-ITEM TO WRK-PRECO-ED
                   DISPLAY 'PRECO DE CONTRATO (TABELA '
                       WRK-TABELA-ITEM '): ' WRK-PRECO-ED
               END-IF
           END-IF.

       6106-PROCURAR-CONTRATO.
           MOVE WRK-TABP-FONE TO TABP-FONE.
           MOVE 'N' TO WRK-FIM-TABP.
           START TABPRECO KEY IS NOT LESS THAN TABP-FONE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TABP
           END-START.
           PERFORM UNTIL FIM-TABP
               READ TABPRECO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TABP
                   NOT AT END
                       IF TABP-FONE NOT = WRK-TABP-FONE
                           MOVE 'S' TO WRK-FIM-TABP
                       ELSE
                       IF TABP-PRODUTO = WRK-TABP-PRODUTO
                           AND TABP-INICIO NOT > WRK-DATA-SIS
                           AND TABP-FIM NOT < WRK-DATA-SIS
                           AND (TABP-DO-GRUPO
                               OR WRK-TABP-SO-GRUPO = 'N')
                           AND (WRK-TABELA-ITEM = ZEROS
                               OR TABP-PRECO < WRK-PRECO-ITEM)
                           MOVE TABP-LISTA TO WRK-TABELA-ITEM
                           MOVE TABP-PRECO TO WRK-PRECO-ITEM
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * O QUE FOI DIGITADO OU LIDO: 13 POSICOES SAO A
      * LEITURA DO CODIGO DE BARRAS (DIGITO CONFERIDO NO
      * VALIDEAN E PRODUTO ACHADO PELO EAN); ATE 5 DIGITOS
      * SAO O PRODUTOS-CODIGO DE SEMPRE. LEITURA QUE NAO
      * LEVA A UM PRODUTO VOLTA 99999 COM LEITURA-EAN
      * LIGADO - O LACO SEGUE SEM ABRIR A BUSCA.
      *****************************************************
       6109-LER-CODIGO-ITEM.
           MOVE SPACES TO WRK-ITEM-LIDO.
           MOVE 'N' TO WRK-LEITURA-EAN.
           ACCEPT WRK-ITEM-LIDO FROM CONSOLE.
           PERFORM VARYING WRK-ITEM-LIDO-LEN FROM 13 BY -1
                   UNTIL WRK-ITEM-LIDO-LEN = 0
                   OR WRK-ITEM-LIDO(WRK-ITEM-LIDO-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-ITEM-LIDO-LEN = ZEROS
                   MOVE ZEROS TO WRK-ITEM-CODIGO
               WHEN WRK-ITEM-LIDO-LEN = 13
                   MOVE 'S' TO WRK-LEITURA-EAN
                   MOVE 99999 TO WRK-ITEM-CODIGO
                   CALL 'VALIDEAN' USING WRK-ITEM-LIDO WRK-EAN-OK
                   IF WRK-EAN-OK NOT = 'S'
                       MOVE 'CODIGO DE BARRAS INVALIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       MOVE WRK-ITEM-LIDO TO WRK-EAN-BUSCA
                       PERFORM 6108-BUSCAR-EAN
                   END-IF
               WHEN WRK-ITEM-LIDO-LEN < 6
                   AND WRK-ITEM-LIDO(1:WRK-ITEM-LIDO-LEN) IS NUMERIC
                   MOVE WRK-ITEM-LIDO(1:WRK-ITEM-LIDO-LEN)
                       TO WRK-ITEM-CODIGO
               WHEN OTHER
                   MOVE 'S' TO WRK-LEITURA-EAN
                   MOVE 99999 TO WRK-ITEM-CODIGO
                   MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
           END-EVALUATE.

      *    PRODUTOS.DAT NAO TEM CHAVE PELO EAN: VARRE O
      *    CATALOGO COMO A BUSCA POR DESCRICAO (6112).
       6108-BUSCAR-EAN.
           MOVE ZEROS TO PRODUTOS-CODIGO.
           MOVE 'N' TO WRK-FIM-PROD.
           START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PROD
           END-START.
           PERFORM UNTIL FIM-PROD
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-PROD
                   NOT AT END
                       IF PRODUTOS-EAN = WRK-EAN-BUSCA
                           MOVE PRODUTOS-CODIGO TO WRK-ITEM-CODIGO
                           MOVE 'S' TO WRK-FIM-PROD
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ITEM-CODIGO = 99999
               MOVE 'CODIGO DE BARRAS NAO CADASTRADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               DISPLAY 'PRODUTO ' WRK-ITEM-CODIGO ' '
                   PRODUTOS-DESCRICAO
           END-IF.

      *****************************************************
      * BUSCA POR TRECHO DA DESCRICAO: VARRE O CATALOGO
                   UNTIL WRK-BUSCA-PROD-LEN = 0
                   OR WRK-BUSCA-PROD(WRK-BUSCA-PROD-LEN:1)
                       NOT = SPACE
               CONTINUE
           END-PERFORM.

      *    'CONTEM': COMPARA O TRECHO EM CADA POSICAO
           END-IF.

       6115-INCLUIR-ITEM.
           MOVE ZEROS TO WRK-LOC-ESCOLHIDO.
           DISPLAY 'LOCAL DE ESTOQUE (0 = 01 DEPOSITO CENTRAL).. '.
           ACCEPT WRK-LOC-ESCOLHIDO FROM CONSOLE.
           IF WRK-LOC-ESCOLHIDO = ZEROS
               MOVE WRK-LOCAL-PADRAO TO WRK-LOC-ESCOLHIDO
           END-IF.
           PERFORM 6116-VALIDAR-LOCAL.
           IF NOT LOCAL-VALIDO
               MOVE 'LOCAL DE ESTOQUE INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 6140-CARREGAR-KIT
               IF WRK-KC-QTDE-COMP = ZEROS
                   PERFORM 6117-SALDO-DO-LOCAL
                   PERFORM 6111-INCLUIR-QTDE
               ELSE
                   PERFORM 6143-INCLUIR-QTDE-KIT
               END-IF
           END-IF.

       6111-INCLUIR-QTDE.
           DISPLAY 'QUANTIDADE.. '.
           ACCEPT WRK-ITEM-QTDE-TMP FROM CONSOLE.
           MOVE ZEROS TO WRK-FALTA-TMP.
           IF WRK-ITEM-QTDE-TMP > WRK-LOC-SALDO
               MOVE WRK-LOC-SALDO TO WRK-ESTOQUE-ED
               DISPLAY 'DISPONIVEL NO LOCAL: ' WRK-ESTOQUE-ED
               PERFORM 6147-OFERECER-ENCOMENDA
           END-IF.
           IF WRK-ITEM-QTDE-TMP = ZEROS
               MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF WRK-ITEM-QTDE-TMP > WRK-LOC-SALDO
               AND WRK-FALTA-TMP = ZEROS
               MOVE 'ESTOQUE INSUFICIENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               ADD 1 TO WRK-QTDE-ITENS
               MOVE WRK-LOC-ESCOLHIDO
                   TO WRK-ITEM-LOCAL(WRK-QTDE-ITENS)
               MOVE SPACES TO WRK-ITEM-TIPO(WRK-QTDE-ITENS)
               MOVE ZEROS  TO WRK-ITEM-KIT(WRK-QTDE-ITENS)
               MOVE WRK-FALTA-TMP TO WRK-ITEM-FALTA(WRK-QTDE-ITENS)
               MOVE PRODUTOS-CODIGO
                   TO WRK-ITEM-PRODUTO(WRK-QTDE-ITENS)
               MOVE PRODUTOS-DESCRICAO
                   TO WRK-ITEM-DESCRICAO(WRK-QTDE-ITENS)
               MOVE WRK-ITEM-QTDE-TMP
                   TO WRK-ITEM-QTDE(WRK-QTDE-ITENS)
               MOVE PRODUTOS-CODIGO TO WRK-TABP-PRODUTO
               MOVE PRODUTOS-PRECO TO WRK-PRECO-ITEM
               PERFORM 6107-PRECO-CONTRATO
               MOVE WRK-TABELA-ITEM TO WRK-ITEM-TABELA(WRK-QTDE-ITENS)
               MOVE WRK-PRECO-ITEM
                   TO WRK-ITEM-VLUNIT(WRK-QTDE-ITENS)
               COMPUTE WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS) =
                   WRK-ITEM-QTDE-TMP * WRK-PRECO-ITEM
               ADD WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS)
                   TO WRK-FRETE-VALOR
               COMPUTE WRK-FRETE-PESO = WRK-FRETE-PESO
                   + (WRK-ITEM-QTDE-TMP * PRODUTOS-PESO)
               IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
                   MOVE PRODUTOS-CUSTO-MEDIO
                       TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
               ELSE
                   MOVE PRODUTOS-CUSTO
                       TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
               END-IF
           END-IF
           END-IF.

      *****************************************************
      * KITS: O PRODUTO CORRENTE (PRODUTOS-REG) E KIT SE
      * TEM COMPONENTES EM KITS.DAT. CARREGA A COMPOSICAO
      * EM WRK-TAB-KIT (WRK-KC-QTDE-COMP = 0 -> PRODUTO
      * COMUM) E GUARDA OS DADOS DO KIT, PORQUE A
      * CONFERENCIA DOS COMPONENTES RELE PRODUTOS.DAT.
      *****************************************************
       6140-CARREGAR-KIT.
           MOVE ZEROS TO WRK-KC-QTDE-COMP.
           MOVE PRODUTOS-CODIGO    TO WRK-KP-CODIGO.
           MOVE PRODUTOS-DESCRICAO TO WRK-KP-DESCRICAO.
           MOVE PRODUTOS-PRECO     TO WRK-KP-PRECO.
           MOVE PRODUTOS-CODIGO    TO KIT-PAI.
           MOVE ZEROS              TO KIT-COMPONENTE.
           MOVE 'N' TO WRK-KC-FIM.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-KC-FIM
           END-START.
           PERFORM UNTIL FIM-KIT OR WRK-KC-QTDE-COMP = 10
               READ KITS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-KC-FIM
                   NOT AT END
                       IF KIT-PAI NOT = WRK-KP-CODIGO
                           MOVE 'S' TO WRK-KC-FIM
                       ELSE
                           ADD 1 TO WRK-KC-QTDE-COMP
                           MOVE KIT-COMPONENTE
                               TO WRK-KC-COMPONENTE(WRK-KC-QTDE-COMP)
                           MOVE KIT-QTDE
                               TO WRK-KC-QTDE(WRK-KC-QTDE-COMP)
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * CONFERE SE CABEM O KIT E OS COMPONENTES NA TABELA
      * DE ITENS E SE CADA COMPONENTE TEM NO LOCAL
      * ESCOLHIDO O SALDO PARA WRK-ITEM-QTDE-TMP KITS.
      * SOMA EM WRK-KP-CUSTO O CUSTO DE UM KIT (CUSTO
      * MEDIO DE CADA COMPONENTE VEZES A QUANTIDADE).
      *****************************************************
       6141-CONFERIR-KIT.
           MOVE 'S' TO WRK-KC-OK.
           MOVE ZEROS TO WRK-KP-CUSTO.
           IF WRK-QTDE-ITENS + 1 + WRK-KC-QTDE-COMP > 20
               MOVE 'N' TO WRK-KC-OK
               MOVE 'KIT NAO CABE NOS ITENS DO PEDIDO' TO WRK-MSGERRO
           END-IF.
           PERFORM VARYING WRK-KC-IDX FROM 1 BY 1
                   UNTIL WRK-KC-IDX > WRK-KC-QTDE-COMP
                   OR NOT KIT-DISPONIVEL
               MOVE WRK-KC-COMPONENTE(WRK-KC-IDX) TO PRODUTOS-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'N' TO WRK-KC-OK
                       MOVE 'COMPONENTE DO KIT FORA DO CATALOGO'
                           TO WRK-MSGERRO
                   NOT INVALID KEY
                       PERFORM 6117-SALDO-DO-LOCAL
                       COMPUTE WRK-KC-NECESSARIO =
                           WRK-ITEM-QTDE-TMP * WRK-KC-QTDE(WRK-KC-IDX)
                       IF PRODUTOS-INATIVO
                           OR WRK-KC-NECESSARIO > WRK-LOC-SALDO
                           MOVE WRK-LOC-SALDO TO WRK-ESTOQUE-ED
                           DISPLAY 'COMPONENTE ' PRODUTOS-CODIGO ' '
                               PRODUTOS-DESCRICAO ' DISPONIVEL: '
                               WRK-ESTOQUE-ED
                           MOVE 'N' TO WRK-KC-OK
                           MOVE 'ESTOQUE INSUFICIENTE NO KIT'
                               TO WRK-MSGERRO
                       ELSE
                           IF PRODUTOS-CUSTO-MEDIO NOT = ZEROS
                               COMPUTE WRK-KP-CUSTO = WRK-KP-CUSTO
                                   + (WRK-KC-QTDE(WRK-KC-IDX)
                                   * PRODUTOS-CUSTO-MEDIO)
                           ELSE
                               COMPUTE WRK-KP-CUSTO = WRK-KP-CUSTO
                                   + (WRK-KC-QTDE(WRK-KC-IDX)
                                   * PRODUTOS-CUSTO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * INCLUI O KIT JA CONFERIDO: LINHA 'K' COM O PRECO
      * DO PROPRIO KIT E O CUSTO DOS COMPONENTES, SEGUIDA
      * DE UMA LINHA 'C' POR COMPONENTE, SEM VALOR, COM A
      * QUANTIDADE TOTAL (KITS X QTDE NO KIT) - SAO ELAS
      * QUE BAIXAM O ESTOQUE E PESAM NO FRETE.
      *****************************************************
       6142-INCLUIR-KIT.
           ADD 1 TO WRK-QTDE-ITENS.
           MOVE WRK-LOC-ESCOLHIDO TO WRK-ITEM-LOCAL(WRK-QTDE-ITENS).
           MOVE 'K'               TO WRK-ITEM-TIPO(WRK-QTDE-ITENS).
           MOVE ZEROS             TO WRK-ITEM-KIT(WRK-QTDE-ITENS)
                                     WRK-ITEM-FALTA(WRK-QTDE-ITENS).
           MOVE WRK-KP-CODIGO     TO WRK-ITEM-PRODUTO(WRK-QTDE-ITENS).
           MOVE WRK-KP-DESCRICAO
               TO WRK-ITEM-DESCRICAO(WRK-QTDE-ITENS).
           MOVE WRK-ITEM-QTDE-TMP TO WRK-ITEM-QTDE(WRK-QTDE-ITENS).
           MOVE WRK-KP-CODIGO     TO WRK-TABP-PRODUTO.
           MOVE WRK-KP-PRECO      TO WRK-PRECO-ITEM.
           PERFORM 6107-PRECO-CONTRATO.
           MOVE WRK-TABELA-ITEM   TO WRK-ITEM-TABELA(WRK-QTDE-ITENS).
           MOVE WRK-PRECO-ITEM    TO WRK-ITEM-VLUNIT(WRK-QTDE-ITENS).
           COMPUTE WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS) =
               WRK-ITEM-QTDE-TMP * WRK-PRECO-ITEM.
           ADD WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS) TO WRK-FRETE-VALOR.
           MOVE WRK-KP-CUSTO      TO WRK-ITEM-CUSTO(WRK-QTDE-ITENS).
           PERFORM VARYING WRK-KC-IDX FROM 1 BY 1
                   UNTIL WRK-KC-IDX > WRK-KC-QTDE-COMP
               MOVE WRK-KC-COMPONENTE(WRK-KC-IDX) TO PRODUTOS-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-ITENS
                       MOVE WRK-LOC-ESCOLHIDO
                           TO WRK-ITEM-LOCAL(WRK-QTDE-ITENS)
                       MOVE 'C' TO WRK-ITEM-TIPO(WRK-QTDE-ITENS)
                       MOVE WRK-KP-CODIGO
                           TO WRK-ITEM-KIT(WRK-QTDE-ITENS)
                       MOVE ZEROS TO WRK-ITEM-FALTA(WRK-QTDE-ITENS)
                           WRK-ITEM-TABELA(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-CODIGO
                           TO WRK-ITEM-PRODUTO(WRK-QTDE-ITENS)
                       MOVE PRODUTOS-DESCRICAO
                           TO WRK-ITEM-DESCRICAO(WRK-QTDE-ITENS)
                       COMPUTE WRK-ITEM-QTDE(WRK-QTDE-ITENS) =
                           WRK-ITEM-QTDE-TMP * WRK-KC-QTDE(WRK-KC-IDX)
                       MOVE ZEROS TO WRK-ITEM-VLUNIT(WRK-QTDE-ITENS)
                           WRK-ITEM-VLTOTAL(WRK-QTDE-ITENS)
                           WRK-ITEM-CUSTO(WRK-QTDE-ITENS)
                       COMPUTE WRK-FRETE-PESO = WRK-FRETE-PESO
                           + (WRK-ITEM-QTDE(WRK-QTDE-ITENS)
                           * PRODUTOS-PESO)
               END-READ
           END-PERFORM.

       6143-INCLUIR-QTDE-KIT.
           DISPLAY 'KIT COM ' WRK-KC-QTDE-COMP ' COMPONENTE(S)'.
           DISPLAY 'QUANTIDADE DE KITS.. '.
           ACCEPT WRK-ITEM-QTDE-TMP FROM CONSOLE.
           IF WRK-ITEM-QTDE-TMP = ZEROS
               MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 6141-CONFERIR-KIT
               IF KIT-DISPONIVEL
                   PERFORM 6142-INCLUIR-KIT
               ELSE
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

      *    ORCAMENTO CONVERTIDO: O KIT ORCADO E EXPLODIDO DE
      *    NOVO PELA COMPOSICAO ATUAL, NO DEPOSITO CENTRAL.
       6144-CONVERTER-KIT-ORC.
           MOVE ORCITENS-QTDE TO WRK-ITEM-QTDE-TMP.
           PERFORM 6141-CONFERIR-KIT.
           IF KIT-DISPONIVEL
               PERFORM 6142-INCLUIR-KIT
           ELSE
               DISPLAY 'KIT ' ORCITENS-PRODUTO ': ' WRK-MSGERRO
               MOVE 'N' TO WRK-ORC-OK
               MOVE 'S' TO WRK-FIM-ORC
           END-IF.

      *****************************************************
      * EXPEDICAO DE UMA LINHA DE COMPONENTE: SAI NA
      * MESMA PROPORCAO DO KIT LOGO ACIMA DELA (O KIT E
      * DIGITADO EM 6161-EXPEDIR-UMA-LINHA E GUARDADO EM
      * WRK-KIT-LIN-*), SEM NOVA PERGUNTA AO OPERADOR.
      *****************************************************
       6145-EXPEDIR-COMPONENTE.
           IF PEDITENS-KIT-PAI = WRK-KIT-LIN-PAI
               AND WRK-KIT-LIN-MOV NOT = ZEROS
               COMPUTE WRK-ENV-QTDE = PEDITENS-QTDE
                   * WRK-KIT-LIN-MOV / WRK-KIT-LIN-VEND
               COMPUTE WRK-ENV-SALDO =
                   PEDITENS-QTDE - PEDITENS-QTDE-ENVIADA
               IF WRK-ENV-QTDE > WRK-ENV-SALDO
                   MOVE WRK-ENV-SALDO TO WRK-ENV-QTDE
               END-IF
               ADD WRK-ENV-QTDE TO PEDITENS-QTDE-ENVIADA
               REWRITE PEDITENS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ITEM'
               END-REWRITE
               MOVE WRK-ENV-QTDE TO WRK-SALDO-ED
               DISPLAY '    + ' PEDITENS-DESCRICAO ' EXPEDIDO '
                   WRK-SALDO-ED
           END-IF.

      *    DEVOLUCAO DE UMA LINHA DE COMPONENTE: VOLTA AO
      *    ESTOQUE NA PROPORCAO DO KIT DEVOLVIDO LOGO ACIMA.
      *    O CREDITO JA SAIU PELA LINHA DO KIT.
       6146-DEVOLVER-COMPONENTE.
           IF PEDITENS-KIT-PAI = WRK-KIT-LIN-PAI
               AND WRK-KIT-LIN-MOV NOT = ZEROS
               COMPUTE WRK-DEV-QTDE = PEDITENS-QTDE
                   * WRK-KIT-LIN-MOV / WRK-KIT-LIN-VEND
               PERFORM 6174-REPOR-ITEM-DEVOLVIDO
           END-IF.

      *****************************************************
      * ENCOMENDA: A QUANTIDADE PEDIDA PASSA DO SALDO DO
      * LOCAL. SO O DEPOSITO CENTRAL RECEBE MERCADORIA DO
      * COMPRAS, ENTAO SO ELE ACEITA FALTA; O OPERADOR
      * CONFIRMA E A DIFERENCA FICA EM WRK-FALTA-TMP
      * (ZERO = RECUSADA, A VENDA CAI NO ESTOQUE
      * INSUFICIENTE DE SEMPRE).
      *****************************************************
       6147-OFERECER-ENCOMENDA.
           IF WRK-LOC-ESCOLHIDO = WRK-LOCAL-PADRAO
               MOVE SPACES TO WRK-ENCOMENDA
               DISPLAY 'ACEITAR A FALTA COMO ENCOMENDA (S/N).. '
               ACCEPT WRK-ENCOMENDA FROM CONSOLE
               IF WRK-ENCOMENDA = 'S' OR WRK-ENCOMENDA = 's'
                   COMPUTE WRK-FALTA-TMP =
                       WRK-ITEM-QTDE-TMP - WRK-LOC-SALDO
               END-IF
           END-IF.

      *    CANCELAMENTO DO PEDIDO: A ENCOMENDA AINDA ABERTA
      *    DA LINHA SAI DA FILA.
       6148-CANCELAR-ENCOMENDA.
           MOVE PEDITENS-PRODUTO TO BACK-PRODUTO.
           MOVE PEDIDOS-DTPEDIDO TO BACK-DATA.
           MOVE PEDITENS-FONE    TO BACK-FONE.
           MOVE PEDITENS-SEQ     TO BACK-SEQ.
           MOVE PEDITENS-ITEM    TO BACK-ITEM.
           READ BACKORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BACK-PENDENTE
                       MOVE 'C' TO BACK-SITUACAO
                       REWRITE BACKORD-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       6116-VALIDAR-LOCAL.
           MOVE 'N' TO WRK-LOC-VALIDO.
           PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
                   UNTIL WRK-LOC-IDX > WRK-LOCAL-QTDE
               IF WRK-LOCAL-COD(WRK-LOC-IDX) = WRK-LOC-ESCOLHIDO
                   MOVE 'S' TO WRK-LOC-VALIDO
               END-IF
           END-PERFORM.

      *****************************************************
      * SALDO DO PRODUTO CORRENTE (PRODUTOS-REG) NO LOCAL
      * WRK-LOC-ESCOLHIDO. OS LOCAIS SECUNDARIOS TEM O
      * SALDO GRAVADO EM ESTLOCAL.DAT; O DEPOSITO CENTRAL
      * FICA COM O RESTO DO TOTAL DO CATALOGO (VER
      * ELOCCOPY), NUNCA ABAIXO DE ZERO.
      *****************************************************
       6117-SALDO-DO-LOCAL.
           MOVE ZEROS TO WRK-LOC-SALDO.
           IF WRK-LOC-ESCOLHIDO = WRK-LOCAL-PADRAO
               MOVE ZEROS TO WRK-LOC-OUTROS
               PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
                       UNTIL WRK-LOC-IDX > WRK-LOCAL-QTDE
                   IF WRK-LOCAL-COD(WRK-LOC-IDX) NOT = WRK-LOCAL-PADRAO
                       MOVE PRODUTOS-CODIGO TO ELOC-PRODUTO
                       MOVE WRK-LOCAL-COD(WRK-LOC-IDX) TO ELOC-LOCAL
                       READ ESTLOCAL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD ELOC-SALDO TO WRK-LOC-OUTROS
                       END-READ
                   END-IF
               END-PERFORM
               IF WRK-LOC-OUTROS < PRODUTOS-ESTOQUE
                   COMPUTE WRK-LOC-SALDO =
                       PRODUTOS-ESTOQUE - WRK-LOC-OUTROS
               END-IF
           ELSE
               MOVE PRODUTOS-CODIGO   TO ELOC-PRODUTO
               MOVE WRK-LOC-ESCOLHIDO TO ELOC-LOCAL
               READ ESTLOCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ELOC-SALDO TO WRK-LOC-SALDO
               END-READ
           END-IF.

      *****************************************************
                       '%) - PEDIDO IRA PARA APROVACAO'
               END-IF
           END-IF.
           PERFORM 6121-CAPTURAR-CUPOM.
           PERFORM 6136-APLICAR-PONTOS.

      *****************************************************
      * CUPOM PROMOCIONAL (CUPONS.DAT, MANTIDO PELO
      * MANTCUPO), DEPOIS DO DESCONTO DO OPERADOR E POR
      * FORA DO TETO DELE. O CUPOM VIRA PERCENTUAL SOBRE
      * AS MERCADORIAS E SE SOMA A WRK-DESC-PCT, QUE E O
      * QUE O PEDIDO GRAVA - O TOTAL EDITADO DEPOIS
      * CONTINUA BATENDO. VALOR FIXO MAIOR QUE AS
      * MERCADORIAS FICA LIMITADO A ELAS. O RESGATE SO E
      * CONTADO NA GRAVACAO DO PEDIDO (9577).
      *****************************************************
       6121-CAPTURAR-CUPOM.
           MOVE 'N' TO WRK-CUPOM-OK.
           MOVE SPACES TO WRK-CUPOM-COD.
           MOVE ZEROS TO WRK-CUPOM-PCT WRK-CUPOM-VALOR WRK-CUPOM-CAMP.
           IF CUPOM-DISPONIVEL
               DISPLAY 'CUPOM PROMOCIONAL (BRANCO = SEM).... '
               ACCEPT WRK-CUPOM-COD FROM CONSOLE
               IF WRK-CUPOM-COD NOT = SPACES
                   MOVE WRK-CUPOM-COD TO CUPOM-CODIGO
                   READ CUPONS
                       INVALID KEY
                           MOVE 'CUPOM INEXISTENTE' TO WRK-MSGERRO
                           ACCEPT MOSTRA-ERRO
                       NOT INVALID KEY
                           PERFORM 6124-VALIDAR-CUPOM
                   END-READ
               END-IF
           END-IF.

       6124-VALIDAR-CUPOM.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           IF CUPOM-ENCERRADO
               MOVE 'CUPOM ENCERRADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF CUPOM-INICIO > WRK-DATA-SIS
               OR CUPOM-FIM < WRK-DATA-SIS
               MOVE 'CUPOM FORA DA VIGENCIA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF CUPOM-MAX-USOS NOT = ZEROS
               AND CUPOM-USOS NOT < CUPOM-MAX-USOS
               MOVE 'CUPOM ESGOTADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF WRK-FRETE-VALOR < CUPOM-VLMIN
               OR WRK-FRETE-VALOR = ZEROS
               MOVE 'PEDIDO ABAIXO DO MINIMO DO CUPOM'
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               IF CUPOM-PERCENTUAL
                   MOVE CUPOM-PCT TO WRK-CUPOM-CALC
               ELSE
                   COMPUTE WRK-CUPOM-CALC ROUNDED =
                       CUPOM-VALOR * 100 / WRK-FRETE-VALOR
               END-IF
               IF WRK-DESC-PCT + WRK-CUPOM-CALC > 99,99
                   COMPUTE WRK-CUPOM-CALC = 99,99 - WRK-DESC-PCT
               END-IF
               MOVE WRK-CUPOM-CALC TO WRK-CUPOM-PCT
               COMPUTE WRK-CUPOM-VALOR ROUNDED =
                   WRK-FRETE-VALOR * WRK-CUPOM-PCT / 100
               SUBTRACT WRK-CUPOM-VALOR FROM WRK-FRETE-TOTAL
               ADD WRK-CUPOM-PCT TO WRK-DESC-PCT
               ADD WRK-CUPOM-VALOR TO WRK-DESC-VALOR
               MOVE CUPOM-CAMPANHA TO WRK-CUPOM-CAMP
               MOVE 'S' TO WRK-CUPOM-OK
               MOVE WRK-CUPOM-VALOR TO WRK-DESC-VALOR-ED
               DISPLAY 'DESCONTO CUPOM: ' WRK-DESC-VALOR-ED
               MOVE WRK-FRETE-TOTAL TO WRK-FRETE-TOTAL-ED
               DISPLAY 'NOVO TOTAL...: ' WRK-FRETE-TOTAL-ED
           END-IF
           END-IF
           END-IF
           END-IF.

       6119-TETO-DE-DESCONTO.
           MOVE ZEROS TO WRK-DESC-CAP.
       6125-VERIFICA-CREDITO.
           MOVE 'S' TO WRK-CREDITO-OK.
           MOVE ZEROS TO WRK-SALDO-DEVEDOR.
           PERFORM 6127-CARREGAR-INADIMPL.
           MOVE ZEROS TO WRK-INAD-QTDE.
           MOVE 'N' TO WRK-INAD-RECUSA.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE CLIENTES-FONE TO RECEBER-FONE.
           MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA.
           MOVE 'N' TO WRK-FIM-REC.
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ABERTA
                               COMPUTE WRK-SALDO-DEVEDOR =
                                   WRK-SALDO-DEVEDOR + RECEBER-VALOR
                                   - RECEBER-VALOR-PAGO
                               IF RECEBER-VENCIMENTO < WRK-DATA-SIS
                                   PERFORM 6126-TESTAR-ATRASO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-INAD-QTDE > ZEROS
               IF WRK-INAD-ACAO = 'R'
                   MOVE 'S' TO WRK-INAD-RECUSA
                   MOVE 'CLIENTE INADIMPLENTE - PEDIDO RECUSADO'
                       TO WRK-MSGERRO
               ELSE
                   MOVE 'N' TO WRK-CREDITO-OK
                   MOVE 'PARCELAS EM ATRASO - PEDIDO P/APROVACAO'
                       TO WRK-MSGERRO
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.
           IF WRK-FRETE-TOTAL + WRK-SALDO-DEVEDOR
                   > CLIENTES-LIMITE-CRED
               MOVE 'N' TO WRK-CREDITO-OK
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           PERFORM 6128-CREDITO-DO-GRUPO.

      *****************************************************
      * CLIENTE DE GRUPO ECONOMICO (GRUPCLI.DAT, MANTIDO
      * PELO MANTGRUP): ALEM DO LIMITE DA FILIAL, O PEDIDO
      * SOMADO A EXPOSICAO EM ABERTO DE TODOS OS CLIENTES
      * DO GRUPO NAO PODE PASSAR DO LIMITE DO GRUPO (LINHA
      * DA MATRIZ) - ESTOURANDO, VAI PARA APROVACAO COMO
      * O LIMITE DA FILIAL.
      *****************************************************
       6128-CREDITO-DO-GRUPO.
           PERFORM 6122-LER-GRUPO.
           IF GRUP-ACHOU
               MOVE 'N' TO WRK-GRUP-LISTAR
               PERFORM 6129-EXPOSICAO-GRUPO
               IF WRK-FRETE-TOTAL + WRK-GRUP-EXPOSICAO
                       > WRK-GRUP-LIMITE
                   MOVE 'N' TO WRK-CREDITO-OK
                   MOVE WRK-GRUP-EXPOSICAO TO WRK-SALDO-DEV-ED
                   MOVE WRK-GRUP-LIMITE TO WRK-LIMITE-CRED-ED
                   DISPLAY 'GRUPO DA MATRIZ: ' WRK-GRUP-MATRIZ
                   DISPLAY 'EXPOSICAO GRUPO: ' WRK-SALDO-DEV-ED
                   DISPLAY 'LIMITE DO GRUPO: ' WRK-LIMITE-CRED-ED
                   MOVE 'LIMITE DO GRUPO ESTOURADO - P/APROVACAO'
                       TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

      *    GRUPO DO CLIENTE EM TELA - GRUP-ACHOU COM A MATRIZ
      *    E O LIMITE DO GRUPO EM WRK-GRUP-MATRIZ/LIMITE.
       6122-LER-GRUPO.
           MOVE 'N' TO WRK-GRUP-ACHOU.
           IF GRUP-DISPONIVEL
               MOVE CLIENTES-FONE TO GRUPCLI-FONE
               READ GRUPCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GRUP-ACHOU
                       MOVE GRUPCLI-MATRIZ TO WRK-GRUP-MATRIZ
               END-READ
           END-IF.
           IF GRUP-ACHOU
               MOVE ZEROS TO WRK-GRUP-LIMITE
               MOVE WRK-GRUP-MATRIZ TO GRUPCLI-FONE
               READ GRUPCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRUPCLI-LIMITE TO WRK-GRUP-LIMITE
               END-READ
           END-IF.

      *    SOMA O SALDO ABERTO DE CADA CLIENTE DA MATRIZ
      *    PELA CHAVE ALTERNATIVA; COM GRUP-LISTAR MOSTRA
      *    CADA UM (CONSULTAR).
       6129-EXPOSICAO-GRUPO.
           MOVE ZEROS TO WRK-GRUP-EXPOSICAO.
           MOVE WRK-GRUP-MATRIZ TO GRUPCLI-MATRIZ.
           MOVE 'N' TO WRK-FIM-GRUP.
           START GRUPCLI KEY IS NOT LESS THAN GRUPCLI-MATRIZ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUP
           END-START.
           PERFORM UNTIL FIM-GRUP
               READ GRUPCLI NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUP
                   NOT AT END
                       IF GRUPCLI-MATRIZ NOT = WRK-GRUP-MATRIZ
                           MOVE 'S' TO WRK-FIM-GRUP
                       ELSE
                           MOVE GRUPCLI-FONE TO WRK-GRUP-FONE
                           PERFORM 6123-SALDO-MEMBRO
                           ADD WRK-GRUP-SALDO TO WRK-GRUP-EXPOSICAO
                           IF GRUP-LISTAR
                               MOVE WRK-GRUP-SALDO TO WRK-SALDO-DEV-ED
                               DISPLAY '  ' WRK-GRUP-FONE
                                   ' EM ABERTO ' WRK-SALDO-DEV-ED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6123-SALDO-MEMBRO.
           MOVE ZEROS TO WRK-GRUP-SALDO.
           MOVE WRK-GRUP-FONE TO RECEBER-FONE.
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
                       IF RECEBER-FONE NOT = WRK-GRUP-FONE
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RECEBER-ABERTA
                               COMPUTE WRK-GRUP-SALDO =
                                   WRK-GRUP-SALDO + RECEBER-VALOR
                                   - RECEBER-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    PARCELA VENCIDA HA MAIS DIAS QUE O TOLERADO E
      *    MOSTRADA AO OPERADOR. OS DIAS USAM A MESMA CONTA
      *    APROXIMADA (ANO*365+MES*30+DIA) DO RELATRAS.
       6126-TESTAR-ATRASO.
           MOVE RECEBER-VENCIMENTO TO WRK-INAD-VENC.
           COMPUTE WRK-INAD-ATRASO =
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-IV-ANO * 365) + (WRK-IV-MES * 30)
                   + WRK-IV-DIA).
           IF WRK-INAD-ATRASO > WRK-INAD-DIAS
               ADD 1 TO WRK-INAD-QTDE
               COMPUTE WRK-INAD-SALDO = RECEBER-VALOR
                   - RECEBER-VALOR-PAGO
               MOVE WRK-INAD-ATRASO TO WRK-INAD-ATRASO-ED
               MOVE WRK-INAD-SALDO TO WRK-SALDO-DEV-ED
               DISPLAY 'EM ATRASO: PEDIDO ' RECEBER-SEQ
                   ' PARCELA ' RECEBER-PARCELA
                   ' VENC ' RECEBER-VENCIMENTO
                   ' ATRASO ' WRK-INAD-ATRASO-ED ' DIAS'
                   ' SALDO ' WRK-SALDO-DEV-ED
           END-IF.

      *    SEM O INADTAB.DAT VALEM OS PADROES DA
      *    WORKING-STORAGE (30 DIAS, APROVACAO).
       6127-CARREGAR-INADIMPL.
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

       6120-DEFINIR-PARCELAS.
           MOVE 1 TO WRK-PEDIDOS-PARCELAS.
                   MOVE CLIENTES-TIPO     TO WRK-ANT-TIPO
                   MOVE CLIENTES-CNPJ     TO WRK-ANT-CNPJ
                   MOVE CLIENTES-LIMITE-CRED TO WRK-ANT-LIMITE
                   PERFORM 9574-VERIFICA-EMAIL-DEVOLVIDO
                   IF EMAIL-DEVOLVIDO
                       MOVE 'EMAIL DEVOLVIDO - CONFIRME COM O CLIENTE'
                           TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-IF
                   IF CEPB-DISPONIVEL
                       MOVE CLIENTES-CEP TO WRK-CEPB-CEP
                       ACCEPT BUSCA-CEP
                       IF WRK-CEPB-CEP NOT = CLIENTES-CEP
                           PERFORM 5096-PROPOR-CLIENTE
                           DISPLAY TELA-REGISTRO
                       END-IF
                   END-IF
                   ACCEPT SS-DADOS
                   MOVE WRK-SITUACAO-ORIG TO CLIENTES-SITUACAO
                   IF NOT ADM
               ACCEPT MOSTRA-ERRO
           END-IF.

      *****************************************************
      * ADM DERRUBA UMA SESSAO PELO LOGIN - REMOVE A
      * LINHA DE SESSOES.DAT (A PROPRIA SESSAO NAO PODE
      * SER DERRUBADA POR AQUI) E AUDITA A ACAO. O
      * PROGRAMA DO USUARIO DERRUBADO NAO E ENCERRADO,
      * MAS A VAGA DE LOGIN DELE FICA LIVRE.
      *****************************************************
       7650-DERRUBAR-SESSAO.
           MOVE SPACES TO WRK-SES-DERRUBAR.
           DISPLAY 'DERRUBAR SESSAO DE QUAL LOGIN '
               '(BRANCO = NENHUM)?.. '.
           ACCEPT WRK-SES-DERRUBAR FROM CONSOLE.
           IF WRK-SES-DERRUBAR NOT = SPACES
               IF WRK-SES-DERRUBAR = WRK-USUARIO
                   DISPLAY 'USE A SAIDA NORMAL PARA A PROPRIA SESSAO'
               ELSE
                   MOVE WRK-SES-DERRUBAR TO SESSOES-LOGIN
                   DELETE SESSOES RECORD
                       INVALID KEY
                           DISPLAY 'SESSAO NAO ENCONTRADA'
                       NOT INVALID KEY
                           DISPLAY 'SESSAO DERRUBADA: '
                               WRK-SES-DERRUBAR
                   END-DELETE
               END-IF
           END-IF.

      *****************************************************
      * PAINEL DO DIA DA SUPERVISAO - OS NUMEROS QUE ANTES
      * PEDIAM SEIS PROGRAMAS, APURADOS NA HORA DO PEDIDO
      * (A = ATUALIZAR DE NOVO). CADA NUMERO ABRE O
      * DETALHE NO PROGRAMA DONO DELE: OS PEDIDOS DO DIA E
      * OS RETIDOS PARA APROVACAO SAO LISTADOS AQUI MESMO
      * (APROVACAO PELA OPCAO A DA MANUTENCAO DO PEDIDO OU
      * PELA FILA DO FILAAPRV); OS DEMAIS CHAMAM RELPEND,
      * RELATRAS, RELESTQ, A LISTA DE SESSOES (OPCAO 8) E
      * O CADEIA. LIBERACAO PELA OPERACAO 'PAINEL'.
      *****************************************************
       7700-PAINEL.
           MOVE 'PAINEL DO DIA' TO WRK-MODULO.
           MOVE 'PAINEL' TO WRK-OP-PERM.
           PERFORM 9800-VERIFICA-PERMISSAO.
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY TELA
               MOVE 'ACESSO NEGADO - SEM PERMISSAO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 'A' TO WRK-PNL-OPCAO
               PERFORM UNTIL WRK-PNL-OPCAO = SPACES
                   IF WRK-PNL-OPCAO = 'A' OR WRK-PNL-OPCAO = 'a'
                       PERFORM 7710-APURAR-PAINEL
                   ELSE
                       PERFORM 7750-DETALHAR
                   END-IF
                   PERFORM 7740-MOSTRAR-PAINEL
                   MOVE SPACES TO WRK-PNL-OPCAO
                   DISPLAY 'DETALHAR (1-7), A = ATUALIZAR, '
                       'ENTER = VOLTAR.. '
                   ACCEPT WRK-PNL-OPCAO FROM CONSOLE
               END-PERFORM
           END-IF.

       7710-APURAR-PAINEL.
           ACCEPT WRK-PNL-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-PNL-HORA FROM TIME.
           MOVE WRK-PNL-HOJE TO WRK-PNL-DATA.
           PERFORM 7715-APURAR-PEDIDOS.
           PERFORM 7720-APURAR-META.
           PERFORM 7725-APURAR-RECEBER.
           PERFORM 7730-APURAR-ESTOQUE.
           PERFORM 7735-APURAR-SESSOES.
           PERFORM 7738-APURAR-CADEIA.

      *    UMA PASSADA EM PEDIDOS.DAT: VENDA DO DIA E DO MES
      *    (NAO CANCELADOS, TOTAL COM FRETE - MESMO CRITERIO
      *    DO GERAVEND), RETIDOS E SALDO DE EXPEDICAO.
       7715-APURAR-PEDIDOS.
           MOVE ZEROS TO WRK-PNL-HOJE-QTDE WRK-PNL-HOJE-VALOR
               WRK-PNL-MES-VALOR WRK-PNL-APROV WRK-PNL-PENDENTE
               WRK-PNL-PARCIAL.
           MOVE ZEROS TO PEDIDOS-CHAVE.
           MOVE 'N' TO WRK-PNL-FIM.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-PNL-FIM
           END-START.
           PERFORM UNTIL FIM-PNL
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       PERFORM 7716-CONTAR-PEDIDO
               END-READ
           END-PERFORM.

       7716-CONTAR-PEDIDO.
           IF NOT PEDIDOS-CANCELADO
               IF PEDIDOS-DTPEDIDO = WRK-PNL-HOJE
                   ADD 1 TO WRK-PNL-HOJE-QTDE
                   ADD PEDIDOS-TOTAL TO WRK-PNL-HOJE-VALOR
               END-IF
               IF PEDIDOS-DTP-ANO = WRK-PNL-ANO
                   AND PEDIDOS-DTP-MES = WRK-PNL-MES
                   ADD PEDIDOS-TOTAL TO WRK-PNL-MES-VALOR
               END-IF
           END-IF.
           IF PEDIDOS-AGUARD-APROV
               ADD 1 TO WRK-PNL-APROV
           END-IF.
           IF PEDIDOS-ATIVO
               IF PEDIDOS-PENDENTE
                   ADD 1 TO WRK-PNL-PENDENTE
               END-IF
               IF PEDIDOS-PARCIAL
                   ADD 1 TO WRK-PNL-PARCIAL
               END-IF
           END-IF.

      *    META DO MES = SOMA DAS METAS DE TODOS OS VENDEDORES
      *    NO METAS.DAT DO VENDAMES.
       7720-APURAR-META.
           MOVE ZEROS TO WRK-PNL-META WRK-PNL-ATING.
           MOVE 'N' TO WRK-PNL-FIM.
           OPEN INPUT METAS.
           IF METAS-STATUS NOT = 00
               MOVE 'S' TO WRK-PNL-FIM
           END-IF.
           PERFORM UNTIL FIM-PNL
               READ METAS
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       IF METAS-AAAAMM = WRK-PNL-AAAAMM
                           ADD METAS-VALOR TO WRK-PNL-META
                       END-IF
               END-READ
           END-PERFORM.
           IF METAS-STATUS NOT = 35
               CLOSE METAS
           END-IF.
           IF WRK-PNL-META > ZEROS
               COMPUTE WRK-PNL-ATING ROUNDED =
                   (WRK-PNL-MES-VALOR * 100) / WRK-PNL-META
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-PNL-ATING
               END-COMPUTE
           END-IF.

      *    PARCELA ABERTA VENCIDA ANTES DE HOJE, PELO SALDO
      *    (VALOR MENOS O JA RECEBIDO), COMO NO RELATRAS.
       7725-APURAR-RECEBER.
           MOVE ZEROS TO WRK-PNL-ATRASO-QTDE WRK-PNL-ATRASO-VALOR.
           MOVE ZEROS TO RECEBER-CHAVE.
           MOVE 'N' TO WRK-PNL-FIM.
           START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-PNL-FIM
           END-START.
           PERFORM UNTIL FIM-PNL
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       IF RECEBER-ABERTA
                           AND RECEBER-VENCIMENTO < WRK-PNL-HOJE
                           ADD 1 TO WRK-PNL-ATRASO-QTDE
                           ADD RECEBER-VALOR TO WRK-PNL-ATRASO-VALOR
                           SUBTRACT RECEBER-VALOR-PAGO
                               FROM WRK-PNL-ATRASO-VALOR
                       END-IF
               END-READ
           END-PERFORM.

      *    PRODUTO ATIVO COM SALDO ATE O MINIMO DO PARAMETRO
      *    ESTQMIN (PARAMS.DAT).
       7730-APURAR-ESTOQUE.
           MOVE ZEROS TO WRK-PNL-ESTQ-BAIXO.
           MOVE ZEROS TO PRODUTOS-CODIGO.
           MOVE 'N' TO WRK-PNL-FIM.
           START PRODUTOS KEY IS NOT LESS THAN PRODUTOS-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-PNL-FIM
           END-START.
           PERFORM UNTIL FIM-PNL
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       IF PRODUTOS-ATIVO
                           AND PRODUTOS-ESTOQUE NOT > WRK-PNL-ESTQMIN
                           ADD 1 TO WRK-PNL-ESTQ-BAIXO
                       END-IF
               END-READ
           END-PERFORM.

       7735-APURAR-SESSOES.
           MOVE ZEROS TO WRK-PNL-SESSOES.
           MOVE SPACES TO SESSOES-LOGIN.
           MOVE 'N' TO WRK-PNL-FIM.
           START SESSOES KEY IS NOT LESS THAN SESSOES-LOGIN
               INVALID KEY
                   MOVE 'S' TO WRK-PNL-FIM
           END-START.
           PERFORM UNTIL FIM-PNL
               READ SESSOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       ADD 1 TO WRK-PNL-SESSOES
               END-READ
           END-PERFORM.

      *    ULTIMA NOITE = LINHAS DO JOBCTL.DAT DE ONTEM E DE
      *    HOJE (MESMA CONTA APROXIMADA DE DIAS DO CADEIA).
      *    INICIO SEM FIM CORRESPONDENTE E LOTE QUE CAIU OU
      *    AINDA ESTA RODANDO.
       7738-APURAR-CADEIA.
           MOVE ZEROS TO WRK-PNL-JOB-FIM WRK-PNL-JOB-FALHA
               WRK-PNL-JOB-INICIO WRK-PNL-JOB-ABERTO.
           COMPUTE WRK-PNL-HOJE-DIAS =
               (WRK-PNL-ANO * 365) + (WRK-PNL-MES * 30) + WRK-PNL-DIA.
           MOVE 'N' TO WRK-PNL-FIM.
           OPEN INPUT JOBLOG.
           IF JOBLOG-STATUS NOT = 00
               MOVE 'S' TO WRK-PNL-FIM
           END-IF.
           PERFORM UNTIL FIM-PNL
               READ JOBLOG
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       PERFORM 7739-CONTAR-LINHA-JOB
               END-READ
           END-PERFORM.
           IF JOBLOG-STATUS NOT = 35
               CLOSE JOBLOG
           END-IF.
           IF WRK-PNL-JOB-INICIO > WRK-PNL-JOB-FIM
               COMPUTE WRK-PNL-JOB-ABERTO =
                   WRK-PNL-JOB-INICIO - WRK-PNL-JOB-FIM
           END-IF.

       7739-CONTAR-LINHA-JOB.
           MOVE JOBLOG-LINHA(1:8) TO WRK-PNL-DATA.
           COMPUTE WRK-PNL-LIN-DIAS =
               (WRK-PNL-ANO * 365) + (WRK-PNL-MES * 30) + WRK-PNL-DIA.
           IF WRK-PNL-LIN-DIAS NOT < WRK-PNL-HOJE-DIAS - 1
               IF JOBLOG-LINHA(28:1) = 'I'
                   ADD 1 TO WRK-PNL-JOB-INICIO
               ELSE
                   ADD 1 TO WRK-PNL-JOB-FIM
                   IF JOBLOG-LINHA(30:1) = 'F'
                       ADD 1 TO WRK-PNL-JOB-FALHA
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-PNL-HOJE TO WRK-PNL-DATA.

       7740-MOSTRAR-PAINEL.
           DISPLAY TELA.
           DISPLAY 'PAINEL DO DIA ' WRK-PNL-HOJE(7:2) '/'
               WRK-PNL-HOJE(5:2) '/' WRK-PNL-HOJE(1:4)
               ' - APURADO AS ' WRK-PNL-HORA(1:2) ':'
               WRK-PNL-HORA(3:2) ':' WRK-PNL-HORA(5:2).
           DISPLAY '------------------------------------------------'.
           MOVE WRK-PNL-HOJE-VALOR TO WRK-PNL-VALOR-ED.
           DISPLAY '1 PEDIDOS DE HOJE........: ' WRK-PNL-HOJE-QTDE
               ' ' WRK-PNL-VALOR-ED.
           MOVE WRK-PNL-MES-VALOR TO WRK-PNL-VALOR-ED.
           IF WRK-PNL-META = ZEROS
               DISPLAY '  VENDIDO NO MES.........: ' WRK-PNL-VALOR-ED
                   ' (SEM META NO METAS.DAT)'
           ELSE
               MOVE WRK-PNL-META  TO WRK-PNL-META-ED
               MOVE WRK-PNL-ATING TO WRK-PNL-ATING-ED
               DISPLAY '  VENDIDO NO MES.........: ' WRK-PNL-VALOR-ED
                   ' DE ' WRK-PNL-META-ED ' (' WRK-PNL-ATING-ED '%)'
           END-IF.
           DISPLAY '2 AGUARDANDO APROVACAO...: ' WRK-PNL-APROV.
           DISPLAY '3 PENDENTES DE EXPEDICAO.: ' WRK-PNL-PENDENTE
               ' PARCIAIS: ' WRK-PNL-PARCIAL.
           MOVE WRK-PNL-ATRASO-VALOR TO WRK-PNL-VALOR-ED.
           DISPLAY '4 PARCELAS EM ATRASO.....: ' WRK-PNL-ATRASO-QTDE
               ' ' WRK-PNL-VALOR-ED.
           DISPLAY '5 ESTOQUE ATE O MINIMO...: ' WRK-PNL-ESTQ-BAIXO
               ' (MINIMO ' WRK-PNL-ESTQMIN ')'.
           DISPLAY '6 SESSOES ATIVAS.........: ' WRK-PNL-SESSOES.
           IF WRK-PNL-JOB-INICIO = ZEROS AND WRK-PNL-JOB-FIM = ZEROS
               DISPLAY '7 ULTIMA NOITE...........: NENHUM LOTE '
                   'ANOTADO NO JOBCTL'
           ELSE
               DISPLAY '7 ULTIMA NOITE...........: ' WRK-PNL-JOB-FIM
                   ' LOTES, ' WRK-PNL-JOB-FALHA ' COM FALHA, '
                   WRK-PNL-JOB-ABERTO ' SEM FIM'
           END-IF.
           DISPLAY '------------------------------------------------'.

      *    O DETALHE DE CADA NUMERO. OS LOTES CHAMADOS DAQUI
      *    SAO DESCARREGADOS NA VOLTA PARA A PROXIMA CHAMADA
      *    COMECAR DO ZERO.
       7750-DETALHAR.
           MOVE SPACES TO WRK-PNL-PROGRAMA.
           EVALUATE WRK-PNL-OPCAO
               WHEN '1'
                   PERFORM 7760-LISTAR-PEDIDOS-HOJE
               WHEN '2'
                   PERFORM 7770-LISTAR-RETIDOS
               WHEN '3'
                   MOVE 'RELPEND' TO WRK-PNL-PROGRAMA
               WHEN '4'
                   MOVE 'RELATRAS' TO WRK-PNL-PROGRAMA
               WHEN '5'
                   MOVE 'RELESTQ' TO WRK-PNL-PROGRAMA
               WHEN '6'
                   PERFORM 7600-USUARIOS-ATIVOS
                   MOVE 'PAINEL DO DIA' TO WRK-MODULO
               WHEN '7'
                   MOVE 'CADEIA' TO WRK-PNL-PROGRAMA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF WRK-PNL-PROGRAMA NOT = SPACES
               DISPLAY TELA
               CALL WRK-PNL-PROGRAMA
               CANCEL WRK-PNL-PROGRAMA
               MOVE 'PRESSIONE ENTER PARA VOLTAR AO PAINEL'
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.

      *    PEDIDOS DE HOJE PELA CHAVE DA DATA DO PEDIDO.
       7760-LISTAR-PEDIDOS-HOJE.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-QTDE-PAG.
           MOVE WRK-PNL-HOJE TO PEDIDOS-DTPEDIDO.
           MOVE 'N' TO WRK-PNL-FIM.
           START PEDIDOS KEY IS EQUAL PEDIDOS-DTPEDIDO
               INVALID KEY
                   DISPLAY 'NENHUM PEDIDO HOJE'
                   MOVE 'S' TO WRK-PNL-FIM
           END-START.
           PERFORM UNTIL FIM-PNL
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       IF PEDIDOS-DTPEDIDO NOT = WRK-PNL-HOJE
                           MOVE 'S' TO WRK-PNL-FIM
                       ELSE
                           PERFORM 7780-LINHA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'FIM DA LISTA' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

      *    RETIDOS (SITUACAO 'G') NO SISTEMA INTEIRO - A MESMA
      *    FILA QUE O FILAAPRV PERCORRE.
       7770-LISTAR-RETIDOS.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-QTDE-PAG WRK-PNL-RETIDOS.
           MOVE ZEROS TO PEDIDOS-CHAVE.
           MOVE 'N' TO WRK-PNL-FIM.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-PNL-FIM
           END-START.
           PERFORM UNTIL FIM-PNL
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PNL-FIM
                   NOT AT END
                       IF PEDIDOS-AGUARD-APROV
                           ADD 1 TO WRK-PNL-RETIDOS
                           PERFORM 7780-LINHA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-PNL-RETIDOS = ZEROS
               DISPLAY 'NENHUM PEDIDO AGUARDANDO APROVACAO'
           ELSE
               DISPLAY 'APROVAR PELA FILA DO FILAAPRV OU PELA OPCAO A '
                   'DA MANUTENCAO DO PEDIDO'
           END-IF.
           MOVE 'FIM DA LISTA' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

       7780-LINHA-PEDIDO.
           MOVE PEDIDOS-TOTAL TO WRK-PNL-VALOR-ED.
           DISPLAY PEDIDOS-FONE '/' PEDIDOS-SEQ ' '
               WRK-PNL-VALOR-ED ' ' PEDIDOS-SITUACAO
               PEDIDOS-STATUS-ENTREGA ' ' PEDIDOS-VENDEDOR.
           ADD 1 TO WRK-QTDE-PAG.
           IF WRK-QTDE-PAG = 10
               PERFORM 9150-PAUSAR-PAGINA
           END-IF.

       8000-EXCLUIR.
           MOVE ZEROS TO WRK-TAB-UF-QTDE-ITENS.
           MOVE ZEROS TO CLIENTES-FONE.
           OPEN OUTPUT RELCLI.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO RELCLI-LINHA
               WRITE RELCLI-LINHA
           END-IF.
           MOVE 'RELATORIO DE CLIENTES POR ESTADO' TO RELCLI-LINHA
           WRITE RELCLI-LINHA.
           MOVE ALL '-' TO RELCLI-LINHA
           PERFORM 9530-NOME-RELATORIO.
           MOVE ZEROS TO WRK-CAT-QTDE.
           OPEN OUTPUT RELCLI.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO RELCLI-LINHA
               WRITE RELCLI-LINHA
           END-IF.
           MOVE 'RELATORIO DE CLIENTES ORDENADO POR NOME'
               TO RELCLI-LINHA.
           WRITE RELCLI-LINHA.
           ELSE
               MOVE 'A' TO PEDIDOS-SITUACAO
           END-IF.
           PERFORM 9552-APLICAR-CREDITO.
           MOVE WRK-PEDIDOS-PARCELAS TO PEDIDOS-QT-PARCELAS.
           MOVE WRK-PEDIDOS-VLPARC   TO PEDIDOS-VALOR-PARCELA.
           MOVE 'P'              TO PEDIDOS-STATUS-ENTREGA.
           IF WRK-FRETE-PRAZO NOT = ZEROS
               MOVE WRK-FRETE-PRAZO TO WRK-DIAS-PARCELA
               CALL 'DIAUTIL' USING WRK-PROMESSA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF
               MOVE WRK-PARCELA-PADRAO TO WRK-DIAS-PARCELA
           END-IF.
           MOVE WRK-PROMESSA     TO PEDIDOS-DT-PROMESSA.
           MOVE SPACES           TO PEDIDOS-MOT-CANCEL.
           MOVE WRK-FRETE-VALOR  TO WRK-ICMS-BASE.
           PERFORM 9545-CALCULA-ICMS.
           MOVE WRK-ICMS-VALOR   TO PEDIDOS-ICMS.
           MOVE SPACES           TO PEDIDOS-TRANSP.
           MOVE SPACES           TO PEDIDOS-RASTREIO.
           MOVE ZEROS            TO PEDIDOS-DT-ENVIO.
           MOVE SPACES           TO PEDIDOS-RECEBEDOR.
           MOVE ZEROS            TO PEDIDOS-DT-ENTREGA.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'PEDIDO NAO GRAVADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   PERFORM 9555-GRAVA-ITENS-PEDIDO
                   PERFORM 9559-GRAVA-PARCELAS
                   IF WRK-CRED-USADO NOT = ZEROS
                       MOVE PEDIDOS-FONE   TO WRK-CRED-FONE
                       MOVE 'U'            TO WRK-CRED-TIPO
                       MOVE WRK-CRED-USADO TO WRK-CRED-VALOR
                       MOVE PEDIDOS-SEQ    TO WRK-CRED-REF-SEQ
                       PERFORM 9615-GRAVA-CREDITO
                       MOVE 'USACREDITO' TO WRK-OPERACAO
                       PERFORM 9500-GRAVA-AUDITORIA
                   END-IF
                   MOVE 'PED' TO WRK-JRN-TIPO
                   IF CUPOM-APLICADO
                       PERFORM 9577-RESGATAR-CUPOM
                   END-IF
                   PERFORM 9578-PONTOS-DO-PEDIDO
                   PERFORM 9585-GRAVA-JORNAL
      *    A ENTRADA NA FILA DE APROVACAO VAI PARA A LINHA DO
      *    TEMPO: E DELA QUE O FILAAPRV CONTA A ESPERA.
                   IF PEDIDOS-AGUARD-APROV
                       MOVE SPACES TO WRK-STH-DE
                       MOVE 'G' TO WRK-STH-PARA
                       PERFORM 9587-GRAVA-STATUS-HIST
                   END-IF
                   PERFORM 9570-GERAR-DOCUMENTO
                   PERFORM 9574-VERIFICA-EMAIL-DEVOLVIDO
                   IF NOT EMAIL-DEVOLVIDO
                       PERFORM 9575-GERAR-AVISO-CONF
                   END-IF
           END-WRITE.

      *****************************************************
      * CREDITO DO CLIENTE (CREDITO.DAT) ABATIDO NO PEDIDO
      * QUE ESTA SENDO GRAVADO: COM SALDO DISPONIVEL O
      * OPERADOR CONFIRMA E O VALOR USADO (NO MAXIMO O
      * TOTAL) SAI DAS PARCELAS - O TOTAL DO PEDIDO FICA
      * CHEIO. CREDITO QUE COBRE O PEDIDO INTEIRO NAO
      * DEIXA PARCELA A RECEBER.
      *****************************************************
       9552-APLICAR-CREDITO.
           MOVE ZEROS TO WRK-CRED-USADO.
           MOVE CLIENTES-FONE TO WRK-CRED-FONE.
           PERFORM 9610-SALDO-CREDITO.
           IF WRK-CRED-SALDO > ZEROS
               MOVE WRK-CRED-SALDO TO WRK-CRED-ED
               DISPLAY 'CREDITO DISPONIVEL DO CLIENTE: ' WRK-CRED-ED
               MOVE 'N' TO WRK-CRED-RESP
               DISPLAY 'ABATER O CREDITO NESTE PEDIDO (S/N)? '
               ACCEPT WRK-CRED-RESP FROM CONSOLE
               IF WRK-CRED-RESP = 'S' OR WRK-CRED-RESP = 's'
                   IF WRK-CRED-SALDO > WRK-FRETE-TOTAL
                       MOVE WRK-FRETE-TOTAL TO WRK-CRED-USADO
                   ELSE
                       MOVE WRK-CRED-SALDO TO WRK-CRED-USADO
                   END-IF
                   IF WRK-CRED-USADO = WRK-FRETE-TOTAL
                       MOVE ZEROS TO WRK-PEDIDOS-PARCELAS
                       MOVE ZEROS TO WRK-PEDIDOS-VLPARC
                   ELSE
                       COMPUTE WRK-PEDIDOS-VLPARC ROUNDED =
                           (WRK-FRETE-TOTAL - WRK-CRED-USADO)
                           / WRK-PEDIDOS-PARCELAS
                   END-IF
                   MOVE WRK-CRED-USADO TO WRK-CRED-ED
                   DISPLAY 'CREDITO ABATIDO......: ' WRK-CRED-ED
                   MOVE WRK-PEDIDOS-VLPARC TO WRK-PEDIDOS-VLPARC-ED
                   DISPLAY 'VALOR DE CADA PARCELA: '
                       WRK-PEDIDOS-VLPARC-ED
               END-IF
           END-IF.

      *****************************************************
      * GRAVA EM PEDITENS.DAT UM REGISTRO PARA CADA LINHA
      * MONTADA EM 6110-MONTAR-ITENS, AMARRADO AO PEDIDO
               MOVE ZEROS TO PEDITENS-QTDE-ENVIADA
               MOVE WRK-ITEM-CUSTO(WRK-ITEM-IDX)
                   TO PEDITENS-CUSTO-UNIT
               MOVE WRK-ITEM-LOCAL(WRK-ITEM-IDX)
                   TO PEDITENS-LOCAL
               MOVE WRK-ITEM-TIPO(WRK-ITEM-IDX)
                   TO PEDITENS-TIPO-LINHA
               MOVE WRK-ITEM-KIT(WRK-ITEM-IDX)
                   TO PEDITENS-KIT-PAI
               MOVE WRK-ITEM-FALTA(WRK-ITEM-IDX)
                   TO PEDITENS-QTDE-FALTA
               MOVE WRK-ITEM-TABELA(WRK-ITEM-IDX)
                   TO PEDITENS-TABELA
               WRITE PEDITENS-REG
                   INVALID KEY
                       MOVE 'ITEM DE PEDIDO NAO GRAVADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                       IF NOT PEDITENS-LINHA-KIT
                           AND PEDITENS-QTDE > PEDITENS-QTDE-FALTA
                           PERFORM 9558-BAIXAR-ESTOQUE
                       END-IF
                       IF PEDITENS-QTDE-FALTA NOT = ZEROS
                           PERFORM 9556-GRAVA-ENCOMENDA
                       END-IF
               END-WRITE
           END-PERFORM.

      *    A FALTA ACEITA NA LINHA ENTRA NA FILA DO
      *    PRODUTO PELA DATA DO PEDIDO.
       9556-GRAVA-ENCOMENDA.
           MOVE PEDITENS-PRODUTO    TO BACK-PRODUTO.
           MOVE PEDIDOS-DTPEDIDO    TO BACK-DATA.
           MOVE PEDITENS-FONE       TO BACK-FONE.
           MOVE PEDITENS-SEQ        TO BACK-SEQ.
           MOVE PEDITENS-ITEM       TO BACK-ITEM.
           MOVE PEDITENS-QTDE-FALTA TO BACK-QTDE.
           MOVE ZEROS               TO BACK-QTDE-ALOCADA.
           MOVE 'P'                 TO BACK-SITUACAO.
           MOVE ZEROS               TO BACK-DT-ATENDIDA.
           WRITE BACKORD-REG
               INVALID KEY
                   MOVE 'ENCOMENDA NAO GRAVADA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
           END-WRITE.

      *****************************************************
      * SAIDA (TIPO 'S') OU VOLTA (TIPO 'E') DE QUANTIDADE
      * NO SALDO DO LOCAL DO ITEM (PEDITENS-LOCAL). O
      * DEPOSITO CENTRAL NAO TEM SALDO GRAVADO - ACOMPANHA
      * O TOTAL DO CATALOGO SOZINHO.
      *****************************************************
       9557-MOVER-SALDO-LOCAL.
           IF PEDITENS-LOCAL NOT = WRK-LOCAL-PADRAO
               AND PEDITENS-LOCAL NOT = ZEROS
               MOVE PEDITENS-PRODUTO TO ELOC-PRODUTO
               MOVE PEDITENS-LOCAL   TO ELOC-LOCAL
               READ ESTLOCAL
                   INVALID KEY
                       IF WRK-MOV-TIPO = 'E'
                           MOVE WRK-MOV-QTDE TO ELOC-SALDO
                           MOVE SPACES TO ELOC-ENDERECO
                           WRITE ESTLOCAL-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF WRK-MOV-TIPO = 'E'
                           ADD WRK-MOV-QTDE TO ELOC-SALDO
                       ELSE
                       IF WRK-MOV-QTDE > ELOC-SALDO
                           MOVE ZEROS TO ELOC-SALDO
                       ELSE
                           SUBTRACT WRK-MOV-QTDE FROM ELOC-SALDO
                       END-IF
                       END-IF
                       REWRITE ESTLOCAL-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *****************************************************
      * BAIXA DO ESTOQUE A QUANTIDADE DO ITEM RECEM
      * GRAVADO E REGISTRA A SAIDA NO DIARIO ESTOQMOV.DAT.
      * SALDO NUNCA FICA NEGATIVO: A MONTAGEM DE ITENS JA
      * RECUSOU VENDER ALEM DO DISPONIVEL, MAS UMA VENDA
      * CONCORRENTE PODE TER CONSUMIDO O SALDO NO MEIO DO
      * CAMINHO - NESSE CASO A BAIXA PARA EM ZERO. A FALTA
      * ACEITA COMO ENCOMENDA NAO BAIXA AGORA - SAI QUANDO
      * O RECEBIMENTO DO COMPRAS A ATENDER.
      *****************************************************
       9558-BAIXAR-ESTOQUE.
           COMPUTE WRK-MOV-QTDE = PEDITENS-QTDE - PEDITENS-QTDE-FALTA.
           MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WRK-MOV-QTDE > PRODUTOS-ESTOQUE
                       MOVE ZEROS TO PRODUTOS-ESTOQUE
                   ELSE
                       SUBTRACT WRK-MOV-QTDE FROM PRODUTOS-ESTOQUE
                   END-IF
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                   END-REWRITE
                   MOVE 'S' TO WRK-MOV-TIPO
                   MOVE PEDITENS-PRODUTO TO WRK-MOV-PRODUTO
                   MOVE SPACES TO WRK-MOV-ORIGEM
                   STRING 'PEDIDO ' PEDITENS-SEQ
                       DELIMITED BY SIZE INTO WRK-MOV-ORIGEM
                   END-STRING
                   PERFORM 9580-GRAVA-MOV-ESTOQUE
                   PERFORM 9557-MOVER-SALDO-LOCAL
           END-READ.

      *****************************************************
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > PEDIDOS-QT-PARCELAS
               CALL 'DIAUTIL' USING WRK-VENC-DATA WRK-DIAS-PARCELA
                   WRK-DIA-SEMANA WRK-FERIADO-X PEDIDOS-UF
               MOVE PEDIDOS-FONE     TO RECEBER-FONE
               MOVE PEDIDOS-SEQ      TO RECEBER-SEQ
               MOVE WRK-PARC-IDX     TO RECEBER-PARCELA
               MOVE PEDIDOS-VALOR-PARCELA TO RECEBER-VALOR
               MOVE 'A'              TO RECEBER-SITUACAO
               MOVE ZEROS            TO RECEBER-DT-PAGTO
               MOVE ZEROS            TO RECEBER-VALOR-PAGO
               MOVE ZEROS            TO RECEBER-ACORDO
               WRITE RECEBER-REG
                   INVALID KEY
                       MOVE 'PARCELA A RECEBER NAO GRAVADA'
               DELIMITED BY SIZE INTO WRK-PEDDOC-NOME
           END-STRING.
           OPEN OUTPUT PEDDOC.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO PEDDOC-LINHA
               WRITE PEDDOC-LINHA
           END-IF.
           MOVE ALL '=' TO PEDDOC-LINHA.
           WRITE PEDDOC-LINHA.
           MOVE SPACES TO PEDDOC-LINHA.
               MOVE WRK-ITEM-VLUNIT(WRK-ITEM-IDX)
                   TO WRK-DOC-VALOR-ED
               MOVE SPACES TO PEDDOC-LINHA
               IF WRK-ITEM-TIPO(WRK-ITEM-IDX) = 'C'
                   STRING '      + ' WRK-ITEM-PRODUTO(WRK-ITEM-IDX)
                       ' ' WRK-ITEM-DESCRICAO(WRK-ITEM-IDX)
                       ' QTDE ' WRK-DOC-QTDE-ED
                       DELIMITED BY SIZE INTO PEDDOC-LINHA
                   END-STRING
               ELSE
                   STRING '  ' WRK-ITEM-PRODUTO(WRK-ITEM-IDX) ' '
                       WRK-ITEM-DESCRICAO(WRK-ITEM-IDX)
                       ' QTDE ' WRK-DOC-QTDE-ED
                       ' UNIT ' WRK-DOC-VALOR-ED
                       DELIMITED BY SIZE INTO PEDDOC-LINHA
                   END-STRING
               END-IF
               WRITE PEDDOC-LINHA
               IF WRK-ITEM-FALTA(WRK-ITEM-IDX) NOT = ZEROS
                   MOVE WRK-ITEM-FALTA(WRK-ITEM-IDX) TO WRK-DOC-QTDE-ED
                   MOVE SPACES TO PEDDOC-LINHA
                   STRING '        ENCOMENDA - AGUARDANDO ESTOQUE: '
                       WRK-DOC-QTDE-ED
                       DELIMITED BY SIZE INTO PEDDOC-LINHA
                   END-STRING
                   WRITE PEDDOC-LINHA
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO PEDDOC-LINHA.
           WRITE PEDDOC-LINHA.
               DELIMITED BY SIZE INTO PEDDOC-LINHA
           END-STRING.
           WRITE PEDDOC-LINHA.
           IF WRK-CRED-USADO NOT = ZEROS
               MOVE WRK-CRED-USADO TO WRK-DOC-VALOR-ED
               MOVE SPACES TO PEDDOC-LINHA
               STRING 'CREDITO ABATIDO: ' WRK-DOC-VALOR-ED
                   DELIMITED BY SIZE INTO PEDDOC-LINHA
               END-STRING
               WRITE PEDDOC-LINHA
           END-IF.
           MOVE PEDIDOS-VALOR-PARCELA TO WRK-DOC-VALOR-ED.
           MOVE SPACES TO PEDDOC-LINHA.
           STRING 'PAGAMENTO......: ' PEDIDOS-QT-PARCELAS
               END-READ
           END-IF.

      *****************************************************
      * PESQUISA DE SATISFACAO DO PEDIDO RECEM-ENTREGUE -
      * NAO E TRANSACIONAL, ENTAO SO SAI PARA QUEM ACEITA
      * MALA DIRETA. A RESPOSTA VOLTA DO DISPARADOR EM
      * NPSRESP.DAT COM O FONE E O PEDIDO DA REFERENCIA E
      * E CARREGADA PELO CARGANPS.
      *****************************************************
       9573-GERAR-AVISO-PESQUISA.
           MOVE SPACES TO WRK-MAIL-NOME.
           STRING 'MAIL.' PEDIDOS-FONE '.' PEDIDOS-SEQ '.NPS'
               DELIMITED BY SIZE INTO WRK-MAIL-NOME
           END-STRING.
           OPEN OUTPUT MAILOUT.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO MAILOUT-LINHA
               WRITE MAILOUT-LINHA
           END-IF.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'PARA: ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'ASSUNTO: COMO FOI O SEU PEDIDO ' PEDIDOS-SEQ '?'
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'OLA ' CLIENTES-NOME
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           MOVE 'SEU PEDIDO FOI ENTREGUE. DE 0 A 10, QUANTO VOCE'
               TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE 'RECOMENDARIA A NOSSA LOJA A UM AMIGO?'
               TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE 'RESPONDA COM A NOTA E, SE QUISER, UM COMENTARIO.'
               TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'REFERENCIA: ' PEDIDOS-FONE '/' PEDIDOS-SEQ
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           END-STRING.
           WRITE MAILOUT-LINHA.
           CLOSE MAILOUT.

      *****************************************************
      * EMAIL DO CADASTRO COM DEVOLUCAO DEFINITIVA NO
      * DISPARADOR (EMAILINV.DAT, MARCADO PELO DEVMAIL):
      * O AVISO NAO E GERADO. A MARCA SO VALE PARA O EMAIL
      * QUE VOLTOU - CORRIGIDO NO ALTERAR, O AVISO VOLTA.
      *****************************************************
       9574-VERIFICA-EMAIL-DEVOLVIDO.
           MOVE 'N' TO WRK-EMAIL-DEVOLVIDO.
           IF EMLI-DISPONIVEL
               MOVE CLIENTES-FONE TO EMAILINV-FONE
               READ EMAILINV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMAILINV-EMAIL = CLIENTES-EMAIL
                           MOVE 'S' TO WRK-EMAIL-DEVOLVIDO
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * AVISO TRANSACIONAL DE CONFIRMACAO, DEIXADO COMO
      * ARQUIVO TEXTO NO DIRETORIO DE COLETA DO
               DELIMITED BY SIZE INTO WRK-MAIL-NOME
           END-STRING.
           OPEN OUTPUT MAILOUT.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO MAILOUT-LINHA
               WRITE MAILOUT-LINHA
           END-IF.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'PARA: ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO MAILOUT-LINHA
                   UNTIL WRK-ITEM-IDX > WRK-QTDE-ITENS
               MOVE WRK-ITEM-QTDE(WRK-ITEM-IDX) TO WRK-DOC-QTDE-ED
               MOVE SPACES TO MAILOUT-LINHA
               IF WRK-ITEM-TIPO(WRK-ITEM-IDX) = 'C'
                   STRING '      + ' WRK-ITEM-DESCRICAO(WRK-ITEM-IDX)
                       ' X' WRK-DOC-QTDE-ED
                       DELIMITED BY SIZE INTO MAILOUT-LINHA
                   END-STRING
               ELSE
                   STRING '  ' WRK-ITEM-DESCRICAO(WRK-ITEM-IDX)
                       ' X' WRK-DOC-QTDE-ED
                       DELIMITED BY SIZE INTO MAILOUT-LINHA
                   END-STRING
               END-IF
               WRITE MAILOUT-LINHA
               IF WRK-ITEM-FALTA(WRK-ITEM-IDX) NOT = ZEROS
                   MOVE WRK-ITEM-FALTA(WRK-ITEM-IDX) TO WRK-DOC-QTDE-ED
                   MOVE SPACES TO MAILOUT-LINHA
                   STRING '    (' WRK-DOC-QTDE-ED
                       ' SOB ENCOMENDA - AVISAREMOS QUANDO CHEGAR)'
                       DELIMITED BY SIZE INTO MAILOUT-LINHA
                   END-STRING
                   WRITE MAILOUT-LINHA
               END-IF
           END-PERFORM.
           MOVE PEDIDOS-TOTAL TO WRK-DOC-VALOR-ED.
           MOVE SPACES TO MAILOUT-LINHA.
               DELIMITED BY SIZE INTO WRK-MAIL-NOME
           END-STRING.
           OPEN OUTPUT MAILOUT.
           IF WRK-AMB-TREINO = 'S'
               MOVE WRK-AMB-CARIMBO TO MAILOUT-LINHA
               WRITE MAILOUT-LINHA
           END-IF.
           MOVE SPACES TO MAILOUT-LINHA.
           STRING 'PARA: ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO MAILOUT-LINHA
           WRITE MAILOUT-LINHA.
           MOVE 'SEU PEDIDO SAIU PARA ENTREGA.' TO MAILOUT-LINHA.
           WRITE MAILOUT-LINHA.
           IF PEDIDOS-TRANSP NOT = SPACES
               PERFORM 6132-NOME-TRANSP
               IF WRK-TRANSP-NOME = SPACES
                   MOVE '(NAO IDENTIFICADA)' TO WRK-TRANSP-NOME
               END-IF
               MOVE SPACES TO MAILOUT-LINHA
               STRING 'TRANSPORTADORA: ' WRK-TRANSP-NOME
                   DELIMITED BY SIZE INTO MAILOUT-LINHA
               END-STRING
               WRITE MAILOUT-LINHA
           END-IF.
           IF PEDIDOS-RASTREIO NOT = SPACES
               MOVE SPACES TO MAILOUT-LINHA
               STRING 'CODIGO DE RASTREIO: ' PEDIDOS-RASTREIO
                   DELIMITED BY SIZE INTO MAILOUT-LINHA
               END-STRING
               WRITE MAILOUT-LINHA
           END-IF.
           IF PEDIDOS-DT-PROMESSA NOT = ZEROS
               MOVE SPACES TO MAILOUT-LINHA
               STRING 'ENTREGA PREVISTA: ' PEDIDOS-DT-PROMESSA
           END-IF.
           CLOSE MAILOUT.

      *****************************************************
      * RESGATE DO CUPOM DO PEDIDO RECEM-GRAVADO: SOMA UM
      * USO EM CUPONS.DAT E DEIXA A LINHA EM CUPOMUSO.DAT,
      * COM A CAMPANHA DO CUPOM, PARA O CAMPRESP.
      *****************************************************
       9577-RESGATAR-CUPOM.
           MOVE WRK-CUPOM-COD TO CUPOM-CODIGO.
           READ CUPONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CUPOM-USOS
                   REWRITE CUPOM-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           OPEN EXTEND CUPOMUSO.
           IF CUPOMUSO-STATUS = 35
               OPEN OUTPUT CUPOMUSO
               CLOSE CUPOMUSO
               OPEN EXTEND CUPOMUSO
           END-IF.
           MOVE WRK-CUPOM-CAMP  TO CUPUSO-CAMPANHA.
           MOVE WRK-CUPOM-COD   TO CUPUSO-CODIGO.
           MOVE PEDIDOS-FONE    TO CUPUSO-FONE.
           MOVE PEDIDOS-SEQ     TO CUPUSO-SEQ.
           MOVE WRK-DATA-SIS    TO CUPUSO-DATA.
           MOVE WRK-CUPOM-VALOR TO CUPUSO-DESCONTO.
           MOVE PEDIDOS-TOTAL   TO CUPUSO-TOTAL.
           MOVE WRK-USUARIO     TO CUPUSO-USUARIO.
           WRITE CUPUSO-REG.
           CLOSE CUPOMUSO.
           MOVE 'N' TO WRK-CUPOM-OK.
           MOVE 'CUPOM' TO WRK-OPERACAO.
           PERFORM 9500-GRAVA-AUDITORIA.

      *****************************************************
      * PONTOS DO PEDIDO RECEM-GRAVADO: PRIMEIRO SAI O
      * RESGATE USADO COMO DESCONTO, DEPOIS ENTRA O GANHO
      * SOBRE PEDIDOS-TOTAL (JA LIQUIDO DOS DESCONTOS).
      *****************************************************
       9578-PONTOS-DO-PEDIDO.
           IF WRK-PTS-USADOS > ZEROS
               MOVE 'R'            TO WRK-FID-OPER
               MOVE WRK-PTS-USADOS TO WRK-FID-PONTOS
               PERFORM 9579-CHAMAR-FIDELIDADE
               MOVE ZEROS TO WRK-PTS-USADOS WRK-PTS-RESGATE
               MOVE 'RESGPONTOS' TO WRK-OPERACAO
               PERFORM 9500-GRAVA-AUDITORIA
           END-IF.
           MOVE 'G' TO WRK-FID-OPER.
           MOVE PEDIDOS-TOTAL TO WRK-FID-VALOR.
           PERFORM 9579-CHAMAR-FIDELIDADE.
           IF WRK-FID-PONTOS > ZEROS
               MOVE WRK-FID-PONTOS TO WRK-PTS-ED
               DISPLAY 'PONTOS GANHOS NESTE PEDIDO: ' WRK-PTS-ED
           END-IF.

      *    OPERACAO EM WRK-FID-OPER SOBRE O PEDIDO CORRENTE;
      *    VALOR E PONTOS JA PREPARADOS POR QUEM CHAMA.
       9579-CHAMAR-FIDELIDADE.
           MOVE PEDIDOS-FONE TO WRK-FID-FONE.
           MOVE PEDIDOS-SEQ  TO WRK-FID-SEQ.
           CALL 'FIDELIDA' USING WRK-FID-OPER WRK-FID-FONE
               WRK-FID-SEQ WRK-FID-VALOR WRK-FID-PONTOS
               WRK-FID-SALDO WRK-USUARIO.

       9560-PROX-SEQ-PEDIDO.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE 9999 TO PEDIDOS-SEQ.
           MOVE WRK-DATA-SIS  TO ORCAMENTO-DTORC.
           MOVE WRK-DATA-SIS  TO WRK-VENC-DATA.
           CALL 'DIAUTIL' USING WRK-VENC-DATA WRK-VALIDADE-DIAS
               WRK-DIA-SEMANA WRK-FERIADO-X WRK-ENTREGA-UF.
           MOVE WRK-VENC-DATA TO ORCAMENTO-VALIDADE.
           MOVE WRK-ENTREGA-UF  TO ORCAMENTO-UF.
           MOVE WRK-ENTREGA-SEQ TO ORCAMENTO-END-ENTREGA.
           MOVE WRK-FRETE-CALC  TO ORCAMENTO-FRETE.
           MOVE WRK-FRETE-TOTAL TO ORCAMENTO-TOTAL.
           MOVE 'A' TO ORCAMENTO-SITUACAO.
           MOVE WRK-USUARIO TO ORCAMENTO-VENDEDOR.
           MOVE ZEROS TO ORCAMENTO-DT-CONVERSAO ORCAMENTO-PEDIDO.
           WRITE ORCAMENTO-REG
               INVALID KEY
                   MOVE 'ORCAMENTO NAO GRAVADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
           END-WRITE.

      *    O KIT E ORCADO SO PELA LINHA DELE - OS
      *    COMPONENTES SAO EXPLODIDOS DE NOVO NA CONVERSAO.
       9591-GRAVA-ITENS-ORC.
           MOVE ZEROS TO WRK-ITEM-IDX.
           PERFORM WRK-QTDE-ITENS TIMES
               ADD 1 TO WRK-ITEM-IDX
               IF WRK-ITEM-TIPO(WRK-ITEM-IDX) NOT = 'C'
                   MOVE CLIENTES-FONE TO ORCITENS-FONE
                   MOVE WRK-ORC-SEQ   TO ORCITENS-SEQ
                   MOVE WRK-ITEM-IDX  TO ORCITENS-ITEM
                   MOVE WRK-ITEM-PRODUTO(WRK-ITEM-IDX)
                       TO ORCITENS-PRODUTO
                   MOVE WRK-ITEM-QTDE(WRK-ITEM-IDX)
                       TO ORCITENS-QTDE
                   WRITE ORCITENS-REG
                       INVALID KEY
                           MOVE 'ITEM DE ORCAMENTO NAO GRAVADO'
                               TO WRK-MSGERRO
                           ACCEPT MOSTRA-ERRO
                   END-WRITE
               END-IF
           END-PERFORM.

      *    MESMA MECANICA DO 9560-PROX-SEQ-PEDIDO, SOBRE
           END-STRING.
           WRITE RESTART-LINHA.

      *****************************************************
      * SALDO DE CREDITO DO CLIENTE WRK-CRED-FONE: O
      * ULTIMO MOVIMENTO DO FONE EM CREDITO.DAT CARREGA O
      * SALDO CORRENTE E O NUMERO DO MOVIMENTO (MESMA
      * LEITURA PARA TRAS DO 9560-PROX-SEQ-PEDIDO).
      *****************************************************
       9610-SALDO-CREDITO.
           MOVE ZEROS TO WRK-CRED-MOV WRK-CRED-SALDO.
           MOVE WRK-CRED-FONE TO CREDITO-FONE.
           MOVE 99999 TO CREDITO-MOV.
           START CREDITO KEY IS NOT GREATER THAN CREDITO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CREDITO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CREDITO-FONE = WRK-CRED-FONE
                               MOVE CREDITO-MOV   TO WRK-CRED-MOV
                               MOVE CREDITO-SALDO TO WRK-CRED-SALDO
                           END-IF
                   END-READ
           END-START.

      *    GRAVA O PROXIMO MOVIMENTO DO FONE (TIPO, VALOR E
      *    PEDIDO EM WRK-CRED-*) JA COM O SALDO NOVO. SAIDA
      *    NUNCA LEVA O SALDO ABAIXO DE ZERO.
       9615-GRAVA-CREDITO.
           PERFORM 9610-SALDO-CREDITO.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-CRED-FONE    TO CREDITO-FONE.
           COMPUTE CREDITO-MOV = WRK-CRED-MOV + 1.
           MOVE WRK-DATA-SIS     TO CREDITO-DATA.
           MOVE WRK-CRED-TIPO    TO CREDITO-TIPO.
           IF CREDITO-ENTRADA
               ADD WRK-CRED-VALOR TO WRK-CRED-SALDO
           ELSE
               IF WRK-CRED-VALOR > WRK-CRED-SALDO
                   MOVE WRK-CRED-SALDO TO WRK-CRED-VALOR
               END-IF
               SUBTRACT WRK-CRED-VALOR FROM WRK-CRED-SALDO
           END-IF.
           MOVE WRK-CRED-VALOR   TO CREDITO-VALOR.
           MOVE WRK-CRED-SALDO   TO CREDITO-SALDO.
           MOVE WRK-CRED-REF-SEQ TO CREDITO-REF-SEQ.
           MOVE ZEROS            TO CREDITO-REF-PARCELA.
           MOVE WRK-USUARIO      TO CREDITO-USUARIO.
           WRITE CREDITO-REG
               INVALID KEY
                   MOVE 'MOVIMENTO DE CREDITO NAO GRAVADO'
                       TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
           END-WRITE.

      *    CREDITO LIQUIDO QUE O PEDIDO CORRENTE CONSUMIU:
      *    ABATIMENTOS ('U') MENOS ESTORNOS ('E') DO MESMO
      *    PEDIDO.
       9620-CREDITO-DO-PEDIDO.
           MOVE ZEROS TO WRK-CRED-PEDIDO.
           MOVE PEDIDOS-FONE TO CREDITO-FONE.
           MOVE ZEROS TO CREDITO-MOV.
           MOVE 'N' TO WRK-FIM-CRED.
           START CREDITO KEY IS NOT LESS THAN CREDITO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CRED
           END-START.
           PERFORM UNTIL FIM-CRED
               READ CREDITO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CRED
                   NOT AT END
                       IF CREDITO-FONE NOT = PEDIDOS-FONE
                           MOVE 'S' TO WRK-FIM-CRED
                       ELSE
                           IF CREDITO-REF-SEQ = PEDIDOS-SEQ
                               IF CREDITO-USO-PEDIDO
                                   ADD CREDITO-VALOR TO WRK-CRED-PEDIDO
                               END-IF
                               IF CREDITO-ESTORNO
                                   SUBTRACT CREDITO-VALOR
                                       FROM WRK-CRED-PEDIDO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    DEVOLVE AO SALDO DO CLIENTE O VALOR EM
      *    WRK-CRED-VALOR QUE O PEDIDO CORRENTE HAVIA USADO.
       9625-ESTORNAR-CREDITO.
           IF WRK-CRED-VALOR > ZEROS
               MOVE PEDIDOS-FONE TO WRK-CRED-FONE
               MOVE 'E'          TO WRK-CRED-TIPO
               MOVE PEDIDOS-SEQ  TO WRK-CRED-REF-SEQ
               PERFORM 9615-GRAVA-CREDITO
               MOVE 'ESTCREDITO' TO WRK-OPERACAO
               PERFORM 9500-GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * NOTA FISCAL DE SAIDA DO PEDIDO RECEM ENVIADO - O
      * NUMERO E O ULTIMO DE NOTAFIS.DAT MAIS UM (MESMA
      * LEITURA PARA TRAS DO 9560-PROX-SEQ-PEDIDO). SE
      * OUTRA ESTACAO GRAVOU O MESMO NUMERO ANTES, A
      * GRAVACAO E REFEITA COM O SEGUINTE - A SERIE NAO
      * FICA COM BURACO NEM REPETICAO. PEDIDO QUE JA TEM
      * NOTA NAO GANHA OUTRA.
      *****************************************************
       9630-EMITIR-NOTA.
           MOVE PEDIDOS-FONE TO NOTAFIS-FONE.
           MOVE PEDIDOS-SEQ  TO NOTAFIS-SEQ.
           READ NOTAFIS KEY IS NOTAFIS-PEDIDO
               INVALID KEY
                   MOVE 'N' TO WRK-NF-GRAVADA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NF-GRAVADA
           END-READ.
           MOVE ZEROS TO WRK-NF-TENTA.
           PERFORM UNTIL NF-GRAVADA OR WRK-NF-TENTA > 10
               ADD 1 TO WRK-NF-TENTA
               PERFORM 9631-PROXIMA-NOTA
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               MOVE WRK-NF-NUMERO    TO NOTAFIS-NUMERO
               MOVE PEDIDOS-FONE     TO NOTAFIS-FONE
               MOVE PEDIDOS-SEQ      TO NOTAFIS-SEQ
               MOVE WRK-DATA-SIS     TO NOTAFIS-DT-EMISSAO
               MOVE PEDIDOS-UF       TO NOTAFIS-UF
               MOVE PEDIDOS-TOTAL    TO NOTAFIS-VALOR
               MOVE PEDIDOS-ICMS     TO NOTAFIS-ICMS
               MOVE 'E'              TO NOTAFIS-SITUACAO
               MOVE ZEROS            TO NOTAFIS-DT-CANCEL
               MOVE WRK-USUARIO      TO NOTAFIS-USUARIO
               WRITE NOTAFIS-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-NF-GRAVADA
                       MOVE SPACES TO WRK-MSGERRO
                       STRING 'ENVIADO - NOTA FISCAL ' WRK-NF-NUMERO
                           DELIMITED BY SIZE INTO WRK-MSGERRO
                       END-STRING
               END-WRITE
           END-PERFORM.
           IF NOT NF-GRAVADA
               MOVE 'ENVIADO - NOTA FISCAL NAO GRAVADA'
                   TO WRK-MSGERRO
           END-IF.

       9631-PROXIMA-NOTA.
           MOVE ZEROS TO WRK-NF-NUMERO.
           MOVE 999999 TO NOTAFIS-NUMERO.
           START NOTAFIS KEY IS NOT GREATER THAN NOTAFIS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ NOTAFIS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE NOTAFIS-NUMERO TO WRK-NF-NUMERO
                   END-READ
           END-START.
           ADD 1 TO WRK-NF-NUMERO.

      *    PEDIDO CANCELADO DEPOIS DO ENVIO: A NOTA CONTINUA
      *    NO REGISTRO COM O MESMO NUMERO, SO MUDA PARA
      *    CANCELADA COM A DATA E O USUARIO DO CANCELAMENTO.
       9635-CANCELAR-NOTA.
           MOVE PEDIDOS-FONE TO NOTAFIS-FONE.
           MOVE PEDIDOS-SEQ  TO NOTAFIS-SEQ.
           READ NOTAFIS KEY IS NOTAFIS-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOTAFIS-EMITIDA
                       ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
                       MOVE 'C'          TO NOTAFIS-SITUACAO
                       MOVE WRK-DATA-SIS TO NOTAFIS-DT-CANCEL
                       MOVE WRK-USUARIO  TO NOTAFIS-USUARIO
                       REWRITE NOTAFIS-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'CANCNOTA' TO WRK-OPERACAO
                               PERFORM 9500-GRAVA-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

      *****************************************************
      * CONSULTA A SUBROTINA PERMISSO PARA O USUARIO DA
      * SESSAO E A OPERACAO EM WRK-OP-PERM - SUBSTITUI O
