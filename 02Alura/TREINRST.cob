       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINRST.
      ********************************************
      * OBJETIVO: RECARGA DO AMBIENTE DE TREINAMENTO
      *           ENTRE UMA TURMA E OUTRA. ENTRA NO
      *           DIRETORIO TREINO (VER AMBIENTE),
      *           RECRIA CADA CADASTRO A PARTIR DA
      *           SEMENTE <NOME>.SEM GERADA PELO
      *           TREINSEM, ESVAZIA OS ARQUIVOS DE
      *           MOVIMENTO (ORCAMENTOS, DEVOLUCOES,
      *           NOTAS, TAREFAS, CHAMADOS, SESSOES...)
      *           E ZERA OS LOGS E TRILHAS (JORNAL,
      *           AUDITORIA, HISTORICOS). NADA E ABERTO
      *           NO DIRETORIO DA PRODUCAO ALEM DA
      *           LINHA DE AUDITORIA DO PROPRIO RESET.
      *           USO RESTRITO AO ADM (OPERACAO
      *           'TREINRST' DO PERMISSO).
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE
               ALTERNATE RECORD KEY CLIENTES-NOME
                   WITH DUPLICATES.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT ESTLOCAL ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY ELOC-CHAVE.

           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS KITS-STATUS
               RECORD KEY KIT-CHAVE.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT USERS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS USERS-STATUS
               RECORD KEY USERS-LOGIN.

           SELECT PARAMS ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY PARM-CHAVE.

           SELECT ORCAMENTO ASSIGN TO 'ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORCAMENTO-STATUS
               RECORD KEY ORCAMENTO-CHAVE.

           SELECT ORCITENS ASSIGN TO 'ORCITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORCITENS-STATUS
               RECORD KEY ORCITENS-CHAVE.

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEVOL-STATUS
               RECORD KEY DEVOL-CHAVE.

           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CREDITO-STATUS
               RECORD KEY CREDITO-CHAVE.

           SELECT NOTAFIS ASSIGN TO 'NOTAFIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTAFIS-STATUS
               RECORD KEY NOTAFIS-NUMERO
               ALTERNATE RECORD KEY NOTAFIS-PEDIDO
                   WITH DUPLICATES.

           SELECT BACKORD ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORD-STATUS
               RECORD KEY BACK-CHAVE.

           SELECT TAREFAS ASSIGN TO 'TAREFAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAREFAS-STATUS
               RECORD KEY TAREFA-CHAVE
               ALTERNATE RECORD KEY TAREFA-RESPONSAVEL
                   WITH DUPLICATES.

           SELECT CHAMADOS ASSIGN TO 'CHAMADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHAMADOS-STATUS
               RECORD KEY CHAMADO-CHAVE.

           SELECT SESSOES ASSIGN TO 'SESSOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SESSOES-STATUS
               RECORD KEY SESSOES-LOGIN.

           SELECT RENEGOC ASSIGN TO 'RENEGOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RENEGOC-STATUS
               RECORD KEY RENEGOC-CHAVE.

           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY PONTOS-CHAVE.

           SELECT PEDPROG ASSIGN TO 'PEDPROG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDPROG-STATUS
               RECORD KEY PPRG-CHAVE.

           SELECT BOLETOS ASSIGN TO 'BOLETOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BOLETOS-STATUS
               RECORD KEY BOLETOS-CHAVE.

           SELECT PERMIS ASSIGN TO 'PERMIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIS-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT SEMENTE ASSIGN TO WRK-SEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEMENTE-STATUS.

           SELECT LIMPEZA ASSIGN TO WRK-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMPEZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD ESTLOCAL.
           COPY 'ELOCCOPY.cob'.

       FD KITS.
           COPY 'KITCOPY.cob'.

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD USERS.
           COPY 'USERCOPY.cob'.

       FD PARAMS.
           COPY 'PARMCOPY.cob'.

       FD ORCAMENTO.
           COPY 'ORCACOPY.cob'.

       FD ORCITENS.
           COPY 'ORCICOPY.cob'.

       FD DEVOL.
           COPY 'DEVOCOPY.cob'.

       FD CREDITO.
           COPY 'CREDCOPY.cob'.

       FD NOTAFIS.
           COPY 'NOTACOPY.cob'.

       FD BACKORD.
           COPY 'BACKCOPY.cob'.

       FD TAREFAS.
           COPY 'TARECOPY.cob'.

       FD CHAMADOS.
           COPY 'CHAMCOPY.cob'.

       FD SESSOES.
       01 SESSOES-REG.
           05 SESSOES-LOGIN  PIC X(20).
           05 SESSOES-DATA   PIC 9(08).
           05 SESSOES-HORA   PIC 9(06).
           05 SESSOES-MODULO PIC X(25).

       FD RENEGOC.
           COPY 'RNEGCOPY.cob'.

       FD PONTOS.
           COPY 'PONTCOPY.cob'.

       FD PEDPROG.
           COPY 'PPRGCOPY.cob'.

       FD BOLETOS.
           COPY 'BOLECOPY.cob'.

       FD PERMIS.
       01 PERMIS-REG PIC X(30).

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       FD SEMENTE.
       01 SEMENTE-LINHA PIC X(300).

       FD LIMPEZA.
       01 LIMPEZA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 ENDERECOS-STATUS PIC 9(02).
           77 PRODUTOS-STATUS  PIC 9(02).
           77 ESTLOCAL-STATUS  PIC 9(02).
           77 KITS-STATUS      PIC 9(02).
           77 PEDIDOS-STATUS   PIC 9(02).
           77 PEDITENS-STATUS  PIC 9(02).
           77 RECEBER-STATUS   PIC 9(02).
           77 USERS-STATUS     PIC 9(02).
           77 PARAMS-STATUS    PIC 9(02).
           77 ORCAMENTO-STATUS PIC 9(02).
           77 ORCITENS-STATUS  PIC 9(02).
           77 DEVOL-STATUS     PIC 9(02).
           77 CREDITO-STATUS   PIC 9(02).
           77 NOTAFIS-STATUS   PIC 9(02).
           77 BACKORD-STATUS   PIC 9(02).
           77 TAREFAS-STATUS   PIC 9(02).
           77 CHAMADOS-STATUS  PIC 9(02).
           77 SESSOES-STATUS   PIC 9(02).
           77 RENEGOC-STATUS   PIC 9(02).
           77 PONTOS-STATUS    PIC 9(02).
           77 PEDPROG-STATUS   PIC 9(02).
           77 BOLETOS-STATUS   PIC 9(02).
           77 PERMIS-STATUS    PIC 9(02).
           77 AUDITF-STATUS    PIC 9(02).
           77 SEMENTE-STATUS   PIC 9(02).
           77 LIMPEZA-STATUS   PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'TREINRST'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.

           77 WRK-AMB-ACAO    PIC X(01) VALUE 'C'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.

           77 WRK-SEM-NOME    PIC X(20) VALUE SPACES.
           77 WRK-SEM-QTDE    PIC 9(07) VALUE ZEROS.
           77 WRK-SEM-ERROS   PIC 9(07) VALUE ZEROS.

      *    LOGS E TRILHAS EM TEXTO - RECRIADOS VAZIOS.
           01 WRK-TAB-LOG.
               05 WRK-LOG-ARQ PIC X(12) OCCURS 19 TIMES.
           77 WRK-LOG-QTDE    PIC 9(02) VALUE 19.
           77 WRK-LOG-IDX     PIC 9(02) VALUE ZEROS.
           77 WRK-LOG-NOME    PIC X(12) VALUE SPACES.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-ANO PIC 9(04).
                   10 WRK-DH-MES PIC 9(02).
                   10 WRK-DH-DIA PIC 9(02).
               05 WRK-DH-HORA.
                   10 WRK-DH-HH PIC 9(02).
                   10 WRK-DH-MM PIC 9(02).
                   10 WRK-DH-SS PIC 9(02).
                   10 WRK-DH-CENT PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN-ADM.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-ADMIN WRK-NIVEL-ADM
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
               STOP RUN
           END-IF.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           IF WRK-AMB-TREINO = 'S'
               DISPLAY 'RODE O TREINRST DO DIRETORIO DA PRODUCAO'
               STOP RUN
           END-IF.
           DISPLAY 'TODO O MOVIMENTO DO TREINAMENTO SERA PERDIDO'.
           DISPLAY 'CONFIRMA (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'TREINAMENTO NAO RECARREGADO'
               STOP RUN
           END-IF.
           PERFORM 1500-GRAVA-AUDITORIA.
      *    SEM O DIRETORIO OU SEM A MARCA O AMBIENTE ENCERRA -
      *    DAQUI PARA BAIXO TUDO E DENTRO DO TREINO.
           MOVE 'T' TO WRK-AMB-ACAO.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           PERFORM 2000-RECARREGAR-CLIENTES.
           PERFORM 2010-RECARREGAR-ENDERECOS.
           PERFORM 2020-RECARREGAR-PRODUTOS.
           PERFORM 2030-RECARREGAR-ESTLOCAL.
           PERFORM 2040-RECARREGAR-KITS.
           PERFORM 2050-RECARREGAR-PEDIDOS.
           PERFORM 2060-RECARREGAR-PEDITENS.
           PERFORM 2070-RECARREGAR-RECEBER.
           PERFORM 2080-RECARREGAR-USERS.
           PERFORM 2090-RECARREGAR-PARAMS.
           PERFORM 2900-RECARREGAR-PERMIS.
           PERFORM 3000-ESVAZIAR-MOVIMENTO.
           PERFORM 4000-ZERAR-LOGS.
           IF WRK-SEM-ERROS > ZEROS
               DISPLAY 'REGISTROS RECUSADOS NA RECARGA: ' WRK-SEM-ERROS
           END-IF.
           DISPLAY 'TREINAMENTO RECARREGADO'.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA ADM.... '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

      *    GRAVADA ANTES DA TROCA DE DIRETORIO, PARA FICAR NO
      *    AUDITF DA PRODUCAO.
       1500-GRAVA-AUDITORIA.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND AUDITF.
           IF AUDITF-STATUS = 35
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               'TREINRST   TREINO               ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.

      *****************************************************
      * CADA CADASTRO E RECRIADO VAZIO (OPEN OUTPUT) E
      * RECEBE AS IMAGENS DA SEMENTE NA ORDEM EM QUE FORAM
      * GRAVADAS, QUE E A ORDEM DA CHAVE. SEM SEMENTE O
      * CADASTRO FICA VAZIO.
      *****************************************************
       2000-RECARREGAR-CLIENTES.
           MOVE 'CLIENTES.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT CLIENTES.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO CLIENTES-REG
                       WRITE CLIENTES-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CLIENTES.
           PERFORM 2990-FECHAR-SEMENTE.

       2010-RECARREGAR-ENDERECOS.
           MOVE 'ENDERECOS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT ENDERECOS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO ENDERECOS-REG
                       WRITE ENDERECOS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ENDERECOS.
           PERFORM 2990-FECHAR-SEMENTE.

       2020-RECARREGAR-PRODUTOS.
           MOVE 'PRODUTOS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT PRODUTOS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO PRODUTOS-REG
                       WRITE PRODUTOS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PRODUTOS.
           PERFORM 2990-FECHAR-SEMENTE.

       2030-RECARREGAR-ESTLOCAL.
           MOVE 'ESTLOCAL.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT ESTLOCAL.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO ESTLOCAL-REG
                       WRITE ESTLOCAL-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ESTLOCAL.
           PERFORM 2990-FECHAR-SEMENTE.

       2040-RECARREGAR-KITS.
           MOVE 'KITS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT KITS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO KITS-REG
                       WRITE KITS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE KITS.
           PERFORM 2990-FECHAR-SEMENTE.

       2050-RECARREGAR-PEDIDOS.
           MOVE 'PEDIDOS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT PEDIDOS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO PEDIDOS-REG
                       WRITE PEDIDOS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
           PERFORM 2990-FECHAR-SEMENTE.

       2060-RECARREGAR-PEDITENS.
           MOVE 'PEDITENS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT PEDITENS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO PEDITENS-REG
                       WRITE PEDITENS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PEDITENS.
           PERFORM 2990-FECHAR-SEMENTE.

       2070-RECARREGAR-RECEBER.
           MOVE 'RECEBER.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT RECEBER.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO RECEBER-REG
                       WRITE RECEBER-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RECEBER.
           PERFORM 2990-FECHAR-SEMENTE.

       2080-RECARREGAR-USERS.
           MOVE 'USERS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT USERS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO USERS-REG
                       WRITE USERS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE USERS.
           PERFORM 2990-FECHAR-SEMENTE.

       2090-RECARREGAR-PARAMS.
           MOVE 'PARAMS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT PARAMS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO PARAMS-REG
                       WRITE PARAMS-REG
                           INVALID KEY
                               ADD 1 TO WRK-SEM-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WRK-SEM-QTDE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PARAMS.
           PERFORM 2990-FECHAR-SEMENTE.

       2900-RECARREGAR-PERMIS.
           MOVE 'PERMIS.SEM' TO WRK-SEM-NOME.
           PERFORM 2950-ABRIR-SEMENTE.
           OPEN OUTPUT PERMIS.
           PERFORM UNTIL FIM
               READ SEMENTE
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE SEMENTE-LINHA TO PERMIS-REG
                       WRITE PERMIS-REG
                       ADD 1 TO WRK-SEM-QTDE
               END-READ
           END-PERFORM.
           CLOSE PERMIS.
           PERFORM 2990-FECHAR-SEMENTE.

       2950-ABRIR-SEMENTE.
           MOVE ZEROS TO WRK-SEM-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT SEMENTE.
           IF SEMENTE-STATUS NOT = 00
               DISPLAY WRK-SEM-NOME ' AUSENTE - CADASTRO FICA VAZIO'
               MOVE 'S' TO WRK-FIM
           END-IF.

       2990-FECHAR-SEMENTE.
           IF SEMENTE-STATUS = 00
               CLOSE SEMENTE
           END-IF.
           DISPLAY WRK-SEM-NOME ' ' WRK-SEM-QTDE ' REGISTROS'.

      *    OS PROGRAMAS QUE USAM ESTES ARQUIVOS JA CRIAM O
      *    ARQUIVO QUANDO NAO EXISTE, MAS VAZIO (OPEN OUTPUT)
      *    ELES VOLTAM AO PONTO DE PARTIDA DO MESMO JEITO.
       3000-ESVAZIAR-MOVIMENTO.
           OPEN OUTPUT ORCAMENTO.
           CLOSE ORCAMENTO.
           OPEN OUTPUT ORCITENS.
           CLOSE ORCITENS.
           OPEN OUTPUT DEVOL.
           CLOSE DEVOL.
           OPEN OUTPUT CREDITO.
           CLOSE CREDITO.
           OPEN OUTPUT NOTAFIS.
           CLOSE NOTAFIS.
           OPEN OUTPUT BACKORD.
           CLOSE BACKORD.
           OPEN OUTPUT TAREFAS.
           CLOSE TAREFAS.
           OPEN OUTPUT CHAMADOS.
           CLOSE CHAMADOS.
           OPEN OUTPUT SESSOES.
           CLOSE SESSOES.
           OPEN OUTPUT RENEGOC.
           CLOSE RENEGOC.
           OPEN OUTPUT PONTOS.
           CLOSE PONTOS.
           OPEN OUTPUT PEDPROG.
           CLOSE PEDPROG.
           OPEN OUTPUT BOLETOS.
           CLOSE BOLETOS.
           DISPLAY 'ARQUIVOS DE MOVIMENTO ESVAZIADOS'.

       4000-ZERAR-LOGS.
           PERFORM 4100-MONTAR-LOGS.
           PERFORM VARYING WRK-LOG-IDX FROM 1 BY 1
                   UNTIL WRK-LOG-IDX > WRK-LOG-QTDE
               MOVE WRK-LOG-ARQ(WRK-LOG-IDX) TO WRK-LOG-NOME
               OPEN OUTPUT LIMPEZA
               CLOSE LIMPEZA
           END-PERFORM.
           DISPLAY 'LOGS E TRILHAS ZERADOS'.

       4100-MONTAR-LOGS.
           MOVE 'AUDITF.DAT'   TO WRK-LOG-ARQ(01).
           MOVE 'AUDITDET.DAT' TO WRK-LOG-ARQ(02).
           MOVE 'JORNAL.DAT'   TO WRK-LOG-ARQ(03).
           MOVE 'RESTART.LOG'  TO WRK-LOG-ARQ(04).
           MOVE 'PEDSTHIS.DAT' TO WRK-LOG-ARQ(05).
           MOVE 'ESTOQMOV.DAT' TO WRK-LOG-ARQ(06).
           MOVE 'NOTASCLI.DAT' TO WRK-LOG-ARQ(07).
           MOVE 'CUPOMUSO.DAT' TO WRK-LOG-ARQ(08).
           MOVE 'CLICOUNT.DAT' TO WRK-LOG-ARQ(09).
           MOVE 'FILAAPRV.DAT' TO WRK-LOG-ARQ(10).
           MOVE 'LOGINLOG.DAT' TO WRK-LOG-ARQ(11).
           MOVE 'DUNLOG.DAT'   TO WRK-LOG-ARQ(12).
           MOVE 'LGPDLOG.DAT'  TO WRK-LOG-ARQ(13).
           MOVE 'PICKLIST.DAT' TO WRK-LOG-ARQ(14).
           MOVE 'CARTAS.DAT'   TO WRK-LOG-ARQ(15).
           MOVE 'SEGURLOG.DAT' TO WRK-LOG-ARQ(16).
           MOVE 'VENDAS.DAT'   TO WRK-LOG-ARQ(17).
           MOVE 'RECPAGTO.DAT' TO WRK-LOG-ARQ(18).
           MOVE 'CHAMHIST.DAT' TO WRK-LOG-ARQ(19).
