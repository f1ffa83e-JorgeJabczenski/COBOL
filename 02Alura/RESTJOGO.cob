       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTJOGO.
      ********************************************
      * OBJETIVO: RESTAURAR O JOGO DE BACKUP DO
      *           LADO DOS PEDIDOS GRAVADO PELO
      *           BACKJOGO (MANIFESTO.JOGOAAAAMMDD E
      *           OS <NOME>.JOGOAAAAMMDD), SEMPRE OS
      *           OITO ARQUIVOS JUNTOS - CLIENTES SEM
      *           OS PEDIDOS DA MESMA HORA NAO FECHAM.
      *           ANTES DE TOCAR EM QUALQUER ARQUIVO
      *           VIVO O JOGO E RECUSADO SE:
      *           - O MANIFESTO NAO EXISTE OU NAO TEM
      *             A LINHA DE FECHO;
      *           - FALTA ARQUIVO, OU ALGUM FICOU COMO
      *             NAO CONFERIDO NA COPIA;
      *           - A RELEITURA DE ALGUM ARQUIVO DO
      *             JOGO NAO BATE A CONTAGEM E A SOMA
      *             DE CONTROLE DO MANIFESTO.
      *           NA RESTAURACAO O CONTROLE.DAT DO
      *           RECONC PASSA A TER OS TOTAIS DO JOGO
      *           E O CLICOUNT.DAT E INVALIDADO (COMO
      *           NO RESTAURA). USO RESTRITO AO ADM
      *           (OPERACAO 'RESTJOGO' DO PERMISSO,
      *           COM CONF2FA), SISTEMA PARADO.
      * AUTHOR  : JORGE
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

           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY PRODUTOS-CODIGO.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT ORCAMENTO ASSIGN TO 'ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORCAMENTO-STATUS
               RECORD KEY ORCAMENTO-CHAVE.

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEVOL-STATUS
               RECORD KEY DEVOL-CHAVE.

           SELECT JOGO ASSIGN TO WRK-JOGO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOGO-STATUS.

           SELECT MANIFESTO ASSIGN TO WRK-MAN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAN-STATUS.

           SELECT CONTROLE ASSIGN TO 'CONTROLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.

           SELECT LOGREST ASSIGN TO 'RESTJOGO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT CLICOUNT ASSIGN TO 'CLICOUNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLICOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD PRODUTOS.
           COPY 'PRODCOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD ORCAMENTO.
           COPY 'ORCACOPY.cob'.

       FD DEVOL.
           COPY 'DEVOCOPY.cob'.

       FD JOGO.
       01 JOGO-LINHA PIC X(200).

       FD MANIFESTO.
           COPY 'JOGOMAN.cob'.

       FD CONTROLE.
       01 CONTROLE-REG.
           05 CONTROLE-TOTAL PIC 9(06).
       01 CONTROLE-PED-REG.
           05 CONTROLE-PED-QTDE  PIC 9(06).
           05 CONTROLE-PED-TOTAL PIC 9(12)V99.

       FD LOGREST.
       01 LOG-LINHA PIC X(80).

       FD CLICOUNT.
       01 CLICOUNT-REG.
           05 CLICOUNT-TOTAL PIC 9(06).

       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 PEDIDOS-STATUS   PIC 9(02).
           77 PEDITENS-STATUS  PIC 9(02).
           77 RECEBER-STATUS   PIC 9(02).
           77 PRODUTOS-STATUS  PIC 9(02).
           77 ENDERECOS-STATUS PIC 9(02).
           77 ORCAMENTO-STATUS PIC 9(02).
           77 DEVOL-STATUS     PIC 9(02).
           77 JOGO-STATUS      PIC 9(02).
           77 MAN-STATUS       PIC 9(02).
           77 CONTROLE-STATUS  PIC 9(02).
           77 LOG-STATUS       PIC 9(02).
           77 CLICOUNT-STATUS  PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'RESTJOGO'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-2FA-OK      PIC X(01) VALUE SPACES.
           77 WRK-QUIES-OK    PIC X(01) VALUE SPACES.

           77 WRK-JOGO-DATA   PIC 9(08) VALUE ZEROS.
           77 WRK-JOGO-NOME   PIC X(30) VALUE SPACES.
           77 WRK-MAN-NOME    PIC X(30) VALUE SPACES.
           77 WRK-JOGO-OK     PIC X(01) VALUE 'S'.
           77 WRK-TEM-FECHO   PIC X(01) VALUE 'N'.
           77 WRK-QTDE-LINHAS PIC 9(02) VALUE ZEROS.
           77 WRK-MAN-ADMIN   PIC X(20) VALUE SPACES.
           77 WRK-MAN-HORA    PIC 9(06) VALUE ZEROS.
           77 WRK-LIDOS-QTDE  PIC 9(08)    VALUE ZEROS.
           77 WRK-LIDOS-SOMA  PIC 9(12)V99 VALUE ZEROS.
           77 WRK-GRAVADOS    PIC 9(08)    VALUE ZEROS.
           77 WRK-TOT-ERROS   PIC 9(06)    VALUE ZEROS.
           77 WRK-CAMPO-SOMA  PIC 9(08)V99 VALUE ZEROS.
           01 WRK-CAMPO-VALOR.
               05 WRK-CV-VALOR PIC 9(08)V99.
           01 WRK-CAMPO-CEP.
               05 WRK-CC-CEP   PIC 9(08).

           COPY 'JOGOTAB.cob'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN-ADM.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-ADMIN WRK-NIVEL-ADM
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK = 'S' AND WRK-PERMITIDO = 'S'
               CALL 'CONF2FA' USING WRK-2FA-OK
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               OR WRK-2FA-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               CALL 'QUIESVER' USING WRK-QUIES-OK
               IF WRK-QUIES-OK NOT = 'S'
                   DISPLAY 'RESTAURACAO ABORTADA - SISTEMA NAO '
                       'ESTA PARADO'
                   STOP RUN
               END-IF
               PERFORM 2000-LER-MANIFESTO
               IF WRK-JOGO-OK = 'S'
                   PERFORM 3000-CONFERIR-ARQUIVO
                       VARYING WRK-JGT-IDX FROM 1 BY 1
                       UNTIL WRK-JGT-IDX > WRK-JGT-QTDE-ARQ
               END-IF
               IF WRK-JOGO-OK NOT = 'S'
                   DISPLAY 'JOGO INCOMPLETO OU NAO CONFERIDO - NADA '
                       'FOI RESTAURADO'
               ELSE
                   PERFORM 3500-CONFIRMAR
                   IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                       DISPLAY 'RESTAURACAO CANCELADA PELO OPERADOR'
                   ELSE
                       OPEN OUTPUT LOGREST
                       PERFORM 4000-RESTAURAR-CLIENTES
                       PERFORM 4100-RESTAURAR-PEDIDOS
                       PERFORM 4200-RESTAURAR-PEDITENS
                       PERFORM 4300-RESTAURAR-RECEBER
                       PERFORM 4400-RESTAURAR-PRODUTOS
                       PERFORM 4500-RESTAURAR-ENDERECOS
                       PERFORM 4600-RESTAURAR-ORCAMENTO
                       PERFORM 4700-RESTAURAR-DEVOL
                       CLOSE LOGREST
                       PERFORM 5000-FINALIZAR
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA ADM.... '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

      *****************************************************
      * O MANIFESTO PRECISA TER O FECHO E UMA LINHA 'A'
      * CONFERIDA PARA CADA ARQUIVO DO JOGOTAB, NA MESMA
      * ORDEM. AS CONTAGENS E SOMAS VAO PARA A TABELA,
      * ONDE A RELEITURA DO JOGO E COMPARADA.
      *****************************************************
       2000-LER-MANIFESTO.
           COPY 'JOGOTABPR.cob'.
           DISPLAY 'DATA DO JOGO A RESTAURAR (AAAAMMDD).. '.
           ACCEPT WRK-JOGO-DATA FROM CONSOLE.
           MOVE SPACES TO WRK-MAN-NOME.
           STRING 'MANIFESTO.JOGO' WRK-JOGO-DATA
               DELIMITED BY SIZE INTO WRK-MAN-NOME
           END-STRING.
           MOVE ZEROS TO WRK-QTDE-LINHAS.
           MOVE 'N' TO WRK-TEM-FECHO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT MANIFESTO.
           IF MAN-STATUS NOT = 00
               DISPLAY 'MANIFESTO NAO ENCONTRADO: ' WRK-MAN-NOME
               MOVE 'N' TO WRK-JOGO-OK
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ MANIFESTO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       PERFORM 2100-TRATAR-LINHA
               END-READ
           END-PERFORM.
           IF MAN-STATUS NOT = 35 AND MAN-STATUS NOT = 30
               CLOSE MANIFESTO
               IF WRK-TEM-FECHO NOT = 'S'
                   DISPLAY 'MANIFESTO SEM FECHO - JOGO PARCIAL OU '
                       'NAO CONFERIDO NA COPIA'
                   MOVE 'N' TO WRK-JOGO-OK
               END-IF
               IF WRK-QTDE-LINHAS NOT = WRK-JGT-QTDE-ARQ
                   DISPLAY 'MANIFESTO COM ' WRK-QTDE-LINHAS
                       ' ARQUIVOS - O JOGO TEM ' WRK-JGT-QTDE-ARQ
                   MOVE 'N' TO WRK-JOGO-OK
               END-IF
           END-IF.

       2100-TRATAR-LINHA.
           EVALUATE MAN-TIPO
               WHEN 'H'
                   MOVE MANH-HORA  TO WRK-MAN-HORA
                   MOVE MANH-ADMIN TO WRK-MAN-ADMIN
               WHEN 'A'
                   ADD 1 TO WRK-QTDE-LINHAS
                   IF WRK-QTDE-LINHAS > WRK-JGT-QTDE-ARQ
                       MOVE 'N' TO WRK-JOGO-OK
                   ELSE
                       PERFORM 2200-GUARDAR-ARQUIVO
                   END-IF
               WHEN 'T'
                   IF MANT-QTDE-ARQ = WRK-JGT-QTDE-ARQ
                       MOVE 'S' TO WRK-TEM-FECHO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-GUARDAR-ARQUIVO.
           MOVE WRK-QTDE-LINHAS TO WRK-JGT-IDX.
           IF MANA-ARQUIVO NOT = WRK-JGT-ARQUIVO(WRK-JGT-IDX)
               OR MANA-CONFERE NOT = 'S'
               DISPLAY 'ARQUIVO FORA DE ORDEM OU NAO CONFERIDO: '
                   MANA-ARQUIVO
               MOVE 'N' TO WRK-JOGO-OK
           END-IF.
           MOVE MANA-QTDE    TO WRK-JGT-QTDE(WRK-JGT-IDX).
           MOVE MANA-SOMA    TO WRK-JGT-SOMA(WRK-JGT-IDX).
           MOVE MANA-CONFERE TO WRK-JGT-CONFERE(WRK-JGT-IDX).

      *****************************************************
      * RELE CADA ARQUIVO DO JOGO E CONFERE COM O
      * MANIFESTO - ARQUIVO APAGADO, TRUNCADO OU MEXIDO
      * DEPOIS DA COPIA DERRUBA O JOGO INTEIRO.
      *****************************************************
       3000-CONFERIR-ARQUIVO.
           MOVE ZEROS TO WRK-LIDOS-QTDE WRK-LIDOS-SOMA.
           MOVE 'N' TO WRK-FIM.
           PERFORM 8000-MONTAR-NOME.
           OPEN INPUT JOGO.
           IF JOGO-STATUS NOT = 00
               DISPLAY 'ARQUIVO DO JOGO AUSENTE: ' WRK-JOGO-NOME
               MOVE 'N' TO WRK-JOGO-OK
           ELSE
               PERFORM UNTIL FIM
                   READ JOGO
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           ADD 1 TO WRK-LIDOS-QTDE
                           PERFORM 8100-VALOR-DO-CAMPO
                           ADD WRK-CAMPO-SOMA TO WRK-LIDOS-SOMA
                   END-READ
               END-PERFORM
               CLOSE JOGO
               IF WRK-LIDOS-QTDE NOT = WRK-JGT-QTDE(WRK-JGT-IDX)
                   OR WRK-LIDOS-SOMA NOT = WRK-JGT-SOMA(WRK-JGT-IDX)
                   DISPLAY 'ARQUIVO DO JOGO NAO CONFERE COM O '
                       'MANIFESTO: ' WRK-JOGO-NOME
                   MOVE 'N' TO WRK-JOGO-OK
               END-IF
           END-IF.

       3500-CONFIRMAR.
           DISPLAY 'JOGO DE ' WRK-JOGO-DATA ' ' WRK-MAN-HORA
               ' TIRADO POR ' WRK-MAN-ADMIN.
           PERFORM 3510-MOSTRAR-ARQUIVO
               VARYING WRK-JGT-IDX FROM 1 BY 1
               UNTIL WRK-JGT-IDX > WRK-JGT-QTDE-ARQ.
           DISPLAY 'OS OITO ARQUIVOS VIVOS SERAO SUBSTITUIDOS.'.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY 'CONFIRMA A RESTAURACAO DO JOGO (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.

       3510-MOSTRAR-ARQUIVO.
           DISPLAY WRK-JGT-ARQUIVO(WRK-JGT-IDX) ' '
               WRK-JGT-QTDE(WRK-JGT-IDX) ' REGISTROS'.

      *****************************************************
      * UM PARAGRAFO POR ARQUIVO VIVO: O ARQUIVO E
      * RECRIADO VAZIO E RECEBE AS LINHAS DO JOGO NA ORDEM
      * DA CHAVE EM QUE FORAM COPIADAS.
      *****************************************************
       4000-RESTAURAR-CLIENTES.
           MOVE 1 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT CLIENTES.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO CLIENTES-REG
                       WRITE CLIENTES-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CLIENTES.
           PERFORM 4990-FECHAR-JOGO.

       4100-RESTAURAR-PEDIDOS.
           MOVE 2 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT PEDIDOS.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO PEDIDOS-REG
                       WRITE PEDIDOS-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
           PERFORM 4990-FECHAR-JOGO.

       4200-RESTAURAR-PEDITENS.
           MOVE 3 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT PEDITENS.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO PEDITENS-REG
                       WRITE PEDITENS-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PEDITENS.
           PERFORM 4990-FECHAR-JOGO.

       4300-RESTAURAR-RECEBER.
           MOVE 4 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT RECEBER.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO RECEBER-REG
                       WRITE RECEBER-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RECEBER.
           PERFORM 4990-FECHAR-JOGO.

       4400-RESTAURAR-PRODUTOS.
           MOVE 5 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT PRODUTOS.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO PRODUTOS-REG
                       WRITE PRODUTOS-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PRODUTOS.
           PERFORM 4990-FECHAR-JOGO.

       4500-RESTAURAR-ENDERECOS.
           MOVE 6 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT ENDERECOS.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO ENDERECOS-REG
                       WRITE ENDERECOS-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ENDERECOS.
           PERFORM 4990-FECHAR-JOGO.

       4600-RESTAURAR-ORCAMENTO.
           MOVE 7 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT ORCAMENTO.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO ORCAMENTO-REG
                       WRITE ORCAMENTO-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ORCAMENTO.
           PERFORM 4990-FECHAR-JOGO.

       4700-RESTAURAR-DEVOL.
           MOVE 8 TO WRK-JGT-IDX.
           PERFORM 4900-ABRIR-JOGO.
           OPEN OUTPUT DEVOL.
           PERFORM UNTIL FIM
               READ JOGO
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       MOVE JOGO-LINHA TO DEVOL-REG
                       WRITE DEVOL-REG
                           INVALID KEY
                               PERFORM 4950-GRAVA-LOG
                           NOT INVALID KEY
                               ADD 1 TO WRK-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DEVOL.
           PERFORM 4990-FECHAR-JOGO.

       4900-ABRIR-JOGO.
           MOVE ZEROS TO WRK-GRAVADOS.
           MOVE 'N' TO WRK-FIM.
           PERFORM 8000-MONTAR-NOME.
           OPEN INPUT JOGO.

       4950-GRAVA-LOG.
           ADD 1 TO WRK-TOT-ERROS.
           MOVE SPACES TO LOG-LINHA.
           STRING 'NAO RESTAURADO EM ' WRK-JGT-ARQUIVO(WRK-JGT-IDX)
               ': ' JOGO-LINHA(1:16)
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       4990-FECHAR-JOGO.
           CLOSE JOGO.
           DISPLAY WRK-JGT-ARQUIVO(WRK-JGT-IDX) ' RESTAURADOS '
               WRK-GRAVADOS ' DE ' WRK-JGT-QTDE(WRK-JGT-IDX).

      *****************************************************
      * OS TOTAIS DO JOGO VIRAM O CONTROLE DO RECONC (A
      * PROXIMA CONCILIACAO COMPARA COM O QUE FOI
      * RESTAURADO, NAO COM O QUE FOI PERDIDO) E A
      * CONTAGEM INCREMENTAL DE ATIVOS E RESSEMEADA NO
      * PROXIMO LOGIN DO PROJETO.
      *****************************************************
       5000-FINALIZAR.
           OPEN OUTPUT CONTROLE.
           MOVE WRK-JGT-QTDE(1) TO CONTROLE-TOTAL.
           WRITE CONTROLE-REG.
           MOVE WRK-JGT-QTDE(2) TO CONTROLE-PED-QTDE.
           MOVE WRK-JGT-SOMA(2) TO CONTROLE-PED-TOTAL.
           WRITE CONTROLE-PED-REG.
           CLOSE CONTROLE.
           DELETE FILE CLICOUNT.
           IF WRK-TOT-ERROS NOT = ZEROS
               DISPLAY 'REGISTROS NAO RESTAURADOS: ' WRK-TOT-ERROS
                   ' - VER RESTJOGO.LOG'
           END-IF.
           DISPLAY 'RESTAURACAO DO JOGO CONCLUIDA - ' WRK-MAN-NOME.

      *    <ARQUIVO>.JOGOAAAAMMDD - EX.: PEDIDOS.DAT.JOGO20261015.
       8000-MONTAR-NOME.
           MOVE SPACES TO WRK-JOGO-NOME.
           STRING WRK-JGT-ARQUIVO(WRK-JGT-IDX) DELIMITED BY SPACE
               '.JOGO' WRK-JOGO-DATA DELIMITED BY SIZE
               INTO WRK-JOGO-NOME
           END-STRING.

      *    CAMPO DA SOMA DE CONTROLE NA IMAGEM DO REGISTRO,
      *    PELA POSICAO E TAMANHO DO JOGOTAB.
       8100-VALOR-DO-CAMPO.
           IF WRK-JGT-TAM(WRK-JGT-IDX) = 10
               MOVE JOGO-LINHA(WRK-JGT-POS(WRK-JGT-IDX):10)
                   TO WRK-CAMPO-VALOR
               MOVE WRK-CV-VALOR TO WRK-CAMPO-SOMA
           ELSE
               MOVE JOGO-LINHA(WRK-JGT-POS(WRK-JGT-IDX):8)
                   TO WRK-CAMPO-CEP
               MOVE WRK-CC-CEP TO WRK-CAMPO-SOMA
           END-IF.
