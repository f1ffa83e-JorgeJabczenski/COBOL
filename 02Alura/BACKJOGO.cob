       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKJOGO.
      ********************************************
      * OBJETIVO: JOGO DE BACKUP DO LADO DOS
      *           PEDIDOS, TIRADO NUM UNICO INSTANTE
      *           COM O SISTEMA PARADO (QUIESCE +
      *           QUIESVER): CLIENTES.DAT,
      *           PEDIDOS.DAT, PEDITENS.DAT,
      *           RECEBER.DAT, PRODUTOS.DAT,
      *           ENDERECOS.DAT, ORCAMENTO.DAT E
      *           DEVOL.DAT (LISTA NO JOGOTAB). CADA
      *           ARQUIVO VIRA <NOME>.JOGOAAAAMMDD EM
      *           TEXTO, UMA LINHA POR REGISTRO COM A
      *           IMAGEM COMPLETA (COMO NA SEMENTE DO
      *           TREINSEM). DEPOIS DA COPIA CADA
      *           ARQUIVO DO JOGO E RELIDO E A
      *           CONTAGEM E A SOMA DE CONTROLE SAO
      *           CONFERIDAS COM AS DA COPIA. O
      *           MANIFESTO.JOGOAAAAMMDD (JOGOMAN)
      *           GUARDA CONTAGENS, SOMAS E OS TOTAIS
      *           DA ULTIMA CONCILIACAO DO RECONC
      *           (CONTROLE.DAT); A LINHA DE FECHO SO
      *           E GRAVADA COM TODOS OS ARQUIVOS
      *           CONFERIDOS - SEM ELA O RESTJOGO
      *           RECUSA O JOGO. UM JOGO POR DIA; O
      *           SNAPSHOT DIARIO DE CLIENTES DO
      *           PROJETO CONTINUA COMO ESTA.
      *           USO RESTRITO AO ADM (OPERACAO
      *           'BACKJOGO' DO PERMISSO).
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE.

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

      *    IMAGEM DO REGISTRO - FOLGA PARA O MAIOR LAYOUT.
       FD JOGO.
       01 JOGO-LINHA PIC X(200).

       FD MANIFESTO.
           COPY 'JOGOMAN.cob'.

      *    MESMAS DUAS LINHAS QUE O RECONC GRAVA.
       FD CONTROLE.
       01 CONTROLE-REG.
           05 CONTROLE-TOTAL PIC 9(06).
       01 CONTROLE-PED-REG.
           05 CONTROLE-PED-QTDE  PIC 9(06).
           05 CONTROLE-PED-TOTAL PIC 9(12)V99.

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
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'BACKJOGO'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-QUIES-OK    PIC X(01) VALUE SPACES.

           77 WRK-JOGO-NOME   PIC X(30) VALUE SPACES.
           77 WRK-MAN-NOME    PIC X(30) VALUE SPACES.
           77 WRK-JOGO-OK     PIC X(01) VALUE 'S'.
           77 WRK-LIDOS-QTDE  PIC 9(08)    VALUE ZEROS.
           77 WRK-LIDOS-SOMA  PIC 9(12)V99 VALUE ZEROS.
           77 WRK-CAMPO-SOMA  PIC 9(08)V99 VALUE ZEROS.
           01 WRK-CAMPO-VALOR.
               05 WRK-CV-VALOR PIC 9(08)V99.
           01 WRK-CAMPO-CEP.
               05 WRK-CC-CEP   PIC 9(08).

           77 WRK-CTL-CLIENTES PIC 9(06)    VALUE ZEROS.
           77 WRK-CTL-PED-QTDE PIC 9(06)    VALUE ZEROS.
           77 WRK-CTL-PED-SOMA PIC 9(12)V99 VALUE ZEROS.
           77 WRK-CTL-CONFERE  PIC X(01)    VALUE 'N'.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA PIC 9(08).
               05 WRK-DH-HORA PIC 9(08).

           77 WRK-JOB-NOME   PIC X(10) VALUE 'BACKJOGO'.
           77 WRK-JOB-PRED   PIC X(10) VALUE SPACES.
           77 WRK-JOB-ACAO   PIC X(01) VALUE SPACES.
           77 WRK-JOB-RESULT PIC X(01) VALUE 'P'.
           77 WRK-JOB-OK     PIC X(01) VALUE SPACES.

           COPY 'JOGOTAB.cob'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN-ADM.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-ADMIN WRK-NIVEL-ADM
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               CALL 'QUIESVER' USING WRK-QUIES-OK
               IF WRK-QUIES-OK NOT = 'S'
                   DISPLAY 'BACKUP ABORTADO - SISTEMA NAO ESTA '
                       'PARADO'
                   STOP RUN
               END-IF
               PERFORM 1100-INICIAR
               OPEN INPUT MANIFESTO
               IF MAN-STATUS = 00
                   CLOSE MANIFESTO
                   DISPLAY 'JOGO DO DIA JA EXISTE (' WRK-MAN-NOME
                       ') - NADA FOI COPIADO'
               ELSE
                   MOVE 'I' TO WRK-JOB-ACAO
                   CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                       WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
                   PERFORM 2000-COPIAR-CLIENTES
                   PERFORM 2100-COPIAR-PEDIDOS
                   PERFORM 2200-COPIAR-PEDITENS
                   PERFORM 2300-COPIAR-RECEBER
                   PERFORM 2400-COPIAR-PRODUTOS
                   PERFORM 2500-COPIAR-ENDERECOS
                   PERFORM 2600-COPIAR-ORCAMENTO
                   PERFORM 2700-COPIAR-DEVOL
                   PERFORM 3000-CONFERIR-ARQUIVO
                       VARYING WRK-JGT-IDX FROM 1 BY 1
                       UNTIL WRK-JGT-IDX > WRK-JGT-QTDE-ARQ
                   PERFORM 3500-LER-CONTROLE
                   PERFORM 4000-GRAVAR-MANIFESTO
                   IF WRK-JOGO-OK NOT = 'S'
                       MOVE 'F' TO WRK-JOB-RESULT
                   END-IF
                   MOVE 'F' TO WRK-JOB-ACAO
                   CALL 'JOBCTL' USING WRK-JOB-NOME WRK-JOB-ACAO
                       WRK-JOB-RESULT WRK-JOB-PRED WRK-JOB-OK
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

       1100-INICIAR.
           COPY 'JOGOTABPR.cob'.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE SPACES TO WRK-MAN-NOME.
           STRING 'MANIFESTO.JOGO' WRK-DH-DATA
               DELIMITED BY SIZE INTO WRK-MAN-NOME
           END-STRING.

      *****************************************************
      * UM PARAGRAFO POR ARQUIVO VIVO: CADA REGISTRO SAI
      * INTEIRO NUMA LINHA DO ARQUIVO DO JOGO. ARQUIVO
      * VIVO AUSENTE (35) ENTRA NO JOGO VAZIO; QUALQUER
      * OUTRA FALHA NA ABERTURA DEIXA O ARQUIVO COMO NAO
      * CONFERIDO E O JOGO SEM FECHO.
      *****************************************************
       2000-COPIAR-CLIENTES.
           MOVE 1 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS = 00
               PERFORM UNTIL FIM
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE CLIENTES-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           ELSE
               IF CLIENTES-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2100-COPIAR-PEDIDOS.
           MOVE 2 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PEDIDOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PEDIDOS-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           ELSE
               IF PEDIDOS-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2200-COPIAR-PEDITENS.
           MOVE 3 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT PEDITENS.
           IF PEDITENS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PEDITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PEDITENS-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE PEDITENS
           ELSE
               IF PEDITENS-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2300-COPIAR-RECEBER.
           MOVE 4 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT RECEBER.
           IF RECEBER-STATUS = 00
               PERFORM UNTIL FIM
                   READ RECEBER NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE RECEBER-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE RECEBER
           ELSE
               IF RECEBER-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2400-COPIAR-PRODUTOS.
           MOVE 5 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT PRODUTOS.
           IF PRODUTOS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PRODUTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PRODUTOS-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
           ELSE
               IF PRODUTOS-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2500-COPIAR-ENDERECOS.
           MOVE 6 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT ENDERECOS.
           IF ENDERECOS-STATUS = 00
               PERFORM UNTIL FIM
                   READ ENDERECOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE ENDERECOS-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ENDERECOS
           ELSE
               IF ENDERECOS-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2600-COPIAR-ORCAMENTO.
           MOVE 7 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT ORCAMENTO.
           IF ORCAMENTO-STATUS = 00
               PERFORM UNTIL FIM
                   READ ORCAMENTO NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE ORCAMENTO-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO
           ELSE
               IF ORCAMENTO-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2700-COPIAR-DEVOL.
           MOVE 8 TO WRK-JGT-IDX.
           PERFORM 2900-ABRIR-COPIA.
           OPEN INPUT DEVOL.
           IF DEVOL-STATUS = 00
               PERFORM UNTIL FIM
                   READ DEVOL NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE DEVOL-REG TO JOGO-LINHA
                           PERFORM 2950-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE DEVOL
           ELSE
               IF DEVOL-STATUS NOT = 35
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           PERFORM 2990-FECHAR-COPIA.

       2900-ABRIR-COPIA.
           MOVE ZEROS TO WRK-JGT-QTDE(WRK-JGT-IDX).
           MOVE ZEROS TO WRK-JGT-SOMA(WRK-JGT-IDX).
           MOVE 'S' TO WRK-JGT-CONFERE(WRK-JGT-IDX).
           MOVE 'N' TO WRK-FIM.
           PERFORM 8000-MONTAR-NOME.
           OPEN OUTPUT JOGO.
           IF JOGO-STATUS NOT = 00
               MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
           END-IF.

       2950-GRAVAR-LINHA.
           WRITE JOGO-LINHA.
           ADD 1 TO WRK-JGT-QTDE(WRK-JGT-IDX).
           PERFORM 8100-VALOR-DO-CAMPO.
           ADD WRK-CAMPO-SOMA TO WRK-JGT-SOMA(WRK-JGT-IDX).
           MOVE SPACES TO JOGO-LINHA.

       2990-FECHAR-COPIA.
           IF JOGO-STATUS = 00
               CLOSE JOGO
           END-IF.
           DISPLAY WRK-JOGO-NOME ' ' WRK-JGT-QTDE(WRK-JGT-IDX)
               ' REGISTROS'.

      *****************************************************
      * RELE O ARQUIVO DO JOGO E CONFERE CONTAGEM E SOMA DE
      * CONTROLE COM AS DA COPIA - SO ASSIM O ARQUIVO FICA
      * MARCADO COMO CONFERIDO NO MANIFESTO.
      *****************************************************
       3000-CONFERIR-ARQUIVO.
           MOVE ZEROS TO WRK-LIDOS-QTDE WRK-LIDOS-SOMA.
           MOVE 'N' TO WRK-FIM.
           PERFORM 8000-MONTAR-NOME.
           OPEN INPUT JOGO.
           IF JOGO-STATUS NOT = 00
               MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
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
                   MOVE 'N' TO WRK-JGT-CONFERE(WRK-JGT-IDX)
               END-IF
           END-IF.
           IF WRK-JGT-CONFERE(WRK-JGT-IDX) NOT = 'S'
               MOVE 'N' TO WRK-JOGO-OK
               DISPLAY 'NAO CONFERIDO: ' WRK-JOGO-NOME
           END-IF.

      *    OS TOTAIS DA ULTIMA CONCILIACAO SO VAO PARA O
      *    MANIFESTO COMO REFERENCIA - MOVIMENTO DEPOIS DO
      *    RECONC EXPLICA A DIFERENCA E NAO INVALIDA O JOGO.
       3500-LER-CONTROLE.
           MOVE ZEROS TO WRK-CTL-CLIENTES WRK-CTL-PED-QTDE
               WRK-CTL-PED-SOMA.
           OPEN INPUT CONTROLE.
           IF CONTROLE-STATUS = 00
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROLE-TOTAL TO WRK-CTL-CLIENTES
               END-READ
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROLE-PED-QTDE  TO WRK-CTL-PED-QTDE
                       MOVE CONTROLE-PED-TOTAL TO WRK-CTL-PED-SOMA
               END-READ
               CLOSE CONTROLE
           END-IF.
           IF WRK-CTL-CLIENTES = WRK-JGT-QTDE(1)
               AND WRK-CTL-PED-QTDE = WRK-JGT-QTDE(2)
               AND WRK-CTL-PED-SOMA = WRK-JGT-SOMA(2)
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
               DISPLAY 'AVISO: CLIENTES/PEDIDOS DIFEREM DA ULTIMA '
                   'CONCILIACAO (RECONC)'
           END-IF.

       4000-GRAVAR-MANIFESTO.
           OPEN OUTPUT MANIFESTO.
           MOVE SPACES TO MAN-CABEC.
           MOVE 'H'            TO MANH-TIPO.
           MOVE WRK-DH-DATA    TO MANH-DATA.
           MOVE WRK-DH-HORA(1:6) TO MANH-HORA.
           MOVE WRK-ADMIN      TO MANH-ADMIN.
           WRITE MAN-CABEC.
           MOVE SPACES TO MAN-CONTROLE.
           MOVE 'R'              TO MANR-TIPO.
           MOVE WRK-CTL-CLIENTES TO MANR-CLIENTES.
           MOVE WRK-CTL-PED-QTDE TO MANR-PED-QTDE.
           MOVE WRK-CTL-PED-SOMA TO MANR-PED-SOMA.
           MOVE WRK-CTL-CONFERE  TO MANR-CONFERE.
           WRITE MAN-CONTROLE.
           PERFORM 4100-GRAVAR-ARQUIVO
               VARYING WRK-JGT-IDX FROM 1 BY 1
               UNTIL WRK-JGT-IDX > WRK-JGT-QTDE-ARQ.
           IF WRK-JOGO-OK = 'S'
               MOVE SPACES TO MAN-FECHO
               MOVE 'T'               TO MANT-TIPO
               MOVE WRK-JGT-QTDE-ARQ  TO MANT-QTDE-ARQ
               MOVE 'JOGO COMPLETO E CONFERIDO' TO MANT-TEXTO
               WRITE MAN-FECHO
           END-IF.
           CLOSE MANIFESTO.
           IF WRK-JOGO-OK = 'S'
               DISPLAY 'JOGO COMPLETO E CONFERIDO: ' WRK-MAN-NOME
           ELSE
               DISPLAY 'JOGO INCOMPLETO - O MANIFESTO FICOU SEM '
                   'FECHO E O RESTJOGO VAI RECUSA-LO'
           END-IF.

       4100-GRAVAR-ARQUIVO.
           MOVE SPACES TO MAN-ARQUIVO.
           MOVE 'A' TO MANA-TIPO.
           MOVE WRK-JGT-ARQUIVO(WRK-JGT-IDX) TO MANA-ARQUIVO.
           MOVE WRK-JGT-QTDE(WRK-JGT-IDX)    TO MANA-QTDE.
           MOVE WRK-JGT-SOMA(WRK-JGT-IDX)    TO MANA-SOMA.
           MOVE WRK-JGT-CONFERE(WRK-JGT-IDX) TO MANA-CONFERE.
           WRITE MAN-ARQUIVO.

      *    <ARQUIVO>.JOGOAAAAMMDD - EX.: PEDIDOS.DAT.JOGO20261015.
       8000-MONTAR-NOME.
           MOVE SPACES TO WRK-JOGO-NOME.
           STRING WRK-JGT-ARQUIVO(WRK-JGT-IDX) DELIMITED BY SPACE
               '.JOGO' WRK-DH-DATA DELIMITED BY SIZE
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
