       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTRAN.
      ********************************************
      * OBJETIVO: MANUTENCAO INTERATIVA DA TABELA DE
      *           TRANSPORTADORAS (TRANSP.DAT), NOS
      *           MOLDES DO MANTICMS - ADICIONAR,
      *           ALTERAR O NOME OU EXCLUIR UMA
      *           TRANSPORTADORA SEM RECOMPILAR NADA.
      *           O CODIGO E ESCOLHIDO QUANDO O
      *           PEDIDO SAI (EXPEDICAO E PROJETO) E
      *           AGRUPA OS ATRASOS NO RELENVIO. O
      *           CODIGO XX E RESERVADO (TRANSPORTADORA
      *           FORA DA TABELA). USO RESTRITO, COM
      *           CADA MEXIDA AUDITADA NO FORMATO
      *           PADRAO DE 5 CAMPOS.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSP-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSP.
       01 TRANSP-REG.
           05 TRANSP-CODIGO PIC X(02).
           05 TRANSP-NOME   PIC X(30).

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 TRANSP-STATUS  PIC 9(02).
           77 AUDITF-STATUS  PIC 9(02).
           77 WRK-FIM        PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTTRAN'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-OPCAO       PIC X(01) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-ALTEROU     PIC X(01) VALUE 'N'.
               88 TABELA-ALTERADA VALUE 'S'.

           77 WRK-COD-DIGITADO  PIC X(02) VALUE SPACES.
           77 WRK-NOME-DIGITADO PIC X(30) VALUE SPACES.
           77 WRK-OPER-AUD      PIC X(10) VALUE SPACES.
           77 WRK-IDX           PIC 9(03) VALUE ZEROS.
           77 WRK-ACHEI         PIC 9(03) VALUE ZEROS.

           01 WRK-TAB-TRANSP.
               05 WRK-TAB-ITEM OCCURS 50 TIMES.
                   10 WRK-TAB-CODIGO PIC X(02).
                   10 WRK-TAB-NOME   PIC X(30).
           77 WRK-TAB-QTDE PIC 9(03) VALUE ZEROS.

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
           ELSE
               PERFORM 2000-CARREGAR-TABELA
               PERFORM 3000-MENU UNTIL WRK-OPCAO = 'F' OR 'f'
               IF TABELA-ALTERADA
                   PERFORM 4000-GRAVAR-TABELA
                   DISPLAY 'TABELA DE TRANSPORTADORAS ATUALIZADA'
               ELSE
                   DISPLAY 'NENHUMA ALTERACAO GRAVADA'
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

       2000-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-TAB-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TRANSP
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TAB-QTDE < 50
                           ADD 1 TO WRK-TAB-QTDE
                           MOVE TRANSP-CODIGO
                               TO WRK-TAB-CODIGO(WRK-TAB-QTDE)
                           MOVE TRANSP-NOME
                               TO WRK-TAB-NOME(WRK-TAB-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANSP-STATUS NOT = 35
               CLOSE TRANSP
           END-IF.

       3000-MENU.
           DISPLAY ' '.
           DISPLAY 'MANUTENCAO DA TABELA DE TRANSPORTADORAS'.
           DISPLAY 'A - ADICIONAR TRANSPORTADORA'.
           DISPLAY 'C - ALTERAR NOME'.
           DISPLAY 'E - EXCLUIR TRANSPORTADORA'.
           DISPLAY 'L - LISTAR TABELA'.
           DISPLAY 'F - FINALIZAR E GRAVAR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'A' WHEN 'a'
                   PERFORM 3100-ADICIONAR
               WHEN 'C' WHEN 'c'
                   PERFORM 3200-ALTERAR
               WHEN 'E' WHEN 'e'
                   PERFORM 3300-EXCLUIR
               WHEN 'L' WHEN 'l'
                   PERFORM 3400-LISTAR
               WHEN 'F' WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       3100-ADICIONAR.
           DISPLAY 'CODIGO (2 POSICOES)... '.
           ACCEPT WRK-COD-DIGITADO FROM CONSOLE.
           PERFORM 3900-LOCALIZAR-CODIGO.
           EVALUATE TRUE
               WHEN WRK-COD-DIGITADO = SPACES
               WHEN WRK-COD-DIGITADO = 'XX'
                   DISPLAY 'CODIGO EM BRANCO OU RESERVADO (XX)'
               WHEN WRK-ACHEI NOT = ZEROS
                   DISPLAY 'CODIGO JA CADASTRADO - USE ALTERAR'
               WHEN WRK-TAB-QTDE = 50
                   DISPLAY 'TABELA CHEIA - EXCLUA UMA ANTES'
               WHEN OTHER
                   PERFORM 3500-CAPTURAR-NOME
                   IF WRK-NOME-DIGITADO = SPACES
                       DISPLAY 'NOME EM BRANCO - NADA GRAVADO'
                   ELSE
                       ADD 1 TO WRK-TAB-QTDE
                       MOVE WRK-COD-DIGITADO
                           TO WRK-TAB-CODIGO(WRK-TAB-QTDE)
                       MOVE WRK-NOME-DIGITADO
                           TO WRK-TAB-NOME(WRK-TAB-QTDE)
                       MOVE 'S' TO WRK-ALTEROU
                       PERFORM 5000-GRAVA-AUDITORIA
                       DISPLAY 'TRANSPORTADORA ADICIONADA: '
                           WRK-COD-DIGITADO
                   END-IF
           END-EVALUATE.

       3200-ALTERAR.
           DISPLAY 'CODIGO (2 POSICOES)... '.
           ACCEPT WRK-COD-DIGITADO FROM CONSOLE.
           PERFORM 3900-LOCALIZAR-CODIGO.
           IF WRK-ACHEI = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
           ELSE
               PERFORM 3500-CAPTURAR-NOME
               IF WRK-NOME-DIGITADO = SPACES
                   DISPLAY 'NOME EM BRANCO - NADA GRAVADO'
               ELSE
                   MOVE WRK-NOME-DIGITADO TO WRK-TAB-NOME(WRK-ACHEI)
                   MOVE 'S' TO WRK-ALTEROU
                   PERFORM 5000-GRAVA-AUDITORIA
                   DISPLAY 'TRANSPORTADORA ALTERADA: '
                       WRK-COD-DIGITADO
               END-IF
           END-IF.

       3500-CAPTURAR-NOME.
           MOVE SPACES TO WRK-NOME-DIGITADO.
           DISPLAY 'NOME DA TRANSPORTADORA... '.
           ACCEPT WRK-NOME-DIGITADO FROM CONSOLE.

      *    OS PEDIDOS JA ENVIADOS GUARDAM O CODIGO; DEPOIS
      *    DA EXCLUSAO ELES SAEM NO RELENVIO SEM O NOME.
       3300-EXCLUIR.
           DISPLAY 'CODIGO (2 POSICOES)... '.
           ACCEPT WRK-COD-DIGITADO FROM CONSOLE.
           PERFORM 3900-LOCALIZAR-CODIGO.
           IF WRK-ACHEI = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
           ELSE
               MOVE SPACES TO WRK-CONFIRMA
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?.. '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 3310-REMOVER-DA-TABELA
                   MOVE 'S' TO WRK-ALTEROU
                   PERFORM 5000-GRAVA-AUDITORIA
                   DISPLAY 'TRANSPORTADORA EXCLUIDA: '
                       WRK-COD-DIGITADO
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA PELO OPERADOR'
               END-IF
           END-IF.

       3310-REMOVER-DA-TABELA.
           PERFORM VARYING WRK-IDX FROM WRK-ACHEI BY 1
                   UNTIL WRK-IDX >= WRK-TAB-QTDE
               MOVE WRK-TAB-ITEM(WRK-IDX + 1) TO WRK-TAB-ITEM(WRK-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-TAB-QTDE.

       3400-LISTAR.
           DISPLAY 'CD  TRANSPORTADORA'.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TAB-QTDE
               DISPLAY WRK-TAB-CODIGO(WRK-IDX) '  '
                   WRK-TAB-NOME(WRK-IDX)
           END-PERFORM.

       3900-LOCALIZAR-CODIGO.
           MOVE ZEROS TO WRK-ACHEI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TAB-QTDE
               IF WRK-TAB-CODIGO(WRK-IDX) = WRK-COD-DIGITADO
                   MOVE WRK-IDX TO WRK-ACHEI
                   MOVE WRK-TAB-QTDE TO WRK-IDX
               END-IF
           END-PERFORM.

       4000-GRAVAR-TABELA.
           OPEN OUTPUT TRANSP.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TAB-QTDE
               MOVE WRK-TAB-CODIGO(WRK-IDX) TO TRANSP-CODIGO
               MOVE WRK-TAB-NOME(WRK-IDX)   TO TRANSP-NOME
               WRITE TRANSP-REG
           END-PERFORM.
           CLOSE TRANSP.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (O ALVO E O CODIGO MEXIDO).
       5000-GRAVA-AUDITORIA.
           EVALUATE WRK-OPCAO
               WHEN 'A' WHEN 'a'
                   MOVE 'TRANSP-INC' TO WRK-OPER-AUD
               WHEN 'C' WHEN 'c'
                   MOVE 'TRANSP-ALT' TO WRK-OPER-AUD
               WHEN OTHER
                   MOVE 'TRANSP-EXC' TO WRK-OPER-AUD
           END-EVALUATE.
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
               WRK-OPER-AUD ' ' WRK-COD-DIGITADO ' ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
