       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINSEM.
      ********************************************
      * OBJETIVO: MONTAR A SEMENTE DO AMBIENTE DE
      *           TREINAMENTO (DIRETORIO TREINO, VER
      *           AMBIENTE) A PARTIR DA PRODUCAO. CADA
      *           ARQUIVO DO LADO DO PEDIDO VIRA UM
      *           <NOME>.SEM EM TEXTO, UMA LINHA POR
      *           REGISTRO COM A IMAGEM COMPLETA (COMO
      *           NO JORNAL.DAT), E O TREINRST RECARREGA
      *           O TREINAMENTO A PARTIR DELES ENTRE UMA
      *           TURMA E OUTRA. DADOS PESSOAIS SAEM
      *           ANONIMIZADOS NA COPIA (NOME, EMAIL,
      *           ENDERECO E CNPJ DO CLIENTE, ENDERECOS
      *           DE ENTREGA, RECEBEDOR DO PEDIDO) - O
      *           TELEFONE FICA, POR SER A CHAVE QUE
      *           AMARRA PEDIDOS, ITENS E PARCELAS.
      *           GRAVA TAMBEM A MARCA AMBIENTE.DAT.
      *           RODA NA PRODUCAO; USO RESTRITO AO ADM
      *           (OPERACAO 'TREINSEM' DO PERMISSO).
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

           SELECT PERMIS ASSIGN TO 'PERMIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIS-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT SEMENTE ASSIGN TO WRK-SEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEMENTE-STATUS.

           SELECT MARCA ASSIGN TO 'AMBIENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCA-STATUS.

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

       FD PERMIS.
       01 PERMIS-REG PIC X(30).

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

      *    IMAGEM DO REGISTRO - FOLGA PARA O MAIOR LAYOUT.
       FD SEMENTE.
       01 SEMENTE-LINHA PIC X(300).

       FD MARCA.
       01 MARCA-LINHA PIC X(40).

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
           77 PERMIS-STATUS    PIC 9(02).
           77 AUDITF-STATUS    PIC 9(02).
           77 SEMENTE-STATUS   PIC 9(02).
           77 MARCA-STATUS     PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'TREINSEM'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.

           77 WRK-AMB-ACAO    PIC X(01) VALUE 'C'.
           77 WRK-AMB-TREINO  PIC X(01) VALUE 'N'.

           77 WRK-SEM-NOME    PIC X(20) VALUE SPACES.
           77 WRK-SEM-QTDE    PIC 9(07) VALUE ZEROS.
           77 WRK-FONE-X      PIC 9(09) VALUE ZEROS.

      *    TABELAS DE REFERENCIA EM TEXTO, SEM DADO PESSOAL -
      *    VAO COPIADAS COMO ESTAO PARA O PEDIDO CALCULAR
      *    FRETE, IMPOSTO E PRAZO COMO NA PRODUCAO.
           01 WRK-TAB-REF.
               05 WRK-REF-NOME PIC X(12) OCCURS 14 TIMES.
           77 WRK-REF-QTDE    PIC 9(02) VALUE 14.
           77 WRK-REF-IDX     PIC 9(02) VALUE ZEROS.
           77 WRK-REF-ORIGEM  PIC X(20) VALUE SPACES.
           77 WRK-REF-COPIAS  PIC 9(02) VALUE ZEROS.
           77 WRK-RC          PIC S9(09) VALUE ZEROS.

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
               DISPLAY 'O TREINSEM RODA NA PRODUCAO, NAO DENTRO DO '
                   'TREINAMENTO'
               STOP RUN
           END-IF.
           DISPLAY 'A SEMENTE ATUAL DO TREINAMENTO SERA SUBSTITUIDA'.
           DISPLAY 'CONFIRMA (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'SEMENTE NAO GERADA'
               STOP RUN
           END-IF.
           PERFORM 1500-GRAVA-AUDITORIA.
           PERFORM 2000-ABRIR-PRODUCAO.
           MOVE 'S' TO WRK-AMB-ACAO.
           CALL 'AMBIENTE' USING WRK-AMB-ACAO WRK-AMB-TREINO.
           PERFORM 3000-SEMEAR-CLIENTES.
           PERFORM 3100-SEMEAR-ENDERECOS.
           PERFORM 3200-SEMEAR-PRODUTOS.
           PERFORM 3300-SEMEAR-ESTLOCAL.
           PERFORM 3400-SEMEAR-KITS.
           PERFORM 3500-SEMEAR-PEDIDOS.
           PERFORM 3600-SEMEAR-PEDITENS.
           PERFORM 3700-SEMEAR-RECEBER.
           PERFORM 3800-SEMEAR-USERS.
           PERFORM 3850-SEMEAR-PARAMS.
           PERFORM 3870-SEMEAR-PERMIS.
           PERFORM 3880-COPIAR-REFERENCIAS.
           PERFORM 4000-GRAVAR-MARCA.
           DISPLAY 'SEMENTE GERADA - RODE O TREINRST PARA CARREGAR '
               'O TREINAMENTO'.
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
               'TREINSEM   TREINO               ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.

      *****************************************************
      * TUDO E ABERTO AINDA NO DIRETORIO DA PRODUCAO - A
      * TROCA PARA O TREINO SO VALE PARA O QUE FOR ABERTO
      * DEPOIS (AS SEMENTES E A MARCA). ARQUIVO AUSENTE NA
      * PRODUCAO GERA SEMENTE VAZIA.
      *****************************************************
       2000-ABRIR-PRODUCAO.
           OPEN INPUT CLIENTES.
           OPEN INPUT ENDERECOS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT ESTLOCAL.
           OPEN INPUT KITS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDITENS.
           OPEN INPUT RECEBER.
           OPEN INPUT USERS.
           OPEN INPUT PARAMS.
           OPEN INPUT PERMIS.

       3000-SEMEAR-CLIENTES.
           MOVE 'CLIENTES.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF CLIENTES-STATUS = 00
               PERFORM UNTIL FIM
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           PERFORM 3010-ANONIMIZAR-CLIENTE
                           MOVE CLIENTES-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

      *    MESMOS CAMPOS QUE O ANONCLI NEUTRALIZA, MAS COM O
      *    FONE NO NOME E NO EMAIL PARA O ALUNO DISTINGUIR OS
      *    CLIENTES NA TELA.
       3010-ANONIMIZAR-CLIENTE.
           MOVE CLIENTES-FONE TO WRK-FONE-X.
           MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL.
           STRING 'CLIENTE TREINO ' WRK-FONE-X
               DELIMITED BY SIZE INTO CLIENTES-NOME
           END-STRING.
           STRING 'TREINO' WRK-FONE-X '@EXEMPLO.COM.BR'
               DELIMITED BY SIZE INTO CLIENTES-EMAIL
           END-STRING.
           MOVE 'ENDERECO DE TREINAMENTO' TO CLIENTES-ENDERECO.
           MOVE ZEROS TO CLIENTES-CNPJ.

       3100-SEMEAR-ENDERECOS.
           MOVE 'ENDERECOS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF ENDERECOS-STATUS = 00
               PERFORM UNTIL FIM
                   READ ENDERECOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE 'ENDERECO DE TREINAMENTO'
                               TO ENDERECOS-ENDERECO
                           MOVE ENDERECOS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE ENDERECOS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3200-SEMEAR-PRODUTOS.
           MOVE 'PRODUTOS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF PRODUTOS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PRODUTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PRODUTOS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3300-SEMEAR-ESTLOCAL.
           MOVE 'ESTLOCAL.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF ESTLOCAL-STATUS = 00
               PERFORM UNTIL FIM
                   READ ESTLOCAL NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE ESTLOCAL-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE ESTLOCAL
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3400-SEMEAR-KITS.
           MOVE 'KITS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF KITS-STATUS = 00
               PERFORM UNTIL FIM
                   READ KITS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE KITS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE KITS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3500-SEMEAR-PEDIDOS.
           MOVE 'PEDIDOS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF PEDIDOS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PEDIDOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF PEDIDOS-RECEBEDOR NOT = SPACES
                               MOVE 'RECEBEDOR TREINO'
                                   TO PEDIDOS-RECEBEDOR
                           END-IF
                           MOVE PEDIDOS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3600-SEMEAR-PEDITENS.
           MOVE 'PEDITENS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF PEDITENS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PEDITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PEDITENS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE PEDITENS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3700-SEMEAR-RECEBER.
           MOVE 'RECEBER.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF RECEBER-STATUS = 00
               PERFORM UNTIL FIM
                   READ RECEBER NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE RECEBER-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE RECEBER
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

      *    AS CONTAS VAO JUNTO PARA O ALUNO ENTRAR COM O
      *    PROPRIO LOGIN; CONTA SO DE TREINO SE INCLUI PELO
      *    MANTUSER RODADO DENTRO DO DIRETORIO TREINO.
       3800-SEMEAR-USERS.
           MOVE 'USERS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF USERS-STATUS = 00
               PERFORM UNTIL FIM
                   READ USERS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE USERS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE USERS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3850-SEMEAR-PARAMS.
           MOVE 'PARAMS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF PARAMS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PARAMS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PARAMS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE PARAMS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

       3870-SEMEAR-PERMIS.
           MOVE 'PERMIS.SEM' TO WRK-SEM-NOME.
           PERFORM 3900-ABRIR-SEMENTE.
           IF PERMIS-STATUS = 00
               PERFORM UNTIL FIM
                   READ PERMIS
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           MOVE PERMIS-REG TO SEMENTE-LINHA
                           PERFORM 3950-GRAVAR-SEMENTE
                   END-READ
               END-PERFORM
               CLOSE PERMIS
           END-IF.
           PERFORM 3990-FECHAR-SEMENTE.

      *    JA DENTRO DO TREINO - A ORIGEM E O DIRETORIO ACIMA.
       3880-COPIAR-REFERENCIAS.
           PERFORM 3885-MONTAR-REFERENCIAS.
           MOVE ZEROS TO WRK-REF-COPIAS.
           PERFORM VARYING WRK-REF-IDX FROM 1 BY 1
                   UNTIL WRK-REF-IDX > WRK-REF-QTDE
               MOVE SPACES TO WRK-REF-ORIGEM
               STRING '../' WRK-REF-NOME(WRK-REF-IDX)
                   DELIMITED BY SPACE INTO WRK-REF-ORIGEM
               END-STRING
               CALL 'CBL_COPY_FILE' USING WRK-REF-ORIGEM
                   WRK-REF-NOME(WRK-REF-IDX)
               MOVE RETURN-CODE TO WRK-RC
               IF WRK-RC = ZEROS
                   ADD 1 TO WRK-REF-COPIAS
               END-IF
           END-PERFORM.
           DISPLAY 'TABELAS DE REFERENCIA COPIADAS: ' WRK-REF-COPIAS.

       3885-MONTAR-REFERENCIAS.
           MOVE 'FRETE.DAT'    TO WRK-REF-NOME(01).
           MOVE 'FRETEZON.DAT' TO WRK-REF-NOME(02).
           MOVE 'FRETEPESO.DAT' TO WRK-REF-NOME(03).
           MOVE 'ICMSTAB.DAT'  TO WRK-REF-NOME(04).
           MOVE 'UFMAPA.DAT'   TO WRK-REF-NOME(05).
           MOVE 'MOTTAB.DAT'   TO WRK-REF-NOME(06).
           MOVE 'BOLCFG.DAT'   TO WRK-REF-NOME(07).
           MOVE 'COMTAB.DAT'   TO WRK-REF-NOME(08).
           MOVE 'INADTAB.DAT'  TO WRK-REF-NOME(09).
           MOVE 'TERRTAB.DAT'  TO WRK-REF-NOME(10).
           MOVE 'REPOTAB.DAT'  TO WRK-REF-NOME(11).
           MOVE 'TAXAREC.DAT'  TO WRK-REF-NOME(12).
           MOVE 'PLANOCTB.DAT' TO WRK-REF-NOME(13).
           MOVE 'TRANSP.DAT'   TO WRK-REF-NOME(14).

       3900-ABRIR-SEMENTE.
           MOVE ZEROS TO WRK-SEM-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN OUTPUT SEMENTE.

       3950-GRAVAR-SEMENTE.
           WRITE SEMENTE-LINHA.
           ADD 1 TO WRK-SEM-QTDE.
           MOVE SPACES TO SEMENTE-LINHA.

       3990-FECHAR-SEMENTE.
           CLOSE SEMENTE.
           DISPLAY WRK-SEM-NOME ' ' WRK-SEM-QTDE ' REGISTROS'.

       4000-GRAVAR-MARCA.
           OPEN OUTPUT MARCA.
           MOVE SPACES TO MARCA-LINHA.
           STRING 'TREINAMENTO ' WRK-DH-DATA ' ' WRK-ADMIN
               DELIMITED BY SIZE INTO MARCA-LINHA
           END-STRING.
           WRITE MARCA-LINHA.
           CLOSE MARCA.
