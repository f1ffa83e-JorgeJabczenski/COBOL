       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMBIENTE.
      ********************************************
      * OBJETIVO: ESCOLHA DO AMBIENTE DE TRABALHO -
      *           PRODUCAO OU TREINAMENTO. O
      *           TREINAMENTO E O DIRETORIO TREINO,
      *           COM O PROPRIO JOGO DE ARQUIVOS
      *           (SEMENTE ANONIMIZADA DO TREINSEM,
      *           RECARREGADA PELO TREINRST) E A MARCA
      *           AMBIENTE.DAT. COMO TODOS OS
      *           PROGRAMAS ABREM OS ARQUIVOS PELO
      *           NOME SIMPLES, DEPOIS DA TROCA DE
      *           DIRETORIO NADA MAIS - CADASTRO,
      *           JORNAL, AUDITORIA, AVISOS DE EMAIL,
      *           REMESSA DE BANCO - SAI NA PRODUCAO.
      *           ACOES (LK-ACAO):
      *           'L' = PERGUNTA NO LOGIN (CONSOLE) E,
      *                 SE PEDIDO, ENTRA NO TREINAMENTO;
      *           'T' = ENTRA NO TREINAMENTO;
      *           'S' = CRIA O DIRETORIO (SE PRECISO) E
      *                 ENTRA SEM EXIGIR A MARCA - SO
      *                 PARA O TREINSEM;
      *           'C' = SO CONSULTA SE O DIRETORIO
      *                 ATUAL E O TREINAMENTO.
      *           DEVOLVE LK-TREINO 'S'/'N'. SE O
      *           TREINAMENTO FOI PEDIDO E NAO ESTA
      *           PREPARADO, A EXECUCAO E ENCERRADA
      *           AQUI - NUNCA CAI NA PRODUCAO POR
      *           ENGANO.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBMARCA ASSIGN TO 'AMBIENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AMBMARCA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBMARCA.
       01 AMBMARCA-LINHA PIC X(40).

       WORKING-STORAGE SECTION.
           77 AMBMARCA-STATUS PIC 9(02).
           77 WRK-DIR-TREINO  PIC X(20) VALUE 'TREINO'.
           77 WRK-ESCOLHA     PIC X(01) VALUE SPACES.
           77 WRK-MARCADO     PIC X(01) VALUE 'N'.
           77 WRK-RC          PIC S9(09) VALUE ZEROS.

       LINKAGE SECTION.
           77 LK-ACAO   PIC X(01).
           77 LK-TREINO PIC X(01).

       PROCEDURE DIVISION USING LK-ACAO LK-TREINO.

       0001-PRINCIPAL.
           MOVE 'N' TO LK-TREINO.
           PERFORM 1000-LER-MARCA.
           IF WRK-MARCADO = 'S'
               MOVE 'S' TO LK-TREINO
           ELSE
               EVALUATE LK-ACAO
                   WHEN 'L'
                       PERFORM 2000-PERGUNTAR
                   WHEN 'T'
                       PERFORM 3000-ENTRAR
                   WHEN 'S'
                       PERFORM 4000-PREPARAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF LK-TREINO = 'S' AND LK-ACAO NOT = 'C'
               DISPLAY '*****************************************'
               DISPLAY '*** AMBIENTE DE TREINAMENTO - NADA    ***'
               DISPLAY '*** AQUI VALE NA PRODUCAO             ***'
               DISPLAY '*****************************************'
           END-IF.
           GOBACK.

      *    O DIRETORIO ATUAL E O TREINAMENTO SE TIVER A MARCA.
       1000-LER-MARCA.
           MOVE 'N' TO WRK-MARCADO.
           OPEN INPUT AMBMARCA.
           IF AMBMARCA-STATUS = 00
               READ AMBMARCA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AMBMARCA-LINHA(1:11) = 'TREINAMENTO'
                           MOVE 'S' TO WRK-MARCADO
                       END-IF
               END-READ
               CLOSE AMBMARCA
           END-IF.

       2000-PERGUNTAR.
           MOVE SPACES TO WRK-ESCOLHA.
           DISPLAY 'AMBIENTE (P=PRODUCAO T=TREINAMENTO).. '.
           ACCEPT WRK-ESCOLHA FROM CONSOLE.
           IF WRK-ESCOLHA = 'T' OR WRK-ESCOLHA = 't'
               PERFORM 3000-ENTRAR
           END-IF.

       3000-ENTRAR.
           CALL 'CBL_CHANGE_DIR' USING WRK-DIR-TREINO.
           MOVE RETURN-CODE TO WRK-RC.
           IF WRK-RC NOT = ZEROS
               DISPLAY 'AMBIENTE DE TREINAMENTO NAO ENCONTRADO - '
                   'PROCURE O ADM (TREINSEM)'
               STOP RUN
           END-IF.
           PERFORM 1000-LER-MARCA.
           IF WRK-MARCADO NOT = 'S'
               DISPLAY 'DIRETORIO TREINO SEM A MARCA AMBIENTE.DAT - '
                   'PROCURE O ADM (TREINSEM)'
               STOP RUN
           END-IF.
           MOVE 'S' TO LK-TREINO.

       4000-PREPARAR.
           CALL 'CBL_CREATE_DIR' USING WRK-DIR-TREINO.
           CALL 'CBL_CHANGE_DIR' USING WRK-DIR-TREINO.
           MOVE RETURN-CODE TO WRK-RC.
           IF WRK-RC NOT = ZEROS
               DISPLAY 'NAO FOI POSSIVEL CRIAR O DIRETORIO TREINO'
               STOP RUN
           END-IF.
           MOVE 'S' TO LK-TREINO.
