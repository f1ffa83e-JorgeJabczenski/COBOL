      *            REGISTRO CRESCEU: ALUNOS.DAT DA
      *            VERSAO ANTERIOR PRECISA SER
      *            RECARREGADO.
      * 15/10/2026 JORGE - PROVA DE RECUPERACAO (OPCAO
      *            P): NOTA POR DISCIPLINA ABAIXO DA
      *            MEDIA, QUE VALE SE FOR MAIOR QUE A
      *            MEDIA DA DISCIPLINA, LIMITADA A 6,0;
      *            A MEDIA E REFEITA E O ALUNO SAI
      *            APROVADO OU REPROVADO. O TURMAFIM
      *            MOSTRA A SITUACAO ANTES E DEPOIS DA
      *            RECUPERACAO. O REGISTRO CRESCEU:
      *            ALUNOS.DAT DA VERSAO ANTERIOR
      *            PRECISA SER RECARREGADO.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 ALUNOS-AVAL OCCURS 10 TIMES.
                   15 ALUNOS-DISCIPLINA PIC X(10).
                   15 ALUNOS-NOTA       PIC 9(02).
      *    PROVA DE RECUPERACAO: UMA NOTA POR DISCIPLINA QUE
      *    FECHOU O ANO ABAIXO DA MEDIA DE APROVACAO.
           05 ALUNOS-QTDE-RECUP PIC 9(02).
           05 ALUNOS-RECUP OCCURS 10 TIMES.
               10 ALUNOS-REC-DISCIPLINA PIC X(10).
               10 ALUNOS-REC-NOTA       PIC 9(02).

       FD TURMAREL.
       01 TURMAREL-LINHA PIC X(100).

       FD TURMAFIM.
       01 TURMAFIM-LINHA PIC X(150).

       WORKING-STORAGE SECTION.
           77 ALUNOS-STATUS    PIC 9(02).
           77 WRK-MEDIA-TURMA-ED PIC ZZ9,9  VALUE ZEROS.
           77 WRK-ID-ED         PIC ZZZZ9  VALUE ZEROS.

      *    RECUPERACAO: A NOTA DA PROVA SUBSTITUI A MEDIA DA
      *    DISCIPLINA SE FOR MAIOR, LIMITADA A MEDIA DE
      *    APROVACAO; A MEDIA FINAL E REFEITA COM O MESMO
      *    PESO (QUANTIDADE DE NOTAS) DE CADA DISCIPLINA.
           77 WRK-MEDIA-APROV   PIC 9(02)V9 VALUE 6.
           77 WRK-MEDIA-REC     PIC 9(02)V9 VALUE ZEROS.
           77 WRK-MEDIA-REC-ED  PIC ZZ9,9   VALUE ZEROS.
           77 WRK-SIT-FINAL     PIC X(11)   VALUE SPACES.
           77 WRK-TEVE-REC      PIC X(01)   VALUE 'N'.
           77 WRK-REC-IDX       PIC 9(02) VALUE ZEROS.
           77 WRK-REC-ACHEI     PIC 9(02) VALUE ZEROS.
           77 WRK-REC-NOTA      PIC 9(02) VALUE ZEROS.
           77 WRK-REC-LIMITADA  PIC 9(02)V9 VALUE ZEROS.
           77 WRK-SOMA-REC      PIC 9(05)V9 VALUE ZEROS.
           77 WRK-DISC-SOMA-ANO PIC 9(05) VALUE ZEROS.
           77 WRK-DISC-QTDE-ANO PIC 9(03) VALUE ZEROS.
           77 WRK-DISC-FINAL    PIC 9(02)V9 VALUE ZEROS.
           77 WRK-QT-APROV-FIN  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REPROV-FIN PIC 9(05) VALUE ZEROS.
           77 WRK-QT-PENDENTE   PIC 9(05) VALUE ZEROS.

      *    MEDIA DE CADA BIMESTRE DO ALUNO EM PAUTA, LADO
      *    A LADO NO BOLETIM.
           01 WRK-MEDIAS-BIM.
           DISPLAY 'A - ALTERAR ALUNO'.
           DISPLAY 'E - EXCLUIR ALUNO'.
           DISPLAY 'N - LANCAR NOTAS DO BIMESTRE'.
           DISPLAY 'P - PROVA DE RECUPERACAO'.
           DISPLAY 'R - BOLETIM DA TURMA'.
           DISPLAY 'Z - FECHAMENTO DO ANO'.
           DISPLAY 'F - FINALIZAR'.
               WHEN 'N'
               WHEN 'n'
                   PERFORM 7500-LANCAR-BIMESTRE
               WHEN 'P'
               WHEN 'p'
                   PERFORM 7700-RECUPERACAO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 8000-RELATORIO
                       TO ALUNOS-NOTA(WRK-BIM-IDX WRK-NOTA-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM 5350-ZERAR-RECUPERACAO.

       5350-ZERAR-RECUPERACAO.
           MOVE ZEROS TO ALUNOS-QTDE-RECUP.
           PERFORM VARYING WRK-REC-IDX FROM 1 BY 1
                   UNTIL WRK-REC-IDX > 10
               MOVE SPACES TO ALUNOS-REC-DISCIPLINA(WRK-REC-IDX)
               MOVE ZEROS TO ALUNOS-REC-NOTA(WRK-REC-IDX)
           END-PERFORM.

       5400-CAPTURAR-FREQUENCIA.
           MOVE ZEROS TO ALUNOS-FREQUENCIA.
                   FROM CONSOLE
           END-PERFORM.

      *****************************************************
      * PROVA DE RECUPERACAO: SO PARA QUEM FECHOU O ANO EM
      * RECUPERACAO. PEDE A NOTA DE CADA DISCIPLINA COM
      * MEDIA DO ANO ABAIXO DA APROVACAO (AS NOTAS DE UMA
      * VEZ ANTERIOR SAO SUBSTITUIDAS), REFAZ A MEDIA E
      * RECLASSIFICA O ALUNO EM APROVADO OU REPROVADO.
      *****************************************************
       7700-RECUPERACAO.
           DISPLAY 'MATRICULA.. '.
           ACCEPT WRK-ID-BUSCA FROM CONSOLE.
           MOVE WRK-ID-BUSCA TO ALUNOS-ID.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' ALUNOS-NOME
                   PERFORM 8650-MEDIA-DO-ANO
                   PERFORM 2200-CLASSIFICAR
                   IF WRK-SITUACAO NOT = 'RECUPERACAO'
                       DISPLAY 'ALUNO NAO ESTA EM RECUPERACAO - '
                           'SITUACAO ' WRK-SITUACAO
                   ELSE
                       PERFORM 7750-CAPTURAR-RECUPERACAO
                       PERFORM 8800-MEDIA-APOS-RECUP
                       PERFORM 8850-SITUACAO-FINAL
                       REWRITE ALUNOS-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR ALUNO'
                           NOT INVALID KEY
                               MOVE WRK-MEDIA TO WRK-MEDIA-ED
                               MOVE WRK-MEDIA-REC TO WRK-MEDIA-REC-ED
                               DISPLAY 'MEDIA DO ANO ' WRK-MEDIA-ED
                                   ' APOS RECUPERACAO '
                                   WRK-MEDIA-REC-ED ' - '
                                   WRK-SIT-FINAL
                       END-REWRITE
                   END-IF
           END-READ.

       7750-CAPTURAR-RECUPERACAO.
           PERFORM 5350-ZERAR-RECUPERACAO.
           PERFORM 8810-ACUMULA-DISC-ANO.
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
                   UNTIL WRK-DISC-IDX > WRK-DISC-QTDE-ITENS
               PERFORM 7760-RECUPERAR-DISCIPLINA
           END-PERFORM.

       7760-RECUPERAR-DISCIPLINA.
           PERFORM 8815-SOMA-DISC-ANO.
           MOVE ZEROS TO WRK-DISC-MEDIA.
           IF WRK-DISC-QTDE-ANO > ZEROS
               COMPUTE WRK-DISC-MEDIA =
                   WRK-DISC-SOMA-ANO / WRK-DISC-QTDE-ANO
           END-IF.
           IF WRK-DISC-QTDE-ANO > ZEROS
               AND WRK-DISC-MEDIA < WRK-MEDIA-APROV
               AND ALUNOS-QTDE-RECUP < 10
               MOVE WRK-DISC-MEDIA TO WRK-MEDIA-ED
               DISPLAY WRK-DISC-NOME(WRK-DISC-IDX) ' MEDIA DO ANO '
                   WRK-MEDIA-ED
               MOVE ZEROS TO WRK-REC-NOTA
               DISPLAY 'NOTA DA RECUPERACAO (0 A 10).. '
               ACCEPT WRK-REC-NOTA FROM CONSOLE
               IF WRK-REC-NOTA > 10
                   MOVE 10 TO WRK-REC-NOTA
               END-IF
               ADD 1 TO ALUNOS-QTDE-RECUP
               MOVE WRK-DISC-NOME(WRK-DISC-IDX)
                   TO ALUNOS-REC-DISCIPLINA(ALUNOS-QTDE-RECUP)
               MOVE WRK-REC-NOTA TO ALUNOS-REC-NOTA(ALUNOS-QTDE-RECUP)
           END-IF.

       6000-ALTERAR.
           DISPLAY 'MATRICULA.. '.
           ACCEPT WRK-ID-BUSCA FROM CONSOLE.
       8500-FECHAMENTO-ANO.
           MOVE ZEROS TO WRK-QTDE WRK-QT-APROVADO WRK-QT-RECUP
               WRK-QT-REPROVADO WRK-SOMA-MEDIAS.
           MOVE ZEROS TO WRK-QT-APROV-FIN WRK-QT-REPROV-FIN
               WRK-QT-PENDENTE.
           MOVE 'N' TO WRK-FIM.
           OPEN OUTPUT TURMAFIM.
           MOVE 'FECHAMENTO DO ANO LETIVO' TO TURMAFIM-LINHA
           PERFORM 8650-MEDIA-DO-ANO.
           ADD WRK-MEDIA TO WRK-SOMA-MEDIAS.
           PERFORM 2200-CLASSIFICAR.
           PERFORM 8800-MEDIA-APOS-RECUP.
           PERFORM 8850-SITUACAO-FINAL.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-REC TO WRK-MEDIA-REC-ED.
           MOVE ALUNOS-ID TO WRK-ID-ED.
           MOVE SPACES TO TURMAFIM-LINHA.
           STRING 'MATRICULA ' WRK-ID-ED ' ' ALUNOS-NOME
               ' MEDIA DO ANO: ' WRK-MEDIA-ED
               ' (' WRK-QTDE-NOTAS-ANO ' NOTAS) FREQ '
               ALUNOS-FREQUENCIA 'PCT CONCEITO ' WRK-CONCEITO
               ' ' WRK-SITUACAO
               ' FINAL: ' WRK-MEDIA-REC-ED ' ' WRK-SIT-FINAL
               DELIMITED BY SIZE INTO TURMAFIM-LINHA
           END-STRING.
           WRITE TURMAFIM-LINHA.
               END-IF
           END-IF.

      *****************************************************
      * MEDIA APOS A RECUPERACAO: PARTE DA SOMA DE TODAS AS
      * NOTAS DO ANO (8650) E TROCA, EM CADA DISCIPLINA COM
      * PROVA, A SOMA DA DISCIPLINA PELA MEDIA FINAL DELA
      * VEZES A QUANTIDADE DE NOTAS - SEM PROVA, A MEDIA
      * FICA IGUAL A DO ANO.
      *****************************************************
       8800-MEDIA-APOS-RECUP.
           MOVE 'N' TO WRK-TEVE-REC.
           MOVE WRK-SOMA-ANO TO WRK-SOMA-REC.
           MOVE WRK-MEDIA TO WRK-MEDIA-REC.
           IF ALUNOS-QTDE-RECUP > ZEROS
               PERFORM 8810-ACUMULA-DISC-ANO
               PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
                       UNTIL WRK-DISC-IDX > WRK-DISC-QTDE-ITENS
                   PERFORM 8820-DISCIPLINA-FINAL
               END-PERFORM
               IF WRK-QTDE-NOTAS-ANO > ZEROS
                   COMPUTE WRK-MEDIA-REC =
                       WRK-SOMA-REC / WRK-QTDE-NOTAS-ANO
               END-IF
           END-IF.

      *    MESMA ACUMULACAO DO BOLETIM, SEM GRAVAR LINHAS.
       8810-ACUMULA-DISC-ANO.
           MOVE ZEROS TO WRK-DISC-QTDE-ITENS.
           PERFORM VARYING WRK-BIM-IDX FROM 1 BY 1
                   UNTIL WRK-BIM-IDX > 4
               PERFORM VARYING WRK-NOTA-IDX FROM 1 BY 1
                       UNTIL WRK-NOTA-IDX
                           > ALUNOS-QTDE-NOTAS(WRK-BIM-IDX)
                   PERFORM 2170-ACUMULA-DISCIPLINA
               END-PERFORM
           END-PERFORM.

       8815-SOMA-DISC-ANO.
           MOVE ZEROS TO WRK-DISC-SOMA-ANO WRK-DISC-QTDE-ANO.
           PERFORM VARYING WRK-BIM-IDX FROM 1 BY 1
                   UNTIL WRK-BIM-IDX > 4
               ADD WRK-DISC-SOMA(WRK-DISC-IDX WRK-BIM-IDX)
                   TO WRK-DISC-SOMA-ANO
               ADD WRK-DISC-QTDE(WRK-DISC-IDX WRK-BIM-IDX)
                   TO WRK-DISC-QTDE-ANO
           END-PERFORM.

       8820-DISCIPLINA-FINAL.
           PERFORM 8815-SOMA-DISC-ANO.
           MOVE ZEROS TO WRK-REC-ACHEI.
           PERFORM VARYING WRK-REC-IDX FROM 1 BY 1
                   UNTIL WRK-REC-IDX > ALUNOS-QTDE-RECUP
               IF ALUNOS-REC-DISCIPLINA(WRK-REC-IDX)
                       = WRK-DISC-NOME(WRK-DISC-IDX)
                   MOVE WRK-REC-IDX TO WRK-REC-ACHEI
               END-IF
           END-PERFORM.
           IF WRK-REC-ACHEI NOT = ZEROS AND WRK-DISC-QTDE-ANO > ZEROS
               MOVE 'S' TO WRK-TEVE-REC
               COMPUTE WRK-DISC-FINAL =
                   WRK-DISC-SOMA-ANO / WRK-DISC-QTDE-ANO
               MOVE ALUNOS-REC-NOTA(WRK-REC-ACHEI) TO WRK-REC-LIMITADA
               IF WRK-REC-LIMITADA > WRK-MEDIA-APROV
                   MOVE WRK-MEDIA-APROV TO WRK-REC-LIMITADA
               END-IF
               IF WRK-REC-LIMITADA > WRK-DISC-FINAL
                   MOVE WRK-REC-LIMITADA TO WRK-DISC-FINAL
               END-IF
               COMPUTE WRK-SOMA-REC = WRK-SOMA-REC - WRK-DISC-SOMA-ANO
                   + (WRK-DISC-FINAL * WRK-DISC-QTDE-ANO)
           END-IF.

      *    SITUACAO FINAL PARA A ATA: SO QUEM ESTAVA EM
      *    RECUPERACAO MUDA; SEM NENHUMA PROVA LANCADA FICA
      *    PENDENTE (RECUPERACAO).
       8850-SITUACAO-FINAL.
           IF WRK-SITUACAO NOT = 'RECUPERACAO'
               MOVE WRK-SITUACAO TO WRK-SIT-FINAL
           ELSE
               IF WRK-TEVE-REC NOT = 'S'
                   MOVE 'RECUPERACAO' TO WRK-SIT-FINAL
               ELSE
                   IF WRK-MEDIA-REC >= WRK-MEDIA-APROV
                       IF ALUNOS-FREQUENCIA >= 75
                           MOVE 'APROVADO' TO WRK-SIT-FINAL
                       ELSE
                           MOVE 'REPROV FREQ' TO WRK-SIT-FINAL
                       END-IF
                   ELSE
                       MOVE 'REPROVADO' TO WRK-SIT-FINAL
                   END-IF
               END-IF
           END-IF.
           IF WRK-SIT-FINAL = 'APROVADO'
               ADD 1 TO WRK-QT-APROV-FIN
           ELSE
               IF WRK-SIT-FINAL = 'RECUPERACAO'
                   ADD 1 TO WRK-QT-PENDENTE
               ELSE
                   ADD 1 TO WRK-QT-REPROV-FIN
               END-IF
           END-IF.

       8700-FECHAR-RELATORIO.
           MOVE ALL '-' TO TURMAFIM-LINHA
           WRITE TURMAFIM-LINHA.
               DELIMITED BY SIZE INTO TURMAFIM-LINHA
           END-STRING.
           WRITE TURMAFIM-LINHA.
           MOVE ALL '-' TO TURMAFIM-LINHA
           WRITE TURMAFIM-LINHA.
           MOVE 'SITUACAO FINAL (APOS A RECUPERACAO)'
               TO TURMAFIM-LINHA
           WRITE TURMAFIM-LINHA.
           MOVE SPACES TO TURMAFIM-LINHA.
           STRING 'APROVADOS........: ' WRK-QT-APROV-FIN
               DELIMITED BY SIZE INTO TURMAFIM-LINHA
           END-STRING.
           WRITE TURMAFIM-LINHA.
           MOVE SPACES TO TURMAFIM-LINHA.
           STRING 'REPROVADOS.......: ' WRK-QT-REPROV-FIN
               DELIMITED BY SIZE INTO TURMAFIM-LINHA
           END-STRING.
           WRITE TURMAFIM-LINHA.
           MOVE SPACES TO TURMAFIM-LINHA.
           STRING 'SEM NOTA DE RECUP: ' WRK-QT-PENDENTE
               DELIMITED BY SIZE INTO TURMAFIM-LINHA
           END-STRING.
           WRITE TURMAFIM-LINHA.
           CLOSE TURMAFIM.
           DISPLAY 'FECHAMENTO GERADO EM TURMAFIM.DAT'.
