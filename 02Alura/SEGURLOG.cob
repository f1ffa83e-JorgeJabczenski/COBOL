      *           HORARIO ESTRANHO (ANTES DAS 06 OU
      *           DEPOIS DAS 22) E RAJADAS DE
      *           INEXISTENTE (ALGUEM CHUTANDO
      *           NOMES DE USUARIO), ALEM DOS LOGINS
      *           RECUSADOS PELA JANELA DE HORARIO DA
      *           CONTA (FORA-JANELA) E DOS QUE SO
      *           PASSARAM PELA EXCECAO DO ADM
      *           (OK-EXCECAO). NO FIM, COMO O
      *           FECHADIA FAZ COM O AUDITF, O LOG
      *           PODE SER ARQUIVADO EM
      *           LOGINLOG.DAT.AAAAMMDD E ZERADO
      *           PARA O PROXIMO DIA.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CONTAGEM POR LOGIN E
      *            TOTAIS DOS LOGINS RECUSADOS PELA
      *            JANELA DE HORARIO (FORA-JANELA) E
      *            DOS LIBERADOS PELA EXCECAO
      *            (OK-EXCECAO).
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LOGARQ-LINHA PIC X(80).

       FD SEG-REL.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 LOGINLOG-STATUS PIC 9(02).
                   10 WRK-LG-SENHA     PIC 9(04).
                   10 WRK-LG-BLOQUEADO PIC 9(04).
                   10 WRK-LG-ESTRANHO  PIC 9(04).
                   10 WRK-LG-JANELA    PIC 9(04).
                   10 WRK-LG-EXCECAO   PIC 9(04).
           77 WRK-LG-QTDE  PIC 9(03) VALUE ZEROS.
           77 WRK-LG-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-LG-ACHEI PIC 9(03) VALUE ZEROS.
           77 WRK-SEQ-INEXIST    PIC 9(04) VALUE ZEROS.
           77 WRK-MAIOR-RAJADA   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-ESTRANHO   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-JANELA     PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-EXCECAO    PIC 9(06) VALUE ZEROS.

           01 WRK-DATA-SIS.
               05 WRK-DS-ANO PIC 9(04).
               MOVE ZEROS TO WRK-LG-SENHA(WRK-LG-ACHEI)
               MOVE ZEROS TO WRK-LG-BLOQUEADO(WRK-LG-ACHEI)
               MOVE ZEROS TO WRK-LG-ESTRANHO(WRK-LG-ACHEI)
               MOVE ZEROS TO WRK-LG-JANELA(WRK-LG-ACHEI)
               MOVE ZEROS TO WRK-LG-EXCECAO(WRK-LG-ACHEI)
           END-IF.
           IF WRK-LG-ACHEI NOT = ZEROS
               IF WRK-RESULTADO = 'SENHA'
               IF WRK-RESULTADO = 'BLOQUEADO'
                   ADD 1 TO WRK-LG-BLOQUEADO(WRK-LG-ACHEI)
               END-IF
               IF WRK-RESULTADO = 'FORA-JANELA'
                   ADD 1 TO WRK-LG-JANELA(WRK-LG-ACHEI)
                   ADD 1 TO WRK-TOT-JANELA
               END-IF
               IF WRK-RESULTADO = 'OK-EXCECAO'
                   ADD 1 TO WRK-LG-EXCECAO(WRK-LG-ACHEI)
                   ADD 1 TO WRK-TOT-EXCECAO
               END-IF
               IF WRK-HORA-HH < 06 OR WRK-HORA-HH > 22
                   ADD 1 TO WRK-LG-ESTRANHO(WRK-LG-ACHEI)
                   ADD 1 TO WRK-TOT-ESTRANHO
               IF WRK-LG-SENHA(WRK-LG-IDX) NOT = ZEROS
                   OR WRK-LG-BLOQUEADO(WRK-LG-IDX) NOT = ZEROS
                   OR WRK-LG-ESTRANHO(WRK-LG-IDX) NOT = ZEROS
                   OR WRK-LG-JANELA(WRK-LG-IDX) NOT = ZEROS
                   OR WRK-LG-EXCECAO(WRK-LG-IDX) NOT = ZEROS
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-LG-LOGIN(WRK-LG-IDX)
                       ' SENHA ' WRK-LG-SENHA(WRK-LG-IDX)
                       ' BLOQUEADO ' WRK-LG-BLOQUEADO(WRK-LG-IDX)
                       ' FORA DE HORA ' WRK-LG-ESTRANHO(WRK-LG-IDX)
                       ' JANELA ' WRK-LG-JANELA(WRK-LG-IDX)
                       ' EXCECAO ' WRK-LG-EXCECAO(WRK-LG-IDX)
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECUSADOS PELA JANELA...: ' WRK-TOT-JANELA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENTRADAS POR EXCECAO....: ' WRK-TOT-EXCECAO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE SEG-REL.
           DISPLAY 'RELATORIO GERADO EM SEGURLOG.DAT'.
           IF WRK-MAIOR-RAJADA > 5
