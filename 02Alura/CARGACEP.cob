       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACEP.
      ********************************************
      * OBJETIVO: REFAZ A BASE DE CEP DE
      *           REFERENCIA (CEPBASE.DAT) A PARTIR
      *           DO ARQUIVO DOS CORREIOS
      *           (CEPCARGA.DAT, UM CEP POR LINHA NO
      *           LAYOUT DO CEPBCOPY). A BASE E
      *           RECRIADA INTEIRA A CADA EXECUCAO -
      *           RODAR SEMPRE QUE CHEGAR UMA VERSAO
      *           NOVA DOS CORREIOS. SEM O ARQUIVO DE
      *           ENTRADA A BASE ATUAL E PRESERVADA.
      *           CEP ZERADO/NAO NUMERICO, UF FORA DA
      *           UFTAB OU CIDADE EM BRANCO VAO PARA
      *           CEPREJ.DAT COM O MOTIVO; CEP
      *           REPETIDO FICA COM A PRIMEIRA LINHA.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARGA ASSIGN TO 'CEPCARGA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARGA-STATUS.

           SELECT CEPBASE ASSIGN TO 'CEPBASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CEPBASE-STATUS
               RECORD KEY CEPBASE-CEP.

           SELECT LOGCARGA ASSIGN TO 'CEPREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARGA.
       01 CARGA-REG.
           05 CARGA-CEP        PIC X(08).
           05 CARGA-LOGRADOURO PIC X(40).
           05 CARGA-BAIRRO     PIC X(30).
           05 CARGA-CIDADE     PIC X(20).
           05 CARGA-UF         PIC X(02).

       FD CEPBASE.
           COPY 'CEPBCOPY.cob'.

       FD LOGCARGA.
       01 LOG-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 CARGA-STATUS    PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CEPBASE-STATUS  PIC 9(02).
           77 LOG-STATUS      PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-TOT-LIDOS   PIC 9(07) VALUE ZEROS.
           77 WRK-TOT-GRAVADO PIC 9(07) VALUE ZEROS.
           77 WRK-TOT-DUPLIC  PIC 9(07) VALUE ZEROS.
           77 WRK-TOT-REJEIT  PIC 9(07) VALUE ZEROS.

           COPY 'UFTAB.cob'.
           77 WRK-UFV-IDX    PIC 9(02) VALUE ZEROS.
           77 WRK-UF-OK      PIC X(01) VALUE SPACES.
           77 WRK-REG-VALIDO PIC X(01) VALUE SPACES.
           77 WRK-MOTIVO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1100-MONTATABELAS.
           OPEN INPUT ARQ-CARGA.
           IF FS-FILE-NOT-FOUND
               DISPLAY 'CEPCARGA.DAT NAO ENCONTRADO - BASE DE CEP '
                   'MANTIDA SEM ALTERACAO'
           ELSE
               PERFORM 1000-INICIAR
               PERFORM 2000-PROCESSAR UNTIL FIM
               PERFORM 3000-FINALIZAR
           END-IF.
           STOP RUN.

       1000-INICIAR.
           OPEN OUTPUT CEPBASE.
           OPEN OUTPUT LOGCARGA.
           PERFORM 2100-LER-CARGA.

       1100-MONTATABELAS.
           COPY 'UFTABPR.cob'.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOT-LIDOS.
           PERFORM 2300-VALIDAR-REGISTRO.
           IF WRK-REG-VALIDO = 'S'
               PERFORM 2400-GRAVAR-REGISTRO
           ELSE
               ADD 1 TO WRK-TOT-REJEIT
               PERFORM 2200-GRAVA-LOG
           END-IF.
           PERFORM 2100-LER-CARGA.

       2100-LER-CARGA.
           READ ARQ-CARGA
               AT END MOVE 'S' TO WRK-FIM
           END-READ.

       2200-GRAVA-LOG.
           MOVE SPACES TO LOG-LINHA.
           STRING 'REJEITADO MOTIVO=' WRK-MOTIVO ': '
               CARGA-CEP ' ' CARGA-CIDADE ' ' CARGA-UF
               DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

      *****************************************************
      * CEP COM 8 DIGITOS, UF NA TABELA DE UFS VALIDAS E
      * CIDADE PREENCHIDA. LOGRADOURO E BAIRRO PODEM VIR
      * EM BRANCO (CEP GERAL DE CIDADE PEQUENA).
      *****************************************************
       2300-VALIDAR-REGISTRO.
           MOVE 'S' TO WRK-REG-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.
           IF CARGA-CEP IS NOT NUMERIC OR CARGA-CEP = '00000000'
               MOVE 'N' TO WRK-REG-VALIDO
               MOVE 'CEP' TO WRK-MOTIVO
           END-IF.
           MOVE 'N' TO WRK-UF-OK.
           PERFORM VARYING WRK-UFV-IDX FROM 1 BY 1
                   UNTIL WRK-UFV-IDX > WRK-TAB-UFV-QTDE
               IF WRK-TAB-UFV(WRK-UFV-IDX) = CARGA-UF
                   MOVE 'S' TO WRK-UF-OK
                   MOVE WRK-TAB-UFV-QTDE TO WRK-UFV-IDX
               END-IF
           END-PERFORM.
           IF WRK-UF-OK NOT = 'S'
               MOVE 'N' TO WRK-REG-VALIDO
               IF WRK-MOTIVO = SPACES
                   MOVE 'UF' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF CARGA-CIDADE = SPACES
               MOVE 'N' TO WRK-REG-VALIDO
               IF WRK-MOTIVO = SPACES
                   MOVE 'CIDADE' TO WRK-MOTIVO
               END-IF
           END-IF.

       2400-GRAVAR-REGISTRO.
           MOVE CARGA-CEP        TO CEPBASE-CEP.
           MOVE CARGA-LOGRADOURO TO CEPBASE-LOGRADOURO.
           MOVE CARGA-BAIRRO     TO CEPBASE-BAIRRO.
           MOVE CARGA-CIDADE     TO CEPBASE-CIDADE.
           MOVE CARGA-UF         TO CEPBASE-UF.
           WRITE CEPBASE-REG
               INVALID KEY
                   ADD 1 TO WRK-TOT-DUPLIC
                   MOVE 'DUPLICADO' TO WRK-MOTIVO
                   PERFORM 2200-GRAVA-LOG
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-GRAVADO
           END-WRITE.

       3000-FINALIZAR.
           CLOSE ARQ-CARGA.
           CLOSE CEPBASE.
           CLOSE LOGCARGA.
           DISPLAY 'LIDOS.....: ' WRK-TOT-LIDOS.
           DISPLAY 'GRAVADOS..: ' WRK-TOT-GRAVADO.
           DISPLAY 'DUPLICADOS: ' WRK-TOT-DUPLIC.
           DISPLAY 'REJEITADOS: ' WRK-TOT-REJEIT.
