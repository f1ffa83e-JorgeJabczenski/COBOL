      *           CLIENTE ATIVO QUE ACEITA MALA
      *           DIRETA (CLIENTES-OPT-MKT).
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - CLIENTE COM EMAIL
      *            DEVOLVIDO (EMAILINV.DAT, MARCADO
      *            PELO DEVMAIL) FICA FORA DA
      *            CAMPANHA ATE O EMAIL SER
      *            CORRIGIDO.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

           SELECT CAMPREG ASSIGN TO 'CAMPREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPREG-STATUS.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD CAMPREG.
       01 CAMPREG-REG.
           05 CAMPREG-ID   PIC 9(04).
       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 EMAILINV-STATUS PIC 9(02).
           77 CAMPREG-STATUS  PIC 9(02).
           77 CAMPDEST-STATUS PIC 9(02).
           77 REL-STATUS      PIC 9(02).

           77 WRK-TOT-SELEC   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-BLOQ    PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-EMAILINV PIC 9(06) VALUE ZEROS.
           77 WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.
           77 WRK-CEP-X       PIC X(08) VALUE SPACES.

           01 WRK-DATA-SIS.
           IF FS-FILE-NOT-FOUND
               MOVE 'S' TO WRK-FIM
           END-IF.
           OPEN INPUT EMAILINV.
           OPEN OUTPUT ETIQ-REL.
           OPEN EXTEND CAMPDEST.
           IF CAMPDEST-STATUS = 35

       3000-SELECIONAR.
           IF CLIENTES-ATIVO AND CLIENTES-ACEITA-MKT
               PERFORM 3250-TESTAR-EMAIL-DEVOLVIDO
               PERFORM 3200-TESTAR-BLOQUEIO
               IF WRK-EMAIL-DEVOLVIDO = 'S'
                   ADD 1 TO WRK-TOT-EMAILINV
               ELSE
               IF WRK-ML-ACHEI = ZEROS
                   PERFORM 3300-INCLUIR-NA-CAMPANHA
               ELSE
                   ADD 1 TO WRK-TOT-BLOQ
               END-IF
               END-IF
           END-IF.
           PERFORM 3100-LER-CLIENTE.

               END-IF
           END-PERFORM.

      *    CLIENTE CUJO EMAIL DO CADASTRO TEVE DEVOLUCAO
      *    DEFINITIVA (EMAILINV.DAT, MARCADO PELO DEVMAIL)
      *    FICA FORA ATE O EMAIL SER CORRIGIDO.
       3250-TESTAR-EMAIL-DEVOLVIDO.
           MOVE 'N' TO WRK-EMAIL-DEVOLVIDO.
           IF EMAILINV-STATUS NOT = 35
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

      *    ETIQUETA DE TRES LINHAS NO MESMO FORMATO DO
      *    ETIQUETA, MAIS O RASTRO EM CAMPDEST.DAT.
       3300-INCLUIR-NA-CAMPANHA.
           IF NOT FS-FILE-NOT-FOUND
               CLOSE CLIENTES
           END-IF.
           IF EMAILINV-STATUS NOT = 35
               CLOSE EMAILINV
           END-IF.
           CLOSE ETIQ-REL.
           CLOSE CAMPDEST.
           OPEN EXTEND CAMPREG.
           DISPLAY '===== CAMPANHA ' WRK-CAMP-ID ' ====='.
           DISPLAY 'SELECIONADOS.........: ' WRK-TOT-SELEC.
           DISPLAY 'BLOQUEADOS (REMALA)..: ' WRK-TOT-BLOQ.
           DISPLAY 'EMAIL DEVOLVIDO......: ' WRK-TOT-EMAILINV.
           DISPLAY 'ETIQUETAS EM CAMPETIQ.DAT'.
