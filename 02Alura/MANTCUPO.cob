       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCUPO.
      ********************************************
      * OBJETIVO: CUPONS PROMOCIONAIS (CUPONS.DAT
      *           - CUPOCOPY) - CODIGO, DESCONTO EM
      *           PERCENTUAL OU VALOR FIXO, VIGENCIA,
      *           VALOR MINIMO DO PEDIDO, LIMITE DE
      *           RESGATES E A CAMPANHA DE CAMPREG.DAT
      *           QUE O DISTRIBUIU. O PROJETO APLICA O
      *           CUPOM NA GRAVACAO DO PEDIDO, POR FORA
      *           DO TETO DE DESCONTO DO OPERADOR.
      *           CUPOM JA RESGATADO NAO E APAGADO -
      *           E ENCERRADO, PARA O HISTORICO DO
      *           CAMPRESP. USO RESTRITO, NOS MOLDES
      *           DO MANTEAN.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPONS ASSIGN TO 'CUPONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CUPONS-STATUS
               RECORD KEY CUPOM-CODIGO.

           SELECT CAMPREG ASSIGN TO 'CAMPREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUPONS.
           COPY 'CUPOCOPY.cob'.

       FD CAMPREG.
       01 CAMPREG-REG.
           05 CAMPREG-ID   PIC 9(04).
           05 CAMPREG-NOME PIC X(30).
           05 CAMPREG-DATA PIC 9(08).

       WORKING-STORAGE SECTION.
           77 CUPONS-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CAMPREG-STATUS  PIC 9(02).

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTCUPO'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.

           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.
           77 WRK-CODIGO      PIC X(10) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-NOVO        PIC X(01) VALUE 'N'.
           77 WRK-DADOS-OK    PIC X(01) VALUE 'N'.
               88 DADOS-OK VALUE 'S'.
           77 WRK-CAMP-ACHOU  PIC X(01) VALUE 'N'.
           77 WRK-CAMP-NOME   PIC X(30) VALUE SPACES.
           77 WRK-QTDE-CUPONS PIC 9(05) VALUE ZEROS.

      *    CUPOM EM TRABALHO, DIGITADO ANTES DE IR AO ARQUIVO.
           01 WRK-CUPOM.
               05 WRK-CP-TIPO     PIC X(01).
               05 WRK-CP-PCT      PIC 9(02)V99.
               05 WRK-CP-VALOR    PIC 9(08)V99.
               05 WRK-CP-INICIO   PIC 9(08).
               05 WRK-CP-FIM      PIC 9(08).
               05 WRK-CP-VLMIN    PIC 9(08)V99.
               05 WRK-CP-MAX-USOS PIC 9(05).
               05 WRK-CP-CAMPANHA PIC 9(04).

           77 WRK-PCT-ED      PIC Z9,99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-VLMIN-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-SITUACAO    PIC X(09) VALUE SPACES.
           77 WRK-TOT-GRAVADOS   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-ENCERRADOS PIC 9(05) VALUE ZEROS.

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
               OPEN I-O CUPONS
               IF CUPONS-STATUS = 35
                   OPEN OUTPUT CUPONS
                   CLOSE CUPONS
                   OPEN I-O CUPONS
               END-IF
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
               CLOSE CUPONS
               DISPLAY '===== CUPONS PROMOCIONAIS ====='
               DISPLAY 'CUPONS GRAVADOS..: ' WRK-TOT-GRAVADOS
               DISPLAY 'CUPONS ENCERRADOS: ' WRK-TOT-ENCERRADOS
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO...... '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA........ '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       2000-MENU.
           DISPLAY ' '.
           DISPLAY 'CUPONS PROMOCIONAIS'.
           DISPLAY 'L - LISTAR CUPONS'.
           DISPLAY 'I - INCLUIR/ALTERAR CUPOM'.
           DISPLAY 'E - ENCERRAR/REATIVAR CUPOM'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3000-LISTAR
               WHEN 'I'
               WHEN 'i'
                   PERFORM 4000-INCLUIR
               WHEN 'E'
               WHEN 'e'
                   PERFORM 5000-ENCERRAR
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    ENCERRADO, FUTURO, VENCIDO, ESGOTADO OU VIGENTE.
       2200-SITUACAO-CUPOM.
           IF CUPOM-ENCERRADO
               MOVE 'ENCERRADO' TO WRK-SITUACAO
           ELSE
           IF CUPOM-INICIO > WRK-DATA-SIS
               MOVE 'FUTURO' TO WRK-SITUACAO
           ELSE
           IF CUPOM-FIM < WRK-DATA-SIS
               MOVE 'VENCIDO' TO WRK-SITUACAO
           ELSE
           IF CUPOM-MAX-USOS NOT = ZEROS
               AND CUPOM-USOS NOT < CUPOM-MAX-USOS
               MOVE 'ESGOTADO' TO WRK-SITUACAO
           ELSE
               MOVE 'VIGENTE' TO WRK-SITUACAO
           END-IF
           END-IF
           END-IF
           END-IF.

       2300-MOSTRAR-CUPOM.
           PERFORM 2200-SITUACAO-CUPOM.
           IF CUPOM-PERCENTUAL
               MOVE CUPOM-PCT TO WRK-PCT-ED
               DISPLAY CUPOM-CODIGO ' ' WRK-PCT-ED '% DE '
                   CUPOM-INICIO ' A ' CUPOM-FIM ' ' WRK-SITUACAO
           ELSE
               MOVE CUPOM-VALOR TO WRK-VALOR-ED
               DISPLAY CUPOM-CODIGO ' ' WRK-VALOR-ED ' DE '
                   CUPOM-INICIO ' A ' CUPOM-FIM ' ' WRK-SITUACAO
           END-IF.
           MOVE CUPOM-VLMIN TO WRK-VLMIN-ED.
           DISPLAY '    MINIMO ' WRK-VLMIN-ED ' USOS ' CUPOM-USOS
               '/' CUPOM-MAX-USOS ' CAMPANHA ' CUPOM-CAMPANHA.

       3000-LISTAR.
           MOVE ZEROS TO WRK-QTDE-CUPONS.
           MOVE LOW-VALUES TO CUPOM-CODIGO.
           MOVE 'N' TO WRK-FIM.
           START CUPONS KEY IS NOT LESS THAN CUPOM-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ CUPONS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       ADD 1 TO WRK-QTDE-CUPONS
                       PERFORM 2300-MOSTRAR-CUPOM
               END-READ
           END-PERFORM.
           DISPLAY 'CUPONS CADASTRADOS: ' WRK-QTDE-CUPONS.

      *****************************************************
      * INCLUI OU ALTERA UM CUPOM. NA ALTERACAO OS USOS JA
      * FEITOS SAO PRESERVADOS; O LIMITE NAO PODE FICAR
      * ABAIXO DELES.
      *****************************************************
       4000-INCLUIR.
           MOVE SPACES TO WRK-CODIGO.
           DISPLAY 'CODIGO DO CUPOM.. '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
           ELSE
               MOVE WRK-CODIGO TO CUPOM-CODIGO
               MOVE 'S' TO WRK-NOVO
               READ CUPONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-NOVO
                       PERFORM 2300-MOSTRAR-CUPOM
               END-READ
               PERFORM 4100-LER-DADOS
               IF DADOS-OK
                   PERFORM 4200-GRAVAR
               END-IF
           END-IF.

       4100-LER-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE SPACES TO WRK-CUPOM.
           MOVE ZEROS TO WRK-CP-PCT WRK-CP-VALOR WRK-CP-INICIO
               WRK-CP-FIM WRK-CP-VLMIN WRK-CP-MAX-USOS
               WRK-CP-CAMPANHA.
           DISPLAY 'TIPO (P = PERCENTUAL, V = VALOR FIXO).. '.
           ACCEPT WRK-CP-TIPO FROM CONSOLE.
           IF WRK-CP-TIPO = 'p'
               MOVE 'P' TO WRK-CP-TIPO
           END-IF.
           IF WRK-CP-TIPO = 'v'
               MOVE 'V' TO WRK-CP-TIPO
           END-IF.
           IF WRK-CP-TIPO = 'P'
               DISPLAY 'PERCENTUAL (EX: 10,00).. '
               ACCEPT WRK-CP-PCT FROM CONSOLE
           ELSE
               DISPLAY 'VALOR DO DESCONTO.. '
               ACCEPT WRK-CP-VALOR FROM CONSOLE
           END-IF.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, 0 = HOJE).. '.
           ACCEPT WRK-CP-INICIO FROM CONSOLE.
           IF WRK-CP-INICIO = ZEROS
               MOVE WRK-DATA-SIS TO WRK-CP-INICIO
           END-IF.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM).. '.
           ACCEPT WRK-CP-FIM FROM CONSOLE.
           IF WRK-CP-FIM = ZEROS
               MOVE 99991231 TO WRK-CP-FIM
           END-IF.
           DISPLAY 'VALOR MINIMO DO PEDIDO (0 = QUALQUER).. '.
           ACCEPT WRK-CP-VLMIN FROM CONSOLE.
           DISPLAY 'MAXIMO DE RESGATES (0 = SEM LIMITE).. '.
           ACCEPT WRK-CP-MAX-USOS FROM CONSOLE.
           DISPLAY 'CAMPANHA DE CAMPREG.DAT (0 = AVULSO).. '.
           ACCEPT WRK-CP-CAMPANHA FROM CONSOLE.
           IF WRK-CP-TIPO NOT = 'P' AND WRK-CP-TIPO NOT = 'V'
               DISPLAY 'TIPO INVALIDO'
           ELSE
           IF WRK-CP-PCT = ZEROS AND WRK-CP-VALOR = ZEROS
               DISPLAY 'DESCONTO INVALIDO'
           ELSE
           IF WRK-CP-FIM < WRK-CP-INICIO
               DISPLAY 'FIM DA VIGENCIA ANTES DO INICIO'
           ELSE
           IF WRK-NOVO = 'N' AND WRK-CP-MAX-USOS NOT = ZEROS
               AND WRK-CP-MAX-USOS < CUPOM-USOS
               DISPLAY 'LIMITE ABAIXO DOS RESGATES JA FEITOS'
           ELSE
               MOVE 'S' TO WRK-DADOS-OK
               IF WRK-CP-CAMPANHA NOT = ZEROS
                   PERFORM 4150-LOCALIZAR-CAMPANHA
                   IF WRK-CAMP-ACHOU NOT = 'S'
                       MOVE 'N' TO WRK-DADOS-OK
                       DISPLAY 'CAMPANHA NAO ENCONTRADA EM CAMPREG.DAT'
                   ELSE
                       DISPLAY 'CAMPANHA ' WRK-CAMP-NOME
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       4150-LOCALIZAR-CAMPANHA.
           MOVE 'N' TO WRK-CAMP-ACHOU.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT CAMPREG.
           IF CAMPREG-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CAMPREG
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF CAMPREG-ID = WRK-CP-CAMPANHA
                           MOVE 'S' TO WRK-CAMP-ACHOU
                           MOVE CAMPREG-NOME TO WRK-CAMP-NOME
                           MOVE 'S' TO WRK-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF CAMPREG-STATUS NOT = 35
               CLOSE CAMPREG
           END-IF.

       4200-GRAVAR.
           MOVE 'N' TO WRK-CONFIRMA.
           DISPLAY 'CONFIRMA A GRAVACAO (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE WRK-CODIGO      TO CUPOM-CODIGO
               MOVE WRK-CP-TIPO     TO CUPOM-TIPO
               MOVE WRK-CP-PCT      TO CUPOM-PCT
               MOVE WRK-CP-VALOR    TO CUPOM-VALOR
               MOVE WRK-CP-INICIO   TO CUPOM-INICIO
               MOVE WRK-CP-FIM      TO CUPOM-FIM
               MOVE WRK-CP-VLMIN    TO CUPOM-VLMIN
               MOVE WRK-CP-MAX-USOS TO CUPOM-MAX-USOS
               MOVE WRK-CP-CAMPANHA TO CUPOM-CAMPANHA
               MOVE WRK-DATA-SIS    TO CUPOM-DATA
               MOVE WRK-ADMIN       TO CUPOM-USUARIO
               IF WRK-NOVO = 'S'
                   MOVE ZEROS TO CUPOM-USOS
                   MOVE 'A' TO CUPOM-SITUACAO
                   WRITE CUPOM-REG
                       INVALID KEY
                           DISPLAY 'CUPOM NAO GRAVADO - STATUS '
                               CUPONS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-GRAVADOS
                           DISPLAY 'CUPOM INCLUIDO'
                   END-WRITE
               ELSE
                   REWRITE CUPOM-REG
                       INVALID KEY
                           DISPLAY 'CUPOM NAO GRAVADO - STATUS '
                               CUPONS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOT-GRAVADOS
                           DISPLAY 'CUPOM ALTERADO'
                   END-REWRITE
               END-IF
           END-IF.

      *    ENCERRA (OU REATIVA) SEM APAGAR: OS RESGATES EM
      *    CUPOMUSO.DAT CONTINUAM APONTANDO PARA O CODIGO.
       5000-ENCERRAR.
           MOVE SPACES TO WRK-CODIGO.
           DISPLAY 'CODIGO DO CUPOM.. '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO CUPOM-CODIGO.
           READ CUPONS
               INVALID KEY
                   DISPLAY 'CUPOM NAO ENCONTRADO'
               NOT INVALID KEY
                   PERFORM 2300-MOSTRAR-CUPOM
                   IF CUPOM-ENCERRADO
                       MOVE 'A' TO CUPOM-SITUACAO
                   ELSE
                       MOVE 'E' TO CUPOM-SITUACAO
                   END-IF
                   MOVE WRK-DATA-SIS TO CUPOM-DATA
                   MOVE WRK-ADMIN    TO CUPOM-USUARIO
                   REWRITE CUPOM-REG
                       INVALID KEY
                           DISPLAY 'CUPOM NAO GRAVADO - STATUS '
                               CUPONS-STATUS
                       NOT INVALID KEY
                           IF CUPOM-ENCERRADO
                               ADD 1 TO WRK-TOT-ENCERRADOS
                               DISPLAY 'CUPOM ENCERRADO'
                           ELSE
                               DISPLAY 'CUPOM REATIVADO'
                           END-IF
                   END-REWRITE
           END-READ.
