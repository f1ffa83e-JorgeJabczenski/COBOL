       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPARM.
      ********************************************
      * OBJETIVO: MANUTENCAO DOS PARAMETROS DE
      *           NEGOCIO DE PARAMS.DAT (PARMCOPY) -
      *           LIMITE DE APROVACAO, TEMPOS DE
      *           OCIOSIDADE DA TELA, ESPACAMENTO DE
      *           PARCELAS, VALIDADE DO ORCAMENTO E
      *           CORTES EM DIAS DO PURGACLI/USRDORM.
      *           SO ACEITA CODIGOS DO PARMTAB. CADA
      *           VALOR NOVO ENTRA COM INICIO DE
      *           VIGENCIA (HOJE OU FUTURA) E O
      *           AGENDAMENTO AINDA NAO VIGENTE PODE
      *           SER CANCELADO. CADA ACAO SAI NO
      *           AUDITF (5 CAMPOS, ALVO = CODIGO) E
      *           EM AUDITDET.DAT COM O VALOR ANTIGO E
      *           O NOVO, NOS MOLDES DO ALTERAR DO
      *           PROJETO. OS PROGRAMAS LEEM O VALOR
      *           EM VIGOR PELO PARAMLE NA
      *           INICIALIZACAO. LIBERACAO PELA
      *           OPERACAO 'MANTPARM' DO PERMISSO.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY PARM-CHAVE.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT AUDITDET ASSIGN TO 'AUDITDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITDET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMS.
           COPY 'PARMCOPY.cob'.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       FD AUDITDET.
       01 AUDITDET-LINHA PIC X(140).

       WORKING-STORAGE SECTION.
           77 PARAMS-STATUS PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 AUDITF-STATUS PIC 9(02).
           77 AUDITDET-STATUS PIC 9(02).
           77 WRK-FIM       PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTPARM'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-OPCAO       PIC X(01) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.
           77 WRK-CODIGO      PIC X(10) VALUE SPACES.
           77 WRK-ALVO        PIC X(20) VALUE SPACES.
           77 WRK-PRM-ACHEI   PIC 9(02) VALUE ZEROS.
           77 WRK-VALOR-NOVO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VIGENCIA    PIC 9(08) VALUE ZEROS.

      *    AREA DE CHAMADA DO PARAMLE
           77 WRK-PL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-PL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PL-VIGENCIA PIC 9(08) VALUE ZEROS.
           77 WRK-PL-ORIGEM   PIC X(01) VALUE SPACES.

           77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-DET-DE      PIC X(40) VALUE SPACES.
           77 WRK-DET-PARA    PIC X(40) VALUE SPACES.

           COPY 'PARMTAB.cob'.

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
           01 WRK-DATA-SIS PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-MOSTRA.
               05 WRK-DM-ANO PIC 9(04).
               05 WRK-DM-MES PIC 9(02).
               05 WRK-DM-DIA PIC 9(02).
           01 WRK-DATA-ED.
               05 WRK-DE-DIA PIC 9(02).
               05 FILLER     PIC X(01) VALUE '/'.
               05 WRK-DE-MES PIC 9(02).
               05 FILLER     PIC X(01) VALUE '/'.
               05 WRK-DE-ANO PIC 9(04).

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
               PERFORM 1100-CARREGAR-CATALOGO
               PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA ADM.... '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       1100-CARREGAR-CATALOGO.
           COPY 'PARMTABPR.cob'.

       2000-MENU.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY ' '.
           DISPLAY 'PARAMETROS DE NEGOCIO'.
           DISPLAY 'L - LISTAR PARAMETROS'.
           DISPLAY 'A - ALTERAR / AGENDAR VALOR'.
           DISPLAY 'C - CANCELAR AGENDAMENTO'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'L' WHEN 'l'
                   PERFORM 3000-LISTAR
               WHEN 'A' WHEN 'a'
                   PERFORM 4000-ALTERAR
               WHEN 'C' WHEN 'c'
                   PERFORM 5000-CANCELAR
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * UM BLOCO POR PARAMETRO DO CATALOGO: VALOR EM VIGOR
      * HOJE (E DE ONDE VEM) E OS VALORES JA AGENDADOS COM
      * VIGENCIA FUTURA.
      *****************************************************
       3000-LISTAR.
           PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-PRM-QTDE
               MOVE WRK-PRM-CODIGO(WRK-PRM-IDX) TO WRK-CODIGO
               MOVE ZEROS TO WRK-PL-DATA
               PERFORM 8500-VALOR-EM-VIGOR
               MOVE WRK-PL-VALOR TO WRK-VALOR-ED
               DISPLAY ' '
               DISPLAY WRK-CODIGO ' ' WRK-PRM-DESCR(WRK-PRM-IDX)
               IF WRK-PL-ORIGEM = 'A'
                   MOVE WRK-PL-VIGENCIA TO WRK-DATA-MOSTRA
                   PERFORM 8600-EDITAR-DATA
                   DISPLAY '    EM VIGOR: ' WRK-VALOR-ED
                       ' DESDE ' WRK-DATA-ED
               ELSE
                   DISPLAY '    EM VIGOR: ' WRK-VALOR-ED
                       ' (PADRAO)'
               END-IF
               PERFORM 3100-LISTAR-AGENDADOS
           END-PERFORM.

       3100-LISTAR-AGENDADOS.
           OPEN INPUT PARAMS.
           IF PARAMS-STATUS = 00
               MOVE WRK-CODIGO TO PARM-CODIGO
               MOVE WRK-DATA-SIS TO PARM-VIGENCIA
               MOVE 'N' TO WRK-FIM
               START PARAMS KEY IS GREATER THAN PARM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ PARAMS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF PARM-CODIGO NOT = WRK-CODIGO
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               MOVE PARM-VALOR TO WRK-VALOR-ED
                               MOVE PARM-VIGENCIA TO WRK-DATA-MOSTRA
                               PERFORM 8600-EDITAR-DATA
                               DISPLAY '    AGENDADO: ' WRK-VALOR-ED
                                   ' A PARTIR DE ' WRK-DATA-ED
                                   ' POR ' PARM-USUARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS
           END-IF.

      *****************************************************
      * VALOR NOVO COM INICIO DE VIGENCIA (ZEROS = HOJE,
      * NUNCA NO PASSADO). O VALOR ANTIGO DA AUDITORIA E O
      * QUE VALERIA NAQUELA DATA SEM A MUDANCA; SE JA HAVIA
      * LINHA PARA O MESMO DIA ELA E SUBSTITUIDA.
      *****************************************************
       4000-ALTERAR.
           PERFORM 4100-PEDIR-CODIGO.
           IF WRK-PRM-ACHEI NOT = ZEROS
               MOVE ZEROS TO WRK-VALOR-NOVO WRK-VIGENCIA
               DISPLAY 'VALOR NOVO........... '
               ACCEPT WRK-VALOR-NOVO FROM CONSOLE
               DISPLAY 'VIGENCIA AAAAMMDD (0=HOJE).. '
               ACCEPT WRK-VIGENCIA FROM CONSOLE
               IF WRK-VIGENCIA = ZEROS
                   MOVE WRK-DATA-SIS TO WRK-VIGENCIA
               END-IF
               MOVE WRK-VIGENCIA TO WRK-DATA-MOSTRA
               IF WRK-VIGENCIA < WRK-DATA-SIS
                   OR WRK-DM-MES < 01 OR WRK-DM-MES > 12
                   OR WRK-DM-DIA < 01 OR WRK-DM-DIA > 31
                   DISPLAY 'VIGENCIA INVALIDA OU NO PASSADO'
               ELSE
                   MOVE WRK-VIGENCIA TO WRK-PL-DATA
                   PERFORM 8500-VALOR-EM-VIGOR
                   PERFORM 4200-CONFIRMAR-ALTERACAO
               END-IF
           END-IF.

       4100-PEDIR-CODIGO.
           DISPLAY 'CODIGO DO PARAMETRO.. '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE ZEROS TO WRK-PRM-ACHEI.
           PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-PRM-QTDE
               IF WRK-PRM-CODIGO(WRK-PRM-IDX) = WRK-CODIGO
                   MOVE WRK-PRM-IDX TO WRK-PRM-ACHEI
               END-IF
           END-PERFORM.
           IF WRK-PRM-ACHEI = ZEROS
               DISPLAY 'CODIGO FORA DO CATALOGO DE PARAMETROS'
           ELSE
               DISPLAY WRK-PRM-DESCR(WRK-PRM-ACHEI)
           END-IF.

       4200-CONFIRMAR-ALTERACAO.
           MOVE WRK-PL-VALOR TO WRK-VALOR-ED.
           PERFORM 8600-EDITAR-DATA.
           DISPLAY 'VALOR ATUAL EM ' WRK-DATA-ED ': ' WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-DET-DE.
           MOVE WRK-VALOR-NOVO TO WRK-VALOR-ED.
           DISPLAY 'PASSA A SER........... ' WRK-VALOR-ED.
           MOVE SPACES TO WRK-DET-PARA.
           STRING WRK-VALOR-ED ' A PARTIR DE ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-DET-PARA
           END-STRING.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY 'CONFIRMA (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM 4300-GRAVAR-PARAMETRO
               IF WRK-VIGENCIA = WRK-DATA-SIS
                   MOVE 'PARM-ALT' TO WRK-OPER-AUD
                   DISPLAY 'PARAMETRO ALTERADO: ' WRK-CODIGO
               ELSE
                   MOVE 'PARM-AGE' TO WRK-OPER-AUD
                   DISPLAY 'ALTERACAO AGENDADA: ' WRK-CODIGO
                       ' EM ' WRK-DATA-ED
               END-IF
               PERFORM 8000-GRAVA-AUDITORIA
           ELSE
               DISPLAY 'ALTERACAO CANCELADA'
           END-IF.

       4300-GRAVAR-PARAMETRO.
           OPEN I-O PARAMS.
           IF FS-FILE-NOT-FOUND
               OPEN OUTPUT PARAMS
               CLOSE PARAMS
               OPEN I-O PARAMS
           END-IF.
           MOVE WRK-CODIGO TO PARM-CODIGO.
           MOVE WRK-VIGENCIA TO PARM-VIGENCIA.
           READ PARAMS
               INVALID KEY
                   PERFORM 4310-MONTAR-REGISTRO
                   WRITE PARAMS-REG
               NOT INVALID KEY
                   PERFORM 4310-MONTAR-REGISTRO
                   REWRITE PARAMS-REG
           END-READ.
           CLOSE PARAMS.

       4310-MONTAR-REGISTRO.
           MOVE WRK-VALOR-NOVO TO PARM-VALOR.
           MOVE WRK-DATA-SIS TO PARM-DATA.
           MOVE WRK-ADMIN TO PARM-USUARIO.

      *****************************************************
      * SO O QUE AINDA NAO ENTROU EM VIGOR PODE SAIR DO
      * ARQUIVO - VALOR JA VIGENTE SE CORRIGE COM OUTRA
      * ALTERACAO, PARA O HISTORICO FICAR INTEIRO.
      *****************************************************
       5000-CANCELAR.
           PERFORM 4100-PEDIR-CODIGO.
           IF WRK-PRM-ACHEI NOT = ZEROS
               MOVE ZEROS TO WRK-VIGENCIA
               DISPLAY 'VIGENCIA AGENDADA AAAAMMDD.. '
               ACCEPT WRK-VIGENCIA FROM CONSOLE
               IF WRK-VIGENCIA NOT > WRK-DATA-SIS
                   DISPLAY 'SO CANCELA VIGENCIA FUTURA'
               ELSE
                   PERFORM 5100-EXCLUIR-AGENDADO
               END-IF
           END-IF.

       5100-EXCLUIR-AGENDADO.
           OPEN I-O PARAMS.
           IF PARAMS-STATUS NOT = 00
               DISPLAY 'NENHUM PARAMETRO GRAVADO'
           ELSE
               MOVE WRK-CODIGO TO PARM-CODIGO
               MOVE WRK-VIGENCIA TO PARM-VIGENCIA
               READ PARAMS
                   INVALID KEY
                       DISPLAY 'AGENDAMENTO NAO ENCONTRADO'
                   NOT INVALID KEY
                       MOVE PARM-VALOR TO WRK-VALOR-ED
                       MOVE WRK-VIGENCIA TO WRK-DATA-MOSTRA
                       PERFORM 8600-EDITAR-DATA
                       DISPLAY 'AGENDADO: ' WRK-VALOR-ED
                           ' A PARTIR DE ' WRK-DATA-ED
                       MOVE SPACES TO WRK-CONFIRMA
                       DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)?.. '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           DELETE PARAMS RECORD
                           MOVE SPACES TO WRK-DET-DE
                           STRING WRK-VALOR-ED ' A PARTIR DE '
                               WRK-DATA-ED
                               DELIMITED BY SIZE INTO WRK-DET-DE
                           END-STRING
                           MOVE 'AGENDAMENTO CANCELADO' TO WRK-DET-PARA
                           MOVE 'PARM-CAN' TO WRK-OPER-AUD
                           PERFORM 8000-GRAVA-AUDITORIA
                           DISPLAY 'AGENDAMENTO CANCELADO: '
                               WRK-CODIGO
                       ELSE
                           DISPLAY 'CANCELAMENTO DESISTIDO'
                       END-IF
               END-READ
               CLOSE PARAMS
           END-IF.

      *    LINHA DE 5 CAMPOS NO AUDITF (ALVO = CODIGO DO
      *    PARAMETRO) E O ANTES/DEPOIS EM AUDITDET.DAT, NAS
      *    MESMAS COLUNAS DO 7075-GRAVA-DET-LINHA DO PROJETO
      *    (SEM FONE: O CODIGO VAI NA COLUNA DO CAMPO).
       8000-GRAVA-AUDITORIA.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND AUDITF.
           IF AUDITF-STATUS = 35
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           MOVE WRK-CODIGO TO WRK-ALVO.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               WRK-OPER-AUD ' ' WRK-ALVO ' ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
           OPEN EXTEND AUDITDET.
           IF AUDITDET-STATUS = 35
               OPEN OUTPUT AUDITDET
               CLOSE AUDITDET
               OPEN EXTEND AUDITDET
           END-IF.
           MOVE SPACES TO AUDITDET-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               DELIMITED BY SIZE INTO AUDITDET-LINHA
           END-STRING.
           MOVE WRK-CODIGO TO AUDITDET-LINHA(31:10).
           MOVE 'DE='  TO AUDITDET-LINHA(42:3).
           MOVE WRK-DET-DE TO AUDITDET-LINHA(45:40).
           MOVE 'PARA=' TO AUDITDET-LINHA(86:5).
           MOVE WRK-DET-PARA TO AUDITDET-LINHA(91:40).
           WRITE AUDITDET-LINHA.
           CLOSE AUDITDET.

       8500-VALOR-EM-VIGOR.
           CALL 'PARAMLE' USING WRK-CODIGO WRK-PL-DATA WRK-PL-VALOR
               WRK-PL-VIGENCIA WRK-PL-ORIGEM.

       8600-EDITAR-DATA.
           MOVE WRK-DM-DIA TO WRK-DE-DIA.
           MOVE WRK-DM-MES TO WRK-DE-MES.
           MOVE WRK-DM-ANO TO WRK-DE-ANO.
