      *           SAI NO AUDITF NO FORMATO PADRAO DE
      *           5 CAMPOS. LIBERACAO PELA OPERACAO
      *           'MANTUSER' DO PERMISSO.
      *           TAMBEM CONCEDE E RETIRA LINHAS DO
      *           PERMIS.DAT: CONCESSAO QUE FECHA UM
      *           PAR DO SODTAB (SEGREGACAO DE FUNCOES)
      *           SO PASSA COM CONFIRMACAO DE UM ADM
      *           NIVEL 01 E JUSTIFICATIVA, GRAVADA NO
      *           SODJUST.DAT E NO AUDITF (PERM-SOD).
      *           JANELA DE HORARIO DE LOGIN POR CONTA
      *           E EXCECAO DE HORARIO (HORA EXTRA) COM
      *           PRAZO CURTO, JUSTIFICATIVA NO
      *           EXCHORA.DAT E AUDITF (HORA-EXC).
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - OPCOES P/C CONCEDEM E
      *            RETIRAM LINHAS DO PERMIS.DAT;
      *            CONCESSAO QUE FECHA PAR DO SODTAB
      *            EXIGE ADM NIVEL 01 E
      *            JUSTIFICATIVA (SODJUST.DAT,
      *            AUDITF PERM-SOD)
      * 15/10/2026 JORGE - OPCAO J GRAVA A JANELA DE
      *            HORARIO DE LOGIN DA CONTA; OPCAO
      *            H CONCEDE EXCECAO DE HORARIO DE
      *            ATE 3 DIAS COM JUSTIFICATIVA
      *            (EXCHORA.DAT, AUDITF HORA-EXC).
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT PERMIS ASSIGN TO 'PERMIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIS-STATUS.

           SELECT SODJUST ASSIGN TO 'SODJUST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SODJUST-STATUS.

           SELECT EXCHORA ASSIGN TO 'EXCHORA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCHORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USERS.
       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       FD PERMIS.
       01 PERMIS-REG.
           05 PERMIS-LOGIN    PIC X(20).
           05 PERMIS-OPERACAO PIC X(10).

      *    DATA HORA LOGIN OPERACAO OPERACAO-CONFLITANTE
      *    ADM-DA-SESSAO ADM-QUE-CONFIRMOU JUSTIFICATIVA
       FD SODJUST.
       01 SODJUST-LINHA PIC X(150).

      *    DATA HORA LOGIN VALIDA-ATE(AAAAMMDDHHMM) ADM
      *    JUSTIFICATIVA
       FD EXCHORA.
       01 EXCHORA-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 USERS-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 AUDITF-STATUS PIC 9(02).
           77 PERMIS-STATUS PIC 9(02).
           77 SODJUST-STATUS PIC 9(02).
           77 EXCHORA-STATUS PIC 9(02).
           77 WRK-FIM       PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.
           77 WRK-SITUACAO    PIC X(10) VALUE SPACES.

           77 WRK-PERM-OP     PIC X(10) VALUE SPACES.
           77 WRK-PERM-ACHEI  PIC 9(04) VALUE ZEROS.
           77 WRK-PERM-LINHAS PIC 9(04) VALUE ZEROS.
           77 WRK-TEM-OUTRA   PIC X(01) VALUE 'N'.
           77 WRK-OP-OUTRA    PIC X(10) VALUE SPACES.
           77 WRK-QTDE-CONF   PIC 9(02) VALUE ZEROS.
           77 WRK-ADM-CONF    PIC X(20) VALUE SPACES.
           77 WRK-SENHA-CONF  PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-CONF  PIC 9(02) VALUE ZEROS.
           77 WRK-CONF-OK     PIC X(01) VALUE SPACES.
           77 WRK-JUSTIFICA   PIC X(40) VALUE SPACES.
           77 WRK-GRAVAR-PERM PIC X(01) VALUE 'N'.

      *    JANELA DE LOGIN E EXCECAO DE HORARIO (HORA EXTRA).
      *    A EXCECAO VALE NO MAXIMO WRK-EXC-MAX-DIAS DIAS.
           77 WRK-JAN-DIAS    PIC X(07) VALUE SPACES.
           77 WRK-JAN-POS     PIC 9(01) VALUE ZEROS.
           77 WRK-JAN-OK      PIC X(01) VALUE 'S'.
           77 WRK-JAN-ENTRADA PIC 9(04) VALUE ZEROS.
           77 WRK-JAN-FERIADO PIC X(01) VALUE SPACES.
           01 WRK-JAN-HORA.
               05 WRK-JAN-HH  PIC 9(02).
               05 WRK-JAN-MM  PIC 9(02).
           77 WRK-JAN-INICIO  PIC 9(04) VALUE ZEROS.
           77 WRK-JAN-FIM     PIC 9(04) VALUE ZEROS.
           01 WRK-EXC-DATA.
               05 WRK-EXC-ANO PIC 9(04).
               05 WRK-EXC-MES PIC 9(02).
               05 WRK-EXC-DIA PIC 9(02).
           77 WRK-EXC-ENTRADA PIC 9(08) VALUE ZEROS.
           77 WRK-EXC-ATE     PIC 9(12) VALUE ZEROS.
           77 WRK-EXC-AGORA   PIC 9(12) VALUE ZEROS.
           77 WRK-EXC-DIAS    PIC S9(07) VALUE ZEROS.
           77 WRK-EXC-MAX-DIAS PIC 9(02) VALUE 03.

           COPY 'SODTAB.cob'.

      *    PARES DO SODTAB QUE A CONCESSAO EM ANDAMENTO FECHA
           01 WRK-TAB-CONF.
               05 WRK-CONF-OP OCCURS 8 TIMES PIC X(10).

      *    COPIA DO PERMIS.DAT PARA CONSULTA E REGRAVACAO
           01 WRK-TAB-PERMIS.
               05 WRK-PM-ITEM OCCURS 1000 TIMES.
                   10 WRK-PM-LOGIN    PIC X(20).
                   10 WRK-PM-OPERACAO PIC X(10).
           77 WRK-PM-QTDE   PIC 9(04) VALUE ZEROS.
           77 WRK-PM-IDX    PIC 9(04) VALUE ZEROS.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-ANO PIC 9(04).
                   DISPLAY 'USERS.DAT NAO DISPONIVEL - STATUS '
                       USERS-STATUS
               ELSE
                   PERFORM 9000-CARREGAR-PARES
                   PERFORM 2000-MENU UNTIL WRK-OPCAO = 'X' OR 'x'
                   CLOSE USERS
               END-IF
           DISPLAY 'R - REATIVAR USUARIO'.
           DISPLAY 'L - LISTAR CONTAS'.
           DISPLAY 'E - EXCLUIR USUARIO'.
           DISPLAY 'P - CONCEDER PERMISSAO (PERMIS.DAT)'.
           DISPLAY 'C - CANCELAR PERMISSAO (PERMIS.DAT)'.
           DISPLAY 'J - JANELA DE HORARIO DE LOGIN'.
           DISPLAY 'H - EXCECAO DE HORARIO (HORA EXTRA)'.
           DISPLAY 'X - SAIR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 6000-LISTAR
               WHEN 'E' WHEN 'e'
                   PERFORM 7000-EXCLUIR
               WHEN 'P' WHEN 'p'
                   PERFORM 7500-CONCEDER-PERM
               WHEN 'C' WHEN 'c'
                   PERFORM 7700-RETIRAR-PERM
               WHEN 'J' WHEN 'j'
                   PERFORM 7900-JANELA-HORARIO
               WHEN 'H' WHEN 'h'
                   PERFORM 7950-EXCECAO-HORARIO
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               MOVE WRK-DATA-SIS TO USERS-DT-SENHA
               MOVE ZEROS TO USERS-DT-ACESSO
               MOVE SPACES TO USERS-JAN-DIAS USERS-JAN-FERIADO
                   USERS-EXC-ADM
               MOVE ZEROS TO USERS-JAN-INICIO USERS-JAN-FIM
                   USERS-EXC-ATE
               WRITE USERS-REG
                   INVALID KEY
                       DISPLAY 'LOGIN JA EXISTE'
                           ' SENHA DE ' USERS-DT-SENHA
                           ' ACESSO ' USERS-DT-ACESSO
                           ' ' WRK-SITUACAO
                       IF USERS-JAN-DIAS NOT = SPACES
                           DISPLAY '    JANELA ' USERS-JAN-DIAS
                               ' DAS ' USERS-JAN-INICIO
                               ' AS ' USERS-JAN-FIM
                               ' FERIADO ' USERS-JAN-FERIADO
                       END-IF
                       IF USERS-EXC-ATE NOT = ZEROS
                           DISPLAY '    EXCECAO ATE ' USERS-EXC-ATE
                               ' POR ' USERS-EXC-ADM
                       END-IF
               END-READ
           END-PERFORM.

               END-READ
           END-IF.

      *    LOGIN SEM LINHA NO PERMIS.DAT CAI NA REGRA DO
      *    PERMISSO (NIVEL 01 PODE TUDO, DEMAIS NADA) - A 1a
      *    LINHA PASSA A LIMITAR O LOGIN AO QUE ESTIVER
      *    LISTADO, POR ISSO O AVISO.
       7500-CONCEDER-PERM.
           DISPLAY 'LOGIN................ '.
           ACCEPT WRK-ALVO FROM CONSOLE.
           DISPLAY 'OPERACAO A CONCEDER.. '.
           ACCEPT WRK-PERM-OP FROM CONSOLE.
           MOVE 'N' TO WRK-GRAVAR-PERM.
           MOVE WRK-ALVO TO USERS-LOGIN.
           READ USERS
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF WRK-PERM-OP = SPACES
                       DISPLAY 'OPERACAO NAO INFORMADA'
                   ELSE
                       PERFORM 7510-CONFERIR-CONCESSAO
                   END-IF
           END-READ.
           IF WRK-GRAVAR-PERM = 'S'
               OPEN EXTEND PERMIS
               IF PERMIS-STATUS = 35
                   OPEN OUTPUT PERMIS
                   CLOSE PERMIS
                   OPEN EXTEND PERMIS
               END-IF
               MOVE WRK-ALVO    TO PERMIS-LOGIN
               MOVE WRK-PERM-OP TO PERMIS-OPERACAO
               WRITE PERMIS-REG
               CLOSE PERMIS
               IF WRK-QTDE-CONF = ZEROS
                   MOVE 'PERM-INC' TO WRK-OPER-AUD
               ELSE
                   MOVE 'PERM-SOD' TO WRK-OPER-AUD
                   PERFORM 8100-GRAVA-JUSTIFICATIVA
                       VARYING WRK-SOD-IDX FROM 1 BY 1
                       UNTIL WRK-SOD-IDX > WRK-QTDE-CONF
               END-IF
               PERFORM 8000-GRAVA-AUDITORIA
               DISPLAY 'PERMISSAO CONCEDIDA: ' WRK-ALVO ' '
                   WRK-PERM-OP
           END-IF.

       7510-CONFERIR-CONCESSAO.
           PERFORM 7800-CARREGAR-PERMIS.
           MOVE ZEROS TO WRK-PERM-ACHEI WRK-PERM-LINHAS.
           PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                   UNTIL WRK-PM-IDX > WRK-PM-QTDE
               IF WRK-PM-LOGIN(WRK-PM-IDX) = WRK-ALVO
                   ADD 1 TO WRK-PERM-LINHAS
                   IF WRK-PM-OPERACAO(WRK-PM-IDX) = WRK-PERM-OP
                       MOVE WRK-PM-IDX TO WRK-PERM-ACHEI
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PERM-ACHEI NOT = ZEROS
               DISPLAY 'PERMISSAO JA CONCEDIDA'
           ELSE
               IF WRK-PERM-LINHAS = ZEROS
                   DISPLAY 'ATENCAO: 1a LINHA DE ' WRK-ALVO
                       ' NO PERMIS.DAT - O LOGIN PASSA A FAZER'
                   DISPLAY 'SOMENTE AS OPERACOES LISTADAS'
               END-IF
               PERFORM 7520-PROCURAR-CONFLITOS
               IF WRK-QTDE-CONF = ZEROS
                   MOVE 'S' TO WRK-GRAVAR-PERM
               ELSE
                   PERFORM 7530-CONFIRMAR-CONFLITO
               END-IF
           END-IF.

      *    O PAR FECHA QUANDO A OPERACAO NOVA E UM LADO E O
      *    LOGIN JA TEM O OUTRO.
       7520-PROCURAR-CONFLITOS.
           MOVE ZEROS TO WRK-QTDE-CONF.
           PERFORM VARYING WRK-SOD-IDX FROM 1 BY 1
                   UNTIL WRK-SOD-IDX > WRK-SOD-QTDE
               MOVE SPACES TO WRK-OP-OUTRA
               IF WRK-PERM-OP = WRK-SOD-OP1(WRK-SOD-IDX)
                   MOVE WRK-SOD-OP2(WRK-SOD-IDX) TO WRK-OP-OUTRA
               END-IF
               IF WRK-PERM-OP = WRK-SOD-OP2(WRK-SOD-IDX)
                   MOVE WRK-SOD-OP1(WRK-SOD-IDX) TO WRK-OP-OUTRA
               END-IF
               IF WRK-OP-OUTRA NOT = SPACES
                   MOVE 'N' TO WRK-TEM-OUTRA
                   PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                           UNTIL WRK-PM-IDX > WRK-PM-QTDE
                       IF WRK-PM-LOGIN(WRK-PM-IDX) = WRK-ALVO
                           AND WRK-PM-OPERACAO(WRK-PM-IDX)
                               = WRK-OP-OUTRA
                           MOVE 'S' TO WRK-TEM-OUTRA
                       END-IF
                   END-PERFORM
                   IF WRK-TEM-OUTRA = 'S'
                       ADD 1 TO WRK-QTDE-CONF
                       MOVE WRK-OP-OUTRA TO WRK-CONF-OP(WRK-QTDE-CONF)
                       DISPLAY 'CONFLITO: ' WRK-ALVO ' JA TEM '
                           WRK-OP-OUTRA ' - '
                           WRK-SOD-MOTIVO(WRK-SOD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    O USUARIO ABRE O USERS.DAT POR CONTA PROPRIA,
      *    POR ISSO O ARQUIVO E FECHADO DURANTE A CONFIRMACAO.
       7530-CONFIRMAR-CONFLITO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY 'CONCEDER MESMO ASSIM (S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CONCESSAO CANCELADA'
           ELSE
               CLOSE USERS
               DISPLAY 'CONFIRMACAO - USUARIO ADM.. '
               ACCEPT WRK-ADM-CONF FROM CONSOLE
               DISPLAY 'CONFIRMACAO - SENHA ADM.... '
               ACCEPT WRK-SENHA-CONF FROM CONSOLE
               MOVE SPACES TO WRK-CONF-OK
               MOVE ZEROS TO WRK-NIVEL-CONF
               CALL 'USUARIO' USING WRK-ADM-CONF WRK-SENHA-CONF
                   WRK-NIVEL-CONF WRK-CONF-OK
               OPEN I-O USERS
               IF USERS-STATUS NOT = 00
                   DISPLAY 'USERS.DAT NAO DISPONIVEL - STATUS '
                       USERS-STATUS
                   MOVE 'X' TO WRK-OPCAO
               END-IF
               IF WRK-CONF-OK NOT = 'S' OR WRK-NIVEL-CONF NOT = 01
                   DISPLAY 'CONFIRMACAO RECUSADA - EXIGE ADM NIVEL 01'
               ELSE
                   MOVE SPACES TO WRK-JUSTIFICA
                   DISPLAY 'JUSTIFICATIVA........ '
                   ACCEPT WRK-JUSTIFICA FROM CONSOLE
                   IF WRK-JUSTIFICA = SPACES
                       DISPLAY 'JUSTIFICATIVA OBRIGATORIA - '
                           'CONCESSAO CANCELADA'
                   ELSE
                       MOVE 'S' TO WRK-GRAVAR-PERM
                   END-IF
               END-IF
           END-IF.

      *    O PERMIS.DAT E SEQUENCIAL: A RETIRADA REGRAVA O
      *    ARQUIVO INTEIRO SEM A LINHA.
       7700-RETIRAR-PERM.
           DISPLAY 'LOGIN................ '.
           ACCEPT WRK-ALVO FROM CONSOLE.
           DISPLAY 'OPERACAO A RETIRAR... '.
           ACCEPT WRK-PERM-OP FROM CONSOLE.
           PERFORM 7800-CARREGAR-PERMIS.
           MOVE ZEROS TO WRK-PERM-ACHEI WRK-PERM-LINHAS.
           PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                   UNTIL WRK-PM-IDX > WRK-PM-QTDE
               IF WRK-PM-LOGIN(WRK-PM-IDX) = WRK-ALVO
                   ADD 1 TO WRK-PERM-LINHAS
                   IF WRK-PM-OPERACAO(WRK-PM-IDX) = WRK-PERM-OP
                       MOVE WRK-PM-IDX TO WRK-PERM-ACHEI
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PERM-ACHEI = ZEROS
               DISPLAY 'PERMISSAO NAO ENCONTRADA'
           ELSE
               IF WRK-PERM-LINHAS = 1
                   DISPLAY 'ATENCAO: ULTIMA LINHA DE ' WRK-ALVO
                       ' - VOLTA A REGRA DO NIVEL'
                   DISPLAY '(NIVEL 01 PODE TUDO, DEMAIS NADA)'
               END-IF
               MOVE SPACES TO WRK-CONFIRMA
               DISPLAY 'CONFIRMA A RETIRADA (S/N)?.. '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   OPEN OUTPUT PERMIS
                   PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                           UNTIL WRK-PM-IDX > WRK-PM-QTDE
                       IF WRK-PM-IDX NOT = WRK-PERM-ACHEI
                           MOVE WRK-PM-ITEM(WRK-PM-IDX) TO PERMIS-REG
                           WRITE PERMIS-REG
                       END-IF
                   END-PERFORM
                   CLOSE PERMIS
                   MOVE 'PERM-EXC' TO WRK-OPER-AUD
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'PERMISSAO RETIRADA: ' WRK-ALVO ' '
                       WRK-PERM-OP
               ELSE
                   DISPLAY 'RETIRADA CANCELADA'
               END-IF
           END-IF.

       7800-CARREGAR-PERMIS.
           MOVE ZEROS TO WRK-PM-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT PERMIS.
           IF PERMIS-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ PERMIS
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-PM-QTDE < 1000
                           ADD 1 TO WRK-PM-QTDE
                           MOVE PERMIS-REG TO WRK-PM-ITEM(WRK-PM-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF PERMIS-STATUS NOT = 35
               CLOSE PERMIS
           END-IF.

      *    JANELA DE LOGIN: UM CARACTER POR DIA DA SEMANA
      *    (DOMINGO A SABADO, S = PODE ENTRAR), FAIXA HHMM
      *    (INICIO MAIOR QUE O FIM ATRAVESSA A MEIA-NOITE) E
      *    SE ENTRA EM FERIADO. DIAS EM BRANCO TIRAM A JANELA.
       7900-JANELA-HORARIO.
           DISPLAY 'LOGIN................ '.
           ACCEPT WRK-ALVO FROM CONSOLE.
           MOVE WRK-ALVO TO USERS-LOGIN.
           READ USERS
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   PERFORM 7910-PEDIR-JANELA
                   IF WRK-JAN-OK = 'S'
                       MOVE WRK-JAN-DIAS TO USERS-JAN-DIAS
                       MOVE WRK-JAN-INICIO TO USERS-JAN-INICIO
                       MOVE WRK-JAN-FIM TO USERS-JAN-FIM
                       MOVE WRK-JAN-FERIADO TO USERS-JAN-FERIADO
                       REWRITE USERS-REG
                       MOVE 'USER-JAN' TO WRK-OPER-AUD
                       PERFORM 8000-GRAVA-AUDITORIA
                       IF WRK-JAN-DIAS = SPACES
                           DISPLAY 'JANELA RETIRADA: ' WRK-ALVO
                       ELSE
                           DISPLAY 'JANELA GRAVADA: ' WRK-ALVO
                       END-IF
                   END-IF
           END-READ.

       7910-PEDIR-JANELA.
           MOVE 'S' TO WRK-JAN-OK.
           MOVE SPACES TO WRK-JAN-DIAS WRK-JAN-FERIADO.
           MOVE ZEROS TO WRK-JAN-INICIO WRK-JAN-FIM.
           DISPLAY 'DIAS DOM A SAB (EX. NSSSSSN, BRANCO = SEM '
               'JANELA).. '.
           ACCEPT WRK-JAN-DIAS FROM CONSOLE.
           INSPECT WRK-JAN-DIAS CONVERTING 'sn' TO 'SN'.
           IF WRK-JAN-DIAS NOT = SPACES
               PERFORM VARYING WRK-JAN-POS FROM 1 BY 1
                       UNTIL WRK-JAN-POS > 7
                   IF WRK-JAN-DIAS(WRK-JAN-POS:1) NOT = 'S'
                       AND WRK-JAN-DIAS(WRK-JAN-POS:1) NOT = 'N'
                       MOVE 'N' TO WRK-JAN-OK
                   END-IF
               END-PERFORM
               IF WRK-JAN-OK = 'N'
                   DISPLAY 'DIAS INVALIDOS - USE S OU N PARA CADA '
                       'DIA'
               ELSE
                   DISPLAY 'HORA INICIAL (HHMM).. '
                   ACCEPT WRK-JAN-ENTRADA FROM CONSOLE
                   MOVE WRK-JAN-ENTRADA TO WRK-JAN-HORA
                   IF WRK-JAN-HH > 23 OR WRK-JAN-MM > 59
                       MOVE 'N' TO WRK-JAN-OK
                   END-IF
                   MOVE WRK-JAN-ENTRADA TO WRK-JAN-INICIO
                   DISPLAY 'HORA FINAL (HHMM).... '
                   ACCEPT WRK-JAN-ENTRADA FROM CONSOLE
                   MOVE WRK-JAN-ENTRADA TO WRK-JAN-HORA
                   IF WRK-JAN-HH > 23 OR WRK-JAN-MM > 59
                       MOVE 'N' TO WRK-JAN-OK
                   END-IF
                   MOVE WRK-JAN-ENTRADA TO WRK-JAN-FIM
                   IF WRK-JAN-INICIO = WRK-JAN-FIM
                       MOVE 'N' TO WRK-JAN-OK
                   END-IF
                   IF WRK-JAN-OK = 'N'
                       DISPLAY 'HORARIO INVALIDO - JANELA NAO GRAVADA'
                   ELSE
                       DISPLAY 'ENTRA EM FERIADO (S/N)?.. '
                       ACCEPT WRK-JAN-FERIADO FROM CONSOLE
                       IF WRK-JAN-FERIADO = 's'
                           MOVE 'S' TO WRK-JAN-FERIADO
                       END-IF
                       IF WRK-JAN-FERIADO NOT = 'S'
                           MOVE 'N' TO WRK-JAN-FERIADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    EXCECAO DE HORARIO PARA FECHAMENTO DE MES: LIBERA O
      *    LOGIN FORA DA JANELA ATE A DATA/HORA INFORMADA, NO
      *    MAXIMO WRK-EXC-MAX-DIAS DIAS A FRENTE. DATA ZERO
      *    RETIRA A EXCECAO. JUSTIFICATIVA OBRIGATORIA, COM
      *    LINHA NO EXCHORA.DAT E NO AUDITF (HORA-EXC).
       7950-EXCECAO-HORARIO.
           DISPLAY 'LOGIN................ '.
           ACCEPT WRK-ALVO FROM CONSOLE.
           MOVE WRK-ALVO TO USERS-LOGIN.
           READ USERS
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF USERS-JAN-DIAS = SPACES
                       DISPLAY 'ATENCAO: USUARIO SEM JANELA DE '
                           'HORARIO - A EXCECAO NAO TEM EFEITO'
                   END-IF
                   PERFORM 7960-PEDIR-EXCECAO
                   IF WRK-JAN-OK = 'S'
                       MOVE WRK-EXC-ATE TO USERS-EXC-ATE
                       IF WRK-EXC-ATE = ZEROS
                           MOVE SPACES TO USERS-EXC-ADM
                       ELSE
                           MOVE WRK-ADMIN TO USERS-EXC-ADM
                       END-IF
                       REWRITE USERS-REG
                       MOVE 'HORA-EXC' TO WRK-OPER-AUD
                       PERFORM 8000-GRAVA-AUDITORIA
                       PERFORM 8200-GRAVA-EXCECAO
                       IF WRK-EXC-ATE = ZEROS
                           DISPLAY 'EXCECAO RETIRADA: ' WRK-ALVO
                       ELSE
                           DISPLAY 'EXCECAO GRAVADA: ' WRK-ALVO
                               ' ATE ' WRK-EXC-ATE
                       END-IF
                   END-IF
           END-READ.

       7960-PEDIR-EXCECAO.
           MOVE 'S' TO WRK-JAN-OK.
           MOVE ZEROS TO WRK-EXC-ATE.
           DISPLAY 'VALIDA ATE - DATA (AAAAMMDD, ZERO = RETIRAR).. '.
           ACCEPT WRK-EXC-ENTRADA FROM CONSOLE.
           MOVE WRK-EXC-ENTRADA TO WRK-EXC-DATA.
           IF WRK-EXC-ENTRADA NOT = ZEROS
               DISPLAY 'VALIDA ATE - HORA (HHMM).. '
               ACCEPT WRK-JAN-ENTRADA FROM CONSOLE
               MOVE WRK-JAN-ENTRADA TO WRK-JAN-HORA
               IF WRK-JAN-HH > 23 OR WRK-JAN-MM > 59
                   OR WRK-EXC-MES < 01 OR WRK-EXC-MES > 12
                   OR WRK-EXC-DIA < 01 OR WRK-EXC-DIA > 31
                   MOVE 'N' TO WRK-JAN-OK
                   DISPLAY 'DATA/HORA INVALIDA - EXCECAO NAO GRAVADA'
               ELSE
                   ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
                   ACCEPT WRK-DH-HORA FROM TIME
                   COMPUTE WRK-EXC-AGORA = (WRK-DH-ANO * 100000000)
                       + (WRK-DH-MES * 1000000) + (WRK-DH-DIA * 10000)
                       + (WRK-DH-HH * 100) + WRK-DH-MM
                   COMPUTE WRK-EXC-ATE = (WRK-EXC-ANO * 100000000)
                       + (WRK-EXC-MES * 1000000)
                       + (WRK-EXC-DIA * 10000) + WRK-JAN-ENTRADA
                   COMPUTE WRK-EXC-DIAS =
                       ((WRK-EXC-ANO * 365) + (WRK-EXC-MES * 30)
                       + WRK-EXC-DIA)
                       - ((WRK-DH-ANO * 365) + (WRK-DH-MES * 30)
                       + WRK-DH-DIA)
                   IF WRK-EXC-ATE NOT > WRK-EXC-AGORA
                       MOVE 'N' TO WRK-JAN-OK
                       DISPLAY 'DATA/HORA JA PASSOU - EXCECAO NAO '
                           'GRAVADA'
                   ELSE
                   IF WRK-EXC-DIAS > WRK-EXC-MAX-DIAS
                       MOVE 'N' TO WRK-JAN-OK
                       DISPLAY 'EXCECAO LIMITADA A ' WRK-EXC-MAX-DIAS
                           ' DIAS - EXCECAO NAO GRAVADA'
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-JAN-OK = 'S'
               MOVE SPACES TO WRK-JUSTIFICA
               DISPLAY 'JUSTIFICATIVA........ '
               ACCEPT WRK-JUSTIFICA FROM CONSOLE
               IF WRK-JUSTIFICA = SPACES
                   MOVE 'N' TO WRK-JAN-OK
                   DISPLAY 'JUSTIFICATIVA OBRIGATORIA - EXCECAO NAO '
                       'GRAVADA'
               END-IF
           END-IF.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO (DATA HORA OPERACAO ALVO USUARIO -
      *    AQUI O ALVO E O LOGIN MEXIDO).
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.

      *    UMA LINHA POR PAR FECHADO PELA CONCESSAO.
       8100-GRAVA-JUSTIFICATIVA.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND SODJUST.
           IF SODJUST-STATUS = 35
               OPEN OUTPUT SODJUST
               CLOSE SODJUST
               OPEN EXTEND SODJUST
           END-IF.
           MOVE SPACES TO SODJUST-LINHA.
           STRING WRK-DH-DATA ' ' WRK-DH-HH WRK-DH-MM WRK-DH-SS ' '
               WRK-ALVO ' ' WRK-PERM-OP ' '
               WRK-CONF-OP(WRK-SOD-IDX) ' '
               WRK-ADMIN ' ' WRK-ADM-CONF ' ' WRK-JUSTIFICA
               DELIMITED BY SIZE INTO SODJUST-LINHA
           END-STRING.
           WRITE SODJUST-LINHA.
           CLOSE SODJUST.

      *    UMA LINHA POR EXCECAO CONCEDIDA OU RETIRADA.
       8200-GRAVA-EXCECAO.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND EXCHORA.
           IF EXCHORA-STATUS = 35
               OPEN OUTPUT EXCHORA
               CLOSE EXCHORA
               OPEN EXTEND EXCHORA
           END-IF.
           MOVE SPACES TO EXCHORA-LINHA.
           STRING WRK-DH-DATA ' ' WRK-DH-HH WRK-DH-MM WRK-DH-SS ' '
               WRK-ALVO ' ' WRK-EXC-ATE ' ' WRK-ADMIN ' '
               WRK-JUSTIFICA
               DELIMITED BY SIZE INTO EXCHORA-LINHA
           END-STRING.
           WRITE EXCHORA-LINHA.
           CLOSE EXCHORA.

       9000-CARREGAR-PARES.
           COPY 'SODTABPR.cob'.
