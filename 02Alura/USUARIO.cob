      *            LOGIN. CONTA MARCADA PELO
      *            RESETUSR (TROCA OBRIGATORIA)
      *            DEVOLVE 'E' COMO SENHA EXPIRADA.
      * 15/10/2026 JORGE - JANELA DE LOGIN POR CONTA
      *            (DIAS DA SEMANA, FAIXA DE HORARIO
      *            E FERIADO PELO DIAUTIL): FORA
      *            DELA O LOGIN E RECUSADO COM 'H' E
      *            RESULTADO=FORA-JANELA NO
      *            LOGINLOG; A EXCECAO DE HORARIO DO
      *            ADM EM VIGOR LIBERA COM
      *            RESULTADO=OK-EXCECAO.
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 WRK-SN-MES PIC 9(02).
               05 WRK-SN-DIA PIC 9(02).

      *    JANELA DE LOGIN - PARAMETROS DO DIAUTIL (SO
      *    CLASSIFICA O DIA: ZERO DIAS UTEIS, UF EM BRANCO =
      *    FERIADOS NACIONAIS E MOVEIS).
           77 WRK-NA-JANELA    PIC X(01) VALUE 'S'.
           77 WRK-USOU-EXCECAO PIC X(01) VALUE 'N'.
           77 WRK-JAN-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-JAN-DIAS-UTEIS PIC S9(03) VALUE ZEROS.
           77 WRK-JAN-DIA-SEMANA PIC 9(01) VALUE ZEROS.
           77 WRK-JAN-FERIADO  PIC X(01) VALUE SPACES.
           77 WRK-JAN-UF       PIC X(02) VALUE SPACES.
           77 WRK-JAN-HHMM     PIC 9(04) VALUE ZEROS.
           77 WRK-JAN-AGORA    PIC 9(12) VALUE ZEROS.

       LINKAGE SECTION.
           77 LK-USUARIO  PIC X(20).
           77 LK-SENHA    PIC X(10).
           CALL 'CIFRASEN' USING WRK-SENHA-CIF USERS-SENHA.
           MOVE 'S'     TO USERS-SENHA-CIFRADA.
           MOVE 'N'     TO USERS-TROCA-OBRIG.
           MOVE SPACES  TO USERS-JAN-DIAS USERS-JAN-FERIADO
               USERS-EXC-ADM.
           MOVE ZEROS   TO USERS-JAN-INICIO USERS-JAN-FIM
               USERS-EXC-ATE.
           MOVE 01      TO USERS-NIVEL.
           MOVE ZEROS   TO USERS-TENTATIVAS.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
                       MOVE 'S' TO USERS-SENHA-CIFRADA
                   END-IF
               END-IF
               IF WRK-SENHA-OK = 'S'
                   PERFORM 2300-CONFERIR-JANELA
               END-IF
               IF WRK-SENHA-OK = 'S' AND WRK-NA-JANELA NOT = 'S'
                   MOVE 'H' TO LK-LOGIN-OK
                   MOVE 'FORA-JANELA' TO WRK-RESULTADO
                   DISPLAY 'LOGIN FORA DO HORARIO PERMITIDO PARA '
                       'ESTE USUARIO - PROCURE O ADM'
               ELSE
               IF WRK-SENHA-OK = 'S'
                   MOVE ZEROS TO USERS-TENTATIVAS
                   PERFORM 2200-CONFERIR-IDADE-SENHA
                   REWRITE USERS-REG
                   MOVE USERS-NIVEL TO LK-NIVEL
                   MOVE 'OK' TO WRK-RESULTADO
                   IF WRK-USOU-EXCECAO = 'S'
                       MOVE 'OK-EXCECAO' TO WRK-RESULTADO
                       DISPLAY 'LOGIN FORA DA JANELA PELA EXCECAO DE '
                           'HORARIO CONCEDIDA POR ' USERS-EXC-ADM
                   END-IF
                   IF USERS-DEVE-TROCAR
                       MOVE 'E' TO LK-LOGIN-OK
                       MOVE 'OK-TROCAOBR' TO WRK-RESULTADO
                       MOVE 'SENHA' TO WRK-RESULTADO
                   END-IF
               END-IF
               END-IF
           END-IF.

      *****************************************************
               ((WRK-DS-ANO * 365) + (WRK-DS-MES * 30) + WRK-DS-DIA)
               - ((WRK-SN-ANO * 365) + (WRK-SN-MES * 30) + WRK-SN-DIA).

      *****************************************************
      * JANELA DE LOGIN DA CONTA: DIA DA SEMANA E FERIADO
      * PELO DIAUTIL, HORA PELO RELOGIO. FORA DA JANELA, A
      * EXCECAO DO ADM AINDA EM VIGOR LIBERA O LOGIN (E O
      * LOGINLOG REGISTRA OK-EXCECAO). CONTA SEM JANELA
      * (DIAS EM BRANCO) NAO E CONFERIDA.
      *****************************************************
       2300-CONFERIR-JANELA.
           MOVE 'S' TO WRK-NA-JANELA.
           MOVE 'N' TO WRK-USOU-EXCECAO.
           IF USERS-JAN-DIAS NOT = SPACES
               ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD
               ACCEPT WRK-DH-HORA FROM TIME
               MOVE WRK-DH-DATA TO WRK-JAN-DATA
               MOVE ZEROS TO WRK-JAN-DIAS-UTEIS
               MOVE SPACES TO WRK-JAN-UF
               CALL 'DIAUTIL' USING WRK-JAN-DATA WRK-JAN-DIAS-UTEIS
                   WRK-JAN-DIA-SEMANA WRK-JAN-FERIADO WRK-JAN-UF
               COMPUTE WRK-JAN-HHMM = (WRK-DH-HH * 100) + WRK-DH-MM
               IF USERS-JAN-DIAS(WRK-JAN-DIA-SEMANA:1) NOT = 'S'
                   MOVE 'N' TO WRK-NA-JANELA
               END-IF
               IF WRK-JAN-FERIADO = 'S' AND NOT USERS-ENTRA-FERIADO
                   MOVE 'N' TO WRK-NA-JANELA
               END-IF
               IF USERS-JAN-INICIO NOT > USERS-JAN-FIM
                   IF WRK-JAN-HHMM < USERS-JAN-INICIO
                       OR WRK-JAN-HHMM > USERS-JAN-FIM
                       MOVE 'N' TO WRK-NA-JANELA
                   END-IF
               ELSE
                   IF WRK-JAN-HHMM < USERS-JAN-INICIO
                       AND WRK-JAN-HHMM > USERS-JAN-FIM
                       MOVE 'N' TO WRK-NA-JANELA
                   END-IF
               END-IF
               IF WRK-NA-JANELA = 'N'
                   COMPUTE WRK-JAN-AGORA =
                       (WRK-JAN-DATA * 10000) + WRK-JAN-HHMM
                   IF USERS-EXC-ATE NOT < WRK-JAN-AGORA
                       MOVE 'S' TO WRK-NA-JANELA
                       MOVE 'S' TO WRK-USOU-EXCECAO
                   END-IF
               END-IF
           END-IF.

       3000-GRAVA-LOGINLOG.
           OPEN EXTEND LOGINLOG.
           IF LOGINLOG-STATUS = 35
