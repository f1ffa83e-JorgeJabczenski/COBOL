      *    TROCA PELO TROCASEN).
           05 USERS-TROCA-OBRIG   PIC X(01).
               88 USERS-DEVE-TROCAR VALUE 'S'.
      *    JANELA DE LOGIN CONFERIDA PELO USUARIO: DIAS DA
      *    SEMANA NA ORDEM DO DIAUTIL (POSICAO 1 = DOMINGO ...
      *    7 = SABADO, 'S' = PODE ENTRAR), FAIXA HHMM A HHMM
      *    (INICIO MAIOR QUE O FIM = VIRA A MEIA-NOITE) E SE
      *    PODE ENTRAR EM FERIADO. DIAS EM BRANCO = CONTA SEM
      *    JANELA, ENTRA A QUALQUER HORA.
           05 USERS-JANELA.
               10 USERS-JAN-DIAS    PIC X(07).
               10 USERS-JAN-INICIO  PIC 9(04).
               10 USERS-JAN-FIM     PIC 9(04).
               10 USERS-JAN-FERIADO PIC X(01).
                   88 USERS-ENTRA-FERIADO VALUE 'S'.
      *    EXCECAO AVULSA DE HORARIO (HORA EXTRA), CONCEDIDA
      *    PELO ADM NO MANTUSER: FORA DA JANELA O LOGIN PASSA
      *    ATE A DATA/HORA AAAAMMDDHHMM. ZEROS = SEM EXCECAO.
           05 USERS-EXC-ATE       PIC 9(12).
           05 USERS-EXC-ADM       PIC X(20).
