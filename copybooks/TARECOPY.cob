      ******************************************************
      * COPYBOOK : TARECOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE TAREFAS.DAT -
      *            AGENDA DE RETORNOS AO CLIENTE. UMA
      *            TAREFA POR FONE + NUMERO, COM O
      *            VENCIMENTO, O LOGIN RESPONSAVEL (CHAVE
      *            ALTERNATIVA, PARA A AGENDA DO LOGIN E O
      *            RELATORIO POR USUARIO) E O ASSUNTO.
      *            CRIADA E CONCLUIDA PELO CONSULTAR DO
      *            PROJETO; A NOTA DE CONCLUSAO VAI PARA O
      *            NOTASCLI.DAT. A TAREFA NASCE PENDENTE
      *            ('P') E VIRA CONCLUIDA ('C') OU
      *            CANCELADA ('X') - NUNCA E APAGADA.
      ******************************************************
       01 TAREFA-REG.
           05 TAREFA-CHAVE.
               10 TAREFA-FONE     PIC 9(09).
               10 TAREFA-NUM      PIC 9(03).
           05 TAREFA-RESPONSAVEL  PIC X(20).
           05 TAREFA-VENCIMENTO   PIC 9(08).
           05 TAREFA-ASSUNTO      PIC X(40).
           05 TAREFA-SITUACAO     PIC X(01).
               88 TAREFA-PENDENTE    VALUE 'P'.
               88 TAREFA-CONCLUIDA   VALUE 'C'.
               88 TAREFA-CANCELADA   VALUE 'X'.
           05 TAREFA-CRIADOR      PIC X(20).
           05 TAREFA-DT-CRIACAO   PIC 9(08).
           05 TAREFA-FECHADA-POR  PIC X(20).
           05 TAREFA-DT-FECHAMENTO PIC 9(08).
