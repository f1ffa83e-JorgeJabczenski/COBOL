      *            TROCAFON NA TROCA DE NUMERO - EXTRAIDO
      *            PARA COPYBOOK PARA O LAYOUT NAO SER
      *            MANTIDO EM DUPLICIDADE.
      *            O ORCAMENTO NASCE ABERTO ('A'); VIRA 'P'
      *            NA CONVERSAO EM PEDIDO (COM A DATA E A
      *            SEQUENCIA DO PEDIDO) OU 'V' QUANDO PASSA
      *            DA VALIDADE SEM CONVERTER (ORCVENCE NA
      *            ROTINA DIARIA, OU A PROPRIA TENTATIVA DE
      *            CONVERSAO NO PROJETO).
      ******************************************************
       01 ORCAMENTO-REG.
           05 ORCAMENTO-CHAVE.
           05 ORCAMENTO-SITUACAO    PIC X(01).
               88 ORCAMENTO-ABERTO     VALUE 'A'.
               88 ORCAMENTO-CONVERTIDO VALUE 'P'.
               88 ORCAMENTO-VENCIDO    VALUE 'V'.
      *    LOGIN DE QUEM ORCOU (BRANCO = ORCAMENTO ANTERIOR
      *    AO CAMPO) E, NO CONVERTIDO, DATA DA CONVERSAO E
      *    SEQUENCIA DO PEDIDO GERADO.
           05 ORCAMENTO-VENDEDOR    PIC X(20).
           05 ORCAMENTO-DT-CONVERSAO PIC 9(08).
           05 ORCAMENTO-PEDIDO      PIC 9(04).
