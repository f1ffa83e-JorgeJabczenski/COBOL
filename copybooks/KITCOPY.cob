      ******************************************************
      * COPYBOOK : KITCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE KITS.DAT - COMPOSICAO
      *            DOS KITS (CESTAS, KITS DE INICIO) DO
      *            CATALOGO. O KIT E UM PRODUTO DE
      *            PRODUTOS.DAT COM PRECO PROPRIO; CADA
      *            REGISTRO LIGA O KIT (KIT-PAI) A UM
      *            COMPONENTE DO CATALOGO E A QUANTIDADE DELE
      *            EM UM KIT. PRODUTO COM PELO MENOS UM
      *            REGISTRO AQUI E KIT. MANTIDO PELO
      *            MANTKIT; NA VENDA O PROJETO EXPLODE O KIT
      *            NOS COMPONENTES (VER PEDITENS-TIPO-LINHA).
      ******************************************************
       01 KITS-REG.
           05 KIT-CHAVE.
               10 KIT-PAI          PIC 9(05).
               10 KIT-COMPONENTE   PIC 9(05).
           05 KIT-QTDE             PIC 9(03).
