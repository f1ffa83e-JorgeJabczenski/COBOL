       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFVOL.
      ********************************************
      * OBJETIVO: CONFERENCIA DO VOLUME NA
      *           EMBALAGEM - RECEBE A TABELA DO
      *           PEDIDO (VOLCOPY) MONTADA POR QUEM
      *           CHAMA E CONTA CADA ITEM LIDO NO
      *           LEITOR DE CODIGO DE BARRAS (EAN-13)
      *           OU, PARA PRODUTO SEM CODIGO, O
      *           PRODUTOS-CODIGO DIGITADO. FIM
      *           ENCERRA A LEITURA E ZERA RECOMECA A
      *           CONTAGEM. DEVOLVE VOL-CONFERE = 'S'
      *           SO QUANDO CADA PRODUTO FOI CONTADO
      *           EXATAMENTE NA QUANTIDADE ESPERADA -
      *           SEM ISSO O PEDIDO NAO PODE SER
      *           MARCADO COMO ENVIADO. USADO PELA
      *           EXPEDICAO E PELO PROJETO.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WRK-LIDO        PIC X(13) VALUE SPACES.
           77 WRK-LIDO-LEN    PIC 9(02) VALUE ZEROS.
           77 WRK-EAN-OK      PIC X(01) VALUE SPACES.
           77 WRK-CODIGO      PIC 9(05) VALUE ZEROS.
           77 WRK-EAN         PIC 9(13) VALUE ZEROS.
           77 WRK-IDX         PIC 9(02) VALUE ZEROS.
           77 WRK-ACHADO      PIC 9(02) VALUE ZEROS.
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-DIVERGE     PIC 9(02) VALUE ZEROS.
           77 WRK-QTDE-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-CONT-ED     PIC ZZZZ9 VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'VOLCOPY.cob'.

       PROCEDURE DIVISION USING VOL-TABELA.

       0001-PRINCIPAL.
           MOVE 'N' TO VOL-CONFERE.
           DISPLAY ' '.
           DISPLAY 'CONFERENCIA DO VOLUME - PEDIDO ' VOL-FONE '/'
               VOL-SEQ.
           PERFORM 1000-LISTAR-ESPERADO.
           PERFORM 1100-ZERAR-CONTAGEM.
           MOVE 'N' TO WRK-FIM.
           PERFORM UNTIL FIM
               MOVE SPACES TO WRK-LIDO
               DISPLAY 'LEIA O CODIGO DE BARRAS (OU DIGITE O CODIGO'
                   ' DO PRODUTO; FIM ENCERRA, ZERA RECOMECA).. '
               ACCEPT WRK-LIDO FROM CONSOLE
               EVALUATE WRK-LIDO
                   WHEN 'FIM'
                   WHEN 'fim'
                   WHEN SPACES
                       MOVE 'S' TO WRK-FIM
                   WHEN 'ZERA'
                   WHEN 'zera'
                       PERFORM 1100-ZERAR-CONTAGEM
                       DISPLAY 'CONTAGEM ZERADA - RECOMECE A LEITURA'
                   WHEN OTHER
                       PERFORM 2000-CONTAR-LEITURA
               END-EVALUATE
           END-PERFORM.
           PERFORM 3000-COMPARAR.
           GOBACK.

       1000-LISTAR-ESPERADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > VOL-QTDE-LINHAS
               MOVE VOL-ESPERADO(WRK-IDX) TO WRK-QTDE-ED
               DISPLAY '  ' VOL-PRODUTO(WRK-IDX) ' '
                   VOL-DESCRICAO(WRK-IDX) ' QTDE ' WRK-QTDE-ED
           END-PERFORM.

       1100-ZERAR-CONTAGEM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > VOL-QTDE-LINHAS
               MOVE ZEROS TO VOL-CONTADO(WRK-IDX)
           END-PERFORM.

      *****************************************************
      * 13 POSICOES = LEITURA DO LEITOR (EAN, CONFERIDO NO
      * VALIDEAN); ATE 5 DIGITOS = CODIGO DO PRODUTO
      * DIGITADO. O ITEM CONTADO ALEM DO ESPERADO TAMBEM
      * ENTRA NA CONTAGEM - A SOBRA TEM QUE SAIR DA CAIXA
      * E A CONTAGEM SER REFEITA (ZERA).
      *****************************************************
       2000-CONTAR-LEITURA.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-LIDO-LEN FROM 13 BY -1
                   UNTIL WRK-LIDO-LEN = 0
                   OR WRK-LIDO(WRK-LIDO-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-LIDO-LEN = 13
                   CALL 'VALIDEAN' USING WRK-LIDO WRK-EAN-OK
                   IF WRK-EAN-OK NOT = 'S'
                       DISPLAY 'CODIGO DE BARRAS INVALIDO - LEIA '
                           'DE NOVO'
                   ELSE
                       MOVE WRK-LIDO TO WRK-EAN
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > VOL-QTDE-LINHAS
                           IF VOL-EAN(WRK-IDX) = WRK-EAN
                               MOVE WRK-IDX TO WRK-ACHADO
                           END-IF
                       END-PERFORM
                       PERFORM 2100-REGISTRAR-ITEM
                   END-IF
               WHEN WRK-LIDO-LEN > ZEROS AND WRK-LIDO-LEN < 6
                   AND WRK-LIDO(1:WRK-LIDO-LEN) IS NUMERIC
                   MOVE WRK-LIDO(1:WRK-LIDO-LEN) TO WRK-CODIGO
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > VOL-QTDE-LINHAS
                       IF VOL-PRODUTO(WRK-IDX) = WRK-CODIGO
                           MOVE WRK-IDX TO WRK-ACHADO
                       END-IF
                   END-PERFORM
                   PERFORM 2100-REGISTRAR-ITEM
               WHEN OTHER
                   DISPLAY 'LEITURA NAO RECONHECIDA'
           END-EVALUATE.

       2100-REGISTRAR-ITEM.
           IF WRK-ACHADO = ZEROS
               DISPLAY 'ITEM NAO PERTENCE A ESTE PEDIDO - TIRE DA '
                   'CAIXA'
           ELSE
               ADD 1 TO VOL-CONTADO(WRK-ACHADO)
               MOVE VOL-CONTADO(WRK-ACHADO)  TO WRK-CONT-ED
               MOVE VOL-ESPERADO(WRK-ACHADO) TO WRK-QTDE-ED
               DISPLAY VOL-DESCRICAO(WRK-ACHADO) ' ' WRK-CONT-ED
                   ' DE ' WRK-QTDE-ED
               IF VOL-CONTADO(WRK-ACHADO) > VOL-ESPERADO(WRK-ACHADO)
                   DISPLAY 'ATENCAO: ITEM A MAIS NA CAIXA'
               END-IF
           END-IF.

      *    ESPERADO X CONTADO, PRODUTO A PRODUTO.
       3000-COMPARAR.
           MOVE ZEROS TO WRK-DIVERGE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > VOL-QTDE-LINHAS
               IF VOL-CONTADO(WRK-IDX) NOT = VOL-ESPERADO(WRK-IDX)
                   ADD 1 TO WRK-DIVERGE
                   MOVE VOL-ESPERADO(WRK-IDX) TO WRK-QTDE-ED
                   MOVE VOL-CONTADO(WRK-IDX)  TO WRK-CONT-ED
                   DISPLAY 'DIVERGENCIA ' VOL-PRODUTO(WRK-IDX) ' '
                       VOL-DESCRICAO(WRK-IDX) ' ESPERADO '
                       WRK-QTDE-ED ' CONTADO ' WRK-CONT-ED
               END-IF
           END-PERFORM.
           IF WRK-DIVERGE = ZEROS AND VOL-QTDE-LINHAS > ZEROS
               MOVE 'S' TO VOL-CONFERE
               DISPLAY 'VOLUME CONFERIDO'
           ELSE
               DISPLAY 'VOLUME NAO CONFERE - PEDIDO NAO PODE SER '
                   'ENVIADO'
           END-IF.
