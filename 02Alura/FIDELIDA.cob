       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDELIDA.
      ********************************************
      * OBJETIVO: CONTA DE PONTOS DO PROGRAMA DE
      *           FIDELIDADE (PONTOS.DAT - PONTCOPY).
      *           UNICO PONTO DE GRAVACAO DA CONTA,
      *           CHAMADO PELO PROJETO, PELO FILAAPRV
      *           E PELO EXTPONT. OPERACOES:
      *           S - SALDO DO CLIENTE;
      *           G - GANHO DO PEDIDO SOBRE LK-VALOR
      *               (PEDIDOS-TOTAL);
      *           R - RESGATE DE LK-PONTOS NO PEDIDO;
      *           C - PEDIDO CANCELADO: ESTORNA O
      *               GANHO LIQUIDO E DEVOLVE O QUE O
      *               PEDIDO RESGATOU;
      *           D - DEVOLUCAO DE MERCADORIA NO VALOR
      *               LK-VALOR: ESTORNA OS PONTOS
      *               CORRESPONDENTES;
      *           A - PEDIDO EDITADO: ACERTA O GANHO
      *               LIQUIDO PARA O TOTAL NOVO.
      *           ANTES DE QUALQUER OPERACAO OS PONTOS
      *           VENCIDOS DO CLIENTE SAEM DO SALDO
      *           (MOVIMENTO 'V'), CONSUMINDO PRIMEIRO
      *           OS GANHOS MAIS ANTIGOS. DEVOLVE EM
      *           LK-PONTOS O QUE FOI MOVIMENTADO E EM
      *           LK-SALDO O SALDO FINAL.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY PONTOS-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD PONTOS.
           COPY 'PONTCOPY.cob'.

       WORKING-STORAGE SECTION.
           77 PONTOS-STATUS   PIC 9(02).
               COPY 'FILESTAT.cob'.
           COPY 'FIDEPARM.cob'.
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.

      *    APURACAO DA CONTA DO CLIENTE
           77 WRK-ULT-MOV     PIC 9(05) VALUE ZEROS.
           77 WRK-SALDO       PIC 9(07) VALUE ZEROS.
           77 WRK-GANHO-VENC  PIC 9(09) VALUE ZEROS.
           77 WRK-SAIDAS      PIC S9(09) VALUE ZEROS.
           77 WRK-GANHO-PED   PIC S9(09) VALUE ZEROS.
           77 WRK-RESG-PED    PIC S9(09) VALUE ZEROS.
           77 WRK-VENCER      PIC S9(09) VALUE ZEROS.
           77 WRK-ALVO        PIC 9(09) VALUE ZEROS.

      *    MOVIMENTO A GRAVAR
           77 WRK-MOV-TIPO    PIC X(01) VALUE SPACES.
           77 WRK-MOV-QTDE    PIC 9(07) VALUE ZEROS.
           77 WRK-MOV-VALID   PIC 9(08) VALUE ZEROS.

           01 WRK-VALIDADE.
               05 WRK-VL-ANO  PIC 9(04).
               05 WRK-VL-MES  PIC 9(02).
               05 WRK-VL-DIA  PIC 9(02).
           77 WRK-MESES-TOT   PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
           77 LK-OPERACAO  PIC X(01).
           77 LK-FONE      PIC 9(09).
           77 LK-SEQ       PIC 9(04).
           77 LK-VALOR     PIC 9(08)V99.
           77 LK-PONTOS    PIC 9(07).
           77 LK-SALDO     PIC 9(07).
           77 LK-USUARIO   PIC X(20).

       PROCEDURE DIVISION USING LK-OPERACAO LK-FONE LK-SEQ
           LK-VALOR LK-PONTOS LK-SALDO LK-USUARIO.

       0001-PRINCIPAL.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           OPEN I-O PONTOS.
           IF PONTOS-STATUS = 35
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           PERFORM 1000-APURAR.
           PERFORM 1100-VENCER.
           EVALUATE LK-OPERACAO
               WHEN 'G'
                   PERFORM 2000-GANHO
               WHEN 'R'
                   PERFORM 3000-RESGATE
               WHEN 'C'
                   PERFORM 4000-CANCELAMENTO
               WHEN 'D'
                   PERFORM 5000-DEVOLUCAO
               WHEN 'A'
                   PERFORM 6000-ACERTO
               WHEN OTHER
                   MOVE ZEROS TO LK-PONTOS
           END-EVALUATE.
           MOVE WRK-SALDO TO LK-SALDO.
           CLOSE PONTOS.
           GOBACK.

      *****************************************************
      * PERCORRE A CONTA DO FONE: ULTIMO MOVIMENTO E
      * SALDO, GANHOS JA VENCIDOS HOJE, TOTAL DE SAIDAS
      * (RESGATE, ESTORNO E VENCIMENTO MENOS O QUE VOLTOU
      * DE RESGATE) E, PARA O PEDIDO LK-SEQ, O GANHO E O
      * RESGATE LIQUIDOS.
      *****************************************************
       1000-APURAR.
           MOVE ZEROS TO WRK-ULT-MOV WRK-SALDO WRK-GANHO-VENC
               WRK-SAIDAS WRK-GANHO-PED WRK-RESG-PED.
           MOVE LK-FONE TO PONTOS-FONE.
           MOVE ZEROS TO PONTOS-MOV.
           MOVE 'N' TO WRK-FIM.
           START PONTOS KEY IS NOT LESS THAN PONTOS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF PONTOS-FONE NOT = LK-FONE
                           MOVE 'S' TO WRK-FIM
                       ELSE
                           PERFORM 1010-SOMAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       1010-SOMAR-MOVIMENTO.
           MOVE PONTOS-MOV   TO WRK-ULT-MOV.
           MOVE PONTOS-SALDO TO WRK-SALDO.
           EVALUATE TRUE
               WHEN PONTOS-GANHO
                   IF PONTOS-VALIDADE < WRK-DATA-SIS
                       ADD PONTOS-QTDE TO WRK-GANHO-VENC
                   END-IF
                   IF PONTOS-REF-SEQ = LK-SEQ
                       ADD PONTOS-QTDE TO WRK-GANHO-PED
                   END-IF
               WHEN PONTOS-ESTORNO
                   ADD PONTOS-QTDE TO WRK-SAIDAS
                   IF PONTOS-REF-SEQ = LK-SEQ
                       SUBTRACT PONTOS-QTDE FROM WRK-GANHO-PED
                   END-IF
               WHEN PONTOS-RESGATE
                   ADD PONTOS-QTDE TO WRK-SAIDAS
                   IF PONTOS-REF-SEQ = LK-SEQ
                       ADD PONTOS-QTDE TO WRK-RESG-PED
                   END-IF
               WHEN PONTOS-DEVOLVIDO
                   SUBTRACT PONTOS-QTDE FROM WRK-SAIDAS
                   IF PONTOS-REF-SEQ = LK-SEQ
                       SUBTRACT PONTOS-QTDE FROM WRK-RESG-PED
                   END-IF
               WHEN PONTOS-VENCIMENTO
                   ADD PONTOS-QTDE TO WRK-SAIDAS
           END-EVALUATE.

      *    O QUE JA VENCEU E AINDA NAO FOI CONSUMIDO PELAS
      *    SAIDAS SAI AGORA DO SALDO.
       1100-VENCER.
           COMPUTE WRK-VENCER = WRK-GANHO-VENC - WRK-SAIDAS.
           IF WRK-VENCER > WRK-SALDO
               MOVE WRK-SALDO TO WRK-VENCER
           END-IF.
           IF WRK-VENCER > ZEROS
               MOVE 'V'        TO WRK-MOV-TIPO
               MOVE WRK-VENCER TO WRK-MOV-QTDE
               MOVE ZEROS      TO WRK-MOV-VALID
               PERFORM 9000-GRAVAR-MOVIMENTO
               ADD WRK-VENCER TO WRK-SAIDAS
           END-IF.

       2000-GANHO.
           COMPUTE WRK-MOV-QTDE = LK-VALOR * FIDE-PONTOS-POR-REAL.
           MOVE WRK-MOV-QTDE TO LK-PONTOS.
           IF WRK-MOV-QTDE > ZEROS
               MOVE 'G' TO WRK-MOV-TIPO
               PERFORM 9100-CALCULAR-VALIDADE
               PERFORM 9000-GRAVAR-MOVIMENTO
           END-IF.

       3000-RESGATE.
           IF LK-PONTOS > WRK-SALDO
               MOVE WRK-SALDO TO LK-PONTOS
           END-IF.
           IF LK-PONTOS > ZEROS
               MOVE 'R'       TO WRK-MOV-TIPO
               MOVE LK-PONTOS TO WRK-MOV-QTDE
               MOVE ZEROS     TO WRK-MOV-VALID
               PERFORM 9000-GRAVAR-MOVIMENTO
           END-IF.

       4000-CANCELAMENTO.
           MOVE ZEROS TO LK-PONTOS.
           IF WRK-RESG-PED > ZEROS
               MOVE 'D'          TO WRK-MOV-TIPO
               MOVE WRK-RESG-PED TO WRK-MOV-QTDE
               MOVE ZEROS        TO WRK-MOV-VALID
               PERFORM 9000-GRAVAR-MOVIMENTO
           END-IF.
           IF WRK-GANHO-PED > ZEROS
               MOVE 'E'           TO WRK-MOV-TIPO
               MOVE WRK-GANHO-PED TO WRK-MOV-QTDE
               MOVE ZEROS         TO WRK-MOV-VALID
               PERFORM 9000-GRAVAR-MOVIMENTO
               MOVE WRK-MOV-QTDE TO LK-PONTOS
           END-IF.

       5000-DEVOLUCAO.
           COMPUTE WRK-ALVO = LK-VALOR * FIDE-PONTOS-POR-REAL.
           IF WRK-GANHO-PED < ZEROS
               MOVE ZEROS TO WRK-GANHO-PED
           END-IF.
           IF WRK-ALVO > WRK-GANHO-PED
               MOVE WRK-GANHO-PED TO WRK-ALVO
           END-IF.
           MOVE ZEROS TO LK-PONTOS.
           IF WRK-ALVO > ZEROS
               MOVE 'E'      TO WRK-MOV-TIPO
               MOVE WRK-ALVO TO WRK-MOV-QTDE
               MOVE ZEROS    TO WRK-MOV-VALID
               PERFORM 9000-GRAVAR-MOVIMENTO
               MOVE WRK-MOV-QTDE TO LK-PONTOS
           END-IF.

      *    GANHO DO PEDIDO EDITADO PASSA A SER O DO TOTAL
      *    NOVO: A DIFERENCA ENTRA COMO GANHO OU ESTORNO.
       6000-ACERTO.
           COMPUTE WRK-ALVO = LK-VALOR * FIDE-PONTOS-POR-REAL.
           MOVE ZEROS TO LK-PONTOS.
           IF WRK-ALVO > WRK-GANHO-PED
               MOVE 'G' TO WRK-MOV-TIPO
               COMPUTE WRK-MOV-QTDE = WRK-ALVO - WRK-GANHO-PED
               PERFORM 9100-CALCULAR-VALIDADE
               PERFORM 9000-GRAVAR-MOVIMENTO
               MOVE WRK-MOV-QTDE TO LK-PONTOS
           ELSE
           IF WRK-ALVO < WRK-GANHO-PED
               MOVE 'E' TO WRK-MOV-TIPO
               COMPUTE WRK-MOV-QTDE = WRK-GANHO-PED - WRK-ALVO
               MOVE ZEROS TO WRK-MOV-VALID
               PERFORM 9000-GRAVAR-MOVIMENTO
               MOVE WRK-MOV-QTDE TO LK-PONTOS
           END-IF
           END-IF.

      *    PROXIMO MOVIMENTO DO FONE JA COM O SALDO NOVO.
      *    SAIDA NUNCA LEVA O SALDO ABAIXO DE ZERO.
       9000-GRAVAR-MOVIMENTO.
           MOVE LK-FONE       TO PONTOS-FONE.
           COMPUTE PONTOS-MOV = WRK-ULT-MOV + 1.
           MOVE WRK-DATA-SIS  TO PONTOS-DATA.
           MOVE WRK-MOV-TIPO  TO PONTOS-TIPO.
           IF PONTOS-ENTRADA
               ADD WRK-MOV-QTDE TO WRK-SALDO
           ELSE
               IF WRK-MOV-QTDE > WRK-SALDO
                   MOVE WRK-SALDO TO WRK-MOV-QTDE
               END-IF
               SUBTRACT WRK-MOV-QTDE FROM WRK-SALDO
           END-IF.
           MOVE WRK-MOV-QTDE  TO PONTOS-QTDE.
           MOVE WRK-SALDO     TO PONTOS-SALDO.
           MOVE WRK-MOV-VALID TO PONTOS-VALIDADE.
           MOVE LK-SEQ        TO PONTOS-REF-SEQ.
           MOVE LK-USUARIO    TO PONTOS-USUARIO.
           WRITE PONTOS-REG
               INVALID KEY
                   DISPLAY 'MOVIMENTO DE PONTOS NAO GRAVADO - '
                       PONTOS-STATUS
               NOT INVALID KEY
                   MOVE PONTOS-MOV TO WRK-ULT-MOV
           END-WRITE.

      *    HOJE MAIS FIDE-MESES-VALIDADE MESES; DIA 29 A 31
      *    CAI PARA 28, QUE EXISTE EM TODO MES.
       9100-CALCULAR-VALIDADE.
           MOVE WRK-DATA-SIS TO WRK-VALIDADE.
           COMPUTE WRK-MESES-TOT = (WRK-VL-ANO * 12)
               + (WRK-VL-MES - 1) + FIDE-MESES-VALIDADE.
           DIVIDE WRK-MESES-TOT BY 12 GIVING WRK-VL-ANO
               REMAINDER WRK-VL-MES.
           ADD 1 TO WRK-VL-MES.
           IF WRK-VL-DIA > 28
               MOVE 28 TO WRK-VL-DIA
           END-IF.
           MOVE WRK-VALIDADE TO WRK-MOV-VALID.
