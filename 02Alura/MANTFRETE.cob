      *            DE ENTREGA EM DIAS UTEIS POR UF,
      *            CAPTURADO E LISTADO JUNTO COM O
      *            PERCENTUAL E O MINIMO.
      * 15/10/2026 JORGE - ZONAS DE FRETE POR FAIXA DE
      *            CEP DENTRO DA UF (CAPITAL, METRO,
      *            INTERIOR, REMOTA), COM PERCENTUAL,
      *            FATOR SOBRE A FAIXA DE PESO E PRAZO
      *            PROPRIOS. A MANUTENCAO MEXE NA
      *            PROPOSTA (FRETEZNW.DAT), QUE O
      *            SIMFRETE SIMULA; SO A OPCAO EFETIVAR
      *            COPIA A PROPOSTA PARA O FRETEZON.DAT
      *            LIDO PELO FRETECALC.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETETAB-STATUS.

           SELECT ZONANEW ASSIGN TO 'FRETEZNW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZONANEW-STATUS.

           SELECT ZONATAB ASSIGN TO 'FRETEZON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZONATAB-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.
           05 FRETETAB-VLMIN PIC 9(08)V99.
           05 FRETETAB-PRAZO PIC 9(03).

       FD ZONANEW.
       01 ZONANEW-REG.
           05 ZONANEW-UF       PIC X(02).
           05 ZONANEW-CEP-INI  PIC 9(08).
           05 ZONANEW-CEP-FIM  PIC 9(08).
           05 ZONANEW-NOME     PIC X(10).
           05 ZONANEW-PERC     PIC 9V999.
           05 ZONANEW-FATOR    PIC 9V99.
           05 ZONANEW-PRAZO    PIC 9(03).

       FD ZONATAB.
       01 ZONATAB-REG.
           05 ZONATAB-UF       PIC X(02).
           05 ZONATAB-CEP-INI  PIC 9(08).
           05 ZONATAB-CEP-FIM  PIC 9(08).
           05 ZONATAB-NOME     PIC X(10).
           05 ZONATAB-PERC     PIC 9V999.
           05 ZONATAB-FATOR    PIC 9V99.
           05 ZONATAB-PRAZO    PIC 9(03).

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 FRETETAB-STATUS PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 ZONANEW-STATUS  PIC 9(02).
           77 ZONATAB-STATUS  PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-PERC-ED     PIC 9,999 VALUE ZEROS.
           77 WRK-VLMIN-ED    PIC $ZZ.ZZZ.ZZZ,99 VALUE ZEROS.
           77 WRK-OPER-AUD     PIC X(10) VALUE SPACES.
           77 WRK-ALVO-AUD     PIC X(12) VALUE SPACES.
           77 WRK-IDX         PIC 9(03) VALUE ZEROS.
           77 WRK-ACHEI       PIC 9(03) VALUE ZEROS.

                   10 WRK-TAB-PRAZO PIC 9(03).
           77 WRK-TAB-QTDE PIC 9(03) VALUE ZEROS.

      *    ZONAS DE CEP DA PROPOSTA (FRETEZNW.DAT)
           01 WRK-TAB-ZONA.
               05 WRK-ZONA-ITEM OCCURS 200 TIMES.
                   10 WRK-ZONA-UF      PIC X(02).
                   10 WRK-ZONA-CEP-INI PIC 9(08).
                   10 WRK-ZONA-CEP-FIM PIC 9(08).
                   10 WRK-ZONA-NOME    PIC X(10).
                   10 WRK-ZONA-PERC    PIC 9V999.
                   10 WRK-ZONA-FATOR   PIC 9V99.
                   10 WRK-ZONA-PRAZO   PIC 9(03).
           77 WRK-ZONA-QTDE  PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-ACHEI PIC 9(03) VALUE ZEROS.
           77 WRK-ZONA-ORIGEM PIC X(12) VALUE SPACES.
           77 WRK-OPCAO-ZONA PIC X(01) VALUE SPACES.
           77 WRK-ZONA-ALTEROU PIC X(01) VALUE 'N'.
               88 ZONAS-ALTERADAS VALUE 'S'.
           77 WRK-ZONA-OK    PIC X(01) VALUE SPACES.

           77 WRK-CEP-INI-DIG PIC 9(08) VALUE ZEROS.
           77 WRK-CEP-FIM-DIG PIC 9(08) VALUE ZEROS.
           77 WRK-NOME-ZONA   PIC X(10) VALUE SPACES.
               88 NOME-ZONA-VALIDO VALUE 'CAPITAL' 'METRO'
                   'INTERIOR' 'REMOTA'.
           77 WRK-FATOR-DIG   PIC 9V99 VALUE ZEROS.
           77 WRK-FATOR-ED    PIC 9,99 VALUE ZEROS.

           COPY 'CEPTAB.cob'.
           77 WRK-CEP-IDX     PIC 9(02) VALUE ZEROS.

           01 WRK-DATAHORA.
               05 WRK-DH-DATA.
                   10 WRK-DH-ANO PIC 9(04).
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               PERFORM 2000-CARREGAR-TABELA
               PERFORM 2100-CARREGAR-ZONAS
               PERFORM 1100-MONTACEP
               PERFORM 3000-MENU UNTIL WRK-OPCAO = 'F' OR 'f'
               IF TABELA-ALTERADA
                   PERFORM 4000-GRAVAR-TABELA
               ELSE
                   DISPLAY 'NENHUMA ALTERACAO GRAVADA'
               END-IF
               IF ZONAS-ALTERADAS
                   PERFORM 6800-GRAVAR-PROPOSTA
                   DISPLAY 'PROPOSTA DE ZONAS GRAVADA EM '
                       'FRETEZNW.DAT'
               END-IF
           END-IF.
           STOP RUN.

           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       1100-MONTACEP.
           COPY 'CEPTABPR.cob'.

       2000-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-TAB-QTDE.
           MOVE 'N' TO WRK-FIM.
               CLOSE FRETETAB
           END-IF.

      *****************************************************
      * A MANUTENCAO DE ZONAS TRABALHA SOBRE A PROPOSTA
      * (FRETEZNW.DAT). SEM PROPOSTA EM ANDAMENTO, ELA
      * NASCE COMO COPIA DAS ZONAS VIGENTES (FRETEZON.DAT).
      *****************************************************
       2100-CARREGAR-ZONAS.
           MOVE ZEROS TO WRK-ZONA-QTDE.
           MOVE 'PROPOSTA' TO WRK-ZONA-ORIGEM.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ZONANEW.
           IF ZONANEW-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ ZONANEW
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-ZONA-QTDE < 200
                           ADD 1 TO WRK-ZONA-QTDE
                           MOVE ZONANEW-REG
                               TO WRK-ZONA-ITEM(WRK-ZONA-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF ZONANEW-STATUS NOT = 35
               CLOSE ZONANEW
           ELSE
               PERFORM 2110-CARREGAR-VIGENTES
           END-IF.
           MOVE 'N' TO WRK-FIM.

       2110-CARREGAR-VIGENTES.
           MOVE 'VIGENTES' TO WRK-ZONA-ORIGEM.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT ZONATAB.
           IF ZONATAB-STATUS = 35
               MOVE 'S' TO WRK-FIM
               MOVE 'VAZIA' TO WRK-ZONA-ORIGEM
           END-IF.
           PERFORM UNTIL FIM
               READ ZONATAB
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-ZONA-QTDE < 200
                           ADD 1 TO WRK-ZONA-QTDE
                           MOVE ZONATAB-REG
                               TO WRK-ZONA-ITEM(WRK-ZONA-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF ZONATAB-STATUS NOT = 35
               CLOSE ZONATAB
           END-IF.

       3000-MENU.
           DISPLAY ' '.
           DISPLAY 'MANUTENCAO DA TABELA DE FRETE'.
           DISPLAY 'C - ALTERAR UF'.
           DISPLAY 'E - EXCLUIR UF'.
           DISPLAY 'L - LISTAR TABELA'.
           DISPLAY 'Z - ZONAS DE CEP (PROPOSTA)'.
           DISPLAY 'F - FINALIZAR E GRAVAR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3400-LISTAR
               WHEN 'Z'
               WHEN 'z'
                   MOVE SPACES TO WRK-OPCAO-ZONA
                   PERFORM 6000-MENU-ZONAS
                       UNTIL WRK-OPCAO-ZONA = 'F' OR 'f'
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   MOVE 'FRETE-EXC' TO WRK-OPER-AUD
           END-EVALUATE.
           MOVE WRK-UF-DIGITADA TO WRK-ALVO-AUD.
           PERFORM 5100-GRAVA-LINHA-AUDITORIA.

      *    QUEM CHAMA PREENCHE WRK-OPER-AUD E WRK-ALVO-AUD.
       5100-GRAVA-LINHA-AUDITORIA.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND AUDITF.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               WRK-OPER-AUD ' ' WRK-ALVO-AUD
               ' ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.

      *****************************************************
      * ZONAS DE FRETE POR FAIXA DE CEP DENTRO DA UF. A
      * ZONA E IDENTIFICADA PELA UF + CEP INICIAL. TUDO
      * AQUI MEXE NA PROPOSTA; O FRETECALC SO ENXERGA AS
      * ZONAS DEPOIS DO EFETIVAR (RODAR O SIMFRETE ANTES).
      *****************************************************
       6000-MENU-ZONAS.
           DISPLAY ' '.
           DISPLAY 'ZONAS DE CEP - PROPOSTA (' WRK-ZONA-ORIGEM ')'.
           DISPLAY 'A - ADICIONAR ZONA'.
           DISPLAY 'C - ALTERAR ZONA'.
           DISPLAY 'E - EXCLUIR ZONA'.
           DISPLAY 'L - LISTAR ZONAS'.
           DISPLAY 'V - EFETIVAR PROPOSTA (FRETEZON.DAT)'.
           DISPLAY 'F - VOLTAR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO-ZONA FROM CONSOLE.
           EVALUATE WRK-OPCAO-ZONA
               WHEN 'A'
               WHEN 'a'
                   PERFORM 6100-ADICIONAR-ZONA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 6200-ALTERAR-ZONA
               WHEN 'E'
               WHEN 'e'
                   PERFORM 6300-EXCLUIR-ZONA
               WHEN 'L'
               WHEN 'l'
                   PERFORM 6400-LISTAR-ZONAS
               WHEN 'V'
               WHEN 'v'
                   PERFORM 6700-EFETIVAR-ZONAS
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       6100-ADICIONAR-ZONA.
           PERFORM 6050-LER-CHAVE-ZONA.
           IF WRK-ACHEI = ZEROS
               DISPLAY 'UF FORA DA TABELA DE FRETE - CADASTRE A UF '
                   'ANTES'
           ELSE
           IF WRK-ZONA-ACHEI NOT = ZEROS
               DISPLAY 'ZONA JA CADASTRADA - USE ALTERAR'
           ELSE
           IF WRK-ZONA-QTDE = 200
               DISPLAY 'TABELA DE ZONAS CHEIA - EXCLUA UMA ANTES'
           ELSE
               PERFORM 6500-CAPTURAR-ZONA
               PERFORM 6600-VALIDAR-ZONA
               IF WRK-ZONA-OK = 'S'
                   ADD 1 TO WRK-ZONA-QTDE
                   MOVE WRK-ZONA-QTDE TO WRK-ZONA-ACHEI
                   PERFORM 6550-MOVER-ZONA
                   MOVE 'ZONA-INC' TO WRK-OPER-AUD
                   PERFORM 6950-AUDITAR-ZONA
                   DISPLAY 'ZONA ADICIONADA: ' WRK-UF-DIGITADA ' '
                       WRK-CEP-INI-DIG
               END-IF
           END-IF
           END-IF
           END-IF.

       6200-ALTERAR-ZONA.
           PERFORM 6050-LER-CHAVE-ZONA.
           IF WRK-ZONA-ACHEI = ZEROS
               DISPLAY 'ZONA NAO CADASTRADA'
           ELSE
               PERFORM 6500-CAPTURAR-ZONA
               PERFORM 6600-VALIDAR-ZONA
               IF WRK-ZONA-OK = 'S'
                   PERFORM 6550-MOVER-ZONA
                   MOVE 'ZONA-ALT' TO WRK-OPER-AUD
                   PERFORM 6950-AUDITAR-ZONA
                   DISPLAY 'ZONA ALTERADA: ' WRK-UF-DIGITADA ' '
                       WRK-CEP-INI-DIG
               END-IF
           END-IF.

       6300-EXCLUIR-ZONA.
           PERFORM 6050-LER-CHAVE-ZONA.
           IF WRK-ZONA-ACHEI = ZEROS
               DISPLAY 'ZONA NAO CADASTRADA'
           ELSE
               MOVE SPACES TO WRK-CONFIRMA
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?.. '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM VARYING WRK-ZONA-IDX FROM WRK-ZONA-ACHEI
                           BY 1 UNTIL WRK-ZONA-IDX >= WRK-ZONA-QTDE
                       MOVE WRK-ZONA-ITEM(WRK-ZONA-IDX + 1)
                           TO WRK-ZONA-ITEM(WRK-ZONA-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WRK-ZONA-QTDE
                   MOVE 'S' TO WRK-ZONA-ALTEROU
                   MOVE 'ZONA-EXC' TO WRK-OPER-AUD
                   PERFORM 6950-AUDITAR-ZONA
                   DISPLAY 'ZONA EXCLUIDA: ' WRK-UF-DIGITADA ' '
                       WRK-CEP-INI-DIG
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA PELO OPERADOR'
               END-IF
           END-IF.

       6400-LISTAR-ZONAS.
           DISPLAY 'UF CEP INI  CEP FIM  ZONA       PERC. FATOR PRAZO'.
           PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                   UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
               MOVE WRK-ZONA-PERC(WRK-ZONA-IDX) TO WRK-PERC-ED
               MOVE WRK-ZONA-FATOR(WRK-ZONA-IDX) TO WRK-FATOR-ED
               DISPLAY WRK-ZONA-UF(WRK-ZONA-IDX) ' '
                   WRK-ZONA-CEP-INI(WRK-ZONA-IDX) ' '
                   WRK-ZONA-CEP-FIM(WRK-ZONA-IDX) ' '
                   WRK-ZONA-NOME(WRK-ZONA-IDX) ' '
                   WRK-PERC-ED ' ' WRK-FATOR-ED '  '
                   WRK-ZONA-PRAZO(WRK-ZONA-IDX)
           END-PERFORM.
           DISPLAY 'CAMPO ZERADO NA ZONA = VALE O DA UF'.

      *    UF + CEP INICIAL: WRK-ACHEI = UF NA TABELA DE FRETE,
      *    WRK-ZONA-ACHEI = ZONA JA CADASTRADA NA PROPOSTA.
       6050-LER-CHAVE-ZONA.
           DISPLAY 'UF (2 LETRAS)... '.
           ACCEPT WRK-UF-DIGITADA FROM CONSOLE.
           MOVE ZEROS TO WRK-CEP-INI-DIG.
           DISPLAY 'CEP INICIAL DA ZONA (8 DIGITOS).. '.
           ACCEPT WRK-CEP-INI-DIG FROM CONSOLE.
           PERFORM 3900-LOCALIZAR-UF.
           PERFORM 6900-LOCALIZAR-ZONA.

      *****************************************************
      * PERCENTUAL, FATOR OU PRAZO ZERADO = A ZONA USA O
      * DA UF. O FATOR MULTIPLICA O VALOR DA FAIXA DE PESO
      * DA UF (FRETEPESO.DAT) PARA PEDIDOS COM PESO.
      *****************************************************
       6500-CAPTURAR-ZONA.
           MOVE ZEROS TO WRK-CEP-FIM-DIG WRK-PERC-DIGITADO
               WRK-FATOR-DIG WRK-PRAZO-DIGITADO.
           MOVE SPACES TO WRK-NOME-ZONA.
           DISPLAY 'CEP FINAL DA ZONA (8 DIGITOS).... '.
           ACCEPT WRK-CEP-FIM-DIG FROM CONSOLE.
           DISPLAY 'ZONA (CAPITAL/METRO/INTERIOR/REMOTA).. '.
           ACCEPT WRK-NOME-ZONA FROM CONSOLE.
           DISPLAY 'PERCENTUAL DE FRETE (EX: 0,120; 0 = UF).. '.
           ACCEPT WRK-PERC-DIGITADO FROM CONSOLE.
           DISPLAY 'FATOR SOBRE A FAIXA DE PESO (EX: 1,25; '
               '0 = UF).. '.
           ACCEPT WRK-FATOR-DIG FROM CONSOLE.
           DISPLAY 'PRAZO DE ENTREGA (DIAS UTEIS; 0 = UF).. '.
           ACCEPT WRK-PRAZO-DIGITADO FROM CONSOLE.

       6550-MOVER-ZONA.
           MOVE WRK-UF-DIGITADA TO WRK-ZONA-UF(WRK-ZONA-ACHEI).
           MOVE WRK-CEP-INI-DIG TO WRK-ZONA-CEP-INI(WRK-ZONA-ACHEI).
           MOVE WRK-CEP-FIM-DIG TO WRK-ZONA-CEP-FIM(WRK-ZONA-ACHEI).
           MOVE WRK-NOME-ZONA   TO WRK-ZONA-NOME(WRK-ZONA-ACHEI).
           MOVE WRK-PERC-DIGITADO TO WRK-ZONA-PERC(WRK-ZONA-ACHEI).
           MOVE WRK-FATOR-DIG   TO WRK-ZONA-FATOR(WRK-ZONA-ACHEI).
           MOVE WRK-PRAZO-DIGITADO TO WRK-ZONA-PRAZO(WRK-ZONA-ACHEI).
           MOVE 'S' TO WRK-ZONA-ALTEROU.

      *****************************************************
      * A FAIXA TEM QUE SER CRESCENTE, CABER EM UMA FAIXA
      * OFICIAL DE CEP DA PROPRIA UF (CEPTAB) E NAO PODE
      * SOBREPOR OUTRA ZONA DA MESMA UF - SENAO O MESMO CEP
      * CAIRIA EM DUAS ZONAS.
      *****************************************************
       6600-VALIDAR-ZONA.
           MOVE 'S' TO WRK-ZONA-OK.
           IF WRK-CEP-INI-DIG = ZEROS
               OR WRK-CEP-FIM-DIG < WRK-CEP-INI-DIG
               MOVE 'N' TO WRK-ZONA-OK
               DISPLAY 'FAIXA DE CEP INVALIDA - NADA GRAVADO'
           END-IF.
           IF WRK-ZONA-OK = 'S' AND NOT NOME-ZONA-VALIDO
               MOVE 'N' TO WRK-ZONA-OK
               DISPLAY 'ZONA DEVE SER CAPITAL, METRO, INTERIOR OU '
                   'REMOTA - NADA GRAVADO'
           END-IF.
           IF WRK-ZONA-OK = 'S'
               MOVE 'N' TO WRK-ZONA-OK
               PERFORM VARYING WRK-CEP-IDX FROM 1 BY 1
                       UNTIL WRK-CEP-IDX > WRK-TAB-CEP-QTDE
                   IF WRK-TAB-CEP-UF(WRK-CEP-IDX) = WRK-UF-DIGITADA
                       AND WRK-CEP-INI-DIG
                           NOT < WRK-TAB-CEP-INI(WRK-CEP-IDX)
                       AND WRK-CEP-FIM-DIG
                           NOT > WRK-TAB-CEP-FIM(WRK-CEP-IDX)
                       MOVE 'S' TO WRK-ZONA-OK
                       MOVE WRK-TAB-CEP-QTDE TO WRK-CEP-IDX
                   END-IF
               END-PERFORM
               IF WRK-ZONA-OK NOT = 'S'
                   DISPLAY 'FAIXA FORA DOS CEPS DA UF ' WRK-UF-DIGITADA
                       ' - NADA GRAVADO'
               END-IF
           END-IF.
           IF WRK-ZONA-OK = 'S'
               PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                       UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
                   IF WRK-ZONA-IDX NOT = WRK-ZONA-ACHEI
                       AND WRK-ZONA-UF(WRK-ZONA-IDX) = WRK-UF-DIGITADA
                       AND WRK-CEP-INI-DIG
                           NOT > WRK-ZONA-CEP-FIM(WRK-ZONA-IDX)
                       AND WRK-CEP-FIM-DIG
                           NOT < WRK-ZONA-CEP-INI(WRK-ZONA-IDX)
                       MOVE 'N' TO WRK-ZONA-OK
                       DISPLAY 'FAIXA SOBREPOE A ZONA '
                           WRK-ZONA-CEP-INI(WRK-ZONA-IDX) '-'
                           WRK-ZONA-CEP-FIM(WRK-ZONA-IDX)
                           ' - NADA GRAVADO'
                       MOVE WRK-ZONA-QTDE TO WRK-ZONA-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************
      * PASSA A PROPOSTA A VALER: REGRAVA O FRETEZON.DAT
      * INTEIRO COM AS ZONAS DA TELA (E A PROPOSTA JUNTO,
      * QUE CONTINUA IGUAL AS VIGENTES).
      *****************************************************
       6700-EFETIVAR-ZONAS.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY 'EFETIVAR AS ' WRK-ZONA-QTDE ' ZONAS DA PROPOSTA '
               '(S/N)?.. '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               OPEN OUTPUT ZONATAB
               PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                       UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
                   MOVE WRK-ZONA-ITEM(WRK-ZONA-IDX) TO ZONATAB-REG
                   WRITE ZONATAB-REG
               END-PERFORM
               CLOSE ZONATAB
               PERFORM 6800-GRAVAR-PROPOSTA
               MOVE 'N' TO WRK-ZONA-ALTEROU
               MOVE 'ZONA-EFET' TO WRK-OPER-AUD
               MOVE 'FRETEZON.DAT' TO WRK-ALVO-AUD
               PERFORM 5100-GRAVA-LINHA-AUDITORIA
               DISPLAY 'ZONAS EFETIVADAS EM FRETEZON.DAT'
           ELSE
               DISPLAY 'EFETIVACAO CANCELADA PELO OPERADOR'
           END-IF.

       6800-GRAVAR-PROPOSTA.
           OPEN OUTPUT ZONANEW.
           PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                   UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
               MOVE WRK-ZONA-ITEM(WRK-ZONA-IDX) TO ZONANEW-REG
               WRITE ZONANEW-REG
           END-PERFORM.
           CLOSE ZONANEW.

       6900-LOCALIZAR-ZONA.
           MOVE ZEROS TO WRK-ZONA-ACHEI.
           PERFORM VARYING WRK-ZONA-IDX FROM 1 BY 1
                   UNTIL WRK-ZONA-IDX > WRK-ZONA-QTDE
               IF WRK-ZONA-UF(WRK-ZONA-IDX) = WRK-UF-DIGITADA
                   AND WRK-ZONA-CEP-INI(WRK-ZONA-IDX) = WRK-CEP-INI-DIG
                   MOVE WRK-ZONA-IDX TO WRK-ZONA-ACHEI
                   MOVE WRK-ZONA-QTDE TO WRK-ZONA-IDX
               END-IF
           END-PERFORM.

      *    ALVO DA AUDITORIA DA ZONA: UF + CEP INICIAL.
       6950-AUDITAR-ZONA.
           MOVE SPACES TO WRK-ALVO-AUD.
           STRING WRK-UF-DIGITADA WRK-CEP-INI-DIG
               DELIMITED BY SIZE INTO WRK-ALVO-AUD
           END-STRING.
           PERFORM 5100-GRAVA-LINHA-AUDITORIA.
