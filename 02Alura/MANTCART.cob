       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCART.
      ********************************************
      * OBJETIVO: TERRITORIOS DE VENDA E CARTEIRA DE
      *           CLIENTES POR VENDEDOR. O TERRITORIO
      *           (TERRTAB.DAT, NOS MOLDES DO MANTTRAN)
      *           E UMA LISTA DE FAIXAS DE CEP DENTRO DE
      *           UMA UF, CADA UMA DE UM LOGIN; CEP DE
      *           00000000 A 99999999 COBRE A UF INTEIRA.
      *           A DISTRIBUICAO (OPCAO D) DA DONO AOS
      *           CLIENTES ATIVOS AINDA SEM CARTEIRA
      *           PELA FAIXA QUE COBRE A UF E O CEP DO
      *           CADASTRO - HAVENDO MAIS DE UMA, VALE A
      *           MAIS ESTREITA. O ADM TAMBEM TROCA O
      *           DONO DE UM CLIENTE NA MAO (OPCAO C), E
      *           ESSA ESCOLHA NAO E DESFEITA PELA
      *           DISTRIBUICAO. USO RESTRITO, COM CADA
      *           MEXIDA AUDITADA NO FORMATO PADRAO DE 5
      *           CAMPOS.
      * AUTHOR  : JORGE
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRTAB ASSIGN TO 'TERRTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERRTAB-STATUS.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CARTEIRA-STATUS
               RECORD KEY CARTEIRA-FONE.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT USERS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS USERS-STATUS
               RECORD KEY USERS-LOGIN.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERRTAB.
       01 TERRTAB-REG.
           05 TERRTAB-VENDEDOR PIC X(20).
           05 TERRTAB-UF       PIC X(02).
           05 TERRTAB-CEP-INI  PIC 9(08).
           05 TERRTAB-CEP-FIM  PIC 9(08).

       FD CARTEIRA.
           COPY 'CARTCOPY.cob'.

       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD USERS.
           COPY 'USERCOPY.cob'.

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 TERRTAB-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 CARTEIRA-STATUS PIC 9(02).
           77 CLIENTES-STATUS PIC 9(02).
           77 USERS-STATUS    PIC 9(02).
           77 AUDITF-STATUS   PIC 9(02).
           77 WRK-FIM         PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'MANTCART'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.

           77 WRK-OPCAO       PIC X(01) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
           77 WRK-ALTEROU     PIC X(01) VALUE 'N'.
               88 TABELA-ALTERADA VALUE 'S'.
           77 WRK-DATA-SIS    PIC 9(08) VALUE ZEROS.

      *    TERRITORIOS CARREGADOS DO TERRTAB.DAT
           01 WRK-TAB-TERR.
               05 WRK-TR-ITEM OCCURS 200 TIMES.
                   10 WRK-TR-VENDEDOR PIC X(20).
                   10 WRK-TR-UF       PIC X(02).
                   10 WRK-TR-CEP-INI  PIC 9(08).
                   10 WRK-TR-CEP-FIM  PIC 9(08).
           77 WRK-TR-QTDE     PIC 9(03) VALUE ZEROS.
           77 WRK-TR-IDX      PIC 9(03) VALUE ZEROS.
           77 WRK-TR-ACHEI    PIC 9(03) VALUE ZEROS.
           77 WRK-TR-LARGURA  PIC 9(08) VALUE ZEROS.
           77 WRK-TR-MENOR    PIC 9(08) VALUE ZEROS.

      *    FAIXA EM DIGITACAO E BUSCA DE TERRITORIO
           01 WRK-TERR.
               05 WRK-TE-VENDEDOR PIC X(20).
               05 WRK-TE-UF       PIC X(02).
               05 WRK-TE-CEP-INI  PIC 9(08).
               05 WRK-TE-CEP-FIM  PIC 9(08).
           77 WRK-BUSCA-UF    PIC X(02) VALUE SPACES.
           77 WRK-BUSCA-CEP   PIC 9(08) VALUE ZEROS.
           77 WRK-LINHA       PIC 9(03) VALUE ZEROS.
           77 WRK-UF-OK       PIC X(01) VALUE 'N'.
           77 WRK-UF-IDX      PIC 9(02) VALUE ZEROS.
               COPY 'UFTAB.cob'.

           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-NOVO-DONO   PIC X(20) VALUE SPACES.
           77 WRK-TEM-DONO    PIC X(01) VALUE 'N'.

           77 WRK-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-ATRIBUIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-SEM-TERR   PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-JA-TINHAM  PIC 9(06) VALUE ZEROS.

           77 WRK-OPER-AUD    PIC X(10) VALUE SPACES.
           77 WRK-ALVO-AUD    PIC X(20) VALUE SPACES.
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
               ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD
               PERFORM 1100-CARREGAR-UFS
               PERFORM 2000-CARREGAR-TABELA
               OPEN I-O CARTEIRA
               IF CARTEIRA-STATUS = 35
                   OPEN OUTPUT CARTEIRA
                   CLOSE CARTEIRA
                   OPEN I-O CARTEIRA
               END-IF
               OPEN INPUT CLIENTES
               OPEN INPUT USERS
               PERFORM 3000-MENU UNTIL WRK-OPCAO = 'F' OR 'f'
               IF TABELA-ALTERADA
                   PERFORM 4000-GRAVAR-TABELA
                   DISPLAY 'TABELA DE TERRITORIOS ATUALIZADA'
               ELSE
                   DISPLAY 'TERRITORIOS SEM ALTERACAO'
               END-IF
               CLOSE CARTEIRA
               IF CLIENTES-STATUS NOT = 35
                   CLOSE CLIENTES
               END-IF
               IF USERS-STATUS NOT = 35
                   CLOSE USERS
               END-IF
           END-IF.
           STOP RUN.

       1000-LOGIN-ADM.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADMIN FROM CONSOLE.
           DISPLAY 'SENHA ADM.... '.
           ACCEPT WRK-SENHA-ADM FROM CONSOLE.
           CALL 'USUARIO' USING WRK-ADMIN WRK-SENHA-ADM WRK-NIVEL-ADM
               WRK-LOGIN-OK.

       1100-CARREGAR-UFS.
           COPY 'UFTABPR.cob'.

       2000-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-TR-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT TERRTAB.
           IF TERRTAB-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ TERRTAB
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-TR-QTDE < 200
                           ADD 1 TO WRK-TR-QTDE
                           MOVE TERRTAB-REG TO WRK-TR-ITEM(WRK-TR-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF TERRTAB-STATUS NOT = 35
               CLOSE TERRTAB
           END-IF.

       3000-MENU.
           DISPLAY ' '.
           DISPLAY 'TERRITORIOS E CARTEIRA DE CLIENTES'.
           DISPLAY 'L - LISTAR TERRITORIOS'.
           DISPLAY 'T - INCLUIR FAIXA DE TERRITORIO'.
           DISPLAY 'E - EXCLUIR FAIXA DE TERRITORIO'.
           DISPLAY 'C - CONSULTAR/TROCAR DONO DE UM CLIENTE'.
           DISPLAY 'D - DISTRIBUIR CLIENTES SEM CARTEIRA'.
           DISPLAY 'F - FINALIZAR E GRAVAR'.
           DISPLAY 'OPCAO....... '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'L' WHEN 'l'
                   PERFORM 3400-LISTAR
               WHEN 'T' WHEN 't'
                   PERFORM 3100-INCLUIR-FAIXA
               WHEN 'E' WHEN 'e'
                   PERFORM 3300-EXCLUIR-FAIXA
               WHEN 'C' WHEN 'c'
                   PERFORM 5000-TROCAR-DONO
               WHEN 'D' WHEN 'd'
                   PERFORM 6000-DISTRIBUIR
               WHEN 'F' WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * NOVA FAIXA: LOGIN EXISTENTE EM USERS.DAT, UF DA
      * UFTAB E CEP INICIAL NAO MAIOR QUE O FINAL (FINAL
      * ZERO = ATE 99999999). SOBREPOR A FAIXA DE OUTRO
      * VENDEDOR E PERMITIDO COM AVISO - NA DISTRIBUICAO
      * VALE A MAIS ESTREITA.
      *****************************************************
       3100-INCLUIR-FAIXA.
           MOVE SPACES TO WRK-TERR.
           MOVE ZEROS TO WRK-TE-CEP-INI WRK-TE-CEP-FIM.
           DISPLAY 'LOGIN DO VENDEDOR..... '.
           ACCEPT WRK-TE-VENDEDOR FROM CONSOLE.
           DISPLAY 'UF.................... '.
           ACCEPT WRK-TE-UF FROM CONSOLE.
           DISPLAY 'CEP INICIAL (0 = UF INTEIRA).. '.
           ACCEPT WRK-TE-CEP-INI FROM CONSOLE.
           DISPLAY 'CEP FINAL (0 = ATE O FIM)..... '.
           ACCEPT WRK-TE-CEP-FIM FROM CONSOLE.
           IF WRK-TE-CEP-FIM = ZEROS
               MOVE 99999999 TO WRK-TE-CEP-FIM
           END-IF.
           PERFORM 3150-VALIDAR-UF.
           MOVE WRK-TE-VENDEDOR TO WRK-NOVO-DONO.
           PERFORM 5200-VALIDAR-LOGIN.
           EVALUATE TRUE
               WHEN WRK-NOVO-DONO = SPACES
                   DISPLAY 'LOGIN NAO CADASTRADO - NADA GRAVADO'
               WHEN WRK-UF-OK NOT = 'S'
                   DISPLAY 'UF INVALIDA - NADA GRAVADO'
               WHEN WRK-TE-CEP-INI > WRK-TE-CEP-FIM
                   DISPLAY 'CEP INICIAL MAIOR QUE O FINAL'
               WHEN WRK-TR-QTDE = 200
                   DISPLAY 'TABELA CHEIA - EXCLUA UMA FAIXA ANTES'
               WHEN OTHER
                   PERFORM 3200-AVISAR-SOBREPOSICAO
                   ADD 1 TO WRK-TR-QTDE
                   MOVE WRK-TERR TO WRK-TR-ITEM(WRK-TR-QTDE)
                   MOVE 'S' TO WRK-ALTEROU
                   MOVE 'TERR-INC' TO WRK-OPER-AUD
                   MOVE WRK-TE-VENDEDOR TO WRK-ALVO-AUD
                   PERFORM 7000-GRAVA-AUDITORIA
                   DISPLAY 'FAIXA INCLUIDA: ' WRK-TE-UF ' '
                       WRK-TE-CEP-INI ' A ' WRK-TE-CEP-FIM
           END-EVALUATE.

       3150-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-OK.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > WRK-TAB-UFV-QTDE
               IF WRK-TAB-UFV(WRK-UF-IDX) = WRK-TE-UF
                   MOVE 'S' TO WRK-UF-OK
               END-IF
           END-PERFORM.

       3200-AVISAR-SOBREPOSICAO.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               IF WRK-TR-UF(WRK-TR-IDX) = WRK-TE-UF
                   AND WRK-TR-VENDEDOR(WRK-TR-IDX)
                       NOT = WRK-TE-VENDEDOR
                   AND WRK-TR-CEP-INI(WRK-TR-IDX)
                       NOT > WRK-TE-CEP-FIM
                   AND WRK-TR-CEP-FIM(WRK-TR-IDX)
                       NOT < WRK-TE-CEP-INI
                   DISPLAY 'AVISO: SOBREPOE A FAIXA DE '
                       WRK-TR-VENDEDOR(WRK-TR-IDX) ' '
                       WRK-TR-CEP-INI(WRK-TR-IDX) ' A '
                       WRK-TR-CEP-FIM(WRK-TR-IDX)
               END-IF
           END-PERFORM.

      *    A CARTEIRA JA DISTRIBUIDA FICA COMO ESTA - A
      *    EXCLUSAO SO VALE PARA AS PROXIMAS DISTRIBUICOES.
       3300-EXCLUIR-FAIXA.
           PERFORM 3400-LISTAR.
           MOVE ZEROS TO WRK-LINHA.
           DISPLAY 'NUMERO DA FAIXA A EXCLUIR.. '.
           ACCEPT WRK-LINHA FROM CONSOLE.
           IF WRK-LINHA = ZEROS OR WRK-LINHA > WRK-TR-QTDE
               DISPLAY 'FAIXA NAO ENCONTRADA'
           ELSE
               MOVE SPACES TO WRK-CONFIRMA
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?.. '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE WRK-TR-VENDEDOR(WRK-LINHA) TO WRK-ALVO-AUD
                   PERFORM VARYING WRK-TR-IDX FROM WRK-LINHA BY 1
                           UNTIL WRK-TR-IDX >= WRK-TR-QTDE
                       MOVE WRK-TR-ITEM(WRK-TR-IDX + 1)
                           TO WRK-TR-ITEM(WRK-TR-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WRK-TR-QTDE
                   MOVE 'S' TO WRK-ALTEROU
                   MOVE 'TERR-EXC' TO WRK-OPER-AUD
                   PERFORM 7000-GRAVA-AUDITORIA
                   DISPLAY 'FAIXA EXCLUIDA'
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA PELO OPERADOR'
               END-IF
           END-IF.

       3400-LISTAR.
           DISPLAY 'NUM VENDEDOR             UF CEP INI  CEP FIM'.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               DISPLAY WRK-TR-IDX ' ' WRK-TR-VENDEDOR(WRK-TR-IDX) ' '
                   WRK-TR-UF(WRK-TR-IDX) ' '
                   WRK-TR-CEP-INI(WRK-TR-IDX) ' '
                   WRK-TR-CEP-FIM(WRK-TR-IDX)
           END-PERFORM.
           DISPLAY 'FAIXAS CADASTRADAS: ' WRK-TR-QTDE.

      *****************************************************
      * FAIXA MAIS ESTREITA QUE COBRE WRK-BUSCA-UF E
      * WRK-BUSCA-CEP; WRK-TR-ACHEI = ZERO QUANDO NENHUMA
      * COBRE.
      *****************************************************
       3900-LOCALIZAR-TERRITORIO.
           MOVE ZEROS TO WRK-TR-ACHEI.
           MOVE 99999999 TO WRK-TR-MENOR.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               IF WRK-TR-UF(WRK-TR-IDX) = WRK-BUSCA-UF
                   AND WRK-TR-CEP-INI(WRK-TR-IDX) NOT > WRK-BUSCA-CEP
                   AND WRK-TR-CEP-FIM(WRK-TR-IDX) NOT < WRK-BUSCA-CEP
                   COMPUTE WRK-TR-LARGURA =
                       WRK-TR-CEP-FIM(WRK-TR-IDX)
                       - WRK-TR-CEP-INI(WRK-TR-IDX)
                   IF WRK-TR-ACHEI = ZEROS
                       OR WRK-TR-LARGURA < WRK-TR-MENOR
                       MOVE WRK-TR-IDX TO WRK-TR-ACHEI
                       MOVE WRK-TR-LARGURA TO WRK-TR-MENOR
                   END-IF
               END-IF
           END-PERFORM.

       4000-GRAVAR-TABELA.
           OPEN OUTPUT TERRTAB.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-TR-QTDE
               MOVE WRK-TR-ITEM(WRK-TR-IDX) TO TERRTAB-REG
               WRITE TERRTAB-REG
           END-PERFORM.
           CLOSE TERRTAB.

      *****************************************************
      * DONO DE UM CLIENTE: MOSTRA O ATUAL (E DE ONDE
      * VEIO) E ACEITA UM LOGIN NOVO; ENTER MANTEM. A
      * ESCOLHA DO ADM FICA MARCADA COMO MANUAL.
      *****************************************************
       5000-TROCAR-DONO.
           MOVE ZEROS TO WRK-FONE.
           DISPLAY 'TELEFONE DO CLIENTE.. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 5100-MOSTRAR-DONO
                   PERFORM 5150-CAPTURAR-DONO
           END-READ.

       5100-MOSTRAR-DONO.
           DISPLAY CLIENTES-NOME ' ' CLIENTES-UF ' ' CLIENTES-CEP.
           MOVE 'N' TO WRK-TEM-DONO.
           MOVE WRK-FONE TO CARTEIRA-FONE.
           READ CARTEIRA
               INVALID KEY
                   DISPLAY 'CLIENTE SEM CARTEIRA'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-DONO
                   IF CARTEIRA-MANUAL
                       DISPLAY 'DONO: ' CARTEIRA-VENDEDOR
                           ' (ADM ' CARTEIRA-ATRIB-POR ' EM '
                           CARTEIRA-DT-ATRIB ')'
                   ELSE
                       DISPLAY 'DONO: ' CARTEIRA-VENDEDOR
                           ' (TERRITORIO, EM ' CARTEIRA-DT-ATRIB ')'
                   END-IF
           END-READ.

       5150-CAPTURAR-DONO.
           MOVE SPACES TO WRK-NOVO-DONO.
           DISPLAY 'NOVO DONO (LOGIN, ENTER = MANTEM).. '.
           ACCEPT WRK-NOVO-DONO FROM CONSOLE.
           IF WRK-NOVO-DONO NOT = SPACES
               PERFORM 5200-VALIDAR-LOGIN
               IF WRK-NOVO-DONO = SPACES
                   DISPLAY 'LOGIN NAO CADASTRADO - NADA GRAVADO'
               ELSE
                   MOVE WRK-FONE       TO CARTEIRA-FONE
                   MOVE WRK-NOVO-DONO  TO CARTEIRA-VENDEDOR
                   MOVE 'M'            TO CARTEIRA-ORIGEM
                   MOVE WRK-DATA-SIS   TO CARTEIRA-DT-ATRIB
                   MOVE WRK-ADMIN      TO CARTEIRA-ATRIB-POR
                   IF WRK-TEM-DONO = 'S'
                       REWRITE CARTEIRA-REG
                   ELSE
                       WRITE CARTEIRA-REG
                   END-IF
                   MOVE 'CART-DONO' TO WRK-OPER-AUD
                   MOVE WRK-FONE TO WRK-ALVO-AUD
                   PERFORM 7000-GRAVA-AUDITORIA
                   DISPLAY 'CARTEIRA ATUALIZADA: ' WRK-NOVO-DONO
               END-IF
           END-IF.

      *    LOGIN EM WRK-NOVO-DONO PRECISA EXISTIR EM
      *    USERS.DAT; NAO EXISTINDO, VOLTA EM BRANCO.
       5200-VALIDAR-LOGIN.
           IF USERS-STATUS = 35
               MOVE SPACES TO WRK-NOVO-DONO
           ELSE
               MOVE WRK-NOVO-DONO TO USERS-LOGIN
               READ USERS
                   INVALID KEY
                       MOVE SPACES TO WRK-NOVO-DONO
               END-READ
           END-IF.

      *****************************************************
      * DISTRIBUICAO: CLIENTE ATIVO AINDA SEM CARTEIRA
      * GANHA O DONO DA FAIXA QUE COBRE A UF E O CEP DO
      * CADASTRO. QUEM JA TEM DONO NAO E MEXIDO.
      *****************************************************
       6000-DISTRIBUIR.
           MOVE ZEROS TO WRK-TOT-LIDOS WRK-TOT-ATRIBUIDOS
               WRK-TOT-SEM-TERR WRK-TOT-JA-TINHAM.
           MOVE 'N' TO WRK-FIM.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL FIM
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF CLIENTES-ATIVO
                           ADD 1 TO WRK-TOT-LIDOS
                           PERFORM 6100-ATRIBUIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-TOT-ATRIBUIDOS NOT = ZEROS
               MOVE 'CART-DISTR' TO WRK-OPER-AUD
               MOVE WRK-TOT-ATRIBUIDOS TO WRK-ALVO-AUD
               PERFORM 7000-GRAVA-AUDITORIA
           END-IF.
           DISPLAY 'CLIENTES ATIVOS LIDOS....: ' WRK-TOT-LIDOS.
           DISPLAY 'JA TINHAM CARTEIRA.......: ' WRK-TOT-JA-TINHAM.
           DISPLAY 'ATRIBUIDOS AGORA.........: ' WRK-TOT-ATRIBUIDOS.
           DISPLAY 'FORA DE QUALQUER FAIXA...: ' WRK-TOT-SEM-TERR.

       6100-ATRIBUIR-CLIENTE.
           MOVE CLIENTES-FONE TO CARTEIRA-FONE.
           READ CARTEIRA
               INVALID KEY
                   MOVE CLIENTES-UF  TO WRK-BUSCA-UF
                   MOVE CLIENTES-CEP TO WRK-BUSCA-CEP
                   PERFORM 3900-LOCALIZAR-TERRITORIO
                   IF WRK-TR-ACHEI = ZEROS
                       ADD 1 TO WRK-TOT-SEM-TERR
                   ELSE
                       MOVE CLIENTES-FONE TO CARTEIRA-FONE
                       MOVE WRK-TR-VENDEDOR(WRK-TR-ACHEI)
                           TO CARTEIRA-VENDEDOR
                       MOVE 'T'          TO CARTEIRA-ORIGEM
                       MOVE WRK-DATA-SIS TO CARTEIRA-DT-ATRIB
                       MOVE WRK-ADMIN    TO CARTEIRA-ATRIB-POR
                       WRITE CARTEIRA-REG
                       ADD 1 TO WRK-TOT-ATRIBUIDOS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-TOT-JA-TINHAM
           END-READ.

      *    MESMO FORMATO DE 5 CAMPOS DO 9500-GRAVA-AUDITORIA
      *    DO PROJETO.
       7000-GRAVA-AUDITORIA.
           ACCEPT WRK-DATAHORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           OPEN EXTEND AUDITF.
           IF AUDITF-STATUS = 35
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               WRK-OPER-AUD ' ' WRK-ALVO-AUD ' ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
