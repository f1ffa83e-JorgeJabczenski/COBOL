       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDACES.
      ********************************************
      * OBJETIVO: RELATORIO DE ACESSO DO TITULAR
      *           (LGPD) - A CONTRAPARTE DO ANONCLI
      *           PARA O DIREITO DE COPIA: DADO O
      *           TELEFONE OU O CNPJ, JUNTA NUM SO
      *           ARQUIVO DATADO
      *           (LGPD.FONE.AAAAMMDD) TUDO O QUE A
      *           CASA GUARDA DO TITULAR: CADASTRO E
      *           CONSENTIMENTO DE MALA DIRETA,
      *           ENDERECOS ADICIONAIS, OBSERVACOES,
      *           AUDITORIA (AUDITF, ARQUIVOS MORTOS
      *           DO FECHADIA E AUDITDET), PEDIDOS E
      *           ITENS VIVOS E ARQUIVADOS (PEDHIST/
      *           ITNHIST DO FECHAMES), PARCELAS,
      *           DEVOLUCOES E CAMPANHAS RECEBIDAS
      *           (CAMPDEST). OS ARQUIVOS MORTOS SAO
      *           PROCURADOS MES A MES DESDE O MES
      *           INFORMADO (PADRAO: O DO CADASTRO).
      *           CADA ATENDIMENTO VAI PARA
      *           LGPDLOG.DAT COM A DATA DO PEDIDO DO
      *           TITULAR, OS DIAS CORRIDOS ATE A
      *           ENTREGA E SE FICOU NO PRAZO LEGAL
      *           (15 DIAS), E GANHA UMA LINHA
      *           'LGPD-ACESSO' NO AUDITF. USO
      *           RESTRITO, COM CONF2FA, COMO O
      *           ANONCLI. SOMENTE LEITURA.
      * AUTHOR  : JORGE
      * 15/10/2026 JORGE - PEDIDOS.DAT GANHOU AS
      *            CHAVES ALTERNATIVAS DA DATA DO
      *            PEDIDO E DO VENDEDOR
      *            (RECONSTRUIDO PELO CHAVEPED).
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY CLIENTES-CHAVE.

           SELECT ENDERECOS ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY ENDERECOS-CHAVE.

           SELECT EMAILINV ASSIGN TO 'EMAILINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS EMAILINV-STATUS
               RECORD KEY EMAILINV-FONE.

           SELECT NOTASCLI ASSIGN TO 'NOTASCLI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTASCLI-STATUS.

           SELECT AUDITF ASSIGN TO 'AUDITF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITF-STATUS.

           SELECT AUDITARQ ASSIGN TO WRK-AUDARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITARQ-STATUS.

           SELECT AUDITDET ASSIGN TO 'AUDITDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITDET-STATUS.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY PEDIDOS-CHAVE
               ALTERNATE RECORD KEY PEDIDOS-FONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-DTPEDIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY PEDIDOS-VENDEDOR
                   WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY PEDITENS-CHAVE.

           SELECT PEDHISTC ASSIGN TO WRK-PEDHIST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDHISTC-STATUS
               RECORD KEY HIST-CHAVE.

           SELECT ITNHISTC ASSIGN TO WRK-ITNHIST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITNHISTC-STATUS
               RECORD KEY HITN-CHAVE.

           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY RECEBER-CHAVE.

           SELECT DEVOL ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEVOL-STATUS
               RECORD KEY DEVOL-CHAVE.

           SELECT CAMPREG ASSIGN TO 'CAMPREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPREG-STATUS.

           SELECT CAMPDEST ASSIGN TO 'CAMPDEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPDEST-STATUS.

           SELECT LGPD-REL ASSIGN TO WRK-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

           SELECT LGPDLOG ASSIGN TO 'LGPDLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGPDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY 'CLIECOPY.cob'.

       FD ENDERECOS.
           COPY 'ENDECOPY.cob'.

       FD EMAILINV.
           COPY 'EMLICOPY.cob'.

       FD NOTASCLI.
       01 NOTAS-LINHA PIC X(100).

       FD AUDITF.
       01 AUDITF-LINHA PIC X(80).

       FD AUDITARQ.
       01 AUDITARQ-LINHA PIC X(80).

       FD AUDITDET.
       01 AUDITDET-LINHA PIC X(140).

       FD PEDIDOS.
           COPY 'PEDICOPY.cob'.

       FD PEDITENS.
           COPY 'ITENCOPY.cob'.

       FD PEDHISTC.
           COPY 'PEDHCOPY.cob'.

       FD ITNHISTC.
           COPY 'ITNHCOPY.cob'.

       FD RECEBER.
           COPY 'RECBCOPY.cob'.

       FD DEVOL.
           COPY 'DEVOCOPY.cob'.

       FD CAMPREG.
       01 CAMPREG-REG.
           05 CAMPREG-ID   PIC 9(04).
           05 CAMPREG-NOME PIC X(30).
           05 CAMPREG-DATA PIC 9(08).

       FD CAMPDEST.
       01 CAMPDEST-REG.
           05 CAMPDEST-ID   PIC 9(04).
           05 CAMPDEST-FONE PIC 9(09).
           05 CAMPDEST-DATA PIC 9(08).

       FD LGPD-REL.
       01 REL-LINHA PIC X(150).

       FD LGPDLOG.
       01 LGPDLOG-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 CLIENTES-STATUS  PIC 9(02).
               COPY 'FILESTAT.cob'.
           77 ENDERECOS-STATUS PIC 9(02).
           77 EMAILINV-STATUS  PIC 9(02).
           77 NOTASCLI-STATUS  PIC 9(02).
           77 AUDITF-STATUS    PIC 9(02).
           77 AUDITARQ-STATUS  PIC 9(02).
           77 AUDITDET-STATUS  PIC 9(02).
           77 PEDIDOS-STATUS   PIC 9(02).
           77 PEDITENS-STATUS  PIC 9(02).
           77 PEDHISTC-STATUS  PIC 9(02).
           77 ITNHISTC-STATUS  PIC 9(02).
           77 RECEBER-STATUS   PIC 9(02).
           77 DEVOL-STATUS     PIC 9(02).
           77 CAMPREG-STATUS   PIC 9(02).
           77 CAMPDEST-STATUS  PIC 9(02).
           77 REL-STATUS       PIC 9(02).
           77 LGPDLOG-STATUS   PIC 9(02).
           77 WRK-FIM          PIC X(01) VALUE 'N'.
               88 FIM VALUE 'S'.
           77 WRK-FIM-ITEM     PIC X(01) VALUE 'N'.
               88 FIM-ITEM VALUE 'S'.

           77 WRK-ADMIN       PIC X(20) VALUE SPACES.
           77 WRK-SENHA-ADM   PIC X(10) VALUE SPACES.
           77 WRK-NIVEL-ADM   PIC 9(02) VALUE ZEROS.
           77 WRK-LOGIN-OK    PIC X(01) VALUE SPACES.
           77 WRK-OP-PERM     PIC X(10) VALUE 'LGPDACES'.
           77 WRK-PERMITIDO   PIC X(01) VALUE SPACES.
           77 WRK-2FA-OK      PIC X(01) VALUE SPACES.

           77 WRK-FONE        PIC 9(09) VALUE ZEROS.
           77 WRK-FONE-X      PIC X(09) VALUE SPACES.
           77 WRK-CNPJ        PIC 9(14) VALUE ZEROS.
           77 WRK-ACHOU       PIC X(01) VALUE 'N'.
               88 TITULAR-ACHADO VALUE 'S'.
           77 WRK-DT-PEDIDO   PIC 9(08) VALUE ZEROS.
           77 WRK-DESDE       PIC 9(06) VALUE ZEROS.
           77 WRK-MES-CORR    PIC 9(06) VALUE ZEROS.
           77 WRK-MES-ATUAL   PIC 9(06) VALUE ZEROS.
           77 WRK-DIA-ARQ     PIC 9(02) VALUE ZEROS.
           77 WRK-REL-NOME    PIC X(40) VALUE SPACES.
           77 WRK-TITULO-SECAO PIC X(60) VALUE SPACES.
           77 WRK-AUDARQ-NOME PIC X(40) VALUE SPACES.
           77 WRK-PEDHIST-NOME PIC X(30) VALUE SPACES.
           77 WRK-ITNHIST-NOME PIC X(30) VALUE SPACES.
           77 WRK-DIAS        PIC S9(05) VALUE ZEROS.
           77 WRK-DIAS-ED     PIC -(4)9.
           77 WRK-PRAZO-LEGAL PIC 9(03) VALUE 15.
           77 WRK-SITUACAO-PRAZO PIC X(13) VALUE SPACES.
           77 WRK-VALOR-ED    PIC ZZZZZZZ9,99.
           77 WRK-VALOR2-ED   PIC ZZZZZZZ9,99.
           77 WRK-QTDE-ED     PIC ZZZZ9.

           77 WRK-AUD-DATA    PIC X(10).
           77 WRK-AUD-HORA    PIC X(08).
           77 WRK-AUD-OPER    PIC X(20).
           77 WRK-AUD-FONE    PIC X(09).
           77 WRK-AUD-USUARIO PIC X(20).

      *    NOMES DAS CAMPANHAS (CAMPREG.DAT) PARA A SECAO DE
      *    CAMPANHAS RECEBIDAS.
           01 WRK-TAB-CAMP.
               05 WRK-CP-ITEM OCCURS 500 TIMES.
                   10 WRK-CP-ID   PIC 9(04).
                   10 WRK-CP-NOME PIC X(30).
           77 WRK-CP-QTDE  PIC 9(03) VALUE ZEROS.
           77 WRK-CP-IDX   PIC 9(03) VALUE ZEROS.
           77 WRK-CP-NOME-ACHADO PIC X(30) VALUE SPACES.

           77 WRK-TOT-ENDER   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-NOTAS   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-AUDIT   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-DIFFS   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-PEDIDOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-ITENS   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-HIST    PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-PARC    PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-DEVOL   PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-CAMP    PIC 9(05) VALUE ZEROS.

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
           01 WRK-DT-PED-R.
               05 WRK-DP-ANO PIC 9(04).
               05 WRK-DP-MES PIC 9(02).
               05 WRK-DP-DIA PIC 9(02).
           01 WRK-MES-R.
               05 WRK-MR-ANO PIC 9(04).
               05 WRK-MR-MES PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-LOGIN-ADM.
           IF WRK-LOGIN-OK = 'S'
               CALL 'PERMISSO' USING WRK-ADMIN WRK-NIVEL-ADM
                   WRK-OP-PERM WRK-PERMITIDO
           END-IF.
           IF WRK-LOGIN-OK = 'S' AND WRK-PERMITIDO = 'S'
               CALL 'CONF2FA' USING WRK-2FA-OK
           END-IF.
           IF WRK-LOGIN-OK NOT = 'S' OR WRK-PERMITIDO NOT = 'S'
               OR WRK-2FA-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO - SEM PERMISSAO'
           ELSE
               OPEN INPUT CLIENTES
               IF CLIENTES-STATUS NOT = 00
                   DISPLAY 'CLIENTES.DAT NAO DISPONIVEL - STATUS '
                       CLIENTES-STATUS
               ELSE
                   PERFORM 2000-LOCALIZAR-TITULAR
                   IF TITULAR-ACHADO
                       PERFORM 3000-GERAR-RELATORIO
                   ELSE
                       DISPLAY 'TITULAR NAO ENCONTRADO'
                   END-IF
                   CLOSE CLIENTES
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

      *****************************************************
      * PELO TELEFONE (CHAVE) OU, SEM ELE, PELO CNPJ - O
      * CADASTRO NAO TEM CHAVE POR CNPJ, ENTAO O ARQUIVO E
      * VARRIDO, COMO NO DUPCHECK.
      *****************************************************
       2000-LOCALIZAR-TITULAR.
           MOVE 'N' TO WRK-ACHOU.
           DISPLAY 'TELEFONE DO TITULAR (0 = BUSCAR POR CNPJ).. '.
           ACCEPT WRK-FONE FROM CONSOLE.
           IF WRK-FONE NOT = ZEROS
               MOVE WRK-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
           ELSE
               DISPLAY 'CNPJ DO TITULAR.. '
               ACCEPT WRK-CNPJ FROM CONSOLE
               IF WRK-CNPJ NOT = ZEROS
                   PERFORM 2100-BUSCAR-CNPJ
               END-IF
           END-IF.
           IF TITULAR-ACHADO
               MOVE CLIENTES-FONE TO WRK-FONE
               MOVE WRK-FONE TO WRK-FONE-X
               DISPLAY 'TITULAR: ' CLIENTES-NOME
               MOVE ZEROS TO WRK-DT-PEDIDO
               DISPLAY 'DATA DO PEDIDO DO TITULAR (AAAAMMDD, '
                   '0 = HOJE).. '
               ACCEPT WRK-DT-PEDIDO FROM CONSOLE
               MOVE ZEROS TO WRK-DESDE
               DISPLAY 'ARQUIVOS MORTOS DESDE (AAAAMM, 0 = MES DO '
                   'CADASTRO).. '
               ACCEPT WRK-DESDE FROM CONSOLE
           END-IF.

       2100-BUSCAR-CNPJ.
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
                       IF CLIENTES-CNPJ = WRK-CNPJ
                           MOVE 'S' TO WRK-ACHOU
                           MOVE 'S' TO WRK-FIM
                       END-IF
               END-READ
           END-PERFORM.

       3000-GERAR-RELATORIO.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           IF WRK-DT-PEDIDO = ZEROS
               MOVE WRK-DH-DATA TO WRK-DT-PEDIDO
           END-IF.
           IF WRK-DESDE = ZEROS
               COMPUTE WRK-DESDE =
                   (CLIENTES-DTC-ANO * 100) + CLIENTES-DTC-MES
           END-IF.
           COMPUTE WRK-MES-ATUAL = (WRK-DH-ANO * 100) + WRK-DH-MES.
           MOVE SPACES TO WRK-REL-NOME.
           STRING 'LGPD.' WRK-FONE-X '.' WRK-DH-DATA
               DELIMITED BY SIZE INTO WRK-REL-NOME
           END-STRING.
           OPEN OUTPUT LGPD-REL.
           PERFORM 3100-CABECALHO.
           PERFORM 3200-CADASTRO.
           PERFORM 3300-CONSENTIMENTO.
           PERFORM 3400-ENDERECOS.
           PERFORM 3500-OBSERVACOES.
           PERFORM 3600-AUDITORIA.
           PERFORM 3700-PEDIDOS.
           PERFORM 3800-ARQUIVOS-MORTOS.
           PERFORM 3900-PARCELAS.
           PERFORM 4000-DEVOLUCOES.
           PERFORM 4100-CAMPANHAS.
           PERFORM 4900-RODAPE.
           CLOSE LGPD-REL.
           PERFORM 5000-GRAVA-LOG.
           PERFORM 5100-GRAVA-AUDITORIA.
           DISPLAY 'RELATORIO DO TITULAR GERADO EM ' WRK-REL-NOME.
           DISPLAY 'DIAS DESDE O PEDIDO: ' WRK-DIAS-ED ' - '
               WRK-SITUACAO-PRAZO.

       3100-CABECALHO.
           MOVE 'RELATORIO DE ACESSO DO TITULAR - LGPD' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMITIDO EM ' WRK-DH-ANO '-' WRK-DH-MES '-'
               WRK-DH-DIA ' ' WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS
               ' POR ' WRK-ADMIN
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDO DO TITULAR EM ' WRK-DT-PEDIDO
               '   TELEFONE ' WRK-FONE-X
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3200-CADASTRO.
           MOVE 'DADOS CADASTRAIS' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'NOME.........: ' CLIENTES-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMAIL........: ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENDERECO.....: ' CLIENTES-ENDERECO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CIDADE/UF....: ' CLIENTES-CIDADE '-' CLIENTES-UF
               '   CEP ' CLIENTES-CEP
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TIPO.........: ' CLIENTES-TIPO
               '   CNPJ ' CLIENTES-CNPJ
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CADASTRO EM..: ' CLIENTES-DTC-ANO '-'
               CLIENTES-DTC-MES '-' CLIENTES-DTC-DIA
               '   SITUACAO ' CLIENTES-SITUACAO
               ' DESDE ' CLIENTES-DT-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE CLIENTES-LIMITE-CRED TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIMITE CRED..: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *    TITULO DA SECAO JA EM REL-LINHA.
       3060-ABRIR-SECAO.
           MOVE REL-LINHA TO WRK-TITULO-SECAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TITULO-SECAO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       3300-CONSENTIMENTO.
           MOVE 'CONSENTIMENTO DE MARKETING' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           IF CLIENTES-ACEITA-MKT
               MOVE 'MALA DIRETA..: ACEITA' TO REL-LINHA
           ELSE
               MOVE 'MALA DIRETA..: RECUSA' TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           OPEN INPUT EMAILINV.
           IF EMAILINV-STATUS = 00
               MOVE WRK-FONE TO EMAILINV-FONE
               READ EMAILINV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO REL-LINHA
                       STRING 'EMAIL DEVOLVIDO: ' EMAILINV-EMAIL
                           ' DESDE ' EMAILINV-DT-PRIM
                           DELIMITED BY SIZE INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
               END-READ
               CLOSE EMAILINV
           END-IF.

       3400-ENDERECOS.
           MOVE 'ENDERECOS DE ENTREGA ADICIONAIS' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           OPEN INPUT ENDERECOS.
           IF ENDERECOS-STATUS = 00
               MOVE WRK-FONE TO ENDERECOS-FONE
               MOVE ZEROS TO ENDERECOS-SEQ
               MOVE 'N' TO WRK-FIM
               START ENDERECOS KEY IS NOT LESS THAN ENDERECOS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ ENDERECOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF ENDERECOS-FONE NOT = WRK-FONE
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               ADD 1 TO WRK-TOT-ENDER
                               MOVE SPACES TO REL-LINHA
                               STRING ENDERECOS-SEQ ' '
                                   ENDERECOS-DESCRICAO ' '
                                   ENDERECOS-ENDERECO ' '
                                   ENDERECOS-CIDADE '-' ENDERECOS-UF
                                   ' CEP ' ENDERECOS-CEP
                                   DELIMITED BY SIZE INTO REL-LINHA
                               END-STRING
                               WRITE REL-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDERECOS
           END-IF.

      *    FONE NAS COLUNAS FIXAS 21-29, COMO NO ANONCLI.
       3500-OBSERVACOES.
           MOVE 'OBSERVACOES' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT NOTASCLI.
           IF NOTASCLI-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ NOTASCLI
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF NOTAS-LINHA(21:9) = WRK-FONE-X
                           ADD 1 TO WRK-TOT-NOTAS
                           WRITE REL-LINHA FROM NOTAS-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF NOTASCLI-STATUS NOT = 35
               CLOSE NOTASCLI
           END-IF.

      *****************************************************
      * AUDITF CORRENTE E DIFFS DO AUDITDET; OS ARQUIVOS
      * MORTOS AUDITF.DAT.AAAAMMDD ENTRAM NA VARREDURA MES
      * A MES DO 3800. AS LINHAS DO AUDITF SAO DESMONTADAS
      * POR ESPACOS, COMO NO 6225-FILTRAR-AUDITF DO
      * PROJETO.
      *****************************************************
       3600-AUDITORIA.
           MOVE 'AUDITORIA (MOVIMENTO CORRENTE E DETALHES)'
               TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT AUDITF.
           IF AUDITF-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ AUDITF
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       UNSTRING AUDITF-LINHA DELIMITED BY ALL SPACE
                           INTO WRK-AUD-DATA WRK-AUD-HORA WRK-AUD-OPER
                               WRK-AUD-FONE WRK-AUD-USUARIO
                       END-UNSTRING
                       IF WRK-AUD-FONE = WRK-FONE-X
                           ADD 1 TO WRK-TOT-AUDIT
                           WRITE REL-LINHA FROM AUDITF-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF AUDITF-STATUS NOT = 35
               CLOSE AUDITF
           END-IF.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT AUDITDET.
           IF AUDITDET-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ AUDITDET
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF AUDITDET-LINHA(21:9) = WRK-FONE-X
                           ADD 1 TO WRK-TOT-DIFFS
                           WRITE REL-LINHA FROM AUDITDET-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF AUDITDET-STATUS NOT = 35
               CLOSE AUDITDET
           END-IF.

       3700-PEDIDOS.
           MOVE 'PEDIDOS E ITENS' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDITENS.
           IF PEDIDOS-STATUS = 00
               MOVE WRK-FONE TO PEDIDOS-FONE
               MOVE ZEROS TO PEDIDOS-SEQ
               MOVE 'N' TO WRK-FIM
               START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ PEDIDOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF PEDIDOS-FONE NOT = WRK-FONE
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               PERFORM 3710-LINHA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.
           IF PEDITENS-STATUS NOT = 35
               CLOSE PEDITENS
           END-IF.

       3710-LINHA-PEDIDO.
           ADD 1 TO WRK-TOT-PEDIDOS.
           MOVE PEDIDOS-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDO ' PEDIDOS-SEQ ' DE ' PEDIDOS-DTP-ANO '-'
               PEDIDOS-DTP-MES '-' PEDIDOS-DTP-DIA ' UF '
               PEDIDOS-UF ' TOTAL ' WRK-VALOR-ED
               ' SITUACAO ' PEDIDOS-SITUACAO
               ' ENTREGA ' PEDIDOS-STATUS-ENTREGA
               ' END ' PEDIDOS-END-ENTREGA
               ' RECEBEDOR ' PEDIDOS-RECEBEDOR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF PEDITENS-STATUS NOT = 35
               MOVE PEDIDOS-FONE TO PEDITENS-FONE
               MOVE PEDIDOS-SEQ  TO PEDITENS-SEQ
               MOVE ZEROS TO PEDITENS-ITEM
               MOVE 'N' TO WRK-FIM-ITEM
               START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITEM
               END-START
               PERFORM UNTIL FIM-ITEM
                   READ PEDITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ITEM
                       NOT AT END
                           IF PEDITENS-FONE NOT = PEDIDOS-FONE
                               OR PEDITENS-SEQ NOT = PEDIDOS-SEQ
                               MOVE 'S' TO WRK-FIM-ITEM
                           ELSE
                               ADD 1 TO WRK-TOT-ITENS
                               MOVE PEDITENS-QTDE TO WRK-QTDE-ED
                               MOVE PEDITENS-VALOR-TOTAL
                                   TO WRK-VALOR-ED
                               MOVE SPACES TO REL-LINHA
                               STRING '    ITEM ' PEDITENS-ITEM ' '
                                   PEDITENS-PRODUTO ' '
                                   PEDITENS-DESCRICAO ' QTDE '
                                   WRK-QTDE-ED ' VALOR '
                                   WRK-VALOR-ED
                                   DELIMITED BY SIZE INTO REL-LINHA
                               END-STRING
                               WRITE REL-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************
      * MES A MES, DE WRK-DESDE ATE O MES CORRENTE: O
      * PEDHIST/ITNHIST DO FECHAMES E OS AUDITF.DAT.AAAAMMDD
      * DE CADA DIA DO FECHADIA. ARQUIVO INEXISTENTE E
      * SIMPLESMENTE PULADO.
      *****************************************************
       3800-ARQUIVOS-MORTOS.
           MOVE 'ARQUIVOS MORTOS (PEDIDOS E AUDITORIA)' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           MOVE WRK-DESDE TO WRK-MES-CORR.
           PERFORM 3810-VARRER-MES
               UNTIL WRK-MES-CORR > WRK-MES-ATUAL.

       3810-VARRER-MES.
           PERFORM 3820-PEDIDOS-DO-MES.
           PERFORM VARYING WRK-DIA-ARQ FROM 1 BY 1
                   UNTIL WRK-DIA-ARQ > 31
               PERFORM 3850-AUDITORIA-DO-DIA
           END-PERFORM.
           MOVE WRK-MES-CORR TO WRK-MES-R.
           IF WRK-MR-MES = 12
               ADD 1 TO WRK-MR-ANO
               MOVE 01 TO WRK-MR-MES
           ELSE
               ADD 1 TO WRK-MR-MES
           END-IF.
           MOVE WRK-MES-R TO WRK-MES-CORR.

       3820-PEDIDOS-DO-MES.
           MOVE SPACES TO WRK-PEDHIST-NOME WRK-ITNHIST-NOME.
           STRING 'PEDHIST.' WRK-MES-CORR
               DELIMITED BY SIZE INTO WRK-PEDHIST-NOME
           END-STRING.
           STRING 'ITNHIST.' WRK-MES-CORR
               DELIMITED BY SIZE INTO WRK-ITNHIST-NOME
           END-STRING.
           OPEN INPUT PEDHISTC.
           IF PEDHISTC-STATUS = 00
               OPEN INPUT ITNHISTC
               MOVE WRK-FONE TO HIST-FONE
               MOVE ZEROS TO HIST-SEQ
               MOVE 'N' TO WRK-FIM
               START PEDHISTC KEY IS NOT LESS THAN HIST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ PEDHISTC NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF HIST-FONE NOT = WRK-FONE
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               PERFORM 3830-LINHA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               IF ITNHISTC-STATUS NOT = 35
                   CLOSE ITNHISTC
               END-IF
               CLOSE PEDHISTC
           END-IF.

       3830-LINHA-HISTORICO.
           ADD 1 TO WRK-TOT-HIST.
           MOVE HIST-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-PEDHIST-NOME(1:14) ' PEDIDO ' HIST-SEQ ' DE '
               HIST-DTP-ANO '-' HIST-DTP-MES '-' HIST-DTP-DIA
               ' UF ' HIST-UF ' TOTAL ' WRK-VALOR-ED
               ' SITUACAO ' HIST-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF ITNHISTC-STATUS NOT = 35
               MOVE HIST-FONE TO HITN-FONE
               MOVE HIST-SEQ  TO HITN-SEQ
               MOVE ZEROS TO HITN-ITEM
               MOVE 'N' TO WRK-FIM-ITEM
               START ITNHISTC KEY IS NOT LESS THAN HITN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITEM
               END-START
               PERFORM UNTIL FIM-ITEM
                   READ ITNHISTC NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ITEM
                       NOT AT END
                           IF HITN-FONE NOT = HIST-FONE
                               OR HITN-SEQ NOT = HIST-SEQ
                               MOVE 'S' TO WRK-FIM-ITEM
                           ELSE
                               MOVE HITN-QTDE TO WRK-QTDE-ED
                               MOVE HITN-VALOR-TOTAL TO WRK-VALOR-ED
                               MOVE SPACES TO REL-LINHA
                               STRING '    ITEM ' HITN-ITEM ' '
                                   HITN-PRODUTO ' ' HITN-DESCRICAO
                                   ' QTDE ' WRK-QTDE-ED ' VALOR '
                                   WRK-VALOR-ED
                                   DELIMITED BY SIZE INTO REL-LINHA
                               END-STRING
                               WRITE REL-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3850-AUDITORIA-DO-DIA.
           MOVE SPACES TO WRK-AUDARQ-NOME.
           STRING 'AUDITF.DAT.' WRK-MES-CORR WRK-DIA-ARQ
               DELIMITED BY SIZE INTO WRK-AUDARQ-NOME
           END-STRING.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT AUDITARQ.
           IF AUDITARQ-STATUS NOT = 00
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ AUDITARQ
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       UNSTRING AUDITARQ-LINHA DELIMITED BY ALL SPACE
                           INTO WRK-AUD-DATA WRK-AUD-HORA WRK-AUD-OPER
                               WRK-AUD-FONE WRK-AUD-USUARIO
                       END-UNSTRING
                       IF WRK-AUD-FONE = WRK-FONE-X
                           ADD 1 TO WRK-TOT-AUDIT
                           WRITE REL-LINHA FROM AUDITARQ-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF AUDITARQ-STATUS = 00 OR AUDITARQ-STATUS = 10
               CLOSE AUDITARQ
           END-IF.

       3900-PARCELAS.
           MOVE 'PARCELAS (CONTAS A RECEBER)' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           OPEN INPUT RECEBER.
           IF RECEBER-STATUS = 00
               MOVE WRK-FONE TO RECEBER-FONE
               MOVE ZEROS TO RECEBER-SEQ RECEBER-PARCELA
               MOVE 'N' TO WRK-FIM
               START RECEBER KEY IS NOT LESS THAN RECEBER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ RECEBER NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF RECEBER-FONE NOT = WRK-FONE
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               ADD 1 TO WRK-TOT-PARC
                               MOVE RECEBER-VALOR TO WRK-VALOR-ED
                               MOVE RECEBER-VALOR-PAGO
                                   TO WRK-VALOR2-ED
                               MOVE SPACES TO REL-LINHA
                               STRING 'PEDIDO ' RECEBER-SEQ
                                   ' PARCELA ' RECEBER-PARCELA
                                   ' VENCE ' RECEBER-VENCIMENTO
                                   ' VALOR ' WRK-VALOR-ED
                                   ' PAGO ' WRK-VALOR2-ED
                                   ' EM ' RECEBER-DT-PAGTO
                                   ' SITUACAO ' RECEBER-SITUACAO
                                   DELIMITED BY SIZE INTO REL-LINHA
                               END-STRING
                               WRITE REL-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEBER
           END-IF.

       4000-DEVOLUCOES.
           MOVE 'DEVOLUCOES' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           OPEN INPUT DEVOL.
           IF DEVOL-STATUS = 00
               MOVE WRK-FONE TO DEVOL-FONE
               MOVE ZEROS TO DEVOL-SEQ DEVOL-ITEM
               MOVE 'N' TO WRK-FIM
               START DEVOL KEY IS NOT LESS THAN DEVOL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
               END-START
               PERFORM UNTIL FIM
                   READ DEVOL NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM
                       NOT AT END
                           IF DEVOL-FONE NOT = WRK-FONE
                               MOVE 'S' TO WRK-FIM
                           ELSE
                               ADD 1 TO WRK-TOT-DEVOL
                               MOVE DEVOL-QTDE TO WRK-QTDE-ED
                               MOVE DEVOL-VALOR TO WRK-VALOR-ED
                               MOVE SPACES TO REL-LINHA
                               STRING 'PEDIDO ' DEVOL-SEQ
                                   ' ITEM ' DEVOL-ITEM
                                   ' PRODUTO ' DEVOL-PRODUTO
                                   ' QTDE ' WRK-QTDE-ED
                                   ' VALOR ' WRK-VALOR-ED
                                   ' EM ' DEVOL-DATA ' '
                                   DEVOL-MOTIVO
                                   DELIMITED BY SIZE INTO REL-LINHA
                               END-STRING
                               WRITE REL-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOL
           END-IF.

       4100-CAMPANHAS.
           MOVE 'CAMPANHAS DE MALA DIRETA RECEBIDAS' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           PERFORM 4110-CARREGAR-CAMPANHAS.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT CAMPDEST.
           IF CAMPDEST-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CAMPDEST
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF CAMPDEST-FONE = WRK-FONE
                           PERFORM 4120-LINHA-CAMPANHA
                       END-IF
               END-READ
           END-PERFORM.
           IF CAMPDEST-STATUS NOT = 35
               CLOSE CAMPDEST
           END-IF.

       4110-CARREGAR-CAMPANHAS.
           MOVE ZEROS TO WRK-CP-QTDE.
           MOVE 'N' TO WRK-FIM.
           OPEN INPUT CAMPREG.
           IF CAMPREG-STATUS = 35
               MOVE 'S' TO WRK-FIM
           END-IF.
           PERFORM UNTIL FIM
               READ CAMPREG
                   AT END
                       MOVE 'S' TO WRK-FIM
                   NOT AT END
                       IF WRK-CP-QTDE < 500
                           ADD 1 TO WRK-CP-QTDE
                           MOVE CAMPREG-ID TO WRK-CP-ID(WRK-CP-QTDE)
                           MOVE CAMPREG-NOME
                               TO WRK-CP-NOME(WRK-CP-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           IF CAMPREG-STATUS NOT = 35
               CLOSE CAMPREG
           END-IF.

       4120-LINHA-CAMPANHA.
           ADD 1 TO WRK-TOT-CAMP.
           MOVE SPACES TO WRK-CP-NOME-ACHADO.
           PERFORM VARYING WRK-CP-IDX FROM 1 BY 1
                   UNTIL WRK-CP-IDX > WRK-CP-QTDE
               IF WRK-CP-ID(WRK-CP-IDX) = CAMPDEST-ID
                   MOVE WRK-CP-NOME(WRK-CP-IDX) TO WRK-CP-NOME-ACHADO
                   MOVE WRK-CP-QTDE TO WRK-CP-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING 'CAMPANHA ' CAMPDEST-ID ' ' WRK-CP-NOME-ACHADO
               ' EM ' CAMPDEST-DATA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       4900-RODAPE.
           MOVE 'RESUMO' TO REL-LINHA.
           PERFORM 3060-ABRIR-SECAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENDERECOS ' WRK-TOT-ENDER
               ' OBSERVACOES ' WRK-TOT-NOTAS
               ' AUDITORIA ' WRK-TOT-AUDIT
               ' DETALHES ' WRK-TOT-DIFFS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS ' WRK-TOT-PEDIDOS
               ' ITENS ' WRK-TOT-ITENS
               ' PEDIDOS ARQUIVADOS ' WRK-TOT-HIST
               ' PARCELAS ' WRK-TOT-PARC
               ' DEVOLUCOES ' WRK-TOT-DEVOL
               ' CAMPANHAS ' WRK-TOT-CAMP
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *****************************************************
      * PROVA DO ATENDIMENTO: DIAS CORRIDOS ENTRE O PEDIDO
      * DO TITULAR E A EMISSAO (MES COMERCIAL DE 30 DIAS,
      * COMO NOS DEMAIS PRAZOS DO SISTEMA) CONTRA O PRAZO
      * LEGAL DE 15 DIAS.
      *****************************************************
       5000-GRAVA-LOG.
           MOVE WRK-DT-PEDIDO TO WRK-DT-PED-R.
           COMPUTE WRK-DIAS =
               ((WRK-DH-ANO * 365) + (WRK-DH-MES * 30) + WRK-DH-DIA)
               - ((WRK-DP-ANO * 365) + (WRK-DP-MES * 30)
               + WRK-DP-DIA).
           MOVE WRK-DIAS TO WRK-DIAS-ED.
           IF WRK-DIAS > WRK-PRAZO-LEGAL
               MOVE 'FORA DO PRAZO' TO WRK-SITUACAO-PRAZO
           ELSE
               MOVE 'NO PRAZO' TO WRK-SITUACAO-PRAZO
           END-IF.
           OPEN EXTEND LGPDLOG.
           IF LGPDLOG-STATUS = 35
               OPEN OUTPUT LGPDLOG
               CLOSE LGPDLOG
               OPEN EXTEND LGPDLOG
           END-IF.
           MOVE SPACES TO LGPDLOG-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               WRK-FONE-X ' PEDIDO ' WRK-DT-PEDIDO
               ' DIAS ' WRK-DIAS-ED ' ' WRK-SITUACAO-PRAZO ' '
               WRK-ADMIN ' ' WRK-REL-NOME
               DELIMITED BY SIZE INTO LGPDLOG-LINHA
           END-STRING.
           WRITE LGPDLOG-LINHA.
           CLOSE LGPDLOG.

      *    MESMO FORMATO DE 5 CAMPOS DO 6000-GRAVA-AUDITORIA
      *    DO ANONCLI.
       5100-GRAVA-AUDITORIA.
           OPEN EXTEND AUDITF.
           IF AUDITF-STATUS = 35
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           MOVE SPACES TO AUDITF-LINHA.
           STRING WRK-DH-ANO '-' WRK-DH-MES '-' WRK-DH-DIA ' '
               WRK-DH-HH ':' WRK-DH-MM ':' WRK-DH-SS ' '
               'LGPD-ACESSO' ' ' WRK-FONE ' ' WRK-ADMIN
               DELIMITED BY SIZE INTO AUDITF-LINHA
           END-STRING.
           WRITE AUDITF-LINHA.
           CLOSE AUDITF.
