      ******************************************************
      * COPYBOOK : LOCATAB
      * OBJETIVO : TABELA DOS LOCAIS DE ESTOQUE (PARTE DE
      *            DADOS - WORKING-STORAGE), NOS MOLDES DO
      *            UFTAB. O PRIMEIRO E O LOCAL PADRAO, ONDE
      *            CAI O QUE ENTRA OU SAI SEM LOCAL
      *            INFORMADO (VER ELOCCOPY).
      ******************************************************
       01 WRK-TAB-LOCAIS.
           05 WRK-LOCAL-ITEM OCCURS 3 TIMES.
               10 WRK-LOCAL-COD  PIC 9(02).
               10 WRK-LOCAL-NOME PIC X(20).
       77 WRK-LOCAL-QTDE   PIC 9(02) VALUE 3.
       77 WRK-LOCAL-PADRAO PIC 9(02) VALUE 01.
