      ******************************************************
      * COPYBOOK : FERIUFTAB
      * OBJETIVO : TABELA DOS FERIADOS ESTADUAIS DE DATA
      *            FIXA POR UF, NO FORMATO UF + MMDD (PARTE
      *            DE DADOS - WORKING-STORAGE), NOS MOLDES
      *            DO FERITAB. UMA UF PODE TER MAIS DE UM
      *            FERIADO; UF SEM FERIADO PROPRIO NAO
      *            APARECE. FERIADO ESTADUAL QUE CAI NA
      *            MESMA DATA DE UM NACIONAL NAO ENTRA.
      ******************************************************
       01 WRK-TAB-FERIUF.
           05 WRK-TAB-FUF-ITEM OCCURS 40 TIMES.
               10 WRK-TAB-FUF-UF   PIC X(02).
               10 WRK-TAB-FUF-MMDD PIC 9(04).
       77 WRK-TAB-FUF-QTDE PIC 9(02) VALUE 33.
