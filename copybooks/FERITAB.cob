      * OBJETIVO : TABELA DOS FERIADOS NACIONAIS DE DATA
      *            FIXA, NO FORMATO MMDD (PARTE DE DADOS -
      *            WORKING-STORAGE), NOS MOLDES DO DDDTAB.
      *            FERIADOS MOVEIS (CARNAVAL, PAIXAO,
      *            CORPUS CHRISTI) NAO ENTRAM - DEPENDEM DO
      *            ANO E SAO CALCULADOS PELO DIAUTIL.
      ******************************************************
       01 WRK-TAB-FERIADOS.
           05 WRK-TAB-FER PIC 9(04) OCCURS 09 TIMES.
