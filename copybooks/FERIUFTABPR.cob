      ******************************************************
      * COPYBOOK : FERIUFTABPR
      * OBJETIVO : CARGA DA TABELA WRK-TAB-FERIUF (PARTE DE
      *            PROCEDURE) - COPIAR DENTRO DE UM
      *            PARAGRAFO DE INICIALIZACAO, NOS MOLDES
      *            DO FERITABPR. A DESCRICAO DE CADA
      *            FERIADO VAI EM COMENTARIO.
      ******************************************************
      *    AC - DIA DO EVANGELICO
           MOVE 'AC'   TO WRK-TAB-FUF-UF(01).
           MOVE 0123   TO WRK-TAB-FUF-MMDD(01).
      *    AC - ANIVERSARIO DO ESTADO
           MOVE 'AC'   TO WRK-TAB-FUF-UF(02).
           MOVE 0615   TO WRK-TAB-FUF-MMDD(02).
      *    AC - DIA DA AMAZONIA
           MOVE 'AC'   TO WRK-TAB-FUF-UF(03).
           MOVE 0906   TO WRK-TAB-FUF-MMDD(03).
      *    AC - TRATADO DE PETROPOLIS
           MOVE 'AC'   TO WRK-TAB-FUF-UF(04).
           MOVE 1117   TO WRK-TAB-FUF-MMDD(04).
      *    AL - SAO JOAO
           MOVE 'AL'   TO WRK-TAB-FUF-UF(05).
           MOVE 0624   TO WRK-TAB-FUF-MMDD(05).
      *    AL - SAO PEDRO
           MOVE 'AL'   TO WRK-TAB-FUF-UF(06).
           MOVE 0629   TO WRK-TAB-FUF-MMDD(06).
      *    AL - EMANCIPACAO POLITICA
           MOVE 'AL'   TO WRK-TAB-FUF-UF(07).
           MOVE 0916   TO WRK-TAB-FUF-MMDD(07).
      *    AP - SAO JOSE
           MOVE 'AP'   TO WRK-TAB-FUF-UF(08).
           MOVE 0319   TO WRK-TAB-FUF-MMDD(08).
      *    AP - CRIACAO DO TERRITORIO
           MOVE 'AP'   TO WRK-TAB-FUF-UF(09).
           MOVE 0913   TO WRK-TAB-FUF-MMDD(09).
      *    AM - ELEVACAO A PROVINCIA
           MOVE 'AM'   TO WRK-TAB-FUF-UF(10).
           MOVE 0905   TO WRK-TAB-FUF-MMDD(10).
      *    BA - INDEPENDENCIA DA BAHIA
           MOVE 'BA'   TO WRK-TAB-FUF-UF(11).
           MOVE 0702   TO WRK-TAB-FUF-MMDD(11).
      *    CE - SAO JOSE
           MOVE 'CE'   TO WRK-TAB-FUF-UF(12).
           MOVE 0319   TO WRK-TAB-FUF-MMDD(12).
      *    CE - DATA MAGNA
           MOVE 'CE'   TO WRK-TAB-FUF-UF(13).
           MOVE 0325   TO WRK-TAB-FUF-MMDD(13).
      *    DF - DIA DO EVANGELICO
           MOVE 'DF'   TO WRK-TAB-FUF-UF(14).
           MOVE 1130   TO WRK-TAB-FUF-MMDD(14).
      *    MA - ADESAO DO MARANHAO
           MOVE 'MA'   TO WRK-TAB-FUF-UF(15).
           MOVE 0728   TO WRK-TAB-FUF-MMDD(15).
      *    MS - CRIACAO DO ESTADO
           MOVE 'MS'   TO WRK-TAB-FUF-UF(16).
           MOVE 1011   TO WRK-TAB-FUF-MMDD(16).
      *    PA - ADESAO DO PARA
           MOVE 'PA'   TO WRK-TAB-FUF-UF(17).
           MOVE 0815   TO WRK-TAB-FUF-MMDD(17).
      *    PB - FUNDACAO DO ESTADO
           MOVE 'PB'   TO WRK-TAB-FUF-UF(18).
           MOVE 0805   TO WRK-TAB-FUF-MMDD(18).
      *    PE - REVOLUCAO PERNAMBUCANA
           MOVE 'PE'   TO WRK-TAB-FUF-UF(19).
           MOVE 0306   TO WRK-TAB-FUF-MMDD(19).
      *    PI - DIA DO PIAUI
           MOVE 'PI'   TO WRK-TAB-FUF-UF(20).
           MOVE 1019   TO WRK-TAB-FUF-MMDD(20).
      *    PR - EMANCIPACAO POLITICA
           MOVE 'PR'   TO WRK-TAB-FUF-UF(21).
           MOVE 1219   TO WRK-TAB-FUF-MMDD(21).
      *    RJ - SAO JORGE
           MOVE 'RJ'   TO WRK-TAB-FUF-UF(22).
           MOVE 0423   TO WRK-TAB-FUF-MMDD(22).
      *    RN - MARTIRES DE CUNHAU E URUACU
           MOVE 'RN'   TO WRK-TAB-FUF-UF(23).
           MOVE 1003   TO WRK-TAB-FUF-MMDD(23).
      *    RO - CRIACAO DO ESTADO
           MOVE 'RO'   TO WRK-TAB-FUF-UF(24).
           MOVE 0104   TO WRK-TAB-FUF-MMDD(24).
      *    RO - DIA DO EVANGELICO
           MOVE 'RO'   TO WRK-TAB-FUF-UF(25).
           MOVE 0618   TO WRK-TAB-FUF-MMDD(25).
      *    RR - CRIACAO DO ESTADO
           MOVE 'RR'   TO WRK-TAB-FUF-UF(26).
           MOVE 1005   TO WRK-TAB-FUF-MMDD(26).
      *    RS - REVOLUCAO FARROUPILHA
           MOVE 'RS'   TO WRK-TAB-FUF-UF(27).
           MOVE 0920   TO WRK-TAB-FUF-MMDD(27).
      *    SC - DATA MAGNA
           MOVE 'SC'   TO WRK-TAB-FUF-UF(28).
           MOVE 0811   TO WRK-TAB-FUF-MMDD(28).
      *    SE - EMANCIPACAO POLITICA
           MOVE 'SE'   TO WRK-TAB-FUF-UF(29).
           MOVE 0708   TO WRK-TAB-FUF-MMDD(29).
      *    SP - REVOLUCAO CONSTITUCIONALISTA
           MOVE 'SP'   TO WRK-TAB-FUF-UF(30).
           MOVE 0709   TO WRK-TAB-FUF-MMDD(30).
      *    TO - AUTONOMIA
           MOVE 'TO'   TO WRK-TAB-FUF-UF(31).
           MOVE 0318   TO WRK-TAB-FUF-MMDD(31).
      *    TO - NOSSA SENHORA DA NATIVIDADE
           MOVE 'TO'   TO WRK-TAB-FUF-UF(32).
           MOVE 0908   TO WRK-TAB-FUF-MMDD(32).
      *    TO - CRIACAO DO ESTADO
           MOVE 'TO'   TO WRK-TAB-FUF-UF(33).
           MOVE 1005   TO WRK-TAB-FUF-MMDD(33).
