      ******************************************************
      * COPYBOOK : EMLICOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE EMAILINV.DAT -
      *            CLIENTES COM EMAIL INVALIDO (DEVOLUCAO
      *            DEFINITIVA NO DISPARADOR), UM REGISTRO
      *            POR TELEFONE, GRAVADO PELO DEVMAIL. A
      *            MARCA SO VALE ENQUANTO EMAILINV-EMAIL
      *            FOR IGUAL AO CLIENTES-EMAIL DO CADASTRO -
      *            CORRIGIDO O EMAIL NO ALTERAR, O CLIENTE
      *            VOLTA A RECEBER E O DEVMAIL APAGA A
      *            MARCA VELHA NA PROXIMA PASSADA.
      ******************************************************
       01 EMAILINV-REG.
           05 EMAILINV-FONE       PIC 9(09).
           05 EMAILINV-EMAIL      PIC X(40).
           05 EMAILINV-DT-PRIM    PIC 9(08).
           05 EMAILINV-DT-ULT     PIC 9(08).
           05 EMAILINV-QTDE       PIC 9(03).
           05 EMAILINV-MOTIVO     PIC X(30).
