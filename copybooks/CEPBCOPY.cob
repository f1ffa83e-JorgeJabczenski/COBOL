      ******************************************************
      * COPYBOOK : CEPBCOPY
      * OBJETIVO : LAYOUT DO REGISTRO DE CEPBASE.DAT - BASE
      *            DE CEP DOS CORREIOS (CEP -> LOGRADOURO,
      *            BAIRRO, CIDADE E UF), REFEITA PELO LOTE
      *            CARGACEP A PARTIR DO ARQUIVO DOS
      *            CORREIOS (CEPCARGA.DAT, MESMO LAYOUT).
      *            O PROJETO PROPOE O ENDERECO A PARTIR
      *            DELA E O FIXCEP CONFERE O CADASTRO.
      ******************************************************
       01 CEPBASE-REG.
           05 CEPBASE-CEP        PIC 9(08).
           05 CEPBASE-LOGRADOURO PIC X(40).
           05 CEPBASE-BAIRRO     PIC X(30).
           05 CEPBASE-CIDADE     PIC X(20).
           05 CEPBASE-UF         PIC X(02).
