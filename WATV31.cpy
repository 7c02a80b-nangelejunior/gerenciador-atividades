      ******************************************************************
      *    COPYBOOK....: WATV31                                       *
      *    FUNCAO......: LAYOUT DO VINCULO SOLICITANTE X CENTRO DE    *
      *                  CUSTO (SYS091 - UM REGISTRO POR COD-SOLIC,   *
      *                  GRAVADO NO CADASTRO DE SOLICITANTES ATV11;   *
      *                  LIDO PELO CONSUMO DE FRANQUIA ATV58 E PELA   *
      *                  IMPORTACAO ATV14)                            *
      *    USO.........: COPY WATV31 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-SOLIC    PIC     9(05).
      *
           03      ::-CD-CCUSTO    PIC     X(06).
      *
           03      ::-DT-VINCULO   PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV31                     *
      ******************************************************************
