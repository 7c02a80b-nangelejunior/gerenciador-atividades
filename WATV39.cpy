      ******************************************************************
      *    COPYBOOK....: WATV39                                       *
      *    FUNCAO......: AREA DE COMANDO DO SUBPROGRAMA DE LEITURA    *
      *                  DE PARAMETROS (ATV71) - O CHAMADOR INFORMA   *
      *                  O CODIGO E O VALOR PADRAO E RECEBE O VALOR   *
      *                  DA TABELA SYS106, OU O PADRAO NA FALTA DELE  *
      *    USO.........: COPY WATV39 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-PARAM    PIC     X(16).
           03      ::-VL-PADRAO    PIC     9(07).
           03      ::-VL-PARAM     PIC     9(07).
      *
           03      ::-RETORNO      PIC     X(01).
             88    ::-RET-TABELA                  VALUE 'T'.
             88    ::-RET-PADRAO                  VALUE 'P'.
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV39                     *
      ******************************************************************
