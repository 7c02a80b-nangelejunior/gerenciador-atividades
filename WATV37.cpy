      ******************************************************************
      *    COPYBOOK....: WATV37                                       *
      *    FUNCAO......: LAYOUT DA TABELA DE PARAMETROS DO SISTEMA    *
      *                  (SYS106 - MANTIDA PELO ATV69; UMA ENTRADA    *
      *                  POR PARAMETRO NOMEADO, COM A FAIXA VALIDA -  *
      *                  LIDA NA PARTIDA DOS PROGRAMAS PELO ATV71 E   *
      *                  LISTADA PELO ATV70)                          *
      *    USO.........: COPY WATV37 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-PARAM    PIC     X(16).
           03      ::-DESCRICAO    PIC     X(50).
      *
      *    VALOR FORA DA FAIXA MINIMO/MAXIMO NAO E ACEITO PELO ATV71.
           03      ::-VL-PARAM     PIC     9(07).
           03      ::-VL-MINIMO    PIC     9(07).
           03      ::-VL-MAXIMO    PIC     9(07).
      *
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-HR-ALTERACAO PIC     X(06).
           03      ::-OPERADOR     PIC     X(08).
           03      FILLER          PIC     X(20).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV37                     *
      ******************************************************************
