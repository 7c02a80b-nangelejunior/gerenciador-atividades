      ******************************************************************
      *    COPYBOOK....: WATV38                                       *
      *    FUNCAO......: LAYOUT DA TRILHA DE ALTERACOES DOS           *
      *                  PARAMETROS DO SISTEMA (SYS107 - UM REGISTRO  *
      *                  POR INCLUSAO OU ALTERACAO FEITA NO ATV69,    *
      *                  COM O VALOR ANTERIOR E O NOVO - LISTADA      *
      *                  PELO ATV70 PARA A AUDITORIA)                 *
      *    USO.........: COPY WATV38 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-PARAM    PIC     X(16).
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-HR-ALTERACAO PIC     X(06).
      *
           03      ::-TP-ALTERACAO PIC     X(01).
             88    ::-TP-INCLUSAO                 VALUE 'I'.
             88    ::-TP-ALTERACAO-VL             VALUE 'A'.
      *
      *    NA INCLUSAO O VALOR ANTERIOR E A FAIXA ANTERIOR SAO ZEROS.
           03      ::-VL-ANTERIOR  PIC     9(07).
           03      ::-VL-NOVO      PIC     9(07).
           03      ::-VL-MINIMO-ANT
                                   PIC     9(07).
           03      ::-VL-MAXIMO-ANT
                                   PIC     9(07).
           03      ::-VL-MINIMO    PIC     9(07).
           03      ::-VL-MAXIMO    PIC     9(07).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV38                     *
      ******************************************************************
