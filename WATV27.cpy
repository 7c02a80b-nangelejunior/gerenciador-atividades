      ******************************************************************
      *    COPYBOOK....: WATV27                                       *
      *    FUNCAO......: LAYOUT DA TABELA DE CODIGOS DE RESOLUCAO/    *
      *                  CAUSA RAIZ (SYS085 - MANTIDA PELO ATV54 E    *
      *                  ESCOLHIDA NA BAIXA CONCLUIDA DO ATV03; O     *
      *                  ::-TIPO-RESOL AGRUPA OS CODIGOS E O TIPO     *
      *                  DEFEITO ALIMENTA O RANKING DE REINCIDENCIA   *
      *                  POR PROGRAMA DO ATV55)                       *
      *    USO.........: COPY WATV27 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-RESOL    PIC     X(03).
      *
           03      ::-DESCRICAO    PIC     X(40).
      *
           03      ::-TIPO-RESOL   PIC     X(01).
             88    ::-TIPO-DEFEITO                VALUE 'D'.
             88    ::-TIPO-DADOS                  VALUE 'C'.
             88    ::-TIPO-USUARIO                VALUE 'U'.
             88    ::-TIPO-MELHORIA               VALUE 'M'.
             88    ::-TIPO-OUTROS                 VALUE 'O'.
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-RESOL-ATIVO                 VALUE 'A'.
             88    ::-RESOL-INATIVO               VALUE 'I'.
      *
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV27                     *
      ******************************************************************
