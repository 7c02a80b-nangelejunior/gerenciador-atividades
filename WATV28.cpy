      ******************************************************************
      *    COPYBOOK....: WATV28                                       *
      *    FUNCAO......: LAYOUT DA CLASSIFICACAO DA BAIXA DAS         *
      *                  ATIVIDADES (SYS086 - UM REGISTRO POR SS/ST   *
      *                  CONCLUIDA, GRAVADO PELO ATV03; O ARQUIVO NAO *
      *                  E EXPURGADO NO ARQUIVAMENTO, ENTAO A         *
      *                  CLASSIFICACAO ACOMPANHA A ATIVIDADE NO       *
      *                  ARQUIVO MORTO SYS012AAAA)                    *
      *    USO.........: COPY WATV28 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-CLASSIF.
             05    ::-SS           PIC     9(06).
             05    ::-ST           PIC     9(06).
      *
           03      ::-COD-RESOL    PIC     X(03).
      *
      *    COPIA DO TIPO DO CODIGO NA DATA DA BAIXA (WATV27).
           03      ::-TIPO-RESOL   PIC     X(01).
             88    ::-TIPO-DEFEITO                VALUE 'D'.
             88    ::-TIPO-DADOS                  VALUE 'C'.
             88    ::-TIPO-USUARIO                VALUE 'U'.
             88    ::-TIPO-MELHORIA               VALUE 'M'.
             88    ::-TIPO-OUTROS                 VALUE 'O'.
      *
           03      ::-DT-CONCL     PIC     X(08).
           03      ::-DT-CLASSIF   PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV28                     *
      ******************************************************************
