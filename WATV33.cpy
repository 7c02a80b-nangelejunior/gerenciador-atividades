      ******************************************************************
      *    COPYBOOK....: WATV33                                       *
      *    FUNCAO......: LAYOUT DA TABELA DE ALCADAS DE APROVACAO     *
      *                  (SYS100 - MANTIDA PELO ATV65; UMA ENTRADA    *
      *                  POR SIGL-SIST E A ENTRADA '**' COMO ALCADA   *
      *                  GERAL DOS SISTEMAS SEM ENTRADA PROPRIA -     *
      *                  ACIMA DE ::-HR-LIMITE, OU NA PRIORIDADE 1    *
      *                  QUANDO ::-EXIGE-PRIOR-ALTA, A ATIVIDADE SO   *
      *                  ENTRA EM EXECUCAO APROVADA NO ATV64)         *
      *    USO.........: COPY WATV33 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-SIGL-SIST    PIC     X(02).
      *
      *    ZERO DISPENSA A APROVACAO POR HORAS NO SISTEMA.
           03      ::-HR-LIMITE    PIC     9(03).
      *
           03      ::-EXIGE-PRIOR  PIC     X(01).
             88    ::-EXIGE-PRIOR-ALTA            VALUE 'S'.
             88    ::-DISPENSA-PRIOR-ALTA         VALUE 'N'.
      *
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV33                     *
      ******************************************************************
