      ******************************************************************
      *    COPYBOOK....: WATV45                                       *
      *    FUNCAO......: LAYOUT DO CATALOGO DE TIPOS DE SERVICO       *
      *                  (SYS126 - MANTIDO PELO ATV83; A FAIXA DE     *
      *                  ESFORCO PADRAO E A PRIORIDADE PADRAO DE CADA *
      *                  TIPO SAO APLICADAS PELO SUBPROGRAMA ATV85 NA *
      *                  CLASSIFICACAO DAS ATIVIDADES)                *
      *    USO.........: COPY WATV45 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-TIPO     PIC     X(04).
      *
           03      ::-DESCRICAO    PIC     X(40).
      *
      *    FAIXA DE ESFORCO PADRAO EM HORAS (HR-ESFORCO DO WATV01).
           03      ::-ESF-MINIMO   PIC     9(03).
           03      ::-ESF-MAXIMO   PIC     9(03).
      *
      *    PRIORIDADE ASSUMIDA QUANDO A ATIVIDADE CHEGA SEM PRIORIDADE.
           03      ::-PRIORIDADE   PIC     X(01).
             88    ::-PRIOR-ALTA                  VALUE '1'.
             88    ::-PRIOR-MEDIA                 VALUE '2'.
             88    ::-PRIOR-BAIXA                 VALUE '3'.
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-TIPO-ATIVO                  VALUE 'A'.
             88    ::-TIPO-INATIVO                VALUE 'I'.
      *
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV45                     *
      ******************************************************************
