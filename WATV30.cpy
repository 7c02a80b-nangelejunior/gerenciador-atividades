      ******************************************************************
      *    COPYBOOK....: WATV30                                       *
      *    FUNCAO......: LAYOUT DO CADASTRO DE CENTROS DE CUSTO       *
      *                  (SYS090 - MANTIDO PELO ATV57; ::-CD-AREA     *
      *                  AGRUPA OS CENTROS NA AREA SUPERIOR E         *
      *                  ::-HR-CONTRATADA E A FRANQUIA ANUAL DE       *
      *                  HORAS CONSUMIDA PELAS ATIVIDADES DOS         *
      *                  SOLICITANTES VINCULADOS NO SYS091)           *
      *    USO.........: COPY WATV30 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CD-CCUSTO    PIC     X(06).
      *
           03      ::-DESCRICAO    PIC     X(40).
      *
      *    EM BRANCO QUANDO O CENTRO NAO ESTA SUBORDINADO A UMA AREA.
           03      ::-CD-AREA      PIC     X(06).
      *
           03      ::-HR-CONTRATADA
                                   PIC     9(06).
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-CCUSTO-ATIVO                VALUE 'A'.
             88    ::-CCUSTO-INATIVO              VALUE 'I'.
      *
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV30                     *
      ******************************************************************
