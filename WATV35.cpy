      ******************************************************************
      *    COPYBOOK....: WATV35                                       *
      *    FUNCAO......: AREA DE COMANDO DO SUBPROGRAMA DE ALCADA DE  *
      *                  APROVACAO (ATV63) - AVALIAR SUBMETE A        *
      *                  ATIVIDADE RECEM-INCLUIDA OU REESTIMADA A     *
      *                  ALCADA DO SYS100; CONSULTAR SO DEVOLVE A     *
      *                  SITUACAO ATUAL NO SYS101                     *
      *    USO.........: COPY WATV35 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-FUNCAO       PIC     X(01).
             88    ::-FN-AVALIAR                  VALUE 'A'.
             88    ::-FN-CONSULTAR                VALUE 'C'.
      *
           03      ::-SS           PIC     9(06).
           03      ::-ST           PIC     9(06).
           03      ::-HR-ESFORCO   PIC     9(03).
           03      ::-SIGL-SIST    PIC     X(02).
           03      ::-PRIORIDADE   PIC     X(01).
           03      ::-OPERADOR     PIC     X(08).
      *
           03      ::-RETORNO      PIC     X(01).
             88    ::-RET-LIBERADA                VALUE 'L'.
             88    ::-RET-PENDENTE                VALUE 'P'.
             88    ::-RET-REJEITADA               VALUE 'R'.
             88    ::-RET-DEVOLVIDA               VALUE 'D'.
             88    ::-RET-ERRO                    VALUE 'E'.
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV35                     *
      ******************************************************************
