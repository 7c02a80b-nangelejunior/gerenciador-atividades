      ******************************************************************
      *    COPYBOOK....: WATV34                                       *
      *    FUNCAO......: LAYOUT DO CONTROLE DE APROVACAO DE ESFORCO   *
      *                  (SYS101 - UM REGISTRO POR SS/ST QUE CAIU NA  *
      *                  ALCADA DO SYS100, GRAVADO PELO ATV63 NA      *
      *                  INCLUSAO OU REESTIMATIVA E DECIDIDO PELO     *
      *                  SUPERVISOR NO ATV64 - ATIVIDADE SEM REGISTRO *
      *                  NAO PRECISA DE APROVACAO)                    *
      *    USO.........: COPY WATV34 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-APROV.
             05    ::-SS           PIC     9(06).
             05    ::-ST           PIC     9(06).
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-APROV-PENDENTE              VALUE 'P'.
             88    ::-APROV-APROVADA              VALUE 'A'.
             88    ::-APROV-REJEITADA             VALUE 'R'.
             88    ::-APROV-DEVOLVIDA             VALUE 'D'.
      *
      *    ESFORCO SUBMETIDO E ALCADA VIGENTE NA SUBMISSAO.
           03      ::-HR-ESFORCO   PIC     9(03).
           03      ::-HR-LIMITE    PIC     9(03).
           03      ::-SIGL-SIST    PIC     X(02).
           03      ::-PRIORIDADE   PIC     X(01).
      *
           03      ::-DT-SUBMISSAO PIC     X(08).
           03      ::-OPER-SUBMISSAO
                                   PIC     X(08).
      *
           03      ::-DT-DECISAO   PIC     X(08).
           03      ::-HR-DECISAO   PIC     X(06).
           03      ::-OPER-DECISAO PIC     X(08).
           03      ::-MOTIVO       PIC     X(60).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV34                     *
      ******************************************************************
