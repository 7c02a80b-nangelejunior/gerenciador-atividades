      ******************************************************************
      *    COPYBOOK....: WATV46                                       *
      *    FUNCAO......: LAYOUT DO TIPO DE SERVICO DAS ATIVIDADES     *
      *                  (SYS127 - UM REGISTRO POR SS/ST, GRAVADO     *
      *                  PELO SUBPROGRAMA ATV85 NA IMPORTACAO DO      *
      *                  ATV14 E NA CLASSIFICACAO MANUAL DO ATV84; O  *
      *                  ARQUIVO NAO E EXPURGADO NO ARQUIVAMENTO,     *
      *                  ENTAO O TIPO ACOMPANHA A ATIVIDADE NO        *
      *                  ARQUIVO MORTO SYS012AAAA)                    *
      *    USO.........: COPY WATV46 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-TIPO.
             05    ::-SS           PIC     9(06).
             05    ::-ST           PIC     9(06).
      *
           03      ::-COD-TIPO     PIC     X(04).
      *
           03      ::-ORIGEM       PIC     X(01).
             88    ::-ORIG-IMPORTACAO             VALUE 'I'.
             88    ::-ORIG-MANUAL                 VALUE 'M'.
      *
           03      ::-DT-CLASSIF   PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV46                     *
      ******************************************************************
