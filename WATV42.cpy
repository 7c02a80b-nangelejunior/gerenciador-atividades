      ******************************************************************
      *    COPYBOOK....: WATV42                                       *
      *    FUNCAO......: LAYOUT DO REGISTRO DE PARES SUSPEITOS DE     *
      *                  DUPLICIDADE (SYS122 - UM PAR POR REGISTRO,   *
      *                  A ATIVIDADE A E SEMPRE A DE MENOR SS/ST;     *
      *                  GRAVADO PELA VARREDURA ATV79 E PELA          *
      *                  IMPORTACAO ATV14, DECIDIDO PELO ATV81)       *
      *    USO.........: COPY WATV42 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-PAR.
             05    ::-SS-A         PIC     9(06).
             05    ::-ST-A         PIC     9(06).
             05    ::-SS-B         PIC     9(06).
             05    ::-ST-B         PIC     9(06).
      *
      *    PONTUACAO E CRITERIOS APURADOS PELO ATV80 NA ULTIMA
      *    VERIFICACAO DO PAR.
           03      ::-PONTOS       PIC     9(03).
           03      ::-CRIT-SOLIC   PIC     X(01).
           03      ::-CRIT-SIST    PIC     X(01).
           03      ::-CRIT-PGM     PIC     X(01).
           03      ::-CRIT-DIAS    PIC     9(03).
           03      ::-CRIT-OBS     PIC     9(03).
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-PAR-PENDENTE                VALUE 'P'.
             88    ::-PAR-CONFIRMADO              VALUE 'C'.
             88    ::-PAR-DESCARTADO              VALUE 'D'.
      *
           03      ::-ORIGEM       PIC     X(01).
             88    ::-ORIG-VARREDURA              VALUE 'V'.
             88    ::-ORIG-IMPORTACAO             VALUE 'I'.
      *
           03      ::-DT-DETECCAO  PIC     X(08).
           03      ::-DT-DECISAO   PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV42                     *
      ******************************************************************
