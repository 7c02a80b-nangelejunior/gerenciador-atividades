      ******************************************************************
      *    COPYBOOK....: WATV43                                       *
      *    FUNCAO......: AREA DE COMANDO DO SUBPROGRAMA DE            *
      *                  COMPARACAO DE ATIVIDADES (ATV80) - O         *
      *                  CHAMADOR INFORMA A JANELA EM DIAS, A         *
      *                  PONTUACAO MINIMA E AS DUAS ATIVIDADES, E     *
      *                  RECEBE A PONTUACAO, OS CRITERIOS ATENDIDOS   *
      *                  E SE O PAR E SUSPEITO DE DUPLICIDADE         *
      *    USO.........: COPY WATV43 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-JANELA-DIAS  PIC     9(03).
           03      ::-PONTOS-MIN   PIC     9(03).
      *
      *    DATAS DE RECEBIMENTO NO FORMATO DO SYS010 (DDMMAAAA).
           03      ::-ATV-A.
             05    ::-SS-A         PIC     9(06).
             05    ::-ST-A         PIC     9(06).
             05    ::-COD-SOLIC-A  PIC     9(05).
             05    ::-NM-SOLIC-A   PIC     X(60).
             05    ::-SIGL-SIST-A  PIC     X(02).
             05    ::-NM-PGM-A     PIC     X(08).
             05    ::-NM-MOD-A     PIC     X(20).
             05    ::-DT-RECEB-A   PIC     X(08).
             05    ::-OBS-A        PIC     X(60).
      *
           03      ::-ATV-B.
             05    ::-SS-B         PIC     9(06).
             05    ::-ST-B         PIC     9(06).
             05    ::-COD-SOLIC-B  PIC     9(05).
             05    ::-NM-SOLIC-B   PIC     X(60).
             05    ::-SIGL-SIST-B  PIC     X(02).
             05    ::-NM-PGM-B     PIC     X(08).
             05    ::-NM-MOD-B     PIC     X(20).
             05    ::-DT-RECEB-B   PIC     X(08).
             05    ::-OBS-B        PIC     X(60).
      *
      *    CRIT-PGM: P MESMO PROGRAMA / M MESMO MODULO / BRANCO.
           03      ::-PONTOS       PIC     9(03).
           03      ::-CRIT-SOLIC   PIC     X(01).
           03      ::-CRIT-SIST    PIC     X(01).
           03      ::-CRIT-PGM     PIC     X(01).
           03      ::-CRIT-DIAS    PIC     9(03).
           03      ::-CRIT-OBS     PIC     9(03).
      *
           03      ::-RETORNO      PIC     X(01).
             88    ::-RET-SUSPEITO                VALUE 'S'.
             88    ::-RET-DISTINTO                VALUE 'N'.
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV43                     *
      ******************************************************************
