      ******************************************************************
      *    COPYBOOK....: WATV36                                       *
      *    FUNCAO......: LAYOUT DO REGISTRO DE IMPLANTACOES EM        *
      *                  PRODUCAO (SYS102 - MANTIDO PELO ATV66; UM    *
      *                  REGISTRO POR PROGRAMA PROMOVIDO EM CADA      *
      *                  SS/ST CONCLUIDA, COM A JANELA PROGRAMADA,    *
      *                  A DATA/HORA EFETIVA E A MARCA DE RETORNO     *
      *                  DE VERSAO - CALENDARIO SEMANAL E             *
      *                  HISTORICO POR PROGRAMA NO ATV67)             *
      *    USO.........: COPY WATV36 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-IMPL.
             05    ::-SS           PIC     9(06).
             05    ::-ST           PIC     9(06).
             05    ::-SEQ          PIC     9(02).
      *
      *    CHAVE ALTERNATIVA (COM DUPLICIDADE) DO HISTORICO POR
      *    PROGRAMA.
           03      ::-NM-PGM       PIC     X(08).
           03      ::-VERS-PGM     PIC     X(04).
      *
      *    JANELA PROGRAMADA - DATA AAAAMMDD E HORAS HHMM.
           03      ::-DT-JANELA    PIC     X(08).
           03      ::-HR-JANELA-INI
                                   PIC     X(04).
           03      ::-HR-JANELA-FIM
                                   PIC     X(04).
      *
      *    IMPLANTACAO EFETIVA - EM BRANCO ENQUANTO NAO IMPLANTADO.
           03      ::-DT-IMPLANT   PIC     X(08).
           03      ::-HR-IMPLANT   PIC     X(04).
      *
           03      ::-IN-ROLLBACK  PIC     X(01).
             88    ::-COM-ROLLBACK                VALUE 'S'.
             88    ::-SEM-ROLLBACK                VALUE 'N'.
      *
           03      ::-OPERADOR     PIC     X(08).
           03      ::-DT-REGISTRO  PIC     X(08).
           03      FILLER          PIC     X(20).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV36                     *
      ******************************************************************
