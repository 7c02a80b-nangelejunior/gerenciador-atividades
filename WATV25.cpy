      ******************************************************************
      *    COPYBOOK....: WATV25                                       *
      *    FUNCAO......: LAYOUT DO APONTAMENTO DIARIO DE HORAS        *
      *                  (SYS081 - UMA LINHA POR OPERADOR, DATA E     *
      *                  SS/ST, DIGITADA NA SEMANA PELO ATV50; A      *
      *                  SOMA DOS APONTAMENTOS DE UMA SS/ST E O       *
      *                  HR-REALIZADO DO SYS010; A CHAVE ALTERNATIVA  *
      *                  ::-ATIVIDADE DA ACESSO POR SS/ST, QUE NAO    *
      *                  MUDA NO ARQUIVAMENTO)                        *
      *    USO.........: COPY WATV25 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-APONT.
             05    ::-ID-OPER      PIC     X(08).
             05    ::-DT-APONT     PIC     X(08).
             05    ::-ATIVIDADE.
               07  ::-SS           PIC     9(06).
               07  ::-ST           PIC     9(06).
      *
           03      ::-HORAS        PIC     9(02).
      *
           03      ::-DT-REGISTRO  PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV25                     *
      ******************************************************************
