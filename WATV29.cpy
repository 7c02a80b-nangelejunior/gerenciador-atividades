      ******************************************************************
      *    COPYBOOK....: WATV29                                       *
      *    FUNCAO......: LAYOUT DA TRILHA DE MUDANCAS DE STATUS DAS   *
      *                  ATIVIDADES (SYS088 - UM REGISTRO POR         *
      *                  TRANSICAO, GRAVADO POR QUEM MUDA O STATUS:   *
      *                  ATV03, ATV09, ATV10, ATV14, ATV16, ATV27,    *
      *                  ATV53 E ATV62; LIDO PELO ATV56 NO TEMPO DE   *
      *                  CICLO POR FASE E PELO EXTRATO DW DO ATV76)   *
      *    USO.........: COPY WATV29 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      *    15OUT2026  NJA     ATUALIZADA A RELACAO DE QUEM GRAVA E LE  *
      *                       A TRILHA (ATV10, ATV62 E ATV76)          *
      ******************************************************************
      *
           03      ::-CHAVE-TRANS.
             05    ::-SS           PIC     9(06).
             05    ::-ST           PIC     9(06).
             05    ::-DT-TRANS     PIC     X(08).
             05    ::-HR-TRANS     PIC     X(06).
             05    ::-STATUS-PARA  PIC     X(01).
      *
      *    EM BRANCO NA INCLUSAO DA ATIVIDADE (ATV14/ATV53).
           03      ::-STATUS-DE    PIC     X(01).
      *
           03      ::-OPERADOR     PIC     X(08).
           03      ::-PROGRAMA     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV29                     *
      ******************************************************************
