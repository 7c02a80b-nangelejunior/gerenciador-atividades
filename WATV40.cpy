      ******************************************************************
      *    COPYBOOK....: WATV40                                       *
      *    FUNCAO......: LAYOUT DO CALENDARIO DE AUSENCIAS DOS        *
      *                  OPERADORES (SYS109 - MANTIDO PELO ATV72; UM  *
      *                  REGISTRO POR AUSENCIA - FERIAS, LICENCA,     *
      *                  TREINAMENTO - COM O PERIODO E AS HORAS POR   *
      *                  DIA, CONSULTADO PELO ATV73)                  *
      *    USO.........: COPY WATV40 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-AUS.
             05    ::-ID-OPER      PIC     X(08).
      *
      *        DATAS DO PERIODO EM AAAAMMDD.
             05    ::-DT-INICIO    PIC     X(08).
      *
           03      ::-DT-FIM       PIC     X(08).
      *
           03      ::-TP-AUSENCIA  PIC     X(01).
             88    ::-TP-FERIAS                   VALUE 'F'.
             88    ::-TP-LICENCA                  VALUE 'L'.
             88    ::-TP-TREINAMENTO              VALUE 'T'.
             88    ::-TP-OUTROS                   VALUE 'O'.
      *
      *    HORAS AUSENTES POR DIA UTIL - ZERO = DIA INTEIRO.
           03      ::-HR-DIA       PIC     9(02).
      *
      *    AUSENCIA NAO E EXCLUIDA: O CANCELAMENTO MUDA A SITUACAO.
           03      ::-SITUACAO     PIC     X(01).
             88    ::-AUS-ATIVA                   VALUE 'A'.
             88    ::-AUS-CANCELADA               VALUE 'C'.
      *
           03      ::-DESCRICAO    PIC     X(40).
      *
           03      ::-OPERADOR     PIC     X(08).
           03      ::-DT-REGISTRO  PIC     X(08).
           03      FILLER          PIC     X(20).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV40                     *
      ******************************************************************
