      ******************************************************************
      *    COPYBOOK....: WATV41                                       *
      *    FUNCAO......: AREA DE COMANDO DO SUBPROGRAMA DE CONSULTA   *
      *                  DE AUSENCIAS (ATV73) - O CHAMADOR INFORMA O  *
      *                  OPERADOR E O PERIODO E RECEBE SE HA          *
      *                  AUSENCIA ATIVA NELE, A PRIMEIRA ENCONTRADA   *
      *                  E O TOTAL DE HORAS AUSENTES EM DIAS UTEIS    *
      *    USO.........: COPY WATV41 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
      *    ENTRADA - DATAS EM AAAAMMDD; HORAS DE UM DIA INTEIRO DE
      *    TRABALHO (ZERO = 8 HORAS).
           03      ::-ID-OPER      PIC     X(08).
           03      ::-DT-INICIO    PIC     X(08).
           03      ::-DT-FIM       PIC     X(08).
           03      ::-HR-DIA-CHEIO PIC     9(02)V9.
      *
      *    SAIDA.
           03      ::-SITUACAO     PIC     X(01).
             88    ::-AUSENTE                     VALUE 'S'.
             88    ::-PRESENTE                    VALUE 'N'.
      *
           03      ::-IN-INTEGRAL  PIC     X(01).
             88    ::-DIA-INTEIRO                 VALUE 'S'.
             88    ::-DIA-PARCIAL                 VALUE 'N'.
      *
           03      ::-QT-AUSENCIAS PIC     9(03).
           03      ::-DT-INI-AUS   PIC     X(08).
           03      ::-DT-FIM-AUS   PIC     X(08).
           03      ::-TP-AUSENCIA  PIC     X(01).
           03      ::-HR-AUSENCIA  PIC     9(04)V9.
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV41                     *
      ******************************************************************
