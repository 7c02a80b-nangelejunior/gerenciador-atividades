      ******************************************************************
      *    COPYBOOK....: WATV44                                       *
      *    FUNCAO......: LAYOUT DO HISTORICO DE EXECUCAO DA RODADA    *
      *                  NOTURNA (SYS124 - GRAVADO PELO DRIVER ATV23, *
      *                  UM REGISTRO DE INICIO, UM POR PASSO E UM DE  *
      *                  FIM POR RODADA; A RODADA SEM REGISTRO DE FIM *
      *                  FOI INTERROMPIDA - LIDO PELO RELATORIO ATV82)*
      *    USO.........: COPY WATV44 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
      *    IDENTIFICACAO DA RODADA = DATA E HORA DO INICIO
      *    (AAAAMMDDHHMMSS), REPETIDA EM TODOS OS REGISTROS DELA.
           03      ::-ID-RODADA.
             05    ::-DT-RODADA    PIC     X(08).
             05    ::-HR-RODADA    PIC     X(06).
      *
           03      ::-TIPO-REG     PIC     X(01).
             88    ::-REG-INICIO                  VALUE 'I'.
             88    ::-REG-PASSO                   VALUE 'P'.
             88    ::-REG-FIM                     VALUE 'F'.
      *
      *    PASSO DO SYS048 E PROGRAMA EXECUTADO ('INICIO'/'FIM' E
      *    'ATV23' NOS REGISTROS DE INICIO E FIM).
           03      ::-PASSO        PIC     X(08).
           03      ::-PROGRAMA     PIC     X(08).
      *
           03      ::-DT-INICIO    PIC     X(08).
           03      ::-HR-INICIO    PIC     X(06).
           03      ::-DT-FIM       PIC     X(08).
           03      ::-HR-FIM       PIC     X(06).
           03      ::-SEG-DURACAO  PIC     9(06).
      *
      *    CONTADOR DEVOLVIDO PELO PASSO EM BT-RESULTADO (NO REGISTRO
      *    DE FIM, A QUANTIDADE DE PASSOS EXECUTADOS).
           03      ::-RESULTADO    PIC     9(05).
      *
      *    CODIGO DE RETORNO: 000 NORMAL, 004 AVISO, 008 ERRO (NO
      *    REGISTRO DE FIM, O CODIGO GERAL DEVOLVIDO AO AGENDADOR).
           03      ::-COD-RETORNO  PIC     9(03).
           03      ::-SITUACAO     PIC     X(20).
           03      ::-MSG          PIC     X(73).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV44                     *
      ******************************************************************
