      ******************************************************************
      *    COPYBOOK....: WATV47                                       *
      *    FUNCAO......: AREA DE COMANDO DO SUBPROGRAMA DE TIPO DE    *
      *                  SERVICO (ATV85) - VALIDAR CONFERE O TIPO NO  *
      *                  CATALOGO SYS126 E A FAIXA DE ESFORCO;        *
      *                  CLASSIFICAR FAZ O MESMO E GRAVA O TIPO DA    *
      *                  ATIVIDADE NO SYS127; CONSULTAR DEVOLVE O     *
      *                  TIPO ATUAL DA ATIVIDADE E CONFERE A FAIXA    *
      *    USO.........: COPY WATV47 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-FUNCAO       PIC     X(01).
             88    ::-FN-VALIDAR                  VALUE 'V'.
             88    ::-FN-CLASSIFICAR              VALUE 'C'.
             88    ::-FN-CONSULTAR                VALUE 'Q'.
      *
           03      ::-SS           PIC     9(06).
           03      ::-ST           PIC     9(06).
           03      ::-COD-TIPO     PIC     X(04).
           03      ::-HR-ESFORCO   PIC     9(03).
           03      ::-ORIGEM       PIC     X(01).
           03      ::-OPERADOR     PIC     X(08).
      *
      *    DADOS DO TIPO NO CATALOGO, DEVOLVIDOS PELO SUBPROGRAMA.
           03      ::-DESCRICAO    PIC     X(40).
           03      ::-ESF-MINIMO   PIC     9(03).
           03      ::-ESF-MAXIMO   PIC     9(03).
           03      ::-PRIORIDADE   PIC     X(01).
      *
           03      ::-FAIXA        PIC     X(01).
             88    ::-ESF-DENTRO                  VALUE 'D'.
             88    ::-ESF-ABAIXO                  VALUE 'B'.
             88    ::-ESF-ACIMA                   VALUE 'A'.
      *
           03      ::-RETORNO      PIC     X(01).
             88    ::-RET-OK                      VALUE 'S'.
             88    ::-RET-SEM-TIPO                VALUE 'N'.
             88    ::-RET-INEXISTENTE             VALUE 'X'.
             88    ::-RET-INATIVO                 VALUE 'I'.
             88    ::-RET-ERRO                    VALUE 'E'.
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV47                     *
      ******************************************************************
