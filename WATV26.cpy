      ******************************************************************
      *    COPYBOOK....: WATV26                                       *
      *    FUNCAO......: LAYOUT DO MODELO DE ATIVIDADE RECORRENTE     *
      *                  (SYS083 - MANTIDO PELO ATV52 E LIDO PELO     *
      *                  PASSO RECORR DA RODADA NOTURNA, ATV53, QUE   *
      *                  GERA NO SYS010 A OCORRENCIA DEVIDA NO DIA    *
      *                  UTIL ::-DIA-UTIL DO MES; ::-COMPET-ULT GUARDA *
      *                  O ANO/MES DA ULTIMA OCORRENCIA GERADA E      *
      *                  IMPEDE A GERACAO EM DOBRO)                   *
      *    USO.........: COPY WATV26 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-COD-MODELO   PIC     9(04).
      *
           03      ::-DESCRICAO    PIC     X(40).
      *
      *    M = MENSAL, T = TRIMESTRAL (MESES ::-MES-BASE, +3, +6, +9),
      *    A = ANUAL (MES ::-MES-BASE).
           03      ::-RECORRENCIA  PIC     X(01).
             88    ::-REC-MENSAL                  VALUE 'M'.
             88    ::-REC-TRIMESTRAL              VALUE 'T'.
             88    ::-REC-ANUAL                   VALUE 'A'.
           03      ::-DIA-UTIL     PIC     9(02).
           03      ::-MES-BASE     PIC     9(02).
      *
           03      ::-COD-SOLIC    PIC     9(05).
           03      ::-NM-SOLIC     PIC     X(60).
           03      ::-SIGL-SIST    PIC     X(02).
           03      ::-NM-MOD       PIC     X(20).
           03      ::-NM-PGM       PIC     X(08).
           03      ::-HR-ESFORCO   PIC     9(03).
           03      ::-PRIORIDADE   PIC     X(01).
             88    ::-PRIOR-ALTA                  VALUE '1'.
             88    ::-PRIOR-MEDIA                 VALUE '2'.
             88    ::-PRIOR-BAIXA                 VALUE '3'.
           03      ::-RESPONSAVEL  PIC     X(08).
           03      ::-OBS          PIC     X(60).
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-MODELO-ATIVO                VALUE 'A'.
             88    ::-MODELO-INATIVO              VALUE 'I'.
      *
           03      ::-COMPET-ULT   PIC     X(06).
           03      ::-ULT-CHAVE.
             05    ::-ULT-SS       PIC     9(06).
             05    ::-ULT-ST       PIC     9(06).
           03      ::-DT-ULT-GERACAO
                                   PIC     X(08).
      *
           03      ::-DT-ALTERACAO PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV26                     *
      ******************************************************************
