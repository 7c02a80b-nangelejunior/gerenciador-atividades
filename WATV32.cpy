      ******************************************************************
      *    COPYBOOK....: WATV32                                       *
      *    FUNCAO......: LAYOUT DO CONTROLE DA PESQUISA DE SATISFACAO *
      *                  (SYS093 - UM REGISTRO POR SS/ST CONCLUIDA,   *
      *                  GRAVADO PELO ATV59 NO ENVIO DA PESQUISA,     *
      *                  COMPLETADO PELO ATV60 COM A RESPOSTA E LIDO  *
      *                  PELO ATV61 NO RELATORIO MENSAL - OS DADOS DA *
      *                  ATIVIDADE FICAM GRAVADOS NO ENVIO PARA QUE O *
      *                  RELATORIO NAO DEPENDA DO ARQUIVO MORTO)      *
      *    USO.........: COPY WATV32 REPLACING ==::== BY ==prefixo==. *
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      ******************************************************************
      *
           03      ::-CHAVE-PESQ.
             05    ::-SS           PIC     9(06).
             05    ::-ST           PIC     9(06).
      *
           03      ::-COD-SOLIC    PIC     9(05).
           03      ::-NM-SOLIC     PIC     X(60).
           03      ::-SIGL-SIST    PIC     X(02).
           03      ::-RESPONSAVEL  PIC     X(08).
           03      ::-PRIORIDADE   PIC     X(01).
           03      ::-DT-CONCL     PIC     X(08).
           03      ::-DT-ENVIO     PIC     X(08).
      *
           03      ::-SITUACAO     PIC     X(01).
             88    ::-PESQ-ENVIADA                VALUE 'E'.
             88    ::-PESQ-RESPONDIDA             VALUE 'R'.
      *
      *    NOTA DE 1 (PESSIMO) A 5 (OTIMO) - ZERO ENQUANTO NAO
      *    RESPONDIDA.
           03      ::-NOTA         PIC     9(01).
           03      ::-COMENTARIO   PIC     X(100).
           03      ::-DT-RESPOSTA  PIC     X(08).
           03      ::-OPERADOR     PIC     X(08).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV32                     *
      ******************************************************************
