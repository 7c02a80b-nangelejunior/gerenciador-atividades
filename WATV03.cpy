      *                       (PRAZO ORIGINAL E CONTADOR DE            *
      *                       RENEGOCIACOES DO WATV01, MOSTRADOS NO    *
      *                       RELATORIO DE ATRASO SYS022)              *
      *    15OUT2026  NJA     INCLUIDOS ::-RESPONSAVEL, ::-SITUACAO-   *
      *                       PRAZO E ::-DIAS-PRAZO (ATIVIDADES A      *
      *                       VENCER PARA A SECAO DE COBERTURA DE      *
      *                       RESPONSAVEL AUSENTE DO ATV07)            *
      ******************************************************************
      *
           03      ::-PRIORIDADE   PIC     X(01).
      *
           03      ::-DT-TERM-ORIG PIC     X(08).
           03      ::-QT-RENEG     PIC     9(02).
      *
           03      ::-RESPONSAVEL  PIC     X(08).
      *
      *    ATRASADA ENTRA NO RELATORIO PRINCIPAL; A VENCER (DENTRO DO
      *    PARAMETRO PRAZO-COBERTURA) SO NA SECAO DE COBERTURA.
           03      ::-SITUACAO-PRAZO
                                   PIC     X(01).
             88    ::-PRAZO-ATRASADO              VALUE 'A'.
             88    ::-PRAZO-PROXIMO               VALUE 'P'.
      *
      *    DIAS UTEIS ATE O TERMINO DA ATIVIDADE A VENCER.
           03      ::-DIAS-PRAZO   PIC     9(03).
      *
      ******************************************************************
      *                     FIM DA COPYBOOK WATV03                     *
