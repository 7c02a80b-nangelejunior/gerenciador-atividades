      *                       ANO (SYS012AAAA.DAT, CATALOGO SYS077) - *
      *                       A BUSCA NO HISTORICO PASSA PELO         *
      *                       SUBPROGRAMA DE ACESSO ATV48             *
      *    15OUT2026  NJA     EXIBICAO DO TIPO D (DUPLICADA), GRAVADO  *
      *                       PELO ATV81 NA CONFIRMACAO DE PAR         *
      *                       SUSPEITO DE DUPLICIDADE (SYS122)         *
      ******************************************************************
      *
      ******************************************************************
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS072    ASSIGN    TO 'SYS072.DAT'
                   WHEN VC-VINC-REABERTA-COMO
                       MOVE 'REABERTA-COMO '
                                       TO WS-TX-TIPO
                   WHEN VC-VINC-DUPLICADA
                       MOVE 'DUPLICADA     '
                                       TO WS-TX-TIPO
                   WHEN OTHER
                       MOVE '?             '
                                       TO WS-TX-TIPO
