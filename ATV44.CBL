      *                       SYS076; RODA COMO PASSO REORG DA         *
      *                       RODADA NOTURNA (ATV23), DE PREFERENCIA   *
      *                       DEPOIS DO PASSO BACKUP                   *
      *    15OUT2026  NJA     A RECRIACAO DO SYS010 PASSA A MONTAR     *
      *                       TAMBEM AS ALTERNATE KEYS DE STATUS E DE  *
      *                       RESPONSAVEL (QUATRO NO TOTAL)            *
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
           SELECT  SYS075    ASSIGN    TO 'SYS075.UNL'
