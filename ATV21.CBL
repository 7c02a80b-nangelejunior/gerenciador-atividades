      *    02SET2026  NJA     O DETALHE PASSA A LISTAR OS VINCULOS    *
      *                       ENTRE ATIVIDADES (SYS072, VER ATV39)    *
      *                       NAS LINHAS FINAIS DA TELA               *
      *    15OUT2026  NJA     EXIBICAO DO VINCULO TIPO D (DUPLICADA)   *
      *                       GRAVADO PELO ATV81                       *
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
                              ' ST: '  VC-ST-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-VINC-LINHA
                   WHEN VC-VINC-DUPLICADA
                       STRING 'DUPLICADA     SS: ' VC-SS-DEST
                              ' ST: '  VC-ST-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-VINC-LINHA
                   WHEN OTHER
                       STRING '?             SS: ' VC-SS-DEST
                              ' ST: '  VC-ST-DEST
