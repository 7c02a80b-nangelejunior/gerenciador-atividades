                     RECORD KEY FS-CHAVE
                     ALTERNATE KEY FS-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FS-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FS-STATUS WITH DUPLICATES
                     ALTERNATE KEY FS-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
      ******************************************************************
