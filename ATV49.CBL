      *                       CARIMBOS - LINHA JA NO FORMATO NOVO      *
      *                       PASSA INALTERADA (CONVERSAO              *
      *                       REEXECUTAVEL)                            *
      *    15OUT2026  NJA     SYS010 GANHOU AS ALTERNATE KEYS DE       *
      *                       STATUS E DE RESPONSAVEL - ARQUIVO JA NO  *
      *                       TAMANHO DE 327 BYTES MAS COM AS CHAVES   *
      *                       ANTIGAS (STATUS 39 NO LAYOUT ANTIGO) E   *
      *                       DESCARREGADO PELA VISAO SYS010K E        *
      *                       RECRIADO COM AS QUATRO ALTERNATE KEYS;   *
      *                       ARQUIVO QUE JA AS TEM E PULADO           *
      ******************************************************************
      *
      ******************************************************************
                     ALTERNATE KEY V1-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY V1-NM-SOLIC WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-VELHO.
      *
           SELECT  SYS010K   ASSIGN    TO 'SYS010.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY K1-CHAVE
                     ALTERNATE KEY K1-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY K1-NM-SOLIC WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-VELHO.
      *
           SELECT  SYS012V   ASSIGN    TO 'SYS012.DAT'
                     ORGANIZATION INDEXED
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-NOVO.
      *
           SELECT  SYS012    ASSIGN    TO 'SYS012.DAT'
           03      FILLER          PIC     X(170).
           03      V1-DT-CONCL     PIC     X(08).
           03      FILLER          PIC     X(39).
      *
      *    SYS010 JA NO TAMANHO ATUAL (327 BYTES), MAS AINDA SO COM AS
      *    ALTERNATE KEYS DE DT-CONCL E NM-SOLIC (SEM STATUS E
      *    RESPONSAVEL).
       FD          SYS010K
                              DATA RECORD K1-SYS010K.
      *
       01          K1-SYS010K.
           03      K1-CHAVE.
             05    K1-SS           PIC     9(06).
             05    K1-ST           PIC     9(06).
           03      FILLER          PIC     X(28).
           03      K1-NM-SOLIC     PIC     X(60).
           03      FILLER          PIC     X(170).
           03      K1-DT-CONCL     PIC     X(08).
           03      FILLER          PIC     X(49).
      *
       FD          SYS012V
                              DATA RECORD V2-SYS012V.
               WHEN CN-VELHO-INEXISTENTE
                   PERFORM RTGRAVAR-SYS080-PULADO
               WHEN CN-VELHO-INCOMPATIVEL
                   PERFORM RTCONVERTER-CHAVES-SYS010
               WHEN OTHER
                   PERFORM RTERRO-VELHO
           END-EVALUATE.
      *
      ******************************************************************
       RTCONVERTER-SYS010-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    SYS010 JA NO TAMANHO ATUAL: RECRIA O ARQUIVO SO PARA MONTAR *
      *    AS ALTERNATE KEYS DE STATUS E RESPONSAVEL                   *
      ******************************************************************
       RTCONVERTER-CHAVES-SYS010       SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-DESCARGA
                                          AC-CONFERIDOS
                                          AC-RECARGA.
      *
           OPEN INPUT SYS010K.
      *
           EVALUATE TRUE
               WHEN CN-VELHO-OK
                   OPEN OUTPUT SYSTMP
                   IF CN-SYSTMP-OK
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYSTMP
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   MOVE SPACES         TO K1-CHAVE
                   START SYS010K
                            KEY IS GREATER THAN OR
                                       EQUAL K1-CHAVE
                       INVALID KEY
                           SET CN-VELHO-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-VELHO-EOF
                       READ SYS010K NEXT
                       EVALUATE TRUE
                           WHEN CN-VELHO-OK
                           WHEN CN-VELHO-DPL
                               WRITE TM-SYSTMP
                                       FROM K1-SYS010K
                               PERFORM RTCONFERIR-DESCARGA
                           WHEN CN-VELHO-EOF
                               CONTINUE
                           WHEN OTHER
                               PERFORM RTERRO-VELHO
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS010K
                         SYSTMP
                   PERFORM RTRELER-DESCARGA
                   IF CN-ETAPA-OK
                       PERFORM RTRECARREGAR-SYS010
                   END-IF
                   PERFORM RTGRAVAR-SYS080
               WHEN CN-VELHO-INEXISTENTE
                   PERFORM RTGRAVAR-SYS080-PULADO
               WHEN CN-VELHO-INCOMPATIVEL
                   PERFORM RTGRAVAR-SYS080-PULADO
               WHEN OTHER
                   PERFORM RTERRO-VELHO
           END-EVALUATE.
      *
      ******************************************************************
       RTCONVERTER-CHAVES-SYS010-EXIT. EXIT.
      ******************************************************************
       RTCONVERTER-SYS012              SECTION.
      ******************************************************************
