      *                       ANO (SYS012AAAA.DAT, CATALOGO SYS077) - *
      *                       A BUSCA NO HISTORICO PASSA A USAR O     *
      *                       SUBPROGRAMA DE ACESSO ATV48             *
      *    15OUT2026  NJA     RECEBE TAMBEM A CHAVE SS/ST NA LINKAGE   *
      *                       (LK-CHAVE-CONS) - SE PREENCHIDA, EXIBE   *
      *                       DIRETO A ATIVIDADE, SEM PEDIR A CHAVE    *
      *                       NA TELA (CHAMADA PELA PESQUISA POR       *
      *                       PALAVRA-CHAVE ATV68); O MENU PRINCIPAL   *
      *                       PASSA A CHAVE ZERADA                     *
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
           SELECT  SYS071    ASSIGN    TO 'SYS071.DAT'
      *
       01          LK-MSG          PIC     X(73).
      *
      *    CHAVE PARA CONSULTA DIRETA - ZEROS = PEDIR A CHAVE NA TELA.
       01          LK-CHAVE-CONS.
           03      LK-SS-CONS      PIC     9(06).
           03      LK-ST-CONS      PIC     9(06).
      *
      ******************************************************************
       SCREEN                          SECTION.
      ******************************************************************
                                   HIGHLIGHT FOREGROUND-COLOR 6.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
                                                       LK-CHAVE-CONS.
      ******************************************************************
      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           IF LK-CHAVE-CONS            NOT EQUAL ZEROS
               PERFORM RTCONSULTAR-DIRETO
           ELSE
               PERFORM                 UNTIL CN-ESC
                   PERFORM RTINICIALIZAR-TELA
                   PERFORM RTOBTER-CHAVE
                   IF AC-CAMPO         LESS OR EQUAL ZEROS
                       SET CN-ESC      TO TRUE
                   ELSE
                       PERFORM RTLER-SYS010
                       IF CN-CONSULTAR-OK
                           PERFORM RTEXIBIR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
           PERFORM RTFECHAR.
      *
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONSULTA DIRETA DA CHAVE RECEBIDA DO CHAMADOR   *
      *    A ATIVIDADE NAO ENCONTRADA VOLTA COM A MENSAGEM EM LK-MSG   *
      ******************************************************************
       RTCONSULTAR-DIRETO              SECTION.
      ******************************************************************
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           SET CN-CONS-CHAVE           TO TRUE.
      *
           MOVE LK-SS-CONS             TO WS-SS.
           MOVE LK-ST-CONS             TO WS-ST.
      *
           PERFORM RTLER-SYS010.
      *
           IF CN-CONSULTAR-OK
               PERFORM RTEXIBIR
           END-IF.
      *
      ******************************************************************
       RTCONSULTAR-DIRETO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INICIALIZAR TELA                                *
      ******************************************************************
       RTINICIALIZAR-TELA              SECTION.
                              VC-SS-DEST ' ST: ' VC-ST-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-NOTA-LINHA
                   WHEN VC-VINC-DUPLICADA
                       STRING VC-SEQ ' DUPLICADA     SS: '
                              VC-SS-DEST ' ST: ' VC-ST-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-NOTA-LINHA
                   WHEN OTHER
                       STRING VC-SEQ ' ?             SS: '
                              VC-SS-DEST ' ST: ' VC-ST-DEST
