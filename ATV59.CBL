      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV59.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV59                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# ENVIO DA PESQUISA DE SATISFACAO (SYS094)     *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PASSO PESQUISA DA  *
      *                       RODADA NOTURNA (ATV23/SYS048), SEM       *
      *                       TELAS: LE PELA CHAVE FD-DT-CONCL AS      *
      *                       ATIVIDADES CONCLUIDAS NO DIA ANTERIOR,   *
      *                       REGISTRA CADA SS/ST NO CONTROLE DA       *
      *                       PESQUISA SYS093 (SITUACAO ENVIADA) E     *
      *                       REGERA O ARQUIVO DE SOLICITACOES DE      *
      *                       PESQUISA SYS094 - SS/ST JA REGISTRADA NO *
      *                       SYS093 NAO E ENVIADA DE NOVO             *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS094 (UMA LINHA POR ATIVIDADE):                *
      *      SS          9(06)   ST 9(06)                             *
      *      COD-SOLIC   9(05)   NM-SOLIC X(60)                       *
      *      SIGL-SIST   X(02)   RESPONSAVEL X(08)                    *
      *      DT-CONCL    X(08)   AAAAMMDD                             *
      ******************************************************************
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION                   SECTION.
      ******************************************************************
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      ******************************************************************
       INPUT-OUTPUT                    SECTION.
      ******************************************************************
      *
       FILE-CONTROL.
           SELECT  SYS010    ASSIGN    TO 'SYS010.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-SYS093.
      *
           SELECT  SYS094    ASSIGN    TO 'SYS094.TXT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS094.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
      *
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS093
                              DATA RECORD PQ-SYS093.
      *
       01          PQ-SYS093.
      *
           COPY WATV32                 REPLACING ==::== BY ==PQ==.
      *
       FD          SYS094
                              RECORDING MODE IS F
                              DATA RECORD SP-SYS094
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          SP-SYS094.
           03      SP-SS           PIC     9(06).
           03      SP-ST           PIC     9(06).
           03      SP-COD-SOLIC    PIC     9(05).
           03      SP-NM-SOLIC     PIC     X(60).
           03      SP-SIGL-SIST    PIC     X(02).
           03      SP-RESPONSAVEL  PIC     X(08).
           03      SP-DT-CONCL     PIC     X(08).
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
      *
       77          FILLER          PIC     X(32)         VALUE
                                   'III WORKING-STORAGE SECTION III'.
      *
       01          WS-WORKING.
      *
      ******************************************************************
      *    AREA DE ACUMULADORES                                        *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(14)         VALUE
                                   '=ACUMULADORES='.
             05    AC-CONCLUIDAS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ENVIADAS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-JA-ENVIADAS  PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=AUXILIARES='.
             05    WS-MENSAG.
               07  FILLER          PIC     X(08)         VALUE
                                   ' MSG..: '.
               07  WS-MSG          PIC     X(72)         VALUE SPACES.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-DT-ONTEM     PIC     X(08)         VALUE SPACES.
             05    WS-SW-FIM-DIA   PIC     X(01)         VALUE 'N'.
               88  CN-FIM-DIA                            VALUE 'S'.
               88  CN-NAO-FIM-DIA                        VALUE 'N'.
      *
      ******************************************************************
      *    AREA DO CALCULO DO DIA ANTERIOR                             *
      ******************************************************************
           03      WS-AREA-DATAS.
             05    FILLER          PIC     X(07)         VALUE
                                   '=DATAS='.
             05    WS-DT-ITER.
               07  WS-ITER-ANO     PIC     9(04)         VALUE ZEROS.
               07  WS-ITER-MES     PIC     9(02)         VALUE ZEROS.
               07  WS-ITER-DIA     PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(05)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS093
                                   PIC     X(02).
               88  CN-SYS093-OK                          VALUE '00'.
               88  CN-SYS093-DUP                         VALUE '22'.
               88  CN-SYS093-NOK                         VALUE '23'.
               88  CN-SYS093-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS094
                                   PIC     X(02).
               88  CN-SYS094-OK                          VALUE '00'.
               88  CN-SYS094-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV59.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV59.902I - ERRO NO ARQ. SYS093         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV59.903I - ERRO NO ARQ. SYS094         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV59.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
      ******************************************************************
      *    AREA DE CONTROLE DA RODADA NOTURNA (WATV05)                 *
      ******************************************************************
      *
           COPY WATV05.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
      *
      ******************************************************************
       LINKAGE                         SECTION.
      ******************************************************************
      *
       01          LK-MSG          PIC     X(73).
       01          LK-OPERADOR     PIC     X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
                                                       LK-OPERADOR.
      ******************************************************************
      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTINICIAR.
      *
           PERFORM RTPROCESSAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA INICIAL                                              *
      ******************************************************************
       RTINICIAR                       SECTION.
      ******************************************************************
      *
           INITIALIZE WS-ACUMULADORES
                      WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           IF CN-BT-BATCH
               MOVE ZEROS              TO BT-RESULTADO
           END-IF.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           MOVE WS-DATA-CORR           TO WS-DT-ITER.
      *
           PERFORM RTRECUAR-DIA.
      *
           MOVE WS-DT-ITER             TO WS-DT-ONTEM.
      *
           PERFORM RTABRIR.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR OS ARQUIVOS                               *
      ******************************************************************
       RTABRIR                         SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS010.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN I-O SYS093.
      *
           IF CN-SYS093-INEXISTENTE
               OPEN OUTPUT SYS093
               CLOSE SYS093
               OPEN I-O SYS093
           END-IF.
      *
           IF CN-SYS093-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS093   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               CLOSE SYS010
               PERFORM RTFINALIZAR
           END-IF.
      *
      *    O ARQUIVO DE SOLICITACOES E REGERADO A CADA RODADA - O QUE
      *    JA FOI ENVIADO ESTA REGISTRADO NO SYS093.
           OPEN OUTPUT SYS094.
      *
           IF CN-SYS094-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS094   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               CLOSE SYS010
                     SYS093
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTABRIR-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-DT-ONTEM            TO FD-DT-CONCL.
      *
           SET CN-NAO-FIM-DIA          TO TRUE.
      *
           START SYS010         KEY IS EQUAL FD-DT-CONCL
               INVALID KEY
                   SET CN-FIM-DIA      TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-FIM-DIA
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-DT-CONCL  EQUAL WS-DT-ONTEM
                           IF WS-STATUS-CONCLUIDO
                               ADD 1   TO AC-CONCLUIDAS
                               PERFORM RTREGISTRAR-PESQUISA
                           END-IF
                       ELSE
                           SET CN-FIM-DIA
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS010-EOF
                       SET CN-FIM-DIA  TO TRUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
           PERFORM RTFECHAR.
      *
           IF CN-BT-BATCH
               MOVE AC-ENVIADAS        TO BT-RESULTADO
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR A PESQUISA NO SYS093 E NO SYS094      *
      ******************************************************************
       RTREGISTRAR-PESQUISA            SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO PQ-SYS093.
      *
           MOVE WS-SS                  TO PQ-SS.
           MOVE WS-ST                  TO PQ-ST.
      *
           IF WS-COD-SOLIC             NUMERIC
               MOVE WS-COD-SOLIC       TO PQ-COD-SOLIC
           ELSE
               MOVE ZEROS              TO PQ-COD-SOLIC
           END-IF.
      *
           MOVE WS-NM-SOLIC            TO PQ-NM-SOLIC.
           MOVE WS-SIGL-SIST           TO PQ-SIGL-SIST.
           MOVE WS-RESPONSAVEL         TO PQ-RESPONSAVEL.
           MOVE WS-PRIORIDADE          TO PQ-PRIORIDADE.
           MOVE WS-DT-CONCL            TO PQ-DT-CONCL.
           MOVE WS-DATA-CORR           TO PQ-DT-ENVIO.
           SET PQ-PESQ-ENVIADA         TO TRUE.
           MOVE ZEROS                  TO PQ-NOTA.
           MOVE LK-OPERADOR            TO PQ-OPERADOR.
      *
           WRITE PQ-SYS093.
      *
           EVALUATE TRUE
               WHEN CN-SYS093-OK
                   PERFORM RTGRAVAR-SYS094
               WHEN CN-SYS093-DUP
      *            RODADA REPETIDA NO MESMO DIA - A PESQUISA JA SAIU.
                   ADD 1               TO AC-JA-ENVIADAS
               WHEN OTHER
                   MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTREGISTRAR-PESQUISA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A SOLICITACAO DE PESQUISA (SYS094)       *
      ******************************************************************
       RTGRAVAR-SYS094                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO SP-SYS094.
      *
           MOVE PQ-SS                  TO SP-SS.
           MOVE PQ-ST                  TO SP-ST.
           MOVE PQ-COD-SOLIC           TO SP-COD-SOLIC.
           MOVE PQ-NM-SOLIC            TO SP-NM-SOLIC.
           MOVE PQ-SIGL-SIST           TO SP-SIGL-SIST.
           MOVE PQ-RESPONSAVEL         TO SP-RESPONSAVEL.
           MOVE PQ-DT-CONCL            TO SP-DT-CONCL.
      *
           WRITE SP-SYS094.
      *
           IF CN-SYS094-OK
               ADD 1                   TO AC-ENVIADAS
           ELSE
               MOVE WS-STATUS-SYS094   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS094-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RECUAR A DATA DE ITERACAO EM UM DIA             *
      ******************************************************************
       RTRECUAR-DIA                    SECTION.
      ******************************************************************
      *
           IF WS-ITER-DIA              GREATER 1
               SUBTRACT 1              FROM WS-ITER-DIA
           ELSE
               IF WS-ITER-MES          GREATER 1
                   SUBTRACT 1          FROM WS-ITER-MES
               ELSE
                   MOVE 12             TO WS-ITER-MES
                   SUBTRACT 1          FROM WS-ITER-ANO
               END-IF
               PERFORM RTOBTER-DIA-MAXIMO
               MOVE WS-DIA-MAXIMO      TO WS-ITER-DIA
           END-IF.
      *
      ******************************************************************
       RTRECUAR-DIA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES DA ITERACAO           *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-ITER-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31             TO WS-DIA-MAXIMO
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30             TO WS-DIA-MAXIMO
               WHEN 02
                   PERFORM RTVERIFICAR-BISSEXTO
               WHEN OTHER
                   MOVE ZEROS          TO WS-DIA-MAXIMO
           END-EVALUATE.
      *
      ******************************************************************
       RTOBTER-DIA-MAXIMO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR ANO BISSEXTO (FEVEREIRO)              *
      ******************************************************************
       RTVERIFICAR-BISSEXTO            SECTION.
      ******************************************************************
      *
           DIVIDE WS-ITER-ANO          BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-ITER-ANO          BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-ITER-ANO          BY 400
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-400.
      *
           IF WS-RESTO-4               EQUAL ZEROS AND
             (WS-RESTO-100             NOT EQUAL ZEROS OR
              WS-RESTO-400             EQUAL ZEROS)
               MOVE 29                 TO WS-DIA-MAXIMO
           ELSE
               MOVE 28                 TO WS-DIA-MAXIMO
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-BISSEXTO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DOS ARQUIVOS                         *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010
                 SYS093
                 SYS094.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CANCELAMENTO DO PROGRAMA                        *
      ******************************************************************
       RTCANCELAR                      SECTION.
      ******************************************************************
      *
           PERFORM RTFECHAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTCANCELAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA FINAL                                                *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-MSG                 TO LK-MSG.
      *
           MOVE ZEROS                  TO RETURN-CODE.
      *
           GOBACK.
      *
      ******************************************************************
       RTFINALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
