      *                       SYSNNN.GN, COMO O ATV07 FAZ COM O        *
      *                       SYS022, PARA SEGUNDA AINDA VER A         *
      *                       POSICAO DE SEXTA                         *
      *    15OUT2026  NJA     A POSICAO MOSTRA QUANTAS ATIVIDADES      *
      *                       AGUARDAM APROVACAO DE ESFORCO DO         *
      *                       SUPERVISOR NA ALCADA SYS101 (ATV64)      *
      *    15OUT2026  NJA     O SYS010 PASSA A SER PERCORRIDO PELA     *
      *                       ALTERNATE KEY DE STATUS: CONCLUIDAS E    *
      *                       CANCELADAS SO SAO CONTADAS, AS DEMAIS    *
      *                       SAO REORDENADAS POR SS/ST NO SYS030      *
      *    15OUT2026  NJA     GERACOES RETIDAS DOS RELATORIOS PASSAM   *
      *                       A VIR DO PARAMETRO GERACOES-REL DA       *
      *                       TABELA SYS106 (ATV71), PADRAO 5          *
      *    15OUT2026  NJA     CONTROLE DE GERACOES SYS037 AMPLIADO     *
      *                       PARA 300 ENTRADAS, PARA COMPORTAR AS     *
      *                       COPIAS POR DESTINATARIO GRAVADAS PELO    *
      *                       ATV77 SEM PERDER ENTRADAS NA REGRAVACAO  *
      *    15OUT2026  NJA     GERACOES-REL ACIMA DE 9 E LIMITADO A 9   *
      *                       (SUFIXO DA GERACAO DE UM DIGITO)         *
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
           SELECT  SYS030    ASSIGN    TO 'SYS030.TMP'
                     FILE STATUS IS WS-STATUS-SYS030.
      *
           SELECT  SYS044    ASSIGN    TO 'SYS044.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PD-CHAVE-PEND
                     FILE STATUS IS WS-STATUS-SYS044.
      *
           SELECT  SYS101    ASSIGN    TO 'SYS101.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APROV
                     FILE STATUS IS WS-STATUS-SYS101.
      *
           SELECT  SYS073    ASSIGN    TO 'SYS073.LST'
                     ORGANIZATION LINE SEQUENTIAL
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       SD          SYS030
                              DATA RECORD SD-SYS030.
      *
       01          SD-SYS030.
      *
           COPY WATV01                 REPLACING ==::== BY ==SD==.
      *
       FD          SYS044
                              DATA RECORD PD-SYS044.
       01          PD-SYS044.
      *
           COPY WATV04                 REPLACING ==::== BY ==PD==.
      *
       FD          SYS101
                              DATA RECORD AP-SYS101.
      *
       01          AP-SYS101.
      *
           COPY WATV34                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS073
                              RECORDING MODE IS F
             05    AC-VENCE-AMANHA PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ATRASADAS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PEND-ABERTAS PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-AGUARD-APROV PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-SW-ORDENACAO PIC     X(01)         VALUE 'N'.
               88  CN-FIM-ORDENACAO                      VALUE 'S'.
      *
      ******************************************************************
      *    AREA DA TABELA DE ABERTAS POR RESPONSAVEL                   *
             05    WS-GER-RESTO    PIC     9(04)         VALUE ZEROS.
             05    WS-GER-SUFIXO   PIC     9(01)         VALUE ZEROS.
             05    WS-NOME-GER     PIC     X(12)         VALUE SPACES.
             05    WS-TAB-GERACOES OCCURS 300 TIMES.
               07  TG-ID-REL       PIC     X(06).
               07  TG-NR-GERACAO   PIC     9(04).
               07  TG-PERIODO      PIC     X(10).
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS030
                                   PIC     X(02).
               88  CN-SYS030-OK                          VALUE '00'.
               88  CN-SYS030-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS044
                                   PIC     X(02).
               88  CN-SYS044-NOK                         VALUE '23'.
               88  CN-SYS044-EOF                         VALUE '10'.
               88  CN-SYS044-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS101
                                   PIC     X(02).
               88  CN-SYS101-OK                          VALUE '00'.
               88  CN-SYS101-DPL                         VALUE '02'.
               88  CN-SYS101-EOF                         VALUE '10'.
               88  CN-SYS101-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS073
                                   PIC     X(02).
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV40.911I - ERRO NA COPIA DE GERACAO    STATUS: '.
               07  WS-RETCOD-911   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV40.912I - ERRO NO ARQ. SYS101         STATUS: '.
               07  WS-RETCOD-912   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE COMANDO DA LEITURA DE PARAMETROS (WATV39)           *
      ******************************************************************
       01          WS-COMANDO-PARAM.
      *
           COPY WATV39                 REPLACING ==::== BY ==CP==.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
                      WS-FILE-STATUS
                      WS-AREA-RESP
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO SISTEMA (SYS106)         *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           MOVE 'GERACOES-REL'         TO CP-COD-PARAM.
           MOVE 05                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           IF CP-VL-PARAM              GREATER 9
               MOVE 9                  TO WS-MAX-GERACOES
           ELSE
               MOVE CP-VL-PARAM        TO WS-MAX-GERACOES
           END-IF.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR A DATA DE AMANHA                       *
      ******************************************************************
       RTCALC-AMANHA                   SECTION.
           PERFORM RTVARRER-SYS010.
      *
           PERFORM RTCONTAR-PENDENCIAS.
      *
           PERFORM RTCONTAR-APROVACOES.
      *
           PERFORM RTIMPRIMIR.
      *
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
      *            O SYS010 E PERCORRIDO PELA ALTERNATE KEY DE STATUS:
      *            CONCLUIDAS E CANCELADAS SO SAO CONTADAS; AS DEMAIS
      *            SAO REORDENADAS POR SS/ST PARA A TABELA DE
      *            RESPONSAVEIS SER MONTADA NA MESMA ORDEM DE ANTES.
                   SORT SYS030 ON ASCENDING KEY SD-CHAVE
                       INPUT  PROCEDURE IS RTSELECIONAR-ABERTAS
                       OUTPUT PROCEDURE IS RTAPURAR-ABERTAS
                   CLOSE SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS ATIVIDADES PELO STATUS            *
      ******************************************************************
       RTSELECIONAR-ABERTAS            SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO FD-STATUS.
      *
           START SYS010 KEY IS GREATER THAN OR
                               EQUAL FD-STATUS
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       EVALUATE TRUE
                           WHEN WS-STATUS-CONCLUIDO
                               ADD 1   TO AC-CONCLUIDO
                           WHEN WS-STATUS-CANCELADO
                               ADD 1   TO AC-CANCELADO
                           WHEN OTHER
                               RELEASE SD-SYS030
                                       FROM WS-SYS010
                       END-EVALUATE
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTSELECIONAR-ABERTAS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR AS ATIVIDADES NA ORDEM DE SS/ST          *
      ******************************************************************
       RTAPURAR-ABERTAS                SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ORDENACAO.
      *
           RETURN SYS030               INTO WS-SYS010
               AT END
                   SET CN-FIM-ORDENACAO
                                       TO TRUE
           END-RETURN.
      *
           PERFORM UNTIL CN-FIM-ORDENACAO
               PERFORM RTAPURAR-ATIVIDADE
               RETURN SYS030           INTO WS-SYS010
                   AT END
                       SET CN-FIM-ORDENACAO
                                       TO TRUE
               END-RETURN
           END-PERFORM.
      *
      ******************************************************************
       RTAPURAR-ABERTAS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR UMA ATIVIDADE NA POSICAO                 *
      ******************************************************************
       RTAPURAR-ATIVIDADE              SECTION.
       RTCONTAR-PENDENCIAS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR AS ATIVIDADES AGUARDANDO APROVACAO DE    *
      *    ESFORCO (SYS101) QUE AINDA NAO FORAM ENCERRADAS             *
      ******************************************************************
       RTCONTAR-APROVACOES             SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS101.
      *
           EVALUATE TRUE
               WHEN CN-SYS101-OK
                   OPEN INPUT SYS010
                   MOVE LOW-VALUES     TO AP-CHAVE-APROV
                   START SYS101 KEY IS GREATER THAN OR
                                       EQUAL AP-CHAVE-APROV
                       INVALID KEY
                           SET CN-SYS101-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS101-EOF
                       READ SYS101 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS101-OK
                           WHEN CN-SYS101-DPL
                               IF AP-APROV-PENDENTE
                                   PERFORM RTVERIFICAR-ENCERRADA
                               END-IF
                           WHEN CN-SYS101-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS101
                                       TO WS-RETCOD-912
                               MOVE WS-MSGARQ-912
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS101
                         SYS010
               WHEN CN-SYS101-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS101
                                       TO WS-RETCOD-912
                   MOVE WS-MSGARQ-912  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCONTAR-APROVACOES-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR A APROVACAO PENDENTE SE A ATIVIDADE      *
      *    AINDA ESTIVER EM ABERTO NO SYS010                           *
      ******************************************************************
       RTVERIFICAR-ENCERRADA           SECTION.
      ******************************************************************
      *
           MOVE AP-SS                  TO FD-SS.
           MOVE AP-ST                  TO FD-ST.
      *
           READ SYS010                 INTO WS-SYS010.
      *
           IF (CN-SYS010-OK            OR CN-SYS010-DPL) AND
              NOT WS-STATUS-CONCLUIDO  AND
              NOT WS-STATUS-CANCELADO
               ADD 1                   TO AC-AGUARD-APROV
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-ENCERRADA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A POSICAO DIARIA (SYS073)              *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS073             FROM WS-LINHA-REL.
      *
           MOVE AC-AGUARD-APROV        TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  AGUARDANDO APROVACAO DE ESFORCO..: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS073             FROM WS-LINHA-REL.
      *
           IF CN-SYS073-OK
               CONTINUE
                   PERFORM RTLER-SYS037
                   PERFORM UNTIL CN-SYS037-EOF OR
                                 WS-CT-GERACOES
                                       GREATER OR EQUAL 300
                       ADD 1           TO WS-CT-GERACOES
                       MOVE GR-ID-REL  TO TG-ID-REL     (WS-CT-GERACOES)
                       MOVE GR-NR-GERACAO
               SUBTRACT 1              FROM WS-CT-GERACOES
           END-IF.
      *
           IF WS-CT-GERACOES           LESS 300
               ADD 1                   TO WS-CT-GERACOES
               MOVE WS-GER-ID-REL
                                       TO TG-ID-REL     (WS-CT-GERACOES)
