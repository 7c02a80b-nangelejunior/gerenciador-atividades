      *                       ULTIMAS 5 GERACOES) REGISTRADA NO        *
      *                       CONTROLE SYS037 COM PERIODO, DATA/HORA   *
      *                       E OPERADOR, PARA REIMPRESSAO PELO ATV22  *
      *    15OUT2026  NJA     O SYS010 PASSA A SER LIDO PELA           *
      *                       ALTERNATE KEY DE STATUS, SO ATE AS       *
      *                       ABERTAS (STATUS 3), COM REORDENACAO POR  *
      *                       SS/ST NO SYS030 ANTES DE GRAVAR O SYS025 *
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
           SELECT  SYS025    ASSIGN    TO 'SYS025.CSV'
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
       FD          SYS025
                              RECORDING MODE IS F
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
             05    WS-DIAS-ANTECED-N
                                   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-SW-ORDENACAO PIC     X(01)         VALUE 'N'.
               88  CN-FIM-ORDENACAO                      VALUE 'S'.
      *
      ******************************************************************
      *    AREA DO CALCULO DE DIAS UTEIS                               *
             05    WS-GER-RESTO    PIC     9(01)         VALUE ZEROS.
             05    WS-GER-SUFIXO   PIC     9(01)         VALUE ZEROS.
             05    WS-NOME-GER     PIC     X(12)         VALUE SPACES.
             05    WS-TAB-GERACOES OCCURS 300 TIMES.
               07  TG-ID-REL       PIC     X(06).
               07  TG-NR-GERACAO   PIC     9(04).
               07  TG-PERIODO      PIC     X(10).
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
      *
             05    WS-STATUS-SYS030
                                   PIC     X(02).
               88  CN-SYS030-OK                          VALUE '00'.
               88  CN-SYS030-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS025
                                   PIC     X(02).
                   '#ATV08.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
      ******************************************************************
      *
           COPY WATV05.
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
                      WS-AUXILIARES
                      WS-FILE-STATUS
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
      *    ROTINA PARA OBTER OS DIAS DE ANTECEDENCIA                   *
      ******************************************************************
       RTOBTER-DIAS                    SECTION.
       RTEXTRAIR                       SECTION.
      ******************************************************************
      *
      *    AS ABERTAS SAO LIDAS PELA ALTERNATE KEY DE STATUS E
      *    REORDENADAS POR SS/ST, PARA O SYS025 SAIR NA MESMA ORDEM.
           SORT SYS030  ON ASCENDING  KEY SD-CHAVE
                        INPUT  PROCEDURE IS RTSELECIONAR-ABERTAS
                        OUTPUT PROCEDURE IS RTAPURAR-ABERTAS.
      *
      ******************************************************************
       RTEXTRAIR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS ATIVIDADES EM ABERTO DO SYS010    *
      ******************************************************************
       RTSELECIONAR-ABERTAS            SECTION.
      ******************************************************************
      *
      *    DO MENOR VALOR DE STATUS (INCLUSIVE AS SEM STATUS) ATE O 3.
           MOVE LOW-VALUES             TO FD-STATUS.
      *
           PERFORM RTSTART-SYS010.
      *
           PERFORM                     UNTIL CN-SYS010-EOF
               IF WS-DT-CONCL          EQUAL SPACES AND
                  NOT WS-STATUS-CANCELADO
                   RELEASE SD-SYS030   FROM WS-SYS010
               END-IF
               PERFORM RTLER-SYS010
           END-PERFORM.
      *
      ******************************************************************
       RTSELECIONAR-ABERTAS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR O PRAZO DAS ATIVIDADES SELECIONADAS      *
      ******************************************************************
       RTAPURAR-ABERTAS                SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ORDENACAO.
      *
           PERFORM RTRETORNAR-SYS030.
      *
           PERFORM                     UNTIL CN-FIM-ORDENACAO
               PERFORM RTVERIFICAR-PRAZO
               PERFORM RTRETORNAR-SYS030
           END-PERFORM.
      *
      ******************************************************************
       RTAPURAR-ABERTAS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RETORNAR O PROXIMO REGISTRO ORDENADO            *
      ******************************************************************
       RTRETORNAR-SYS030               SECTION.
      ******************************************************************
      *
           RETURN SYS030               INTO WS-SYS010
               AT END
                   SET CN-FIM-ORDENACAO
                                       TO TRUE
           END-RETURN.
      *
      ******************************************************************
       RTRETORNAR-SYS030-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA STARTAR O ARQUIVO SYS010                        *
      ******************************************************************
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FD-STATUS
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-STATUS    GREATER '3'
                           SET CN-SYS010-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN OTHER
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
