      *                       RELATORIO SYS065 - HORIZONTE DE 12       *
      *                       SEMANAS; ATIVIDADE COM PRAZO VENCIDO     *
      *                       CAI INTEIRA NA SEMANA 1                  *
      *    15OUT2026  NJA     O SYS010 PASSA A SER LIDO PELA           *
      *                       ALTERNATE KEY DE STATUS, SO AS ABERTAS E *
      *                       EM ANDAMENTO, REORDENADO POR SS/ST NO    *
      *                       SYS030 ANTES DA PROJECAO                 *
      *    15OUT2026  NJA     HORIZONTE DA PROJECAO PASSA A VIR DO     *
      *                       PARAMETRO HORIZONTE-SEM DA TABELA        *
      *                       SYS106 (ATV71), PADRAO E LIMITE 12       *
      *                       SEMANAS                                  *
      *    15OUT2026  NJA     AUSENCIAS DO CALENDARIO SYS109 (VIA      *
      *                       ATV73) REDUZEM A CAPACIDADE DE CADA      *
      *                       SEMANA NA COMPARACAO; A LINHA DA         *
      *                       SEMANA MOSTRA AS HORAS AUSENTES E A      *
      *                       CAPACIDADE QUE SOBRA                     *
      *    15OUT2026  NJA     HORIZONTE-SEM ACIMA DE 12 E LIMITADO A   *
      *                       12 (SEMANAS DA TABELA DE CARGA)          *
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
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
                     ORGANIZATION INDEXED
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
       FD          SYS042
                              DATA RECORD OP-SYS042.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
             05    WS-SEM-ED       PIC     Z9            VALUE ZEROS.
             05    WS-SW-ORDENACAO PIC     X(01)         VALUE 'N'.
               88  CN-FIM-ORDENACAO                      VALUE 'S'.
             05    WS-DT-INI-SEM   PIC     X(08)         VALUE SPACES.
             05    WS-DT-FIM-SEM   PIC     X(08)         VALUE SPACES.
             05    WS-HR-AUSENCIA  PIC    S9(05)V9
                                                 COMP-3  VALUE ZEROS.
             05    WS-CAP-EFETIVA  PIC    S9(05)V9
                                                 COMP-3  VALUE ZEROS.
             05    WS-AUS-ED       PIC     ZZZ9,9        VALUE ZEROS.
             05    WS-CAP-EF-ED    PIC     ZZZ9,9        VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DO CALCULO DE DIAS CORRIDOS                            *
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS030
                                   PIC     X(02).
               88  CN-SYS030-OK                          VALUE '00'.
               88  CN-SYS030-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS042
                                   PIC     X(02).
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
             05    WS-ATV73        PIC     X(08)         VALUE
                                   'ATV73   '.
      *
      ******************************************************************
      *    AREA DE PARAMETROS DO SISTEMA (SYS106)                      *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=PARAMETROS='.
             05    WS-QT-HORIZONTE PIC    S9(03) COMP-3  VALUE 12.
             05    WS-QT-HORIZONTE-ED
                                   PIC     Z9            VALUE ZEROS.
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
      ******************************************************************
      *    AREA DE COMANDO DA CONSULTA DE AUSENCIAS (WATV41)           *
      ******************************************************************
       01          WS-COMANDO-AUS.
      *
           COPY WATV41                 REPLACING ==::== BY ==CA==.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
                      WS-FILE-STATUS
                      WS-AREA-CARGA
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
           MOVE 'HORIZONTE-SEM'        TO CP-COD-PARAM.
           MOVE 12                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           IF CP-VL-PARAM              GREATER 12
               MOVE 12                 TO WS-QT-HORIZONTE
           ELSE
               MOVE CP-VL-PARAM        TO WS-QT-HORIZONTE
           END-IF.
      *
           MOVE WS-QT-HORIZONTE        TO WS-QT-HORIZONTE-ED.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A CONFIRMACAO DO OPERADOR                 *
      ******************************************************************
       RTOBTER-CONFIRMACAO             SECTION.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
      *            SO AS ABERTAS E EM ANDAMENTO SAO LIDAS, PELA
      *            ALTERNATE KEY DE STATUS, E REORDENADAS POR SS/ST
      *            PARA A TABELA DE RESPONSAVEIS SER MONTADA NA MESMA
      *            ORDEM DE ANTES.
                   SORT SYS030 ON ASCENDING KEY SD-CHAVE
                       INPUT  PROCEDURE IS RTSELECIONAR-ABERTAS
                       OUTPUT PROCEDURE IS RTAPURAR-ABERTAS
                   CLOSE SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS ATIVIDADES ABERTAS NO SYS010      *
      ******************************************************************
       RTSELECIONAR-ABERTAS            SECTION.
      ******************************************************************
      *
           MOVE '1'                    TO FD-STATUS.
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
                       IF WS-STATUS-ABERTO OR
                          WS-STATUS-ANDAMENTO
                           RELEASE SD-SYS030
                                       FROM WS-SYS010
                       ELSE
                           SET CN-SYS010-EOF
                                       TO TRUE
                       END-IF
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
      *    ROTINA PARA PROJETAR AS ABERTAS NA ORDEM DE SS/ST           *
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
               PERFORM RTPROJETAR
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
      *    ROTINA PARA PROJETAR UMA ATIVIDADE NAS SEMANAS              *
      ******************************************************************
       RTPROJETAR                      SECTION.
           MOVE ZEROS                  TO WS-IDX-SEM.
      *
           PERFORM UNTIL WS-IDX-SEM    GREATER OR EQUAL WS-QT-SEMANAS
                      OR WS-IDX-SEM    GREATER OR EQUAL
                                       WS-QT-HORIZONTE
               ADD 1                   TO WS-IDX-SEM
               ADD WS-HR-SEMANA        TO TC-SEMANA
                                          (WS-IDX-ACHOU WS-IDX-SEM)
      *
           MOVE ZEROS                  TO WS-IDX-SEM.
      *
      *    A SEMANA 1 COMECA HOJE; CADA SEMANA TEM 7 DIAS CORRIDOS.
           MOVE WS-DT-HOJE-8 (1:4)     TO WS-ITER-ANO.
           MOVE WS-DT-HOJE-8 (5:2)     TO WS-ITER-MES.
           MOVE WS-DT-HOJE-8 (7:2)     TO WS-ITER-DIA.
      *
           PERFORM UNTIL WS-IDX-SEM    GREATER OR EQUAL
                                       WS-QT-HORIZONTE
               ADD 1                   TO WS-IDX-SEM
               PERFORM RTCALC-PERIODO-SEMANA
               IF TC-SEMANA (WS-IDX-RSP WS-IDX-SEM)
                                       GREATER ZEROS
                   PERFORM RTIMPRIMIR-SEMANA
       RTIMPRIMIR-RESPONSAVEL-EXIT.    EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O PERIODO (INICIO/FIM) DA SEMANA       *
      *    A DATA DE ITERACAO FICA NO PRIMEIRO DIA DA SEMANA SEGUINTE  *
      ******************************************************************
       RTCALC-PERIODO-SEMANA           SECTION.
      ******************************************************************
      *
           MOVE WS-DT-ITER             TO WS-DT-INI-SEM.
      *
           MOVE ZEROS                  TO WS-CT-ITER.
      *
           PERFORM UNTIL WS-CT-ITER    GREATER OR EQUAL 6
               PERFORM RTAVANCAR-DIA
           END-PERFORM.
      *
           MOVE WS-DT-ITER             TO WS-DT-FIM-SEM.
      *
           PERFORM RTAVANCAR-DIA.
      *
      ******************************************************************
       RTCALC-PERIODO-SEMANA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER AS HORAS DE AUSENCIA DO RESPONSAVEL NA    *
      *    SEMANA (CALENDARIO SYS109 VIA ATV73) E A CAPACIDADE QUE     *
      *    SOBRA DEPOIS DELAS - DIA INTEIRO = CAPACIDADE / 5           *
      ******************************************************************
       RTOBTER-AUSENCIA-SEMANA         SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-HR-AUSENCIA.
      *
           MOVE TC-CAPACIDADE (WS-IDX-RSP)
                                       TO WS-CAP-EFETIVA.
      *
           IF TC-CAPACIDADE (WS-IDX-RSP)
                                       GREATER ZEROS
               INITIALIZE WS-COMANDO-AUS
               MOVE TC-RESPONSAVEL (WS-IDX-RSP)
                                       TO CA-ID-OPER
               MOVE WS-DT-INI-SEM      TO CA-DT-INICIO
               MOVE WS-DT-FIM-SEM      TO CA-DT-FIM
               IF TC-CAPACIDADE (WS-IDX-RSP)
                                       GREATER 120
                   MOVE 24             TO CA-HR-DIA-CHEIO
               ELSE
                   COMPUTE CA-HR-DIA-CHEIO ROUNDED
                                       = TC-CAPACIDADE (WS-IDX-RSP)
                                         / 5
               END-IF
               CALL WS-ATV73           USING WS-COMANDO-AUS
               IF CA-AUSENTE
                   MOVE CA-HR-AUSENCIA TO WS-HR-AUSENCIA
                   COMPUTE WS-CAP-EFETIVA
                                       = WS-CAP-EFETIVA -
                                         WS-HR-AUSENCIA
                   IF WS-CAP-EFETIVA   LESS ZEROS
                       MOVE ZEROS      TO WS-CAP-EFETIVA
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTOBTER-AUSENCIA-SEMANA-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA SEMANA DO RESPONSAVEL              *
      *    A SEMANA COM AUSENCIA MOSTRA AS HORAS AUSENTES E A          *
      *    CAPACIDADE QUE SOBRA, USADA NA COMPARACAO                   *
      ******************************************************************
       RTIMPRIMIR-SEMANA               SECTION.
      ******************************************************************
           MOVE WS-IDX-SEM             TO WS-SEM-ED.
           MOVE TC-SEMANA (WS-IDX-RSP WS-IDX-SEM)
                                       TO WS-HR-ED.
      *
           PERFORM RTOBTER-AUSENCIA-SEMANA.
      *
           MOVE WS-HR-AUSENCIA         TO WS-AUS-ED.
           MOVE WS-CAP-EFETIVA         TO WS-CAP-EF-ED.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           IF TC-CAPACIDADE (WS-IDX-RSP)
                                       GREATER ZEROS AND
              TC-SEMANA (WS-IDX-RSP WS-IDX-SEM)
                                       GREATER WS-CAP-EFETIVA
               STRING '      SEMANA '  WS-SEM-ED
                      '  COMPROMETIDO: '
                                       WS-HR-ED ' HORAS'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           END-IF.
      *
           IF WS-HR-AUSENCIA           GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-REL (76:)
               STRING '  AUSENCIA: '   WS-AUS-ED ' H'
                      '  CAPACIDADE NA SEMANA: '
                                       WS-CAP-EF-ED ' H'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL (76:)
           END-IF.
      *
           WRITE FD-SYS065             FROM WS-LINHA-REL.
      *
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     HORIZONTE: ' WS-QT-HORIZONTE-ED
                  ' SEMANAS (SEMANA 1 = ATUAL)'
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
