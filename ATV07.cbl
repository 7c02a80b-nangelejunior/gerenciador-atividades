      *                       NUMERO DE RENEGOCIACOES (QT-RENEG)       *
      *                       REGISTRADAS PELO ATV28, AO LADO DO       *
      *                       PRAZO VIGENTE                            *
      *    15OUT2026  NJA     O SYS010 PASSA A SER LIDO PELA           *
      *                       ALTERNATE KEY DE STATUS, SO ATE AS       *
      *                       ABERTAS (STATUS 3), EM VEZ DE VARRER O   *
      *                       CADASTRO INTEIRO; SS/ST ENTRA COMO       *
      *                       ULTIMA CHAVE DA ORDENACAO PARA OS        *
      *                       EMPATES SAIREM NA MESMA ORDEM DE ANTES   *
      *    15OUT2026  NJA     GERACOES RETIDAS DOS RELATORIOS PASSAM   *
      *                       A VIR DO PARAMETRO GERACOES-REL DA       *
      *                       TABELA SYS106 (ATV71), PADRAO 5          *
      *    15OUT2026  NJA     NOVA SECAO NECESSITAM COBERTURA:         *
      *                       ATRASADAS E A VENCER EM ATE              *
      *                       PRAZO-COBERTURA DIAS UTEIS (SYS106,      *
      *                       PADRAO 5) CUJO RESPONSAVEL ESTA          *
      *                       AUSENTE HOJE NO CALENDARIO SYS109        *
      *                       (VIA ATV73); AS A VENCER NAO ENTRAM      *
      *                       NO RELATORIO PRINCIPAL NEM NO            *
      *                       ESCALONAMENTO                            *
      *    15OUT2026  NJA     CONTROLE DE GERACOES SYS037 AMPLIADO     *
      *                       PARA 300 ENTRADAS, PARA COMPORTAR AS     *
      *                       COPIAS POR DESTINATARIO GRAVADAS PELO    *
      *                       ATV77 SEM PERDER ENTRADAS NA REGRAVACAO  *
      *    15OUT2026  NJA     GERACOES-REL ACIMA DE 9 E LIMITADO A 9   *
      *                       (SUFIXO DA GERACAO DE UM DIGITO)         *
      ******************************************************************
      *
      ******************************************************************
                     RECORD KEY FS-CHAVE
                     ALTERNATE KEY FS-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FS-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FS-STATUS WITH DUPLICATES
                     ALTERNATE KEY FS-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS014    ASSIGN    TO 'SYS014.TMP'
             05    AC-TOT-PAGINA   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-TOT-GERAL    PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-ESCALADOS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-COBERTURA    PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
             05    WS-DIAS-ALEM-ED PIC     -ZZZZ9        VALUE ZEROS.
             05    WS-DIAS-SLA-ED  PIC     ZZ9           VALUE ZEROS.
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
             05    WS-DT-TERM-8    PIC     X(08)         VALUE SPACES.
             05    WS-QT-DIAS-PRAZO
                                   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-DIAS-PRAZO-ED
                                   PIC     ZZ9           VALUE ZEROS.
             05    WS-TX-PRAZO     PIC     X(18)         VALUE SPACES.
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
             05    WS-PRAZO-COBERTURA
                                   PIC     9(03)         VALUE 5.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
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
                      WS-SYS010
                      WS-SYS013.
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
           MOVE 'PRAZO-COBERTURA'      TO CP-COD-PARAM.
           MOVE 05                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           IF CP-VL-PARAM              GREATER 30
               MOVE 30                 TO WS-PRAZO-COBERTURA
           ELSE
               MOVE CP-VL-PARAM        TO WS-PRAZO-COBERTURA
           END-IF.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR A TABELA DE SLA (SYS043)               *
      ******************************************************************
       RTCARREGAR-SLA                  SECTION.
      *
           SORT SYS030  ON ASCENDING  KEY SD-PRIORIDADE
                                           SD-CHAVE-ORD
                                           SD-SS
                                           SD-ST
                                       USING  SYS014
                                       GIVING SYS013.
      *
       RTEXTRAIR                       SECTION.
      ******************************************************************
      *
      *    SO AS ATIVIDADES EM ABERTO SAO LIDAS, PELA ALTERNATE KEY DE
      *    STATUS: DO MENOR VALOR (INCLUSIVE AS SEM STATUS) ATE O 3.
           MOVE LOW-VALUES             TO FS-STATUS.
      *
           PERFORM RTSTART-SYS010.
      *
      ******************************************************************
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FS-STATUS
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
      *
           PERFORM RTCALC-DIAS-ATRASO.
      *
      *    A ATIVIDADE A VENCER EM ATE PRAZO-COBERTURA DIAS UTEIS TAMBEM
      *    VAI PARA O EXTRATO, MAS SO APARECE NA SECAO DE COBERTURA.
           IF WS-DIAS-ATRASO           GREATER ZEROS
               PERFORM RTGRAVAR-SYS014
           ELSE
               PERFORM RTCALC-DIAS-PRAZO
               IF WS-QT-DIAS-PRAZO     NOT LESS ZEROS AND
                  WS-QT-DIAS-PRAZO     NOT GREATER WS-PRAZO-COBERTURA
                   PERFORM RTGRAVAR-SYS014
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCALC-DIAS-ATRASO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR OS DIAS UTEIS ATE O TERMINO            *
      *    RESULTADO NEGATIVO = TERMINO INVALIDO OU FORA DO PRAZO DE   *
      *    COBERTURA; TERMINO ATE HOJE SEM DIA UTIL DE ATRASO = ZERO   *
      ******************************************************************
       RTCALC-DIAS-PRAZO               SECTION.
      ******************************************************************
      *
           MOVE -1                     TO WS-QT-DIAS-PRAZO.
      *
           STRING WS-ANO-TERM-CALC WS-MES-TERM-CALC WS-DIA-TERM-CALC
                                       DELIMITED BY SIZE
                                       INTO WS-DT-TERM-8.
      *
           IF WS-DT-TERM-8             NUMERIC
               MOVE ZEROS              TO WS-QT-DIAS-PRAZO
               MOVE WS-DT-HOJE-8 (1:4) TO WS-ITER-ANO
               MOVE WS-DT-HOJE-8 (5:2) TO WS-ITER-MES
               MOVE WS-DT-HOJE-8 (7:2) TO WS-ITER-DIA
               PERFORM RTCALC-DIA-SEMANA
               MOVE ZEROS              TO WS-CT-ITER
               PERFORM UNTIL WS-DT-ITER
                                       GREATER OR EQUAL WS-DT-TERM-8
                          OR WS-QT-DIAS-PRAZO
                                       GREATER WS-PRAZO-COBERTURA
                          OR WS-CT-ITER
                                       GREATER 3660
                   PERFORM RTAVANCAR-DIA
                   PERFORM RTVERIFICAR-DIA-UTIL
                   IF CN-DIA-UTIL
                       ADD 1           TO WS-QT-DIAS-PRAZO
                   END-IF
               END-PERFORM
               IF WS-QT-DIAS-PRAZO     GREATER WS-PRAZO-COBERTURA
                   MOVE -1             TO WS-QT-DIAS-PRAZO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCALC-DIAS-PRAZO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER)               *
      *    RESULTADO: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...        *
      ******************************************************************
           ELSE
               MOVE ZEROS              TO PS-QT-RENEG
           END-IF.
      *
           MOVE WS-RESPONSAVEL OF WS-SYS010
                                       TO PS-RESPONSAVEL.
      *
           IF WS-DIAS-ATRASO           GREATER ZEROS
               SET PS-PRAZO-ATRASADO   TO TRUE
               MOVE ZEROS              TO PS-DIAS-PRAZO
           ELSE
               SET PS-PRAZO-PROXIMO    TO TRUE
               MOVE WS-QT-DIAS-PRAZO   TO PS-DIAS-PRAZO
           END-IF.
      *
           WRITE PS-SYS014.
      *
           PERFORM RTLER-SYS013.
      *
           PERFORM                     UNTIL CN-SYS013-EOF
               IF WS-PRAZO-ATRASADO OF WS-SYS013
                   PERFORM RTGRAVAR-SYS022
               END-IF
               PERFORM RTLER-SYS013
           END-PERFORM.
      *
           CLOSE SYS013.
      *
           PERFORM RTIMPRIMIR-ESCALONAMENTO.
      *
           CLOSE SYS013.
      *
           PERFORM RTIMPRIMIR-COBERTURA.
      *
           PERFORM RTFECHAR-IMPRESSAO.
      *
      *
           PERFORM                     UNTIL CN-SYS013-EOF
               IF WS-PRIORIDADE OF WS-SYS013
                                       EQUAL '1' AND
                  WS-PRAZO-ATRASADO OF WS-SYS013
                   PERFORM RTESCALONAR
               END-IF
               PERFORM RTLER-SYS013
       RTESCALONAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A SECAO DE COBERTURA - ATRASADAS E A   *
      *    VENCER CUJO RESPONSAVEL ESTA AUSENTE HOJE O DIA INTEIRO     *
      *    (CALENDARIO SYS109 VIA ATV73)                               *
      ******************************************************************
       RTIMPRIMIR-COBERTURA            SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS013.
      *
           IF CN-SYS013-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS013   TO WS-RETCOD-907
               MOVE WS-MSGARQ-907      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE SPACES                 TO FD-SYS022.
      *
           WRITE FD-SYS022.
      *
           MOVE WS-PRAZO-COBERTURA     TO WS-DIAS-PRAZO-ED.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  NECESSITAM COBERTURA - RESPONSAVEL AUSENTE HOJE'
                  ' (ATRASADAS E A VENCER EM ATE ' WS-DIAS-PRAZO-ED
                  ' DIAS UTEIS)'       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS022             FROM WS-LINHA-REL.
      *
           ADD 2                       TO WS-CT-LINHA.
      *
           PERFORM RTLER-SYS013.
      *
           PERFORM                     UNTIL CN-SYS013-EOF
               IF WS-RESPONSAVEL OF WS-SYS013
                                       NOT EQUAL SPACES
                   PERFORM RTVERIFICAR-COBERTURA
               END-IF
               PERFORM RTLER-SYS013
           END-PERFORM.
      *
           IF AC-COBERTURA             EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUMA ATIVIDADE COM RESPONSAVEL AUSENTE'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS022         FROM WS-LINHA-REL
               ADD 1                   TO WS-CT-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-COBERTURA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA ATIVIDADE QUE NECESSITA COBERTURA  *
      ******************************************************************
       RTVERIFICAR-COBERTURA           SECTION.
      ******************************************************************
      *
           INITIALIZE WS-COMANDO-AUS.
      *
           MOVE WS-RESPONSAVEL OF WS-SYS013
                                       TO CA-ID-OPER.
           MOVE WS-DT-HOJE-8           TO CA-DT-INICIO
                                          CA-DT-FIM.
      *
           CALL WS-ATV73               USING WS-COMANDO-AUS.
      *
           IF CA-AUSENTE               AND
              CA-DIA-INTEIRO
               MOVE SPACES             TO WS-TX-PRAZO
               IF WS-PRAZO-ATRASADO OF WS-SYS013
                   MOVE WS-DIA-TERM OF WS-SYS013
                                       TO WS-DIA-TERM-CALC
                   MOVE WS-MES-TERM OF WS-SYS013
                                       TO WS-MES-TERM-CALC
                   MOVE WS-ANO-TERM OF WS-SYS013
                                       TO WS-ANO-TERM-CALC
                   PERFORM RTCALC-DIAS-ATRASO
                   MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-ED
                   STRING 'ATRASO: '   WS-DIAS-ATRASO-ED
                                       DELIMITED BY SIZE
                                       INTO WS-TX-PRAZO
               ELSE
                   MOVE WS-DIAS-PRAZO OF WS-SYS013
                                       TO WS-DIAS-PRAZO-ED
                   STRING 'VENCE EM: ' WS-DIAS-PRAZO-ED
                                       DELIMITED BY SIZE
                                       INTO WS-TX-PRAZO
               END-IF
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    SS: '       WS-SS          OF WS-SYS013
                      '  ST: '         WS-ST          OF WS-SYS013
                      '  PRIOR: '      WS-PRIORIDADE  OF WS-SYS013
                      '  TERM: '       WS-DIA-TERM    OF WS-SYS013 '/'
                                       WS-MES-TERM    OF WS-SYS013 '/'
                                       WS-ANO-TERM    OF WS-SYS013
                      '  '             WS-TX-PRAZO
                      '  RESP: '       WS-RESPONSAVEL OF WS-SYS013
                      '  AUSENTE ATE ' CA-DT-FIM-AUS (7:2) '/'
                                       CA-DT-FIM-AUS (5:2) '/'
                                       CA-DT-FIM-AUS (1:4)
                      ' ('             CA-TP-AUSENCIA ')'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS022         FROM WS-LINHA-REL
               ADD 1                   TO AC-COBERTURA
               ADD 1                   TO WS-CT-LINHA
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-COBERTURA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR CABECALHO DE PAGINA DO RELATORIO       *
      ******************************************************************
       RTIMPRIMIR-CABECALHO            SECTION.
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
