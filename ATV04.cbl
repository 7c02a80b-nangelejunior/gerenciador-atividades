      *                       NR-REMESSA (WATV10) - A GERACAO         *
      *                       PRESERVA O NUMERO DA ULTIMA REMESSA     *
      *                       EMPACOTADA PELO ATV41                   *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010 E      *
      *                       GERACOES RETIDAS DOS RELATORIOS PASSAM   *
      *                       A VIR DOS PARAMETROS RETRY-SYS010 E      *
      *                       GERACOES-REL DA TABELA SYS106 (ATV71)    *
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
           SELECT  SYS011    ASSIGN    TO 'SYS011.DAT'
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
      *
      ******************************************************************
      *    AREA DE PARAMETROS DO SISTEMA (SYS106)                      *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=PARAMETROS='.
             05    WS-MAX-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE 10.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
       01          WS-SYS020-CAB   PIC     X(320)        VALUE SPACES.
       01          WS-SYS020-RODAPE PIC    X(320)        VALUE SPACES.
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
                      WS-AREA-CKPT
                      WS-SYS011.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           SET CN-MES-INI              TO TRUE.
           SET CN-CKPT-AUSENTE         TO TRUE.
       RTINICAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO SISTEMA (SYS106)         *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           MOVE 'RETRY-SYS010'         TO CP-COD-PARAM.
           MOVE 10                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-MAX-RETRY-SYS010.
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
      *    ROTINA PARA FOTOGRAFAR O SYS010 E ABRIR O MOVIMENTO        *
      ******************************************************************
       RTABRIR-ARQUIVOS                SECTION.
           READ SYS010 NEXT.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               READ SYS010 NEXT
           END-PERFORM.
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
