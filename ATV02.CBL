      *                       ATIVIDADE EXCLUIDA E REPOSTA NO SYS010  *
      *                       - A MESMA ENTRADA NAO RECUPERA DUAS     *
      *                       VEZES                                   *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
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
           SELECT  SYS040    ASSIGN    TO 'SYS040.LOG'
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
               88  LG-REC-RECUPERADA              VALUE 'R'.
             03    LG-DT-RECUPERACAO
                                   PIC     X(08)         VALUE SPACES.
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
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
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
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
           READ SYS010                 INTO WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               READ SYS010             INTO WS-SYS010
           END-PERFORM.
           DELETE SYS010 RECORD.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               DELETE SYS010 RECORD
           END-PERFORM.
