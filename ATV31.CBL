      *                       O HISTORICO E VARRIDO PELO SUBPROGRAMA  *
      *                       ATV48, ABRINDO SO O ARQUIVO DO ANO DE   *
      *                       REFERENCIA                              *
      *    15OUT2026  NJA     O SYS010 PASSA A SER LIDO PELA           *
      *                       ALTERNATE KEY DE DT-CONCL, SO O MES DE   *
      *                       REFERENCIA, REORDENADO POR SS/ST NO      *
      *                       SYS030 ANTES DA APURACAO                 *
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
           SELECT  SYS043    ASSIGN    TO 'SYS043.DAT'
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
       FD          SYS043
                              RECORDING MODE IS F
             05    WS-ANO-REF      PIC     X(04)         VALUE SPACES.
             05    WS-MES-REF      PIC     9(02)         VALUE ZEROS.
             05    WS-MES-REF-X    PIC     X(02)         VALUE SPACES.
             05    WS-CONCL-REF    PIC     X(06)         VALUE SPACES.
             05    WS-SW-ORDENACAO PIC     X(01)         VALUE 'N'.
               88  CN-FIM-ORDENACAO                      VALUE 'S'.
             05    WS-PRIOR-N      PIC     9(01)         VALUE ZEROS.
             05    WS-IDX-PRI      PIC     9(01)         VALUE ZEROS.
             05    WS-DT-RECEB-8   PIC     X(08)         VALUE SPACES.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS030
                                   PIC     X(02).
               88  CN-SYS030-OK                          VALUE '00'.
               88  CN-SYS030-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS043
                                   PIC     X(02).
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
      *            SO AS CONCLUIDAS NO MES SAO LIDAS, PELA ALTERNATE KEY
      *            DE DT-CONCL, E REORDENADAS POR SS/ST PARA A TABELA
      *            DE SISTEMAS E OS EMPATES DOS PIORES SAIREM IGUAIS.
                   SORT SYS030 ON ASCENDING KEY SD-CHAVE
                       INPUT  PROCEDURE IS RTSELECIONAR-CONCLUIDAS
                       OUTPUT PROCEDURE IS RTAPURAR-CONCLUIDAS
                   CLOSE SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS CONCLUIDAS DO MES NO SYS010       *
      ******************************************************************
       RTSELECIONAR-CONCLUIDAS         SECTION.
      ******************************************************************
      *
           STRING WS-ANO-REF WS-MES-REF-X
                                       DELIMITED BY SIZE
                                       INTO WS-CONCL-REF.
      *
           STRING WS-CONCL-REF '00'    DELIMITED BY SIZE
                                       INTO FD-DT-CONCL.
      *
           START SYS010 KEY IS GREATER THAN OR
                               EQUAL FD-DT-CONCL
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-DT-CONCL (1:6)
                                       GREATER WS-CONCL-REF
                           SET CN-SYS010-EOF
                                       TO TRUE
                       ELSE
                           RELEASE SD-SYS030
                                       FROM WS-SYS010
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
       RTSELECIONAR-CONCLUIDAS-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR AS CONCLUIDAS NA ORDEM DE SS/ST          *
      ******************************************************************
       RTAPURAR-CONCLUIDAS             SECTION.
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
       RTAPURAR-CONCLUIDAS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O HISTORICO SYS012                       *
      ******************************************************************
       RTVARRER-SYS012                 SECTION.
