      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV63.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV63                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# ALCADA DE APROVACAO DE ESFORCO               *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PONTO UNICO DA     *
      *                       REGRA DE ALCADA: AVALIAR CONFRONTA O     *
      *                       ESFORCO E A PRIORIDADE DA ATIVIDADE COM  *
      *                       A ALCADA DO SISTEMA (SYS100, ENTRADA     *
      *                       '**' NA FALTA DA PROPRIA) E MANTEM O     *
      *                       CONTROLE SYS101 - ACIMA DA ALCADA FICA   *
      *                       PENDENTE; APROVADA REESTIMADA PARA MAIS  *
      *                       VOLTA A PENDENTE; PENDENTE OU DEVOLVIDA  *
      *                       REESTIMADA DENTRO DA ALCADA FICA         *
      *                       APROVADA; REJEITADA NAO MUDA. CONSULTAR  *
      *                       SO DEVOLVE A SITUACAO. COMANDO NA AREA   *
      *                       WATV35; OS ARQUIVOS SAO ABERTOS E        *
      *                       FECHADOS EM CADA CHAMADA                 *
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
           SELECT  SYS100    ASSIGN    TO 'SYS100.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AL-SIGL-SIST
                     FILE STATUS IS WS-STATUS-SYS100.
      *
           SELECT  SYS101    ASSIGN    TO 'SYS101.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APROV
                     FILE STATUS IS WS-STATUS-SYS101.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS100
                              DATA RECORD AL-SYS100.
      *
       01          AL-SYS100.
      *
           COPY WATV33                 REPLACING ==::== BY ==AL==.
      *
       FD          SYS101
                              DATA RECORD AP-SYS101.
      *
       01          AP-SYS101.
      *
           COPY WATV34                 REPLACING ==::== BY ==AP==.
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
      *    AREA DE AUXILIARES                                          *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=AUXILIARES='.
             05    WS-HR-LIMITE    PIC     9(03)         VALUE ZEROS.
             05    WS-SW-ALCADA    PIC     X(01)         VALUE 'N'.
               88  CN-ACIMA-ALCADA                       VALUE 'S'.
               88  CN-DENTRO-ALCADA                      VALUE 'N'.
             05    WS-DATA-CORR    PIC     X(08)         VALUE SPACES.
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS100
                                   PIC     X(02).
               88  CN-SYS100-OK                          VALUE '00'.
               88  CN-SYS100-DPL                         VALUE '02'.
               88  CN-SYS100-NOK                         VALUE '23'.
               88  CN-SYS100-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS101
                                   PIC     X(02).
               88  CN-SYS101-OK                          VALUE '00'.
               88  CN-SYS101-DPL                         VALUE '02'.
               88  CN-SYS101-NOK                         VALUE '23'.
               88  CN-SYS101-INEXISTENTE                 VALUE '35'.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
      *
      ******************************************************************
       LINKAGE                         SECTION.
      ******************************************************************
      *
       01          LK-COMANDO.
      *
           COPY WATV35                 REPLACING ==::== BY ==LK==.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-COMANDO.
      ******************************************************************
      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           SET LK-RET-ERRO             TO TRUE.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
           EVALUATE TRUE
               WHEN LK-FN-AVALIAR
                   PERFORM RTAVALIAR
               WHEN LK-FN-CONSULTAR
                   PERFORM RTCONSULTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           GOBACK.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONSULTAR A SITUACAO DA APROVACAO (SYS101)      *
      ******************************************************************
       RTCONSULTAR                     SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS101.
      *
           EVALUATE TRUE
               WHEN CN-SYS101-OK
                   MOVE LK-SS          TO AP-SS
                   MOVE LK-ST          TO AP-ST
                   READ SYS101
                   EVALUATE TRUE
                       WHEN CN-SYS101-NOK
                           SET LK-RET-LIBERADA
                                       TO TRUE
                       WHEN CN-SYS101-OK
                       WHEN CN-SYS101-DPL
                           PERFORM RTDEVOLVER-SITUACAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE SYS101
               WHEN CN-SYS101-INEXISTENTE
                   SET LK-RET-LIBERADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
       RTCONSULTAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRADUZIR A SITUACAO DO SYS101 NO RETORNO        *
      ******************************************************************
       RTDEVOLVER-SITUACAO             SECTION.
      ******************************************************************
      *
           EVALUATE TRUE
               WHEN AP-APROV-PENDENTE
                   SET LK-RET-PENDENTE TO TRUE
               WHEN AP-APROV-REJEITADA
                   SET LK-RET-REJEITADA
                                       TO TRUE
               WHEN AP-APROV-DEVOLVIDA
                   SET LK-RET-DEVOLVIDA
                                       TO TRUE
               WHEN OTHER
                   SET LK-RET-LIBERADA TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
       RTDEVOLVER-SITUACAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR A ATIVIDADE CONTRA A ALCADA             *
      ******************************************************************
       RTAVALIAR                       SECTION.
      ******************************************************************
      *
           PERFORM RTOBTER-ALCADA.
      *
           OPEN I-O SYS101.
      *
           IF CN-SYS101-INEXISTENTE
               OPEN OUTPUT SYS101
               CLOSE SYS101
               OPEN I-O SYS101
           END-IF.
      *
           IF CN-SYS101-OK
               PERFORM RTSUBMETER
               CLOSE SYS101
           END-IF.
      *
      ******************************************************************
       RTAVALIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SUBMETER A ATIVIDADE NO CONTROLE (SYS101)       *
      ******************************************************************
       RTSUBMETER                      SECTION.
      ******************************************************************
      *
           MOVE LK-SS                  TO AP-SS.
           MOVE LK-ST                  TO AP-ST.
      *
           READ SYS101.
      *
           EVALUATE TRUE
               WHEN CN-SYS101-NOK
                   IF CN-ACIMA-ALCADA
                       MOVE SPACES     TO AP-SYS101
                       MOVE LK-SS      TO AP-SS
                       MOVE LK-ST      TO AP-ST
                       PERFORM RTMONTAR-SUBMISSAO
                       WRITE AP-SYS101
                       IF CN-SYS101-OK
                           SET LK-RET-PENDENTE
                                       TO TRUE
                       END-IF
                   ELSE
                       SET LK-RET-LIBERADA
                                       TO TRUE
                   END-IF
               WHEN CN-SYS101-OK
               WHEN CN-SYS101-DPL
                   PERFORM RTREAVALIAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
       RTSUBMETER-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REAVALIAR ATIVIDADE JA SUBMETIDA (REESTIMATIVA) *
      ******************************************************************
       RTREAVALIAR                     SECTION.
      ******************************************************************
      *
           EVALUATE TRUE
               WHEN AP-APROV-REJEITADA
                   SET LK-RET-REJEITADA
                                       TO TRUE
      *        O APROVADO VALE ATE O ESFORCO QUE O SUPERVISOR VIU.
               WHEN AP-APROV-APROVADA
                   IF CN-ACIMA-ALCADA  AND
                      LK-HR-ESFORCO    GREATER AP-HR-ESFORCO
                       PERFORM RTMONTAR-SUBMISSAO
                       PERFORM RTREGRAVAR-SYS101
                   ELSE
                       SET LK-RET-LIBERADA
                                       TO TRUE
                   END-IF
               WHEN OTHER
                   IF CN-ACIMA-ALCADA
                       PERFORM RTMONTAR-SUBMISSAO
                   ELSE
                       SET AP-APROV-APROVADA
                                       TO TRUE
                       MOVE LK-HR-ESFORCO
                                       TO AP-HR-ESFORCO
                       MOVE WS-DATA-CORR
                                       TO AP-DT-DECISAO
                       MOVE WS-HORA-CORR
                                       TO AP-HR-DECISAO
                       MOVE LK-OPERADOR
                                       TO AP-OPER-DECISAO
                       MOVE 'ESFORCO REESTIMADO DENTRO DA ALCADA'
                                       TO AP-MOTIVO
                   END-IF
                   PERFORM RTREGRAVAR-SYS101
           END-EVALUATE.
      *
      ******************************************************************
       RTREAVALIAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR A SUBMISSAO PENDENTE NO REGISTRO         *
      ******************************************************************
       RTMONTAR-SUBMISSAO              SECTION.
      ******************************************************************
      *
           SET AP-APROV-PENDENTE       TO TRUE.
      *
           MOVE LK-HR-ESFORCO          TO AP-HR-ESFORCO.
           MOVE WS-HR-LIMITE           TO AP-HR-LIMITE.
           MOVE LK-SIGL-SIST           TO AP-SIGL-SIST.
           MOVE LK-PRIORIDADE          TO AP-PRIORIDADE.
           MOVE WS-DATA-CORR           TO AP-DT-SUBMISSAO.
           MOVE LK-OPERADOR            TO AP-OPER-SUBMISSAO.
      *
           MOVE SPACES                 TO AP-DT-DECISAO
                                          AP-HR-DECISAO
                                          AP-OPER-DECISAO
                                          AP-MOTIVO.
      *
      ******************************************************************
       RTMONTAR-SUBMISSAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGRAVAR O CONTROLE DE APROVACAO (SYS101)       *
      ******************************************************************
       RTREGRAVAR-SYS101               SECTION.
      ******************************************************************
      *
           REWRITE AP-SYS101.
      *
           IF CN-SYS101-OK             OR CN-SYS101-DPL
               PERFORM RTDEVOLVER-SITUACAO
           END-IF.
      *
      ******************************************************************
       RTREGRAVAR-SYS101-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A ALCADA DO SISTEMA (SYS100)              *
      ******************************************************************
       RTOBTER-ALCADA                  SECTION.
      ******************************************************************
      *
           SET CN-DENTRO-ALCADA        TO TRUE.
      *
           MOVE ZEROS                  TO WS-HR-LIMITE.
      *
           OPEN INPUT SYS100.
      *
           IF CN-SYS100-OK
               MOVE LK-SIGL-SIST       TO AL-SIGL-SIST
               READ SYS100
               IF CN-SYS100-NOK
                   MOVE '**'           TO AL-SIGL-SIST
                   READ SYS100
               END-IF
               IF CN-SYS100-OK         OR CN-SYS100-DPL
                   IF AL-HR-LIMITE     NUMERIC
                       MOVE AL-HR-LIMITE
                                       TO WS-HR-LIMITE
                   END-IF
                   IF WS-HR-LIMITE     GREATER ZEROS AND
                      LK-HR-ESFORCO    GREATER WS-HR-LIMITE
                       SET CN-ACIMA-ALCADA
                                       TO TRUE
                   END-IF
                   IF AL-EXIGE-PRIOR-ALTA AND
                      LK-PRIORIDADE    EQUAL '1'
                       SET CN-ACIMA-ALCADA
                                       TO TRUE
                   END-IF
               END-IF
               CLOSE SYS100
           END-IF.
      *
      ******************************************************************
       RTOBTER-ALCADA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
