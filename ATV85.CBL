      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV85.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV85                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# TIPO DE SERVICO DA ATIVIDADE                 *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PONTO UNICO DA     *
      *                       REGRA DE TIPO DE SERVICO: VALIDAR        *
      *                       CONFERE O CODIGO NO CATALOGO SYS126      *
      *                       (INEXISTENTE OU INATIVO E RECUSADO) E    *
      *                       SITUA O ESFORCO NA FAIXA PADRAO DO TIPO; *
      *                       CLASSIFICAR FAZ O MESMO E GRAVA OU       *
      *                       REGRAVA O TIPO DA SS/ST NO SYS127;       *
      *                       CONSULTAR DEVOLVE O TIPO GRAVADO (MESMO  *
      *                       SE JA INATIVO NO CATALOGO) E SITUA O     *
      *                       ESFORCO INFORMADO NA FAIXA. COMANDO NA   *
      *                       AREA WATV47; OS ARQUIVOS SAO ABERTOS E   *
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
           SELECT  SYS126    ASSIGN    TO 'SYS126.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CT-COD-TIPO
                     FILE STATUS IS WS-STATUS-SYS126.
      *
           SELECT  SYS127    ASSIGN    TO 'SYS127.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TIPO
                     FILE STATUS IS WS-STATUS-SYS127.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS126
                              DATA RECORD CT-SYS126.
      *
       01          CT-SYS126.
      *
           COPY WATV45                 REPLACING ==::== BY ==CT==.
      *
       FD          SYS127
                              DATA RECORD TS-SYS127.
      *
       01          TS-SYS127.
      *
           COPY WATV46                 REPLACING ==::== BY ==TS==.
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
             05    WS-HR-ESFORCO   PIC     9(03)         VALUE ZEROS.
             05    WS-DATA-CORR    PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS126
                                   PIC     X(02).
               88  CN-SYS126-OK                          VALUE '00'.
               88  CN-SYS126-DPL                         VALUE '02'.
               88  CN-SYS126-NOK                         VALUE '23'.
               88  CN-SYS126-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS127
                                   PIC     X(02).
               88  CN-SYS127-OK                          VALUE '00'.
               88  CN-SYS127-DPL                         VALUE '02'.
               88  CN-SYS127-NOK                         VALUE '23'.
               88  CN-SYS127-INEXISTENTE                 VALUE '35'.
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
           COPY WATV47                 REPLACING ==::== BY ==LK==.
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
           SET LK-ESF-DENTRO           TO TRUE.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           IF LK-HR-ESFORCO            NUMERIC
               MOVE LK-HR-ESFORCO      TO WS-HR-ESFORCO
           ELSE
               MOVE ZEROS              TO WS-HR-ESFORCO
           END-IF.
      *
           EVALUATE TRUE
               WHEN LK-FN-VALIDAR
                   PERFORM RTVALIDAR
               WHEN LK-FN-CLASSIFICAR
                   PERFORM RTCLASSIFICAR
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
      *    ROTINA PARA VALIDAR O TIPO NO CATALOGO (SYS126)             *
      ******************************************************************
       RTVALIDAR                       SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO LK-DESCRICAO
                                          LK-PRIORIDADE.
           MOVE ZEROS                  TO LK-ESF-MINIMO
                                          LK-ESF-MAXIMO.
      *
           IF LK-COD-TIPO              EQUAL SPACES
               SET LK-RET-SEM-TIPO     TO TRUE
           ELSE
               PERFORM RTLER-CATALOGO
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O TIPO NO CATALOGO E CONFERIR A FAIXA       *
      ******************************************************************
       RTLER-CATALOGO                  SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS126.
      *
           EVALUATE TRUE
               WHEN CN-SYS126-OK
                   MOVE LK-COD-TIPO    TO CT-COD-TIPO
                   READ SYS126
                   EVALUATE TRUE
                       WHEN CN-SYS126-OK
                       WHEN CN-SYS126-DPL
                           PERFORM RTDEVOLVER-TIPO
                       WHEN CN-SYS126-NOK
                           SET LK-RET-INEXISTENTE
                                       TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE SYS126
               WHEN CN-SYS126-INEXISTENTE
                   SET LK-RET-INEXISTENTE
                                       TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-CATALOGO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA DEVOLVER O TIPO LIDO E SITUAR O ESFORCO         *
      ******************************************************************
       RTDEVOLVER-TIPO                 SECTION.
      ******************************************************************
      *
           MOVE CT-DESCRICAO           TO LK-DESCRICAO.
           MOVE CT-ESF-MINIMO          TO LK-ESF-MINIMO.
           MOVE CT-ESF-MAXIMO          TO LK-ESF-MAXIMO.
           MOVE CT-PRIORIDADE          TO LK-PRIORIDADE.
      *
           EVALUATE TRUE
               WHEN WS-HR-ESFORCO      LESS CT-ESF-MINIMO
                   SET LK-ESF-ABAIXO   TO TRUE
               WHEN WS-HR-ESFORCO      GREATER CT-ESF-MAXIMO
                   SET LK-ESF-ACIMA    TO TRUE
               WHEN OTHER
                   SET LK-ESF-DENTRO   TO TRUE
           END-EVALUATE.
      *
           IF CT-TIPO-INATIVO
               SET LK-RET-INATIVO      TO TRUE
           ELSE
               SET LK-RET-OK           TO TRUE
           END-IF.
      *
      ******************************************************************
       RTDEVOLVER-TIPO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CLASSIFICAR A ATIVIDADE (SYS127)                *
      *    SO TIPO ATIVO DO CATALOGO PODE SER ATRIBUIDO                *
      ******************************************************************
       RTCLASSIFICAR                   SECTION.
      ******************************************************************
      *
           PERFORM RTVALIDAR.
      *
           IF LK-RET-OK
               PERFORM RTGRAVAR-TIPO
           END-IF.
      *
      ******************************************************************
       RTCLASSIFICAR-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR OU REGRAVAR O TIPO DA ATIVIDADE          *
      ******************************************************************
       RTGRAVAR-TIPO                   SECTION.
      ******************************************************************
      *
           OPEN I-O SYS127.
      *
           IF CN-SYS127-INEXISTENTE
               OPEN OUTPUT SYS127
               CLOSE SYS127
               OPEN I-O SYS127
           END-IF.
      *
           IF CN-SYS127-OK
               MOVE LK-SS              TO TS-SS
               MOVE LK-ST              TO TS-ST
               READ SYS127
               EVALUATE TRUE
                   WHEN CN-SYS127-NOK
                       PERFORM RTMONTAR-TIPO
                       WRITE TS-SYS127
                   WHEN CN-SYS127-OK
                   WHEN CN-SYS127-DPL
                       PERFORM RTMONTAR-TIPO
                       REWRITE TS-SYS127
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT CN-SYS127-OK     AND
                  NOT CN-SYS127-DPL
                   SET LK-RET-ERRO     TO TRUE
               END-IF
               CLOSE SYS127
           ELSE
               SET LK-RET-ERRO         TO TRUE
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-TIPO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR O REGISTRO DO TIPO DA ATIVIDADE          *
      ******************************************************************
       RTMONTAR-TIPO                   SECTION.
      ******************************************************************
      *
           MOVE LK-SS                  TO TS-SS.
           MOVE LK-ST                  TO TS-ST.
           MOVE LK-COD-TIPO            TO TS-COD-TIPO.
           MOVE LK-ORIGEM              TO TS-ORIGEM.
           MOVE WS-DATA-CORR           TO TS-DT-CLASSIF.
           MOVE LK-OPERADOR            TO TS-OPERADOR.
      *
      ******************************************************************
       RTMONTAR-TIPO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONSULTAR O TIPO DA ATIVIDADE (SYS127)          *
      ******************************************************************
       RTCONSULTAR                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO LK-COD-TIPO
                                          LK-ORIGEM
                                          LK-DESCRICAO
                                          LK-PRIORIDADE.
           MOVE ZEROS                  TO LK-ESF-MINIMO
                                          LK-ESF-MAXIMO.
      *
           OPEN INPUT SYS127.
      *
           EVALUATE TRUE
               WHEN CN-SYS127-OK
                   MOVE LK-SS          TO TS-SS
                   MOVE LK-ST          TO TS-ST
                   READ SYS127
                   EVALUATE TRUE
                       WHEN CN-SYS127-OK
                       WHEN CN-SYS127-DPL
                           MOVE TS-COD-TIPO
                                       TO LK-COD-TIPO
                           MOVE TS-ORIGEM
                                       TO LK-ORIGEM
                       WHEN CN-SYS127-NOK
                           SET LK-RET-SEM-TIPO
                                       TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE SYS127
               WHEN CN-SYS127-INEXISTENTE
                   SET LK-RET-SEM-TIPO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    O TIPO JA GRAVADO CONTINUA VALENDO MESMO SE FOI INATIVADO.
           IF LK-COD-TIPO              NOT EQUAL SPACES
               PERFORM RTLER-CATALOGO
               IF LK-RET-INATIVO
                   SET LK-RET-OK       TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCONSULTAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
