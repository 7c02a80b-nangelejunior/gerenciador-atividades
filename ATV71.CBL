      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV71.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV71                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# LEITURA DE PARAMETRO DO SISTEMA              *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PONTO UNICO DE     *
      *                       LEITURA DA TABELA DE PARAMETROS SYS106   *
      *                       NA PARTIDA DOS PROGRAMAS: DEVOLVE O      *
      *                       VALOR DO CODIGO PEDIDO OU, SE A TABELA   *
      *                       OU O CODIGO NAO EXISTIREM OU O VALOR     *
      *                       ESTIVER FORA DA FAIXA, O VALOR PADRAO    *
      *                       INFORMADO PELO CHAMADOR. COMANDO NA      *
      *                       AREA WATV39; O ARQUIVO E ABERTO E        *
      *                       FECHADO EM CADA CHAMADA                  *
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
           SELECT  SYS106    ASSIGN    TO 'SYS106.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PR-COD-PARAM
                     FILE STATUS IS WS-STATUS-SYS106.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS106
                              DATA RECORD PR-SYS106.
      *
       01          PR-SYS106.
      *
           COPY WATV37                 REPLACING ==::== BY ==PR==.
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
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS106
                                   PIC     X(02).
               88  CN-SYS106-OK                          VALUE '00'.
               88  CN-SYS106-DPL                         VALUE '02'.
               88  CN-SYS106-NOK                         VALUE '23'.
               88  CN-SYS106-INEXISTENTE                 VALUE '35'.
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
           COPY WATV39                 REPLACING ==::== BY ==LK==.
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
           MOVE LK-VL-PADRAO           TO LK-VL-PARAM.
      *
           SET LK-RET-PADRAO           TO TRUE.
      *
           PERFORM RTOBTER-PARAMETRO.
      *
           GOBACK.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O PARAMETRO NA TABELA SYS106              *
      ******************************************************************
       RTOBTER-PARAMETRO               SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS106.
      *
           IF CN-SYS106-OK
               MOVE LK-COD-PARAM       TO PR-COD-PARAM
               READ SYS106
               IF CN-SYS106-OK         OR CN-SYS106-DPL
                   PERFORM RTVALIDAR-PARAMETRO
               END-IF
               CLOSE SYS106
           END-IF.
      *
      ******************************************************************
       RTOBTER-PARAMETRO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACEITAR SO VALOR NUMERICO DENTRO DA FAIXA       *
      ******************************************************************
       RTVALIDAR-PARAMETRO             SECTION.
      ******************************************************************
      *
           IF PR-VL-PARAM              NUMERIC AND
              PR-VL-MINIMO             NUMERIC AND
              PR-VL-MAXIMO             NUMERIC
               IF PR-VL-PARAM          NOT LESS    PR-VL-MINIMO AND
                  PR-VL-PARAM          NOT GREATER PR-VL-MAXIMO
                   MOVE PR-VL-PARAM    TO LK-VL-PARAM
                   SET LK-RET-TABELA   TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-PARAMETRO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
