      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV80.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV80                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# COMPARACAO DE ATIVIDADES (DUPLICIDADE)       *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PONTO UNICO DA     *
      *                       REGRA DE SUSPEITA DE DUPLICIDADE ENTRE   *
      *                       DUAS ATIVIDADES, USADO PELA VARREDURA    *
      *                       ATV79 E PELA IMPORTACAO ATV14. NAO ABRE  *
      *                       ARQUIVOS; COMANDO NA AREA WATV43         *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      *----------------------------------------------------------------
      *    PONTUACAO (MAXIMO 100):                                    *
      *      RECEBIMENTO DENTRO DA JANELA (OBRIGATORIO - FORA DELA O  *
      *        PAR E DISTINTO) ......... 10 NO MESMO DIA, CAINDO      *
      *                                  ATE 0 NO LIMITE DA JANELA    *
      *      MESMO SOLICITANTE (COD-SOLIC OU NM-SOLIC) ...........30  *
      *      MESMO SISTEMA (SIGL-SIST) ...........................15  *
      *      MESMO PROGRAMA (NM-PGM) 25, SENAO MESMO MODULO ......15  *
      *      PALAVRAS EM COMUM NA OBS (4 LETRAS OU MAIS, SOBRE A      *
      *        OBS COM MENOS PALAVRAS) ................ ATE 20        *
      *    O PAR E SUSPEITO QUANDO A PONTUACAO ATINGE A MINIMA.       *
      *    DIAS CONTADOS NO CALENDARIO COMERCIAL (MES DE 30 DIAS).    *
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
       DATA                            DIVISION.
      ******************************************************************
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
             05    WS-JANELA       PIC     9(03)         VALUE ZEROS.
             05    WS-JULIANO-A    PIC     9(07)         VALUE ZEROS.
             05    WS-JULIANO-B    PIC     9(07)         VALUE ZEROS.
             05    WS-DIAS         PIC     9(07)         VALUE ZEROS.
             05    WS-PONTOS       PIC     9(03)         VALUE ZEROS.
             05    WS-PONTOS-DATA  PIC     9(03)         VALUE ZEROS.
             05    WS-PONTOS-OBS   PIC     9(03)         VALUE ZEROS.
             05    WS-QT-COMUNS    PIC     9(03)         VALUE ZEROS.
             05    WS-QT-MENOR     PIC     9(03)         VALUE ZEROS.
             05    WS-DT-CALC.
               07  WS-DIA-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-MES-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-ANO-CALC     PIC     9(04)         VALUE ZEROS.
             05    WS-JULIANO      PIC     9(07)         VALUE ZEROS.
             05    WS-SW-ACHOU     PIC     X(01)         VALUE 'N'.
               88  CN-ACHOU                              VALUE 'S'.
      *
      ******************************************************************
      *    AREA DAS PALAVRAS DAS OBSERVACOES (LADO A E LADO B)         *
      ******************************************************************
           03      WS-AREA-PALAVRAS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=PALAVRAS='.
             05    WS-TEXTO        PIC     X(60)         VALUE SPACES.
             05    WS-PALAVRA      PIC     X(20)         VALUE SPACES.
             05    WS-TM-PALAVRA   PIC     9(03)         VALUE ZEROS.
             05    WS-PT-TEXTO     PIC     9(03)         VALUE ZEROS.
             05    WS-IDX-LADO     PIC     9(01)         VALUE ZEROS.
             05    WS-IDX-PAL      PIC     9(02)         VALUE ZEROS.
             05    WS-IDX-PAL-B    PIC     9(02)         VALUE ZEROS.
             05    WS-TAB-LADO     OCCURS 2 TIMES.
               07  TL-QT-PALAVRAS  PIC     9(02).
               07  TL-PALAVRA      PIC     X(20)
                                   OCCURS 15 TIMES.
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
           COPY WATV43                 REPLACING ==::== BY ==LK==.
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
           MOVE ZEROS                  TO LK-PONTOS
                                          LK-CRIT-DIAS
                                          LK-CRIT-OBS.
      *
           MOVE SPACES                 TO LK-CRIT-SOLIC
                                          LK-CRIT-SIST
                                          LK-CRIT-PGM.
      *
           SET LK-RET-DISTINTO         TO TRUE.
      *
           IF LK-SS-A                  EQUAL LK-SS-B AND
              LK-ST-A                  EQUAL LK-ST-B
               CONTINUE
           ELSE
               PERFORM RTCALC-DIAS
               IF WS-DIAS              NOT GREATER WS-JANELA
                   PERFORM RTPONTUAR
               END-IF
           END-IF.
      *
           GOBACK.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR OS DIAS ENTRE OS RECEBIMENTOS          *
      *    DATA INVALIDA DEIXA O PAR FORA DA JANELA                    *
      ******************************************************************
       RTCALC-DIAS                     SECTION.
      ******************************************************************
      *
           MOVE LK-JANELA-DIAS         TO WS-JANELA.
      *
           IF WS-JANELA                EQUAL ZEROS
               MOVE 1                  TO WS-JANELA
           END-IF.
      *
           COMPUTE WS-DIAS             = WS-JANELA + 1.
      *
           IF LK-DT-RECEB-A            NUMERIC AND
              LK-DT-RECEB-B            NUMERIC
               MOVE LK-DT-RECEB-A      TO WS-DT-CALC
               PERFORM RTCALC-JULIANO
               MOVE WS-JULIANO         TO WS-JULIANO-A
               MOVE LK-DT-RECEB-B      TO WS-DT-CALC
               PERFORM RTCALC-JULIANO
               MOVE WS-JULIANO         TO WS-JULIANO-B
               IF WS-JULIANO-A         GREATER WS-JULIANO-B
                   COMPUTE WS-DIAS     = WS-JULIANO-A - WS-JULIANO-B
               ELSE
                   COMPUTE WS-DIAS     = WS-JULIANO-B - WS-JULIANO-A
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCALC-DIAS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA JULIANO (ANO COMERCIAL)          *
      ******************************************************************
       RTCALC-JULIANO                  SECTION.
      ******************************************************************
      *
           COMPUTE WS-JULIANO          = WS-ANO-CALC * 360 +
                                         WS-MES-CALC * 30  +
                                         WS-DIA-CALC.
      *
      ******************************************************************
       RTCALC-JULIANO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PONTUAR O PAR DENTRO DA JANELA                  *
      ******************************************************************
       RTPONTUAR                       SECTION.
      ******************************************************************
      *
           MOVE WS-DIAS                TO LK-CRIT-DIAS.
      *
           COMPUTE WS-PONTOS-DATA      = 10 - (10 * WS-DIAS)
                                       / WS-JANELA.
      *
           MOVE WS-PONTOS-DATA         TO WS-PONTOS.
      *
           IF LK-COD-SOLIC-A           GREATER ZEROS AND
              LK-COD-SOLIC-A           EQUAL LK-COD-SOLIC-B
               MOVE 'S'                TO LK-CRIT-SOLIC
           ELSE
               IF LK-NM-SOLIC-A        NOT EQUAL SPACES AND
                  LK-NM-SOLIC-A        EQUAL LK-NM-SOLIC-B
                   MOVE 'S'            TO LK-CRIT-SOLIC
               END-IF
           END-IF.
      *
           IF LK-CRIT-SOLIC            EQUAL 'S'
               ADD 30                  TO WS-PONTOS
           END-IF.
      *
           IF LK-SIGL-SIST-A           NOT EQUAL SPACES AND
              LK-SIGL-SIST-A           EQUAL LK-SIGL-SIST-B
               MOVE 'S'                TO LK-CRIT-SIST
               ADD 15                  TO WS-PONTOS
           END-IF.
      *
           IF LK-NM-PGM-A              NOT EQUAL SPACES AND
              LK-NM-PGM-A              EQUAL LK-NM-PGM-B
               MOVE 'P'                TO LK-CRIT-PGM
               ADD 25                  TO WS-PONTOS
           ELSE
               IF LK-NM-MOD-A          NOT EQUAL SPACES AND
                  LK-NM-MOD-A          EQUAL LK-NM-MOD-B
                   MOVE 'M'            TO LK-CRIT-PGM
                   ADD 15              TO WS-PONTOS
               END-IF
           END-IF.
      *
           PERFORM RTCOMPARAR-OBS.
      *
           ADD WS-PONTOS-OBS           TO WS-PONTOS.
      *
           MOVE WS-PONTOS              TO LK-PONTOS.
      *
           IF WS-PONTOS                NOT LESS LK-PONTOS-MIN
               SET LK-RET-SUSPEITO     TO TRUE
           END-IF.
      *
      ******************************************************************
       RTPONTUAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MEDIR AS PALAVRAS EM COMUM NAS OBSERVACOES      *
      ******************************************************************
       RTCOMPARAR-OBS                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-PONTOS-OBS
                                          WS-QT-COMUNS.
      *
           MOVE 1                      TO WS-IDX-LADO.
           MOVE LK-OBS-A               TO WS-TEXTO.
           PERFORM RTSEPARAR-PALAVRAS.
      *
           MOVE 2                      TO WS-IDX-LADO.
           MOVE LK-OBS-B               TO WS-TEXTO.
           PERFORM RTSEPARAR-PALAVRAS.
      *
           IF TL-QT-PALAVRAS (1)       LESS TL-QT-PALAVRAS (2)
               MOVE TL-QT-PALAVRAS (1) TO WS-QT-MENOR
           ELSE
               MOVE TL-QT-PALAVRAS (2) TO WS-QT-MENOR
           END-IF.
      *
           IF WS-QT-MENOR              GREATER ZEROS
               MOVE ZEROS              TO WS-IDX-PAL
               PERFORM UNTIL WS-IDX-PAL
                                       GREATER OR EQUAL
                                       TL-QT-PALAVRAS (1)
                   ADD 1               TO WS-IDX-PAL
                   PERFORM RTPROCURAR-PALAVRA
                   IF CN-ACHOU
                       ADD 1           TO WS-QT-COMUNS
                   END-IF
               END-PERFORM
               COMPUTE LK-CRIT-OBS     = WS-QT-COMUNS * 100
                                       / WS-QT-MENOR
               COMPUTE WS-PONTOS-OBS   = LK-CRIT-OBS * 20 / 100
           END-IF.
      *
      ******************************************************************
       RTCOMPARAR-OBS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SEPARAR AS PALAVRAS SIGNIFICATIVAS DE UMA OBS   *
      *    (MAIUSCULAS, SEM PONTUACAO, 4 LETRAS OU MAIS, SEM REPETIR,  *
      *    ATE 15 PALAVRAS)                                            *
      ******************************************************************
       RTSEPARAR-PALAVRAS              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO TL-QT-PALAVRAS (WS-IDX-LADO).
      *
           INSPECT WS-TEXTO            CONVERTING
                   'abcdefghijklmnopqrstuvwxyz.,;:/-()!?"'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ           '.
      *
           MOVE 1                      TO WS-PT-TEXTO.
      *
           PERFORM UNTIL WS-PT-TEXTO   GREATER 60 OR
                         TL-QT-PALAVRAS (WS-IDX-LADO) NOT LESS 15
               MOVE SPACES             TO WS-PALAVRA
               MOVE ZEROS              TO WS-TM-PALAVRA
               UNSTRING WS-TEXTO       DELIMITED BY ALL SPACE
                                       INTO WS-PALAVRA
                                       COUNT IN WS-TM-PALAVRA
                                       WITH POINTER WS-PT-TEXTO
               END-UNSTRING
               IF WS-TM-PALAVRA        GREATER 3
                   PERFORM RTGUARDAR-PALAVRA
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTSEPARAR-PALAVRAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR A PALAVRA SE AINDA NAO CONSTA NO LADO   *
      ******************************************************************
       RTGUARDAR-PALAVRA               SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ACHOU.
      *
           MOVE ZEROS                  TO WS-IDX-PAL-B.
      *
           PERFORM UNTIL WS-IDX-PAL-B
                                       GREATER OR EQUAL
                                       TL-QT-PALAVRAS (WS-IDX-LADO)
                      OR CN-ACHOU
               ADD 1                   TO WS-IDX-PAL-B
               IF TL-PALAVRA (WS-IDX-LADO WS-IDX-PAL-B)
                                       EQUAL WS-PALAVRA
                   SET CN-ACHOU        TO TRUE
               END-IF
           END-PERFORM.
      *
           IF NOT CN-ACHOU
               ADD 1                   TO TL-QT-PALAVRAS (WS-IDX-LADO)
               MOVE WS-PALAVRA         TO TL-PALAVRA (WS-IDX-LADO
                                       TL-QT-PALAVRAS (WS-IDX-LADO))
           END-IF.
      *
      ******************************************************************
       RTGUARDAR-PALAVRA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PROCURAR UMA PALAVRA DO LADO A NO LADO B        *
      ******************************************************************
       RTPROCURAR-PALAVRA              SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ACHOU.
      *
           MOVE ZEROS                  TO WS-IDX-PAL-B.
      *
           PERFORM UNTIL WS-IDX-PAL-B
                                       GREATER OR EQUAL
                                       TL-QT-PALAVRAS (2)
                      OR CN-ACHOU
               ADD 1                   TO WS-IDX-PAL-B
               IF TL-PALAVRA (2 WS-IDX-PAL-B)
                                       EQUAL TL-PALAVRA (1 WS-IDX-PAL)
                   SET CN-ACHOU        TO TRUE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTPROCURAR-PALAVRA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
