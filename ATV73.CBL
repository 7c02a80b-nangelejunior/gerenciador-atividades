      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV73.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV73                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CONSULTA DE AUSENCIAS DE OPERADOR            *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PONTO UNICO DE     *
      *                       CONSULTA DO CALENDARIO DE AUSENCIAS      *
      *                       SYS109: PARA UM OPERADOR E UM PERIODO    *
      *                       DEVOLVE SE HA AUSENCIA ATIVA NELE, A     *
      *                       PRIMEIRA ENCONTRADA, SE ALGUMA E DE DIA  *
      *                       INTEIRO E O TOTAL DE HORAS AUSENTES EM   *
      *                       DIAS DE SEGUNDA A SEXTA. SEM O ARQUIVO   *
      *                       O OPERADOR E DADO COMO PRESENTE.         *
      *                       COMANDO NA AREA WATV41; O ARQUIVO E      *
      *                       ABERTO E FECHADO EM CADA CHAMADA         *
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
           SELECT  SYS109    ASSIGN    TO 'SYS109.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AU-CHAVE-AUS
                     FILE STATUS IS WS-STATUS-SYS109.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS109
                              DATA RECORD AU-SYS109.
      *
       01          AU-SYS109.
      *
           COPY WATV40                 REPLACING ==::== BY ==AU==.
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
             05    WS-HR-DIA-CHEIO PIC     9(02)V9       VALUE ZEROS.
             05    WS-HR-AUS-DIA   PIC     9(02)V9       VALUE ZEROS.
             05    WS-HR-TOTAL     PIC     9(07)V9       VALUE ZEROS.
             05    WS-DT-DE        PIC     X(08)         VALUE SPACES.
             05    WS-DT-ATE       PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DO CALENDARIO (DIAS DE SEGUNDA A SEXTA)                *
      ******************************************************************
           03      WS-AREA-CALENDARIO.
             05    FILLER          PIC     X(12)         VALUE
                                   '=CALENDARIO='.
             05    WS-DT-ITER.
               07  WS-ITER-ANO     PIC     9(04)         VALUE ZEROS.
               07  WS-ITER-MES     PIC     9(02)         VALUE ZEROS.
               07  WS-ITER-DIA     PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-SEMANA   PIC     9(01)         VALUE ZEROS.
               88  CN-FIM-DE-SEMANA                      VALUE 0 1.
             05    WS-CT-ITER      PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(05)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-Q     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-M     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-A     PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-K     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-J     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T1    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T2    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T3    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T4    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-SOMA  PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS109
                                   PIC     X(02).
               88  CN-SYS109-OK                          VALUE '00'.
               88  CN-SYS109-DPL                         VALUE '02'.
               88  CN-SYS109-EOF                         VALUE '10'.
               88  CN-SYS109-NOK                         VALUE '23'.
               88  CN-SYS109-INEXISTENTE                 VALUE '35'.
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
           COPY WATV41                 REPLACING ==::== BY ==LK==.
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
           SET LK-PRESENTE             TO TRUE.
           SET LK-DIA-PARCIAL          TO TRUE.
      *
           MOVE ZEROS                  TO LK-QT-AUSENCIAS
                                          LK-HR-AUSENCIA
                                          WS-HR-TOTAL.
      *
           MOVE SPACES                 TO LK-DT-INI-AUS
                                          LK-DT-FIM-AUS
                                          LK-TP-AUSENCIA.
      *
           IF LK-HR-DIA-CHEIO          NUMERIC AND
              LK-HR-DIA-CHEIO          GREATER ZEROS
               MOVE LK-HR-DIA-CHEIO    TO WS-HR-DIA-CHEIO
           ELSE
               MOVE 8                  TO WS-HR-DIA-CHEIO
           END-IF.
      *
           IF LK-ID-OPER               NOT EQUAL SPACES AND
              LK-DT-INICIO             NUMERIC AND
              LK-DT-FIM                NUMERIC AND
              LK-DT-FIM                NOT LESS LK-DT-INICIO
               PERFORM RTPESQUISAR-AUSENCIAS
           END-IF.
      *
           IF WS-HR-TOTAL              GREATER 9999
               MOVE 9999               TO LK-HR-AUSENCIA
           ELSE
               MOVE WS-HR-TOTAL        TO LK-HR-AUSENCIA
           END-IF.
      *
           GOBACK.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PESQUISAR AS AUSENCIAS DO OPERADOR (SYS109)     *
      ******************************************************************
       RTPESQUISAR-AUSENCIAS           SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS109.
      *
           IF CN-SYS109-OK
               MOVE LK-ID-OPER         TO AU-ID-OPER
               MOVE LOW-VALUES         TO AU-DT-INICIO
               START SYS109     KEY IS GREATER THAN OR
                                       EQUAL AU-CHAVE-AUS
                   INVALID KEY
                       SET CN-SYS109-EOF
                                       TO TRUE
               END-START
               PERFORM RTLER-SYS109
               PERFORM UNTIL CN-SYS109-EOF
                   IF AU-AUS-ATIVA     AND
                      AU-DT-FIM        NOT LESS LK-DT-INICIO
                       PERFORM RTREGISTRAR-AUSENCIA
                   END-IF
                   PERFORM RTLER-SYS109
               END-PERFORM
               CLOSE SYS109
           END-IF.
      *
      ******************************************************************
       RTPESQUISAR-AUSENCIAS-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA SEQUENCIAL DO SYS109                    *
      *    PARA NO FIM DO OPERADOR OU NA PRIMEIRA AUSENCIA QUE COMECA  *
      *    DEPOIS DO PERIODO PEDIDO                                    *
      ******************************************************************
       RTLER-SYS109                    SECTION.
      ******************************************************************
      *
           IF CN-SYS109-EOF
               CONTINUE
           ELSE
               READ SYS109 NEXT
               IF CN-SYS109-OK         OR CN-SYS109-DPL
                   IF AU-ID-OPER       NOT EQUAL LK-ID-OPER OR
                      AU-DT-INICIO     GREATER LK-DT-FIM
                       SET CN-SYS109-EOF
                                       TO TRUE
                   END-IF
               ELSE
                   SET CN-SYS109-EOF   TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTLER-SYS109-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR UMA AUSENCIA QUE ALCANCA O PERIODO    *
      ******************************************************************
       RTREGISTRAR-AUSENCIA            SECTION.
      ******************************************************************
      *
           IF LK-QT-AUSENCIAS          LESS 999
               ADD 1                   TO LK-QT-AUSENCIAS
           END-IF.
      *
           IF LK-PRESENTE
               SET LK-AUSENTE          TO TRUE
               MOVE AU-DT-INICIO       TO LK-DT-INI-AUS
               MOVE AU-DT-FIM          TO LK-DT-FIM-AUS
               MOVE AU-TP-AUSENCIA     TO LK-TP-AUSENCIA
           END-IF.
      *
      *    HORAS DO DIA: AS INFORMADAS NA AUSENCIA, LIMITADAS AO DIA
      *    INTEIRO; ZERO OU MAIS QUE O DIA INTEIRO = DIA INTEIRO.
           IF AU-HR-DIA                NUMERIC AND
              AU-HR-DIA                GREATER ZEROS AND
              AU-HR-DIA                LESS WS-HR-DIA-CHEIO
               MOVE AU-HR-DIA          TO WS-HR-AUS-DIA
           ELSE
               MOVE WS-HR-DIA-CHEIO    TO WS-HR-AUS-DIA
               SET LK-DIA-INTEIRO      TO TRUE
           END-IF.
      *
           IF AU-DT-INICIO             GREATER LK-DT-INICIO
               MOVE AU-DT-INICIO       TO WS-DT-DE
           ELSE
               MOVE LK-DT-INICIO       TO WS-DT-DE
           END-IF.
      *
           IF AU-DT-FIM                LESS LK-DT-FIM
               MOVE AU-DT-FIM          TO WS-DT-ATE
           ELSE
               MOVE LK-DT-FIM          TO WS-DT-ATE
           END-IF.
      *
           IF WS-DT-DE                 NUMERIC AND
              WS-DT-ATE                NUMERIC
               MOVE WS-DT-DE           TO WS-DT-ITER
               PERFORM RTCALC-DIA-SEMANA
               MOVE ZEROS              TO WS-CT-ITER
               PERFORM UNTIL WS-DT-ITER
                                       GREATER WS-DT-ATE
                          OR WS-CT-ITER
                                       GREATER 3660
                   IF NOT CN-FIM-DE-SEMANA
                       ADD WS-HR-AUS-DIA
                                       TO WS-HR-TOTAL
                   END-IF
                   PERFORM RTAVANCAR-DIA
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTREGISTRAR-AUSENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER)               *
      *    RESULTADO: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...        *
      ******************************************************************
       RTCALC-DIA-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE WS-ITER-DIA            TO WS-ZELLER-Q.
           MOVE WS-ITER-MES            TO WS-ZELLER-M.
           MOVE WS-ITER-ANO            TO WS-ZELLER-A.
      *
           IF WS-ZELLER-M              LESS 3
               ADD 12                  TO WS-ZELLER-M
               SUBTRACT 1              FROM WS-ZELLER-A
           END-IF.
      *
           DIVIDE WS-ZELLER-A          BY 100
                                       GIVING WS-ZELLER-J
                                       REMAINDER WS-ZELLER-K.
      *
           COMPUTE WS-ZELLER-T1        = 13 * (WS-ZELLER-M + 1).
      *
           DIVIDE WS-ZELLER-T1         BY 5
                                       GIVING WS-ZELLER-T2
                                       REMAINDER WS-QUOCIENTE.
      *
           DIVIDE WS-ZELLER-K          BY 4
                                       GIVING WS-ZELLER-T3
                                       REMAINDER WS-QUOCIENTE.
      *
           DIVIDE WS-ZELLER-J          BY 4
                                       GIVING WS-ZELLER-T4
                                       REMAINDER WS-QUOCIENTE.
      *
           COMPUTE WS-ZELLER-SOMA      = WS-ZELLER-Q  + WS-ZELLER-T2 +
                                         WS-ZELLER-K  + WS-ZELLER-T3 +
                                         WS-ZELLER-T4 +
                                         (5 * WS-ZELLER-J).
      *
           DIVIDE WS-ZELLER-SOMA       BY 7
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-DIA-SEMANA.
      *
      ******************************************************************
       RTCALC-DIA-SEMANA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVANCAR A DATA DE ITERACAO EM UM DIA            *
      ******************************************************************
       RTAVANCAR-DIA                   SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-CT-ITER.
      *
           ADD 1                       TO WS-ITER-DIA.
      *
           PERFORM RTOBTER-DIA-MAXIMO.
      *
           IF WS-ITER-DIA              GREATER WS-DIA-MAXIMO
               MOVE 1                  TO WS-ITER-DIA
               ADD 1                   TO WS-ITER-MES
               IF WS-ITER-MES          GREATER 12
                   MOVE 1              TO WS-ITER-MES
                   ADD 1               TO WS-ITER-ANO
               END-IF
           END-IF.
      *
           ADD 1                       TO WS-DIA-SEMANA.
      *
           IF WS-DIA-SEMANA            GREATER 6
               MOVE ZEROS              TO WS-DIA-SEMANA
           END-IF.
      *
      ******************************************************************
       RTAVANCAR-DIA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES DA ITERACAO           *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-ITER-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31             TO WS-DIA-MAXIMO
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30             TO WS-DIA-MAXIMO
               WHEN 02
                   PERFORM RTVERIFICAR-BISSEXTO
               WHEN OTHER
                   MOVE 31             TO WS-DIA-MAXIMO
           END-EVALUATE.
      *
      ******************************************************************
       RTOBTER-DIA-MAXIMO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR ANO BISSEXTO (FEVEREIRO)              *
      ******************************************************************
       RTVERIFICAR-BISSEXTO            SECTION.
      ******************************************************************
      *
           DIVIDE WS-ITER-ANO          BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-ITER-ANO          BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-ITER-ANO          BY 400
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-400.
      *
           IF WS-RESTO-4               EQUAL ZEROS AND
             (WS-RESTO-100             NOT EQUAL ZEROS OR
              WS-RESTO-400             EQUAL ZEROS)
               MOVE 29                 TO WS-DIA-MAXIMO
           ELSE
               MOVE 28                 TO WS-DIA-MAXIMO
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-BISSEXTO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
