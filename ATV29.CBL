      *                       GERENCIAIS QUE NAO CABEM NO MENU         *
      *                       PRINCIPAL - COMECA COM A COBRANCA DE     *
      *                       PENDENCIAS SEM RESPOSTA (ATV30)          *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 6 - HORAS APONTADAS NA  *
      *                       SEMANA (ATV51)                           *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 7 - DEFEITOS            *
      *                       REINCIDENTES POR PROGRAMA (ATV55)        *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 8 - TEMPO DE CICLO POR  *
      *                       FASE (ATV56)                             *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 9 - CONSUMO DA FRANQUIA *
      *                       POR CENTRO DE CUSTO (ATV58)              *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 10 - PESQUISA DE        *
      *                       SATISFACAO MENSAL (ATV61)                *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 11 - CALENDARIO E       *
      *                       HISTORICO DE IMPLANTACOES (ATV67)        *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 12 - LISTAGEM DOS       *
      *                       PARAMETROS DO SISTEMA (ATV70)            *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 13 - QUADRO MENSAL DE   *
      *                       RETRABALHO E QUALIDADE (ATV78)           *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 14 - HISTORICO DA       *
      *                       RODADA NOTURNA (ATV82)                   *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 15 - RELATORIO POR      *
      *                       TIPO DE SERVICO (ATV86)                  *
      ******************************************************************
      *
      ******************************************************************
                                   'ATV33   '.
             05    WS-ATV35        PIC     X(08)         VALUE
                                   'ATV35   '.
             05    WS-ATV51        PIC     X(08)         VALUE
                                   'ATV51   '.
             05    WS-ATV55        PIC     X(08)         VALUE
                                   'ATV55   '.
             05    WS-ATV56        PIC     X(08)         VALUE
                                   'ATV56   '.
             05    WS-ATV58        PIC     X(08)         VALUE
                                   'ATV58   '.
             05    WS-ATV61        PIC     X(08)         VALUE
                                   'ATV61   '.
             05    WS-ATV67        PIC     X(08)         VALUE
                                   'ATV67   '.
             05    WS-ATV70        PIC     X(08)         VALUE
                                   'ATV70   '.
             05    WS-ATV78        PIC     X(08)         VALUE
                                   'ATV78   '.
             05    WS-ATV82        PIC     X(08)         VALUE
                                   'ATV82   '.
             05    WS-ATV86        PIC     X(08)         VALUE
                                   'ATV86   '.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
           03      SC-TX-OPCAO05.
               05  LINE 09 COLUMN 16                     VALUE
                   'EXTRATO DO SOLICITANTE              '.
           03      SC-TX-OPCAO06.
               05  LINE 10 COLUMN 16                     VALUE
                   'HORAS APONTADAS NA SEMANA           '.
           03      SC-TX-OPCAO07.
               05  LINE 11 COLUMN 16                     VALUE
                   'DEFEITOS REINCIDENTES POR PROGRAMA  '.
           03      SC-TX-OPCAO08.
               05  LINE 12 COLUMN 16                     VALUE
                   'TEMPO DE CICLO POR FASE (MENSAL)    '.
           03      SC-TX-OPCAO09.
               05  LINE 13 COLUMN 16                     VALUE
                   'CONSUMO DA FRANQUIA POR C. CUSTO    '.
           03      SC-TX-OPCAO10.
               05  LINE 14 COLUMN 16                     VALUE
                   'PESQUISA DE SATISFACAO (MENSAL)     '.
           03      SC-TX-OPCAO11.
               05  LINE 15 COLUMN 16                     VALUE
                   'IMPLANTACOES - CALENDARIO/HISTORICO '.
           03      SC-TX-OPCAO12.
               05  LINE 16 COLUMN 16                     VALUE
                   'PARAMETROS DO SISTEMA - LISTAGEM    '.
           03      SC-TX-OPCAO13.
               05  LINE 17 COLUMN 16                     VALUE
                   'QUALIDADE DAS ENTREGAS (RETRABALHO) '.
           03      SC-TX-OPCAO14.
               05  LINE 18 COLUMN 16                     VALUE
                   'HISTORICO DA RODADA NOTURNA         '.
           03      SC-TX-OPCAO15.
               05  LINE 19 COLUMN 16                     VALUE
                   'RELATORIO POR TIPO DE SERVICO       '.
           03      SC-TX-SELECIONA.
               05  LINE 23 COLUMN 50                     VALUE
                   'F12 - SELECIONAR'.
               EVALUATE TRUE
                   WHEN CN-BAIXO
                       ADD 1           TO WS-CT-OPCAO
                       IF WS-CT-OPCAO  GREATER 15
                           MOVE 1      TO WS-CT-OPCAO
                       END-IF
                       PERFORM RTSELECIONA
                   WHEN CN-CIMA
                       SUBTRACT 1      FROM WS-CT-OPCAO
                       IF WS-CT-OPCAO  LESS 1
                           MOVE 15     TO WS-CT-OPCAO
                       END-IF
                       PERFORM RTSELECIONA
               END-EVALUATE
               WHEN 5
                   DISPLAY ' EXTRATO DO SOLICITANTE               '
                                       WITH REVERSE-VIDEO AT 0914
               WHEN 6
                   DISPLAY ' HORAS APONTADAS NA SEMANA            '
                                       WITH REVERSE-VIDEO AT 1014
               WHEN 7
                   DISPLAY ' DEFEITOS REINCIDENTES POR PROGRAMA   '
                                       WITH REVERSE-VIDEO AT 1114
               WHEN 8
                   DISPLAY ' TEMPO DE CICLO POR FASE (MENSAL)     '
                                       WITH REVERSE-VIDEO AT 1214
               WHEN 9
                   DISPLAY ' CONSUMO DA FRANQUIA POR C. CUSTO     '
                                       WITH REVERSE-VIDEO AT 1314
               WHEN 10
                   DISPLAY ' PESQUISA DE SATISFACAO (MENSAL)      '
                                       WITH REVERSE-VIDEO AT 1414
               WHEN 11
                   DISPLAY ' IMPLANTACOES - CALENDARIO/HISTORICO  '
                                       WITH REVERSE-VIDEO AT 1514
               WHEN 12
                   DISPLAY ' PARAMETROS DO SISTEMA - LISTAGEM     '
                                       WITH REVERSE-VIDEO AT 1614
               WHEN 13
                   DISPLAY ' QUALIDADE DAS ENTREGAS (RETRABALHO)  '
                                       WITH REVERSE-VIDEO AT 1714
               WHEN 14
                   DISPLAY ' HISTORICO DA RODADA NOTURNA          '
                                       WITH REVERSE-VIDEO AT 1814
               WHEN 15
                   DISPLAY ' RELATORIO POR TIPO DE SERVICO        '
                                       WITH REVERSE-VIDEO AT 1914
           END-EVALUATE.
      *
      ******************************************************************
               WHEN 5
                   CALL WS-ATV35       USING WS-MSG
                                       LK-OPERADOR
               WHEN 6
                   CALL WS-ATV51       USING WS-MSG
                                       LK-OPERADOR
               WHEN 7
                   CALL WS-ATV55       USING WS-MSG
                                       LK-OPERADOR
               WHEN 8
                   CALL WS-ATV56       USING WS-MSG
                                       LK-OPERADOR
               WHEN 9
                   CALL WS-ATV58       USING WS-MSG
                                       LK-OPERADOR
               WHEN 10
                   CALL WS-ATV61       USING WS-MSG
                                       LK-OPERADOR
               WHEN 11
                   CALL WS-ATV67       USING WS-MSG
                                       LK-OPERADOR
               WHEN 12
                   CALL WS-ATV70       USING WS-MSG
                                       LK-OPERADOR
               WHEN 13
                   CALL WS-ATV78       USING WS-MSG
                                       LK-OPERADOR
               WHEN 14
                   CALL WS-ATV82       USING WS-MSG
                                       LK-OPERADOR
               WHEN 15
                   CALL WS-ATV86       USING WS-MSG
                                       LK-OPERADOR
           END-EVALUATE.
      *
           MOVE SPACES                 TO WS-TECLA.
