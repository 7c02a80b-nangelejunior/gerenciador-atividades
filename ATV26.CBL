      *                       ROTINAS SENSIVEIS QUE NAO CABEM NO MENU  *
      *                       PRINCIPAL - COMECA COM O ESTORNO DE      *
      *                       BAIXA (ATV27)                            *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 9 - MODELOS DE          *
      *                       ATIVIDADES RECORRENTES (ATV52)           *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 10 - CODIGOS DE         *
      *                       RESOLUCAO/CAUSA RAIZ DA BAIXA (ATV54)    *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 11 - CENTROS DE CUSTO E *
      *                       FRANQUIA ANUAL DE HORAS (ATV57)          *
      *    15OUT2026  NJA     INCLUIDAS AS OPCOES 12 - APROVACAO DE    *
      *                       ESFORCO ACIMA DA ALCADA (ATV64) E 13 -   *
      *                       ALCADAS DE APROVACAO POR SISTEMA (ATV65) *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 14 - RELATORIO DO       *
      *                       TITULAR DE DADOS (ATV74)                 *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 15 - ANONIMIZACAO       *
      *                       DE SOLICITANTES INATIVOS (ATV75)         *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 16 - REVISAO DE         *
      *                       SUSPEITAS DE DUPLICIDADE (ATV81)         *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 17 - CATALOGO DE        *
      *                       TIPOS DE SERVICO (ATV83)                 *
      ******************************************************************
      *
      ******************************************************************
                                   'ATV47   '.
             05    WS-ATV49        PIC     X(08)         VALUE
                                   'ATV49   '.
             05    WS-ATV52        PIC     X(08)         VALUE
                                   'ATV52   '.
             05    WS-ATV54        PIC     X(08)         VALUE
                                   'ATV54   '.
             05    WS-ATV57        PIC     X(08)         VALUE
                                   'ATV57   '.
             05    WS-ATV64        PIC     X(08)         VALUE
                                   'ATV64   '.
             05    WS-ATV65        PIC     X(08)         VALUE
                                   'ATV65   '.
             05    WS-ATV74        PIC     X(08)         VALUE
                                   'ATV74   '.
             05    WS-ATV75        PIC     X(08)         VALUE
                                   'ATV75   '.
             05    WS-ATV81        PIC     X(08)         VALUE
                                   'ATV81   '.
             05    WS-ATV83        PIC     X(08)         VALUE
                                   'ATV83   '.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
           03      SC-TX-OPCAO08.
               05  LINE 12 COLUMN 16                     VALUE
                   'CONVERSAO DE LAYOUTS (IMPLANTACAO)  '.
           03      SC-TX-OPCAO09.
               05  LINE 13 COLUMN 16                     VALUE
                   'MODELOS DE ATIVIDADES RECORRENTES   '.
           03      SC-TX-OPCAO10.
               05  LINE 14 COLUMN 16                     VALUE
                   'CODIGOS DE RESOLUCAO / CAUSA RAIZ   '.
           03      SC-TX-OPCAO11.
               05  LINE 15 COLUMN 16                     VALUE
                   'CENTROS DE CUSTO E FRANQUIA ANUAL   '.
           03      SC-TX-OPCAO12.
               05  LINE 16 COLUMN 16                     VALUE
                   'APROVACAO DE ESFORCO (ALCADA)       '.
           03      SC-TX-OPCAO13.
               05  LINE 17 COLUMN 16                     VALUE
                   'ALCADAS DE APROVACAO DE ESFORCO     '.
           03      SC-TX-OPCAO14.
               05  LINE 18 COLUMN 16                     VALUE
                   'RELATORIO DO TITULAR (LGPD)         '.
           03      SC-TX-OPCAO15.
               05  LINE 19 COLUMN 16                     VALUE
                   'ANONIMIZACAO DE INATIVOS (LGPD)     '.
           03      SC-TX-OPCAO16.
               05  LINE 20 COLUMN 16                     VALUE
                   'REVISAO DE SUSPEITAS DE DUPLICIDADE '.
           03      SC-TX-OPCAO17.
               05  LINE 21 COLUMN 16                     VALUE
                   'CATALOGO DE TIPOS DE SERVICO        '.
           03      SC-TX-SELECIONA.
               05  LINE 23 COLUMN 50                     VALUE
                   'F12 - SELECIONAR'.
               EVALUATE TRUE
                   WHEN CN-BAIXO
                       ADD 1           TO WS-CT-OPCAO
                       IF WS-CT-OPCAO  GREATER 17
                           MOVE 1      TO WS-CT-OPCAO
                       END-IF
                       PERFORM RTSELECIONA
                   WHEN CN-CIMA
                       SUBTRACT 1      FROM WS-CT-OPCAO
                       IF WS-CT-OPCAO  LESS 1
                           MOVE 17     TO WS-CT-OPCAO
                       END-IF
                       PERFORM RTSELECIONA
               END-EVALUATE
               WHEN 8
                   DISPLAY ' CONVERSAO DE LAYOUTS (IMPLANTACAO)   '
                                       WITH REVERSE-VIDEO AT 1214
               WHEN 9
                   DISPLAY ' MODELOS DE ATIVIDADES RECORRENTES    '
                                       WITH REVERSE-VIDEO AT 1314
               WHEN 10
                   DISPLAY ' CODIGOS DE RESOLUCAO / CAUSA RAIZ    '
                                       WITH REVERSE-VIDEO AT 1414
               WHEN 11
                   DISPLAY ' CENTROS DE CUSTO E FRANQUIA ANUAL    '
                                       WITH REVERSE-VIDEO AT 1514
               WHEN 12
                   DISPLAY ' APROVACAO DE ESFORCO (ALCADA)        '
                                       WITH REVERSE-VIDEO AT 1614
               WHEN 13
                   DISPLAY ' ALCADAS DE APROVACAO DE ESFORCO      '
                                       WITH REVERSE-VIDEO AT 1714
               WHEN 14
                   DISPLAY ' RELATORIO DO TITULAR (LGPD)          '
                                       WITH REVERSE-VIDEO AT 1814
               WHEN 15
                   DISPLAY ' ANONIMIZACAO DE INATIVOS (LGPD)      '
                                       WITH REVERSE-VIDEO AT 1914
               WHEN 16
                   DISPLAY ' REVISAO DE SUSPEITAS DE DUPLICIDADE  '
                                       WITH REVERSE-VIDEO AT 2014
               WHEN 17
                   DISPLAY ' CATALOGO DE TIPOS DE SERVICO         '
                                       WITH REVERSE-VIDEO AT 2114
           END-EVALUATE.
      *
      ******************************************************************
               WHEN 8
                   CALL WS-ATV49       USING WS-MSG
                                       LK-OPERADOR
               WHEN 9
                   CALL WS-ATV52       USING WS-MSG
                                       LK-OPERADOR
               WHEN 10
                   CALL WS-ATV54       USING WS-MSG
                                       LK-OPERADOR
               WHEN 11
                   CALL WS-ATV57       USING WS-MSG
                                       LK-OPERADOR
               WHEN 12
                   CALL WS-ATV64       USING WS-MSG
                                       LK-OPERADOR
               WHEN 13
                   CALL WS-ATV65       USING WS-MSG
                                       LK-OPERADOR
               WHEN 14
                   CALL WS-ATV74       USING WS-MSG
                                       LK-OPERADOR
               WHEN 15
                   CALL WS-ATV75       USING WS-MSG
                                       LK-OPERADOR
               WHEN 16
                   CALL WS-ATV81       USING WS-MSG
                                       LK-OPERADOR
               WHEN 17
                   CALL WS-ATV83       USING WS-MSG
                                       LK-OPERADOR
           END-EVALUATE.
      *
           MOVE SPACES                 TO WS-TECLA.
