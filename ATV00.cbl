      *                       SUPERVISAO (ATV26), RESTRITA AOS        *
      *                       PERFIS SUPERVISOR/ADMINISTRADOR COMO    *
      *                       AS OPCOES 2/4/6/15                      *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 25 - APONTAMENTO        *
      *                       SEMANAL DE HORAS (ATV50), ABERTA A       *
      *                       TODOS OS PERFIS                          *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 26 - RESPOSTAS DA       *
      *                       PESQUISA DE SATISFACAO (ATV60), ABERTA   *
      *                       A TODOS OS PERFIS                        *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 27 - RESPOSTAS DE       *
      *                       PENDENCIAS DO HELP-DESK (ATV62)          *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 28 - REGISTRO DE        *
      *                       IMPLANTACOES EM PRODUCAO (ATV66), ABERTA *
      *                       A TODOS OS PERFIS                        *
      *    15OUT2026  NJA     CONSULTA (OPCAO 5) PASSA A CHAVE ZERADA  *
      *                       AO ATV05; INCLUIDA A OPCAO 29 -          *
      *                       PESQUISA POR PALAVRA-CHAVE (ATV68),      *
      *                       ABERTA A TODOS OS PERFIS                 *
      *    15OUT2026  NJA     INCLUIDA A OPCAO 30 - PARAMETROS DO      *
      *                       SISTEMA (ATV69), RESTRITA AO PERFIL      *
      *                       ADMINISTRADOR                            *
      *    15OUT2026  NJA     OPCAO 31 - CALENDARIO DE AUSENCIAS       *
      *                       DOS OPERADORES (ATV72), PERFIL           *
      *                       SUPERVISOR                               *
      *    15OUT2026  NJA     INCLUIDA OPCAO 32 - CLASSIFICACAO DO     *
      *                       TIPO DE SERVICO (ATV84)                  *
      ******************************************************************
      *
      ******************************************************************
             05    WS-SW-AUTORIZA  PIC     X(01)         VALUE 'S'.
               88  CN-AUTORIZADO                         VALUE 'S'.
               88  CN-NAO-AUTORIZADO                     VALUE 'N'.
             05    WS-CHAVE-CONS.
               07  WS-SS-CONS      PIC     9(06)         VALUE ZEROS.
               07  WS-ST-CONS      PIC     9(06)         VALUE ZEROS.
             05    WS-TECLA        PIC     X(02).
               88  CN-BAIXO                              VALUE '00'.
               88  CN-ESC                                VALUE '01'.
                                   'ATV38   '.
             05    WS-ATV39        PIC     X(08)         VALUE
                                   'ATV39   '.
             05    WS-ATV50        PIC     X(08)         VALUE
                                   'ATV50   '.
             05    WS-ATV60        PIC     X(08)         VALUE
                                   'ATV60   '.
             05    WS-ATV62        PIC     X(08)         VALUE
                                   'ATV62   '.
             05    WS-ATV66        PIC     X(08)         VALUE
                                   'ATV66   '.
             05    WS-ATV68        PIC     X(08)         VALUE
                                   'ATV68   '.
             05    WS-ATV69        PIC     X(08)         VALUE
                                   'ATV69   '.
             05    WS-ATV72        PIC     X(08)         VALUE
                                   'ATV72   '.
             05    WS-ATV84        PIC     X(08)         VALUE
                                   'ATV84   '.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
           03      SC-TX-OPCAO24.
               05  LINE 16 COLUMN 42                     VALUE
                   'VINCULOS ENTRE ATIVIDADES           '.
           03      SC-TX-OPCAO25.
               05  LINE 17 COLUMN 04                     VALUE
                   'APONTAMENTO SEMANAL DE HORAS        '.
           03      SC-TX-OPCAO26.
               05  LINE 17 COLUMN 42                     VALUE
                   'RESPOSTAS DA PESQUISA DE SATISFACAO '.
           03      SC-TX-OPCAO27.
               05  LINE 18 COLUMN 04                     VALUE
                   'RESPOSTAS DE PENDENCIAS DO HELP-DESK'.
           03      SC-TX-OPCAO28.
               05  LINE 18 COLUMN 42                     VALUE
                   'REGISTRO DE IMPLANTACOES            '.
           03      SC-TX-OPCAO29.
               05  LINE 19 COLUMN 04                     VALUE
                   'PESQUISA POR PALAVRA-CHAVE          '.
           03      SC-TX-OPCAO30.
               05  LINE 19 COLUMN 42                     VALUE
                   'PARAMETROS DO SISTEMA               '.
           03      SC-TX-OPCAO31.
               05  LINE 20 COLUMN 04                     VALUE
                   'AUSENCIAS DE OPERADORES             '.
           03      SC-TX-OPCAO32.
               05  LINE 20 COLUMN 42                     VALUE
                   'CLASSIFICACAO DO TIPO DE SERVICO    '.
           03      SC-TX-AUTOR.
               05  LINE 23 COLUMN 04                     VALUE
                   'NEUCLAIR. J. ANGELE JR.'.
               WHEN 6
               WHEN 15
               WHEN 19
               WHEN 31
                   IF NOT CN-PERFIL-SUPERVISOR AND
                      NOT CN-PERFIL-ADMINISTRADOR
                       SET CN-NAO-AUTORIZADO
                                       TO TRUE
                   END-IF
               WHEN 11
               WHEN 30
                   IF NOT CN-PERFIL-ADMINISTRADOR
                       SET CN-NAO-AUTORIZADO
                                       TO TRUE
               EVALUATE TRUE
                   WHEN CN-BAIXO
                       ADD 1           TO WS-CT-OPCAO
                       IF WS-CT-OPCAO  GREATER 32
                           MOVE 1      TO WS-CT-OPCAO
                       END-IF
                       PERFORM RTSELECIONA
                   WHEN CN-CIMA
                       SUBTRACT 1      FROM WS-CT-OPCAO
                       IF WS-CT-OPCAO  LESS 1
                           MOVE 32     TO WS-CT-OPCAO
                       END-IF
                       PERFORM RTSELECIONA
               END-EVALUATE
               WHEN 24
                   DISPLAY ' VINCULOS ENTRE ATIVIDADES            '
                                       WITH REVERSE-VIDEO AT 1641
               WHEN 25
                   DISPLAY ' APONTAMENTO SEMANAL DE HORAS         '
                                       WITH REVERSE-VIDEO AT 1703
               WHEN 26
                   DISPLAY ' RESPOSTAS DA PESQUISA DE SATISFACAO  '
                                       WITH REVERSE-VIDEO AT 1741
               WHEN 27
                   DISPLAY ' RESPOSTAS DE PENDENCIAS DO HELP-DESK '
                                       WITH REVERSE-VIDEO AT 1803
               WHEN 28
                   DISPLAY ' REGISTRO DE IMPLANTACOES             '
                                       WITH REVERSE-VIDEO AT 1841
               WHEN 29
                   DISPLAY ' PESQUISA POR PALAVRA-CHAVE           '
                                       WITH REVERSE-VIDEO AT 1903
               WHEN 30
                   DISPLAY ' PARAMETROS DO SISTEMA                '
                                       WITH REVERSE-VIDEO AT 1941
               WHEN 31
                   DISPLAY ' AUSENCIAS DE OPERADORES              '
                                       WITH REVERSE-VIDEO AT 2003
               WHEN 32
                   DISPLAY ' CLASSIFICACAO DO TIPO DE SERVICO     '
                                       WITH REVERSE-VIDEO AT 2041
           END-EVALUATE.
      *
      ******************************************************************
                   CALL WS-ATV04       USING WS-MSG
                                       WS-OPERADOR
               WHEN 5
                   MOVE ZEROS          TO WS-CHAVE-CONS
                   CALL WS-ATV05       USING WS-MSG
                                       WS-CHAVE-CONS
               WHEN 6
                   CALL WS-ATV06       USING WS-MSG
               WHEN 7
               WHEN 24
                   CALL WS-ATV39       USING WS-MSG
                                       WS-OPERADOR
               WHEN 25
                   CALL WS-ATV50       USING WS-MSG
                                       WS-OPERADOR
               WHEN 26
                   CALL WS-ATV60       USING WS-MSG
                                       WS-OPERADOR
               WHEN 27
                   CALL WS-ATV62       USING WS-MSG
                                       WS-OPERADOR
               WHEN 28
                   CALL WS-ATV66       USING WS-MSG
                                       WS-OPERADOR
               WHEN 29
                   CALL WS-ATV68       USING WS-MSG
                                       WS-OPERADOR
               WHEN 30
                   CALL WS-ATV69       USING WS-MSG
                                       WS-OPERADOR
               WHEN 31
                   CALL WS-ATV72       USING WS-MSG
                                       WS-OPERADOR
               WHEN 32
                   CALL WS-ATV84       USING WS-MSG
                                       WS-OPERADOR
           END-EVALUATE
           PERFORM RTSELECIONA
           END-IF.
