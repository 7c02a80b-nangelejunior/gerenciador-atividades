      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV53.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV53                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# GERACAO DE ATIVIDADES RECORRENTES (SYS084)   *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PASSO RECORR DA    *
      *                       RODADA NOTURNA (ATV23/SYS048), SEM       *
      *                       TELAS: PARA CADA MODELO ATIVO DO SYS083  *
      *                       (ATV52) CUJA RECORRENCIA CAI NO MES      *
      *                       CORRENTE E CUJO N-ESIMO DIA UTIL         *
      *                       (CALENDARIO SYS036) JA CHEGOU, INCLUI A  *
      *                       OCORRENCIA NO SYS010 COM SS/ST NOVA,     *
      *                       PRAZO PELO SLA DA PRIORIDADE (SYS043)    *
      *                       CONTADO EM DIAS UTEIS E EVENTO 'I' NA    *
      *                       TRILHA SYS057; O MODELO GUARDA O ANO/MES *
      *                       GERADO E A OCORRENCIA JA EXISTENTE E     *
      *                       PULADA - GERADAS E PULADAS SAO LISTADAS  *
      *                       NO RELATORIO SYS084                      *
      *    15OUT2026  NJA     A ATIVIDADE GERADA TEM A ENTRADA NO      *
      *                       STATUS 1 GRAVADA NA TRILHA SYS088 (TEMPO *
      *                       DE CICLO POR FASE - ATV56)               *
      *    15OUT2026  NJA     OCORRENCIA GERADA COM ESFORCO ACIMA DA   *
      *                       ALCADA DO SISTEMA FICA PENDENTE DE       *
      *                       APROVACAO DO SUPERVISOR (ATV63) E E      *
      *                       CONTADA NO RELATORIO SYS084              *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     MODELO DE SOLICITANTE INATIVO NO SYS041  *
      *                       (UNIFICADO NO ATV36 OU ANONIMIZADO NO    *
      *                       ATV75) E PULADO E LISTADO NO SYS084 COMO *
      *                       SOLICITANTE INATIVO; O NOME DA           *
      *                       OCORRENCIA VEM DO CADASTRO SYS041        *
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
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY MD-COD-MODELO
                     FILE STATUS IS WS-STATUS-SYS083.
      *
           SELECT  SYS010    ASSIGN    TO 'SYS010.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS041    ASSIGN    TO 'SYS041.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SO-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
      *
           SELECT  SYS043    ASSIGN    TO 'SYS043.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS043.
      *
           SELECT  SYS036    ASSIGN    TO 'SYS036.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS036.
      *
           SELECT  SYS057    ASSIGN    TO 'SYS057.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS057.
      *
           SELECT  SYS084    ASSIGN    TO 'SYS084.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS084.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS083
                              DATA RECORD MD-SYS083.
      *
       01          MD-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==MD==.
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
      *
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS041
                              DATA RECORD SO-SYS041.
      *
       01          SO-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==SO==.
      *
       FD          SYS043
                              RECORDING MODE IS F
                              DATA RECORD SL-SYS043
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          SL-SYS043.
      *
           COPY WATV08                 REPLACING ==::== BY ==SL==.
      *
       FD          SYS036
                              RECORDING MODE IS F
                              DATA RECORD FE-SYS036
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FE-SYS036.
      *
           COPY WATV12                 REPLACING ==::== BY ==FE==.
      *
       FD          SYS057
                              RECORDING MODE IS F
                              DATA RECORD EV-SYS057
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          EV-SYS057.
      *
           COPY WATV16                 REPLACING ==::== BY ==EV==.
      *
       FD          SYS084
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS084
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS084.
           03      FILLER          PIC     X(132)        VALUE SPACES.
      *
       FD          SYS088
                              DATA RECORD TS-SYS088.
      *
       01          TS-SYS088.
      *
           COPY WATV29                 REPLACING ==::== BY ==TS==.
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
      *    AREA DE ACUMULADORES                                        *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(14)         VALUE
                                   '=ACUMULADORES='.
             05    AC-MODELOS      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-GERADAS      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-EXISTENTES   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-AGUARD-APROV PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-INATIVOS     PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=AUXILIARES='.
             05    WS-MENSAG.
               07  FILLER          PIC     X(08)         VALUE
                                   ' MSG..: '.
               07  WS-MSG          PIC     X(72)         VALUE SPACES.
             05    WS-CT-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-CT-RETRY-DUP PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-SW-SYS041    PIC     X(01)         VALUE 'N'.
               88  CN-SYS041-ABERTO                      VALUE 'S'.
               88  CN-SYS041-FECHADO                     VALUE 'N'.
             05    WS-SW-SOLIC     PIC     X(01)         VALUE 'N'.
               88  CN-SOLIC-CADASTRADO                   VALUE 'A'.
               88  CN-SOLIC-INATIVO                      VALUE 'I'.
               88  CN-SOLIC-NAO-CADASTRADO               VALUE 'N'.
             05    WS-SW-MAX-SS    PIC     X(01)         VALUE 'N'.
               88  CN-MAX-SS-OBTIDO                      VALUE 'S'.
               88  CN-MAX-SS-PENDENTE                    VALUE 'N'.
             05    WS-SW-MES       PIC     X(01)         VALUE 'N'.
               88  CN-MES-DO-MODELO                      VALUE 'S'.
               88  CN-MES-FORA-MODELO                    VALUE 'N'.
             05    WS-PROX-SS      PIC     9(06)         VALUE ZEROS.
             05    WS-PRIOR-N      PIC     9(01)         VALUE ZEROS.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
             05    WS-COMPET-ATUAL PIC     X(06)         VALUE SPACES.
             05    WS-MES-N        PIC     9(02)         VALUE ZEROS.
             05    WS-DIF-MES      PIC     9(02)         VALUE ZEROS.
             05    WS-RESTO-3      PIC     9(02)         VALUE ZEROS.
             05    WS-DT-DEVIDA    PIC     X(08)         VALUE SPACES.
             05    WS-CT-UTEIS     PIC     9(03)         VALUE ZEROS.
             05    WS-TX-SITUACAO  PIC     X(40)         VALUE SPACES.
             05    WS-TX-PRAZO     PIC     X(10)         VALUE SPACES.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
             05    WS-MODELOS-ED   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-GERADAS-ED   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-EXISTENTES-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-AGUARD-ED    PIC     ZZZZ9         VALUE ZEROS.
             05    WS-INATIVOS-ED  PIC     ZZZZ9         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DO CALCULO DE DIAS UTEIS                               *
      ******************************************************************
           03      WS-AREA-DIAS-UTEIS.
             05    FILLER          PIC     X(07)         VALUE
                                   '=UTEIS='.
             05    WS-DT-HOJE-8    PIC     X(08)         VALUE SPACES.
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
             05    WS-SW-UTIL      PIC     X(01)         VALUE 'S'.
               88  CN-DIA-UTIL                           VALUE 'S'.
               88  CN-DIA-NAO-UTIL                       VALUE 'N'.
      *
      ******************************************************************
      *    AREA DA TABELA DE FERIADOS (SYS036)                         *
      ******************************************************************
           03      WS-AREA-FERIADOS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=FERIADOS='.
             05    WS-CT-FERIADOS  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-FER      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-FERIADOS OCCURS  200 TIMES.
               07  TF-DT-FERIADO   PIC     X(08).
      *
      ******************************************************************
      *    AREA DA TABELA DE SLA POR PRIORIDADE (SYS043)               *
      ******************************************************************
           03      WS-AREA-SLA.
             05    FILLER          PIC     X(05)         VALUE
                                   '=SLA='.
             05    WS-TAB-SLA      OCCURS  3 TIMES.
               07  WS-SLA-DIAS     PIC     9(03).
               07  WS-SLA-ESCALA   PIC     9(03).
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS083
                                   PIC     X(02).
               88  CN-SYS083-OK                          VALUE '00'.
               88  CN-SYS083-DPL                         VALUE '02'.
               88  CN-SYS083-NOK                         VALUE '23'.
               88  CN-SYS083-EOF                         VALUE '10'.
               88  CN-SYS083-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-DUP                         VALUE '22'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-BUSY                        VALUE '61'.
               88  CN-SYS010-LOCKED                      VALUE '51'.
      *
             05    WS-STATUS-SYS041
                                   PIC     X(02).
               88  CN-SYS041-OK                          VALUE '00'.
               88  CN-SYS041-DPL                         VALUE '02'.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS043
                                   PIC     X(02).
               88  CN-SYS043-OK                          VALUE '00'.
               88  CN-SYS043-NOK                         VALUE '23'.
               88  CN-SYS043-EOF                         VALUE '10'.
               88  CN-SYS043-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS036
                                   PIC     X(02).
               88  CN-SYS036-OK                          VALUE '00'.
               88  CN-SYS036-NOK                         VALUE '23'.
               88  CN-SYS036-EOF                         VALUE '10'.
               88  CN-SYS036-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS057
                                   PIC     X(02).
               88  CN-SYS057-OK                          VALUE '00'.
               88  CN-SYS057-NOK                         VALUE '23'.
               88  CN-SYS057-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS084
                                   PIC     X(02).
               88  CN-SYS084-OK                          VALUE '00'.
               88  CN-SYS084-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-DUP                         VALUE '22'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.901I - ERRO NO OPEN ARQ. SYS083    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.902I - CADASTRO DE MODELOS SYS083 AUSENTE  '.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.903I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.904I - ERRO NO WRITE ARQ. SYS010   STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.905I - ERRO NO READ ARQ. SYS083    STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.906I - ERRO NO REWRITE ARQ. SYS083 STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.907I - ERRO NO WRITE ARQ. SYS057   STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.908I - ERRO NO OPEN DOS ARQUIVOS   STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.909I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.910I - REGISTRO SYS010 EM USO - TENTE NOVO '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.911I - ERRO NO WRITE ARQ. SYS084   STATUS: '.
               07  WS-RETCOD-911   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.912I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-912   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV53.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
             05    WS-ATV63        PIC     X(08)         VALUE
                                   'ATV63   '.
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
      ******************************************************************
      *
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
      ******************************************************************
      *    AREA DE COMANDO DO ACESSO AO ARQUIVO MORTO (WATV24)         *
      ******************************************************************
       01          WS-COMANDO-ARQM.
      *
           COPY WATV24                 REPLACING ==::== BY ==CM==.
      *
      ******************************************************************
      *    AREA DO REGISTRO TROCADO COM O ATV48 (WATV01)               *
      ******************************************************************
       01          WS-REGISTRO-ARQM.
      *
           COPY WATV01                 REPLACING ==::== BY ==RG==.
      *
      ******************************************************************
      *    AREA DE COMANDO DA ALCADA DE APROVACAO (WATV35)             *
      ******************************************************************
       01          WS-COMANDO-APROV.
      *
           COPY WATV35                 REPLACING ==::== BY ==AV==.
      *
      ******************************************************************
      *    AREA DO RELATORIO DE GERACAO (SYS084)                       *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL3     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE CONTROLE DA RODADA NOTURNA (WATV05)                 *
      ******************************************************************
      *
           COPY WATV05.
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
      *
      ******************************************************************
       LINKAGE                         SECTION.
      ******************************************************************
      *
       01          LK-MSG          PIC     X(73).
       01          LK-OPERADOR     PIC     X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
                                                       LK-OPERADOR.
      ******************************************************************
      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTINICIAR.
      *
           PERFORM RTPROCESSAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA INICIAL                                              *
      ******************************************************************
       RTINICIAR                       SECTION.
      ******************************************************************
      *
           INITIALIZE WS-ACUMULADORES
                      WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           IF CN-BT-BATCH
               MOVE ZEROS              TO BT-RESULTADO
           END-IF.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           MOVE WS-DATA-CORR           TO WS-DT-HOJE-8
                                          WS-COMPET-ATUAL.
      *
           MOVE WS-MES                 TO WS-MES-N.
      *
      *    SEM MODELOS CADASTRADOS NAO HA O QUE GERAR.
           OPEN I-O SYS083.
      *
           EVALUATE TRUE
               WHEN CN-SYS083-OK
                   CONTINUE
               WHEN CN-SYS083-INEXISTENTE
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTCARREGAR-SLA.
      *
           PERFORM RTCARREGAR-FERIADOS.
      *
           PERFORM RTABRIR.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
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
      *    ROTINA PARA ABRIR OS ARQUIVOS DA GERACAO                    *
      ******************************************************************
       RTABRIR                         SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-RETRY-SYS010.
      *
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               CLOSE SYS083
               PERFORM RTFINALIZAR
           END-IF.
      *
      *    SEM CADASTRO DE SOLICITANTES A OCORRENCIA SAI SEM TELEFONE.
           OPEN INPUT SYS041.
      *
           EVALUATE TRUE
               WHEN CN-SYS041-OK
                   SET CN-SYS041-ABERTO
                                       TO TRUE
               WHEN CN-SYS041-INEXISTENTE
                   SET CN-SYS041-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   CLOSE SYS083
                         SYS010
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN EXTEND SYS057.
      *
           IF CN-SYS057-INEXISTENTE
               OPEN OUTPUT SYS057
           END-IF.
      *
           OPEN OUTPUT SYS084.
      *
           IF CN-SYS057-OK              AND
              CN-SYS084-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS057   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           OPEN I-O SYS088.
      *
           IF CN-SYS088-INEXISTENTE
               OPEN OUTPUT SYS088
               CLOSE SYS088
               OPEN I-O SYS088
           END-IF.
      *
           IF CN-SYS088-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-912
               MOVE WS-MSGARQ-912      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTABRIR-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR A TABELA DE SLA (SYS043)               *
      ******************************************************************
       RTCARREGAR-SLA                  SECTION.
      ******************************************************************
      *
      *    PRAZOS PADRAO QUANDO A OPERACAO AINDA NAO MANTEVE O SYS043.
           MOVE 005                    TO WS-SLA-DIAS   (1).
           MOVE 003                    TO WS-SLA-ESCALA (1).
           MOVE 010                    TO WS-SLA-DIAS   (2).
           MOVE 005                    TO WS-SLA-ESCALA (2).
           MOVE 020                    TO WS-SLA-DIAS   (3).
           MOVE 010                    TO WS-SLA-ESCALA (3).
      *
           OPEN INPUT SYS043.
      *
           EVALUATE TRUE
               WHEN CN-SYS043-OK
                   READ SYS043
                   PERFORM UNTIL NOT CN-SYS043-OK
                       IF (SL-SLA-ALTA OR
                           SL-SLA-MEDIA OR
                           SL-SLA-BAIXA) AND
                           SL-DIAS-SLA  NUMERIC AND
                           SL-DIAS-ESCALA NUMERIC
                           MOVE SL-PRIORIDADE
                                       TO WS-PRIOR-N
                           MOVE SL-DIAS-SLA
                                       TO WS-SLA-DIAS   (WS-PRIOR-N)
                           MOVE SL-DIAS-ESCALA
                                       TO WS-SLA-ESCALA (WS-PRIOR-N)
                       END-IF
                       READ SYS043
                   END-PERFORM
                   CLOSE SYS043
               WHEN CN-SYS043-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS043
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   CLOSE SYS083
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-SLA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CALENDARIO DE FERIADOS (SYS036)      *
      ******************************************************************
       RTCARREGAR-FERIADOS             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-FERIADOS.
      *
           OPEN INPUT SYS036.
      *
           EVALUATE TRUE
               WHEN CN-SYS036-OK
                   READ SYS036
                   PERFORM UNTIL NOT CN-SYS036-OK
                       IF WS-CT-FERIADOS
                                       LESS 200 AND
                          FE-DT-FERIADO
                                       NUMERIC
                           ADD 1       TO WS-CT-FERIADOS
                           MOVE FE-DT-FERIADO
                                       TO TF-DT-FERIADO
                                          (WS-CT-FERIADOS)
                       END-IF
                       READ SYS036
                   END-PERFORM
                   CLOSE SYS036
               WHEN CN-SYS036-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS036
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   CLOSE SYS083
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-FERIADOS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           MOVE ZEROS                  TO MD-COD-MODELO.
      *
           START SYS083         KEY IS GREATER THAN OR
                                       EQUAL MD-COD-MODELO
               INVALID KEY
                   SET CN-SYS083-EOF   TO TRUE
           END-START.
      *
           IF CN-SYS083-OK
               READ SYS083 NEXT
           END-IF.
      *
           PERFORM UNTIL NOT CN-SYS083-OK AND
                         NOT CN-SYS083-DPL
               ADD 1                   TO AC-MODELOS
               IF MD-MODELO-ATIVO
                   PERFORM RTAVALIAR-MODELO
               END-IF
               READ SYS083 NEXT
           END-PERFORM.
      *
           IF CN-SYS083-EOF
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS083   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           PERFORM RTFECHAR.
      *
           IF CN-BT-BATCH
               MOVE AC-GERADAS         TO BT-RESULTADO
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR SE O MODELO TEM OCORRENCIA DEVIDA       *
      ******************************************************************
       RTAVALIAR-MODELO                SECTION.
      ******************************************************************
      *
           PERFORM RTVERIFICAR-MES.
      *
      *    A OCORRENCIA DO MES SO NASCE UMA VEZ - SE A RODADA FALHAR NO
      *    DIA UTIL DEVIDO, A PROXIMA RODADA DO MESMO MES A GERA.
           IF CN-MES-DO-MODELO
               IF MD-COMPET-ULT        EQUAL WS-COMPET-ATUAL
                   PERFORM RTLISTAR-EXISTENTE
               ELSE
                   PERFORM RTCALC-DIA-DEVIDO
                   IF WS-DT-DEVIDA     NOT EQUAL SPACES AND
                      WS-DT-HOJE-8     NOT LESS WS-DT-DEVIDA
                       PERFORM RTVERIFICAR-SOLICITANTE
                       IF CN-SOLIC-INATIVO
                           PERFORM RTLISTAR-INATIVO
                       ELSE
                           PERFORM RTGERAR-ATIVIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAVALIAR-MODELO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR O SOLICITANTE DO MODELO NO SYS041 -   *
      *    CODIGO UNIFICADO (ATV36) OU ANONIMIZADO (ATV75) FICA        *
      *    INATIVO E NAO GERA OCORRENCIA                               *
      ******************************************************************
       RTVERIFICAR-SOLICITANTE         SECTION.
      ******************************************************************
      *
           SET CN-SOLIC-NAO-CADASTRADO TO TRUE.
      *
           IF CN-SYS041-ABERTO
               MOVE MD-COD-SOLIC       TO SO-COD-SOLIC
               READ SYS041
               IF CN-SYS041-OK         OR CN-SYS041-DPL
                   IF SO-SOLIC-INATIVO
                       SET CN-SOLIC-INATIVO
                                       TO TRUE
                   ELSE
                       SET CN-SOLIC-CADASTRADO
                                       TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-SOLICITANTE-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE O MES CORRENTE E MES DO MODELO     *
      ******************************************************************
       RTVERIFICAR-MES                 SECTION.
      ******************************************************************
      *
           SET CN-MES-FORA-MODELO      TO TRUE.
      *
           EVALUATE TRUE
               WHEN MD-REC-MENSAL
                   SET CN-MES-DO-MODELO
                                       TO TRUE
               WHEN MD-REC-TRIMESTRAL
                   IF MD-MES-BASE      NUMERIC AND
                      MD-MES-BASE      GREATER ZEROS AND
                      MD-MES-BASE      LESS 13
                       COMPUTE WS-DIF-MES
                                       = WS-MES-N + 12 - MD-MES-BASE
                       DIVIDE WS-DIF-MES
                                       BY 3
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-3
                       IF WS-RESTO-3   EQUAL ZEROS
                           SET CN-MES-DO-MODELO
                                       TO TRUE
                       END-IF
                   END-IF
               WHEN MD-REC-ANUAL
                   IF MD-MES-BASE      EQUAL WS-MES-N
                       SET CN-MES-DO-MODELO
                                       TO TRUE
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
       RTVERIFICAR-MES-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O N-ESIMO DIA UTIL DO MES CORRENTE     *
      *    (MES COM MENOS DIAS UTEIS QUE O PEDIDO FICA NO ULTIMO)      *
      ******************************************************************
       RTCALC-DIA-DEVIDO               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-DT-DEVIDA.
      *
           MOVE ZEROS                  TO WS-CT-UTEIS
                                          WS-CT-ITER.
      *
           MOVE WS-ANO                 TO WS-ITER-ANO.
           MOVE WS-MES-N               TO WS-ITER-MES.
           MOVE 01                     TO WS-ITER-DIA.
      *
           PERFORM RTCALC-DIA-SEMANA.
      *
           PERFORM UNTIL WS-CT-UTEIS   GREATER OR EQUAL MD-DIA-UTIL
                      OR WS-ITER-MES   NOT EQUAL WS-MES-N
               PERFORM RTVERIFICAR-DIA-UTIL
               IF CN-DIA-UTIL
                   ADD 1               TO WS-CT-UTEIS
                   MOVE WS-DT-ITER     TO WS-DT-DEVIDA
               END-IF
               IF WS-CT-UTEIS          LESS MD-DIA-UTIL
                   PERFORM RTAVANCAR-DIA
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTCALC-DIA-DEVIDO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O PRAZO (HOJE + SLA EM DIAS UTEIS)     *
      ******************************************************************
       RTCALC-PRAZO                    SECTION.
      ******************************************************************
      *
           EVALUATE TRUE
               WHEN MD-PRIOR-ALTA
               WHEN MD-PRIOR-MEDIA
               WHEN MD-PRIOR-BAIXA
                   MOVE MD-PRIORIDADE  TO WS-PRIOR-N
               WHEN OTHER
                   MOVE 3              TO WS-PRIOR-N
           END-EVALUATE.
      *
           MOVE ZEROS                  TO WS-CT-UTEIS
                                          WS-CT-ITER.
      *
           MOVE WS-DT-HOJE-8           TO WS-DT-ITER.
      *
           PERFORM RTCALC-DIA-SEMANA.
      *
           PERFORM UNTIL WS-CT-UTEIS   GREATER OR EQUAL
                                       WS-SLA-DIAS (WS-PRIOR-N)
                      OR WS-CT-ITER    GREATER 3660
               PERFORM RTAVANCAR-DIA
               PERFORM RTVERIFICAR-DIA-UTIL
               IF CN-DIA-UTIL
                   ADD 1               TO WS-CT-UTEIS
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTCALC-PRAZO-EXIT.              EXIT.
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
      *    ROTINA PARA VERIFICAR SE O DIA DA ITERACAO E DIA UTIL       *
      ******************************************************************
       RTVERIFICAR-DIA-UTIL            SECTION.
      ******************************************************************
      *
           SET CN-DIA-UTIL             TO TRUE.
      *
           IF CN-FIM-DE-SEMANA
               SET CN-DIA-NAO-UTIL     TO TRUE
           ELSE
               MOVE ZEROS              TO WS-IDX-FER
               PERFORM UNTIL WS-IDX-FER
                                       GREATER OR EQUAL WS-CT-FERIADOS
                   ADD 1               TO WS-IDX-FER
                   IF TF-DT-FERIADO (WS-IDX-FER)
                                       EQUAL WS-DT-ITER
                       SET CN-DIA-NAO-UTIL
                                       TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-DIA-UTIL-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O MAIOR SS DO CADASTRO               *
      ******************************************************************
       RTOBTER-MAX-SS                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-PROX-SS.
      *
           MOVE SPACES                 TO FD-CHAVE.
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FD-CHAVE
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               MOVE ZEROS              TO WS-CT-RETRY-SYS010
               READ SYS010 NEXT        INTO WS-SYS010
               PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                             WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
                   ADD 1               TO WS-CT-RETRY-SYS010
                   READ SYS010 NEXT    INTO WS-SYS010
               END-PERFORM
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-SS        NUMERIC AND
                          WS-SS        GREATER WS-PROX-SS
                           MOVE WS-SS  TO WS-PROX-SS
                       END-IF
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN CN-SYS010-LOCKED
                       MOVE WS-MSGARQ-910
                                       TO WS-MSG
                       PERFORM RTCANCELAR
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-903
                       MOVE WS-MSGARQ-903
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      *    AS CHAVES DAS ATIVIDADES ARQUIVADAS TAMBEM NAO PODEM SER
      *    REATRIBUIDAS (MESMA REGRA DA IMPORTACAO DO ATV14).
           PERFORM RTVARRER-SYS012-MAX.
      *
           SET CN-MAX-SS-OBTIDO        TO TRUE.
      *
      ******************************************************************
       RTOBTER-MAX-SS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O HISTORICO SYS012 ATRAS DO MAIOR SS    *
      ******************************************************************
       RTVARRER-SYS012-MAX             SECTION.
      ******************************************************************
      *
           SET CM-FN-INICIAR-VARREDURA TO TRUE.
      *
           MOVE SPACES                 TO CM-ANO-INI
                                          CM-ANO-FIM.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           SET CM-FN-PROXIMO           TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           PERFORM UNTIL NOT CM-RET-OK
               IF RG-SS                NUMERIC AND
                  RG-SS                GREATER WS-PROX-SS
                   MOVE RG-SS          TO WS-PROX-SS
               END-IF
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-PERFORM.
      *
           IF CM-RET-FIM
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           SET CM-FN-FINALIZAR         TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
      ******************************************************************
       RTVARRER-SYS012-MAX-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GERAR A OCORRENCIA DO MODELO NO SYS010          *
      ******************************************************************
       RTGERAR-ATIVIDADE               SECTION.
      ******************************************************************
      *
      *    O MAIOR SS SO E LEVANTADO QUANDO HA O QUE GERAR.
           IF CN-MAX-SS-PENDENTE
               PERFORM RTOBTER-MAX-SS
           END-IF.
      *
           PERFORM RTCALC-PRAZO.
      *
           INITIALIZE WS-SYS010.
      *
           ADD 1                       TO WS-PROX-SS.
      *
           MOVE WS-PROX-SS             TO WS-SS.
           MOVE 1                      TO WS-ST.
           MOVE WS-DIA                 TO WS-DIA-RECEB.
           MOVE WS-MES                 TO WS-MES-RECEB.
           MOVE WS-ANO                 TO WS-ANO-RECEB.
           MOVE WS-ITER-DIA            TO WS-DIA-TERM.
           MOVE WS-ITER-MES            TO WS-MES-TERM.
           MOVE WS-ITER-ANO            TO WS-ANO-TERM.
           MOVE '18'                   TO WS-HOR-TERM.
           MOVE '00'                   TO WS-MIN-TERM.
           MOVE '00'                   TO WS-SEG-TERM.
           MOVE MD-HR-ESFORCO          TO WS-HR-ESFORCO.
           MOVE ZEROS                  TO WS-HR-REALIZADO.
           MOVE MD-NM-SOLIC            TO WS-NM-SOLIC.
           MOVE SPACES                 TO WS-TEL-SOLIC
                                          WS-RAMAL-SOLIC
                                          WS-LINGUAGEM
                                          WS-VERS-PGM.
           IF CN-SOLIC-CADASTRADO
               MOVE SO-NM-SOLIC        TO WS-NM-SOLIC
               MOVE SO-TEL-SOLIC       TO WS-TEL-SOLIC
               MOVE SO-RAMAL-SOLIC     TO WS-RAMAL-SOLIC
           END-IF.
           MOVE MD-NM-MOD              TO WS-NM-MOD.
           MOVE MD-SIGL-SIST           TO WS-SIGL-SIST.
           MOVE MD-NM-PGM              TO WS-NM-PGM.
           IF MD-OBS                   EQUAL SPACES
               MOVE MD-DESCRICAO       TO WS-OBS
           ELSE
               MOVE MD-OBS             TO WS-OBS
           END-IF.
           MOVE SPACES                 TO WS-DT-CONCL.
           MOVE SPACES                 TO WS-DIA-CONCL
                                          WS-MES-CONCL
                                          WS-ANO-CONCL.
           MOVE ZEROS                  TO WS-HR-CONCL.
           MOVE ZEROS                  TO WS-NR-DUVID.
           MOVE 'ATV53   '             TO WS-OPERADOR.
           SET WS-STATUS-ABERTO        TO TRUE.
           MOVE MD-COD-SOLIC           TO WS-COD-SOLIC.
           MOVE MD-RESPONSAVEL         TO WS-RESPONSAVEL.
           MOVE WS-PRIOR-N             TO WS-PRIORIDADE.
           MOVE WS-DT-ITER             TO WS-DT-TERM-ORIG.
           MOVE ZEROS                  TO WS-QT-RENEG.
      *
           PERFORM RTGRAVAR-SYS010.
      *
           PERFORM RTGRAVAR-EVENTO.
      *
           PERFORM RTGRAVAR-TRANSICAO.
      *
           PERFORM RTSUBMETER-ALCADA.
      *
           MOVE WS-COMPET-ATUAL        TO MD-COMPET-ULT.
           MOVE WS-SS                  TO MD-ULT-SS.
           MOVE WS-ST                  TO MD-ULT-ST.
           MOVE WS-DT-HOJE-8           TO MD-DT-ULT-GERACAO.
      *
           REWRITE MD-SYS083.
      *
           IF CN-SYS083-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS083   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           ADD 1                       TO AC-GERADAS.
      *
           STRING WS-DIA-TERM '/' WS-MES-TERM '/' WS-ANO-TERM
                                       DELIMITED BY SIZE
                                       INTO WS-TX-PRAZO.
      *
           IF AV-RET-PENDENTE
               MOVE 'GERADA - AGUARDA APROVACAO'
                                       TO WS-TX-SITUACAO
           ELSE
               MOVE 'GERADA'           TO WS-TX-SITUACAO
           END-IF.
      *
           PERFORM RTIMPRIMIR-LINHA.
      *
      ******************************************************************
       RTGERAR-ATIVIDADE-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A OCORRENCIA NO SYS010                   *
      ******************************************************************
       RTGRAVAR-SYS010                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-RETRY-SYS010
                                          WS-CT-RETRY-DUP.
      *
           WRITE FD-SYS010             FROM WS-SYS010.
      *
      *    CHAVE TOMADA POR INCLUSAO SIMULTANEA PASSA PARA O SS
      *    SEGUINTE.
           PERFORM UNTIL (NOT CN-SYS010-LOCKED AND
                          NOT CN-SYS010-DUP) OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010 OR
                         WS-CT-RETRY-DUP    GREATER OR EQUAL 10
               IF CN-SYS010-DUP
                   ADD 1               TO WS-CT-RETRY-DUP
                   ADD 1               TO WS-PROX-SS
                   MOVE WS-PROX-SS     TO WS-SS
               ELSE
                   ADD 1               TO WS-CT-RETRY-SYS010
               END-IF
               WRITE FD-SYS010         FROM WS-SYS010
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   CONTINUE
               WHEN CN-SYS010-LOCKED
                   MOVE WS-MSGARQ-910  TO WS-MSG
                   PERFORM RTCANCELAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTGRAVAR-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O EVENTO DE INCLUSAO NA TRILHA SYS057    *
      ******************************************************************
       RTGRAVAR-EVENTO                 SECTION.
      ******************************************************************
      *
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
           MOVE SPACES                 TO EV-SYS057.
           MOVE WS-SS                  TO EV-SS.
           MOVE WS-ST                  TO EV-ST.
           SET EV-EVT-IMPORTADO        TO TRUE.
           MOVE WS-DT-HOJE-8           TO EV-DT-EVENTO.
           MOVE WS-HORA-CORR           TO EV-HR-EVENTO.
           MOVE 'ATV53   '             TO EV-OPERADOR.
      *
           STRING 'MODELO '  MD-COD-MODELO
                                       DELIMITED BY SIZE
                                       INTO EV-COMPLEMENTO.
      *
           WRITE EV-SYS057.
      *
           IF CN-SYS057-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS057   TO WS-RETCOD-907
               MOVE WS-MSGARQ-907      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-EVENTO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR O MODELO JA GERADO NO MES                *
      ******************************************************************
       RTLISTAR-EXISTENTE              SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-EXISTENTES.
      *
           MOVE SPACES                 TO WS-TX-PRAZO
                                          WS-TX-SITUACAO.
      *
           STRING 'JA EXISTENTE - GERADA EM '
                  MD-DT-ULT-GERACAO (7:2) '/'
                  MD-DT-ULT-GERACAO (5:2) '/'
                  MD-DT-ULT-GERACAO (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-TX-SITUACAO.
      *
           PERFORM RTIMPRIMIR-LINHA.
      *
      ******************************************************************
       RTLISTAR-EXISTENTE-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR O MODELO PULADO POR SOLICITANTE INATIVO  *
      ******************************************************************
       RTLISTAR-INATIVO                SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-INATIVOS.
      *
           MOVE SPACES                 TO WS-TX-PRAZO
                                          WS-TX-SITUACAO.
      *
           MOVE 'PULADA - SOLICITANTE INATIVO'
                                       TO WS-TX-SITUACAO.
      *
           PERFORM RTIMPRIMIR-LINHA.
      *
      ******************************************************************
       RTLISTAR-INATIVO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA LINHA DO RELATORIO (SYS084)        *
      ******************************************************************
       RTIMPRIMIR-LINHA                SECTION.
      ******************************************************************
      *
           IF WS-CT-LINHA              GREATER OR EQUAL 60
               PERFORM RTIMPRIMIR-CABECALHO
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING MD-COD-MODELO '  '   MD-DESCRICAO '  '
                  MD-RECORRENCIA '    '
                  MD-ULT-SS '/' MD-ULT-ST '  '
                  WS-TX-PRAZO '  '     WS-TX-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS084             FROM WS-LINHA-REL.
      *
           IF CN-SYS084-OK
               ADD 1                   TO WS-CT-LINHA
           ELSE
               MOVE WS-STATUS-SYS084   TO WS-RETCOD-911
               MOVE WS-MSGARQ-911      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-LINHA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O CABECALHO DO RELATORIO               *
      ******************************************************************
       RTIMPRIMIR-CABECALHO            SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-NR-PAGINA.
      *
           MOVE ZEROS                  TO WS-CT-LINHA.
      *
           MOVE WS-NR-PAGINA           TO WS-NR-PAGINA-ED.
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2
                                          WS-CAB-REL3.
      *
           STRING '            ATIVIDADES RECORRENTES GERADAS NA RODADA'
                  ' - SYS084'         DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING 'MOD.  DESCRICAO                                 '
                  'REC  SS     ST      PRAZO       SITUACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           WRITE FD-SYS084             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS084             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS084.
      *
           WRITE FD-SYS084.
      *
           WRITE FD-SYS084             FROM WS-CAB-REL3.
      *
           IF CN-SYS084-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS084   TO WS-RETCOD-911
               MOVE WS-MSGARQ-911      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DA GERACAO                   *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE AC-MODELOS             TO WS-MODELOS-ED.
           MOVE AC-GERADAS             TO WS-GERADAS-ED.
           MOVE AC-EXISTENTES          TO WS-EXISTENTES-ED.
           MOVE AC-AGUARD-APROV        TO WS-AGUARD-ED.
           MOVE AC-INATIVOS            TO WS-INATIVOS-ED.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING 'MODELOS LIDOS: '   WS-MODELOS-ED
                  '     OCORRENCIAS GERADAS: '
                                       WS-GERADAS-ED
                  '     JA EXISTENTES: '
                                       WS-EXISTENTES-ED
                  '     AGUARDANDO APROVACAO: '
                                       WS-AGUARD-ED
                  '   INATIVOS: '      WS-INATIVOS-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           MOVE SPACES                 TO FD-SYS084.
      *
           WRITE FD-SYS084.
      *
           WRITE FD-SYS084             FROM WS-LINHA-REL.
      *
           IF CN-SYS084-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS084   TO WS-RETCOD-911
               MOVE WS-MSGARQ-911      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-TOTAIS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SUBMETER A OCORRENCIA GERADA A ALCADA DE        *
      *    APROVACAO DE ESFORCO (ATV63)                                *
      ******************************************************************
       RTSUBMETER-ALCADA               SECTION.
      ******************************************************************
      *
           SET AV-FN-AVALIAR           TO TRUE.
      *
           MOVE WS-SS                  TO AV-SS.
           MOVE WS-ST                  TO AV-ST.
           MOVE WS-SIGL-SIST           TO AV-SIGL-SIST.
           MOVE WS-PRIORIDADE          TO AV-PRIORIDADE.
           MOVE 'ATV53   '             TO AV-OPERADOR.
      *
           IF WS-HR-ESFORCO            NUMERIC
               MOVE WS-HR-ESFORCO      TO AV-HR-ESFORCO
           ELSE
               MOVE ZEROS              TO AV-HR-ESFORCO
           END-IF.
      *
           CALL WS-ATV63               USING WS-COMANDO-APROV.
      *
           IF AV-RET-PENDENTE
               ADD 1                   TO AC-AGUARD-APROV
           END-IF.
      *
      ******************************************************************
       RTSUBMETER-ALCADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A MUDANCA DE STATUS NA TRILHA SYS088     *
      ******************************************************************
       RTGRAVAR-TRANSICAO              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO TS-SYS088.
      *
           MOVE WS-SS                  TO TS-SS.
           MOVE WS-ST                  TO TS-ST.
           MOVE SPACES                 TO TS-STATUS-DE.
           MOVE WS-STATUS              TO TS-STATUS-PARA.
      *
           MOVE WS-DT-HOJE-8           TO TS-DT-TRANS.
           ACCEPT TS-HR-TRANS          FROM TIME.
      *
           MOVE 'ATV53   '             TO TS-OPERADOR.
           MOVE 'ATV53'                TO TS-PROGRAMA.
      *
           WRITE TS-SYS088.
      *
      *    DUAS MUDANCAS PARA O MESMO STATUS NO MESMO SEGUNDO VALEM UMA.
           IF CN-SYS088-OK             OR CN-SYS088-DUP
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-912
               MOVE WS-MSGARQ-912      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-TRANSICAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DOS ARQUIVOS                         *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           IF CN-SYS041-ABERTO
               CLOSE SYS041
           END-IF.
      *
           CLOSE SYS083
                 SYS010
                 SYS057
                 SYS084
                 SYS088.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CANCELAMENTO DO PROGRAMA                        *
      ******************************************************************
       RTCANCELAR                      SECTION.
      ******************************************************************
      *
           PERFORM RTFECHAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTCANCELAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA FINAL                                                *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-MSG                 TO LK-MSG.
      *
           MOVE ZEROS                  TO RETURN-CODE.
      *
           GOBACK.
      *
      ******************************************************************
       RTFINALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
