      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV75.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV75                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# ANONIMIZACAO DE SOLICITANTES INATIVOS (LGPD) *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - ANONIMIZACAO       *
      *                       SUPERVISIONADA DOS SOLICITANTES          *
      *                       INATIVOS CUJA ULTIMA ATIVIDADE (RECEBI-  *
      *                       MENTO OU CONCLUSAO) E ANTERIOR AO PRAZO  *
      *                       DE RETENCAO (PARAMETRO RETENCAO-LGPD DA  *
      *                       TABELA SYS106, EM MESES, PADRAO 60) E    *
      *                       QUE NAO TEM ATIVIDADE EM ABERTO - NOME   *
      *                       VIRA 'DADO ANONIMIZADO', TELEFONE E      *
      *                       RAMAL VIRAM '*' NO SYS041, SYS010,       *
      *                       ARQUIVO MORTO (VIA ATV48), JORNAL        *
      *                       SYS015, LOG SYS040, MOVIMENTO SYS020,    *
      *                       MODELOS SYS083 E PESQUISAS SYS093; NOME  *
      *                       E TELEFONE CITADOS NOS TEXTOS LIVRES     *
      *                       (OBS, PENDENCIAS SYS044, ANOTACOES       *
      *                       SYS071, COMENTARIOS SYS093) SAO COBERTOS *
      *                       POR '*' - O COD-SOLIC E MANTIDO PARA AS  *
      *                       ESTATISTICAS - CERTIFICADO EM SYS111,    *
      *                       SEM DADO PESSOAL - CHAMADO PELO MENU DE  *
      *                       SUPERVISAO ATV26                         *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
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
           SELECT  SYS041    ASSIGN    TO 'SYS041.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SO-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
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
           SELECT  SYS044    ASSIGN    TO 'SYS044.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PD-CHAVE-PEND
                     FILE STATUS IS WS-STATUS-SYS044.
      *
           SELECT  SYS071    ASSIGN    TO 'SYS071.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY NT-CHAVE-NOTA
                     FILE STATUS IS WS-STATUS-SYS071.
      *
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY MD-COD-MODELO
                     FILE STATUS IS WS-STATUS-SYS083.
      *
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-SYS093.
      *
           SELECT  SYSENT    ASSIGN    TO DYNAMIC WS-NOME-ENT
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYSENT.
      *
           SELECT  SYSKEEP   ASSIGN    TO 'SYS019.TMP'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYSKEEP.
      *
           SELECT  SYS111    ASSIGN    TO 'SYS111.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS111.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS041
                              DATA RECORD SO-SYS041.
      *
       01          SO-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==SO==.
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
      *
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS044
                              DATA RECORD PD-SYS044.
      *
       01          PD-SYS044.
      *
           COPY WATV04                 REPLACING ==::== BY ==PD==.
      *
       FD          SYS071
                              DATA RECORD NT-SYS071.
      *
       01          NT-SYS071.
      *
           COPY WATV20                 REPLACING ==::== BY ==NT==.
      *
       FD          SYS083
                              DATA RECORD MD-SYS083.
      *
       01          MD-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==MD==.
      *
       FD          SYS093
                              DATA RECORD PQ-SYS093.
      *
       01          PQ-SYS093.
      *
           COPY WATV32                 REPLACING ==::== BY ==PQ==.
      *
       FD          SYSENT
                              RECORDING MODE IS F
                              DATA RECORD EN-SYSENT
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          EN-SYSENT.
           03      FILLER          PIC     X(400)        VALUE SPACES.
      *
      *    VISOES DO INICIO DA LINHA - AS AREAS SAO MAIS CURTAS QUE O
      *    BUFFER, ENTAO O RESTANTE DA LINHA ORIGINAL E PRESERVADO.
       01          EN-IMAGEM-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==EI==.
      *
       01          EN-IMAGEM-SYS020.
      *
           COPY WATV02                 REPLACING ==::== BY ==EM==.
      *
       FD          SYSKEEP
                              RECORDING MODE IS F
                              DATA RECORD KP-SYSKEEP
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          KP-SYSKEEP.
           03      FILLER          PIC     X(400)        VALUE SPACES.
      *
       FD          SYS111
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS111
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS111.
           03      FILLER          PIC     X(132)        VALUE SPACES.
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
             05    AC-INATIVOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ELEGIVEIS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-RETIDOS      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ANONIMIZADOS PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-REGISTROS    PIC    S9(07) COMP-3  VALUE ZEROS.
      *
      *    TOTAIS POR ARQUIVO, NA ORDEM DE WS-TAB-NOMES-ARQ.
             05    AC-ARQ          PIC    S9(07) COMP-3  VALUE ZEROS
                                   OCCURS 9 TIMES.
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
             05    WS-OPT          PIC     X(01)         VALUE SPACES.
             05    WS-TECLA        PIC     X(02).
               88  CN-ESC                                VALUE '01'.
               88  CN-PF12                               VALUE '93'.
             05    WS-CT-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-SW-SYS044    PIC     X(01)         VALUE 'N'.
               88  CN-SYS044-ABERTO                      VALUE 'S'.
             05    WS-SW-SYS071    PIC     X(01)         VALUE 'N'.
               88  CN-SYS071-ABERTO                      VALUE 'S'.
             05    WS-SW-ALTERADO  PIC     X(01)         VALUE 'N'.
               88  CN-TEXTO-ALTERADO                     VALUE 'S'.
             05    WS-SW-FASE      PIC     X(01)         VALUE 'S'.
               88  CN-FASE-SELECAO                       VALUE 'S'.
               88  CN-FASE-ANONIMIZACAO                  VALUE 'A'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-HORA-CORR.
               07  WS-HOR          PIC     X(02)         VALUE SPACES.
               07  WS-MIN          PIC     X(02)         VALUE SPACES.
               07  WS-SEG          PIC     X(02)         VALUE SPACES.
               07  FILLER          PIC     X(02)         VALUE SPACES.
             05    WS-DT-CORTE     PIC     X(08)         VALUE SPACES.
             05    WS-DT-CORTE-ED  PIC     X(10)         VALUE SPACES.
             05    WS-DT-REGISTRO  PIC     X(08)         VALUE SPACES.
             05    WS-ANO-N        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-MES-N        PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-ANO-CORTE    PIC     9(04)         VALUE ZEROS.
             05    WS-MES-CORTE    PIC     9(02)         VALUE ZEROS.
             05    WS-NOME-ENT     PIC     X(14)         VALUE SPACES.
             05    WS-IDX-ARQ      PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-COD-TESTE    PIC     9(05)         VALUE ZEROS.
             05    WS-NM-TESTE     PIC     X(60)         VALUE SPACES.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT7-ED       PIC     Z.ZZZ.ZZ9     VALUE ZEROS.
             05    WS-QT-RETENCAO-ED
                                   PIC     ZZ9           VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DO MASCARAMENTO DE TEXTO LIVRE                         *
      ******************************************************************
           03      WS-AREA-MASCARA.
             05    FILLER          PIC     X(09)         VALUE
                                   '=MASCARA='.
      *    TEXTO A MASCARAR (CAMPO DO REGISTRO) E SUA COPIA EM
      *    MAIUSCULAS, ONDE AS OCORRENCIAS SAO PROCURADAS.
             05    WS-TX-MASCARA   PIC     X(100)        VALUE SPACES.
             05    WS-TX-MAI       PIC     X(100)        VALUE SPACES.
             05    WS-TX-ORIGINAL  PIC     X(100)        VALUE SPACES.
      *    NOME E TELEFONE GRAVADOS NO PROPRIO REGISTRO (PODEM DIFERIR
      *    DO CADASTRO - DIGITACAO LIVRE ANTES DO COD-SOLIC).
             05    WS-NM-REG       PIC     X(60)         VALUE SPACES.
             05    WS-NUM1-REG     PIC     X(04)         VALUE SPACES.
             05    WS-NUM2-REG     PIC     X(04)         VALUE SPACES.
             05    WS-NM-MASC      PIC     X(60)         VALUE SPACES.
             05    WS-NUM1-MASC    PIC     X(04)         VALUE SPACES.
             05    WS-NUM2-MASC    PIC     X(04)         VALUE SPACES.
             05    WS-PALAVRA      PIC     X(60)         VALUE SPACES.
             05    WS-TM-PALAVRA   PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-PT-NOME      PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-CT-PALAVRAS  PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-OCORR     PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-ANTES     PIC    S9(03) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    TABELA DOS SOLICITANTES INATIVOS CANDIDATOS                 *
      ******************************************************************
           03      WS-AREA-TITULARES.
             05    FILLER          PIC     X(11)         VALUE
                                   '=TITULARES='.
             05    WS-CT-TIT       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-TIT      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-BUSCA    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-SW-EXCESSO   PIC     X(01)         VALUE 'N'.
               88  CN-TABELA-EXCEDIDA                    VALUE 'S'.
             05    WS-TAB-TITULAR  OCCURS 500 TIMES.
               07  TT-COD-SOLIC    PIC     9(05).
               07  TT-NM-SOLIC     PIC     X(60).
               07  TT-NM-MAI       PIC     X(60).
               07  TT-NUM1-SOLIC   PIC     X(04).
               07  TT-NUM2-SOLIC   PIC     X(04).
               07  TT-DT-ULT       PIC     X(08).
               07  TT-SW-ABERTA    PIC     X(01).
               07  TT-SW-HOMONIMO  PIC     X(01).
               07  TT-SW-ELEGIVEL  PIC     X(01).
               07  TT-QT-ARQ       PIC    S9(05) COMP-3
                                   OCCURS 9 TIMES.
      *
      ******************************************************************
      *    NOMES DOS ARQUIVOS TRATADOS (ORDEM DOS CONTADORES)          *
      ******************************************************************
           03      WS-NOMES-ARQ.
             05    FILLER          PIC     X(40)         VALUE
                   'SYS010  ARQMORTOSYS044  SYS071  SYS015  '.
             05    FILLER          PIC     X(32)         VALUE
                   'SYS040  SYS020  SYS083  SYS093  '.
           03      WS-TAB-NOMES-ARQ REDEFINES WS-NOMES-ARQ.
             05    WS-NOME-ARQ     PIC     X(08)
                                   OCCURS 9 TIMES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS041
                                   PIC     X(02).
               88  CN-SYS041-OK                          VALUE '00'.
               88  CN-SYS041-DPL                         VALUE '02'.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-EOF                         VALUE '10'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-BUSY                        VALUE '61'.
               88  CN-SYS010-LOCKED                      VALUE '51'.
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS044
                                   PIC     X(02).
               88  CN-SYS044-OK                          VALUE '00'.
               88  CN-SYS044-DPL                         VALUE '02'.
               88  CN-SYS044-EOF                         VALUE '10'.
               88  CN-SYS044-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS071
                                   PIC     X(02).
               88  CN-SYS071-OK                          VALUE '00'.
               88  CN-SYS071-DPL                         VALUE '02'.
               88  CN-SYS071-EOF                         VALUE '10'.
               88  CN-SYS071-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS083
                                   PIC     X(02).
               88  CN-SYS083-OK                          VALUE '00'.
               88  CN-SYS083-DPL                         VALUE '02'.
               88  CN-SYS083-EOF                         VALUE '10'.
               88  CN-SYS083-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS093
                                   PIC     X(02).
               88  CN-SYS093-OK                          VALUE '00'.
               88  CN-SYS093-DPL                         VALUE '02'.
               88  CN-SYS093-EOF                         VALUE '10'.
               88  CN-SYS093-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYSENT
                                   PIC     X(02).
               88  CN-SYSENT-OK                          VALUE '00'.
               88  CN-SYSENT-EOF                         VALUE '10'.
               88  CN-SYSENT-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYSKEEP
                                   PIC     X(02).
               88  CN-SYSKEEP-OK                         VALUE '00'.
               88  CN-SYSKEEP-EOF                        VALUE '10'.
      *
             05    WS-STATUS-SYS111
                                   PIC     X(02).
               88  CN-SYS111-OK                          VALUE '00'.
               88  CN-SYS111-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.901I - ERRO NO OPEN DOS ARQUIVOS   STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.902I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.903I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.904I - ERRO NO ARQ. SYS041         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.905I - ERRO NO ARQ. SYS044/SYS071  STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.906I - ERRO NOS ARQUIVOS SEQUENC.  STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.907I - ERRO NO ARQ. SYS083/SYS093  STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.908I - ERRO NO ARQ. SYS111         STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.909I - NENHUM SOLICITANTE A ANONIMIZAR     '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.910I - MAIS DE 500 INATIVOS - RODAR DE NOVO'.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.911I - ANONIMIZACAO CANCELADA PELO OPERADOR'.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV75.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
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
             05    WS-MESES-RETENCAO
                                   PIC    S9(03) COMP-3  VALUE 60.
      *
      ******************************************************************
      *    CONSTANTES                                                  *
      ******************************************************************
       01          WS-TOKEN-ANONIMO
                                   PIC     X(16)         VALUE
                                   'DADO ANONIMIZADO'.
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
      *    AREA DO REGISTRO DE MOVIMENTO SYS020 (WATV02)               *
      ******************************************************************
       01          WS-REG-SYS020.
      *
           COPY WATV02                 REPLACING ==::== BY ==MV==.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS111)                         *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
      *
       01          WS-TAB-QT-ED.
           03      WS-QT-ARQ-ED    PIC     ZZZZ9
                                   OCCURS 9 TIMES.
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
       SCREEN                          SECTION.
      ******************************************************************
      *
       01          SC-SCREEN.
           03      SC-CONFIG.
             05    BLANK SCREEN FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
      *
      ******************************************************************
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 04 COLUMN 14                     VALUE
                   ' *** ANONIMIZACAO DE SOLICITANTES (LGPD) ***      '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-SELECAO.
             05    LINE 07 COLUMN 04                     VALUE
                   'RETENCAO (MESES)...................: '.
             05    LINE 07 COLUMN 42
                                   PIC     ZZ9 FROM WS-MESES-RETENCAO.
             05    LINE 08 COLUMN 04                     VALUE
                   'ULTIMA ATIVIDADE ANTERIOR A........: '.
             05    LINE 08 COLUMN 42
                                   PIC     X(10) FROM WS-DT-CORTE-ED.
             05    LINE 10 COLUMN 04                     VALUE
                   'SOLICITANTES INATIVOS..............: '.
             05    LINE 10 COLUMN 42
                                   PIC     ZZZZ9 FROM AC-INATIVOS.
             05    LINE 11 COLUMN 04                     VALUE
                   'RETIDOS (ATIVIDADE ABERTA/RECENTE).: '.
             05    LINE 11 COLUMN 42
                                   PIC     ZZZZ9 FROM AC-RETIDOS.
             05    LINE 12 COLUMN 04                     VALUE
                   'A ANONIMIZAR.......................: ' HIGHLIGHT.
             05    LINE 12 COLUMN 42
                                   PIC     ZZZZ9 FROM AC-ELEGIVEIS
                                   HIGHLIGHT.
           03      SC-RESULTADO.
             05    LINE 15 COLUMN 04                     VALUE
                   'SOLICITANTES ANONIMIZADOS..........: '.
             05    LINE 15 COLUMN 42
                                   PIC     ZZZZ9 FROM AC-ANONIMIZADOS.
             05    LINE 16 COLUMN 04                     VALUE
                   'REGISTROS ALTERADOS NOS ARQUIVOS...: '.
             05    LINE 16 COLUMN 42
                                   PIC     ZZZZZZ9 FROM AC-REGISTROS.
             05    LINE 18 COLUMN 04                     VALUE
                   'CERTIFICADO GRAVADO EM SYS111.LST'.
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
           PERFORM RTSELECIONAR.
      *
           IF AC-ELEGIVEIS             GREATER ZEROS
               DISPLAY SC-SCREEN
               DISPLAY SC-SELECAO
               PERFORM RTOPCAO
               IF CN-PF12
                   PERFORM RTPROCESSAR
               ELSE
                   MOVE WS-MSGARQ-911  TO WS-MSG
               END-IF
           ELSE
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTEXIBIR-SELECAO
           END-IF.
      *
           PERFORM RTFECHAR.
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
                      WS-AREA-MASCARA
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           MOVE ZEROS                  TO WS-CT-TIT.
      *
           MOVE 'N'                    TO WS-SW-EXCESSO.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
           PERFORM RTCALC-CORTE.
      *
           OPEN I-O SYS041.
      *
           IF CN-SYS041-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS041   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
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
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
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
           MOVE 'RETENCAO-LGPD'        TO CP-COD-PARAM.
           MOVE 60                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-MESES-RETENCAO.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR A DATA DE CORTE (HOJE - N MESES)       *
      ******************************************************************
       RTCALC-CORTE                    SECTION.
      ******************************************************************
      *
           MOVE WS-ANO                 TO WS-ANO-N.
           MOVE WS-MES                 TO WS-MES-N.
      *
           SUBTRACT WS-MESES-RETENCAO  FROM WS-MES-N.
      *
           PERFORM UNTIL WS-MES-N      GREATER ZEROS
               ADD 12                  TO WS-MES-N
               SUBTRACT 1              FROM WS-ANO-N
           END-PERFORM.
      *
           MOVE WS-ANO-N               TO WS-ANO-CORTE.
           MOVE WS-MES-N               TO WS-MES-CORTE.
      *
      *    O CORTE FECHA NO PRIMEIRO DIA DO MES - O MES DE CORTE
      *    INTEIRO AINDA E RETIDO.
           STRING WS-ANO-CORTE WS-MES-CORTE '01'
                                       DELIMITED BY SIZE
                                       INTO WS-DT-CORTE.
      *
           STRING '01/' WS-MES-CORTE '/' WS-ANO-CORTE
                                       DELIMITED BY SIZE
                                       INTO WS-DT-CORTE-ED.
      *
      ******************************************************************
       RTCALC-CORTE-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR OS SOLICITANTES A ANONIMIZAR         *
      ******************************************************************
       RTSELECIONAR                    SECTION.
      ******************************************************************
      *
           SET CN-FASE-SELECAO         TO TRUE.
      *
           PERFORM RTCARREGAR-INATIVOS.
      *
           IF WS-CT-TIT                GREATER ZEROS
               PERFORM RTMARCAR-HOMONIMOS
               PERFORM RTVARRER-SYS010
               PERFORM RTVARRER-ARQM
               MOVE ZEROS              TO WS-IDX-TIT
               PERFORM UNTIL WS-IDX-TIT
                                       GREATER OR EQUAL WS-CT-TIT
                   ADD 1               TO WS-IDX-TIT
                   PERFORM RTAVALIAR-ELEGIVEL
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTSELECIONAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR OS INATIVOS AINDA NAO ANONIMIZADOS     *
      ******************************************************************
       RTCARREGAR-INATIVOS             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO SO-COD-SOLIC.
      *
           START SYS041         KEY IS GREATER THAN OR
                                       EQUAL SO-COD-SOLIC
               INVALID KEY
                   SET CN-SYS041-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS041-EOF
               READ SYS041 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS041-OK
                   WHEN CN-SYS041-DPL
                       IF SO-SOLIC-INATIVO AND
                          SO-NM-SOLIC  NOT EQUAL WS-TOKEN-ANONIMO
                           ADD 1       TO AC-INATIVOS
                           PERFORM RTINCLUIR-TITULAR
                       END-IF
                   WHEN CN-SYS041-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTCARREGAR-INATIVOS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR UM INATIVO NA TABELA                    *
      ******************************************************************
       RTINCLUIR-TITULAR               SECTION.
      ******************************************************************
      *
      *    O QUE EXCEDER A TABELA FICA PARA A PROXIMA EXECUCAO - OS JA
      *    ANONIMIZADOS NAO SAO MAIS CARREGADOS.
           IF WS-CT-TIT                LESS 500
               ADD 1                   TO WS-CT-TIT
               INITIALIZE WS-TAB-TITULAR (WS-CT-TIT)
               MOVE SO-COD-SOLIC       TO TT-COD-SOLIC (WS-CT-TIT)
               MOVE SO-NM-SOLIC        TO TT-NM-SOLIC (WS-CT-TIT)
                                          TT-NM-MAI (WS-CT-TIT)
               INSPECT TT-NM-MAI (WS-CT-TIT)
                                       CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SO-NUM1-SOLIC      TO TT-NUM1-SOLIC (WS-CT-TIT)
               MOVE SO-NUM2-SOLIC      TO TT-NUM2-SOLIC (WS-CT-TIT)
               MOVE SPACES             TO TT-DT-ULT (WS-CT-TIT)
               MOVE 'N'                TO TT-SW-ABERTA (WS-CT-TIT)
                                          TT-SW-HOMONIMO (WS-CT-TIT)
                                          TT-SW-ELEGIVEL (WS-CT-TIT)
           ELSE
               SET CN-TABELA-EXCEDIDA  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTINCLUIR-TITULAR-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MARCAR OS INATIVOS COM HOMONIMO NO CADASTRO     *
      ******************************************************************
       RTMARCAR-HOMONIMOS              SECTION.
      ******************************************************************
      *
      *    REGISTRO SEM CODIGO SO E ATRIBUIDO PELO NOME QUANDO NENHUM
      *    OUTRO CODIGO DO CADASTRO TEM O MESMO NOME.
           MOVE ZEROS                  TO SO-COD-SOLIC.
      *
           START SYS041         KEY IS GREATER THAN OR
                                       EQUAL SO-COD-SOLIC
               INVALID KEY
                   SET CN-SYS041-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS041-EOF
               READ SYS041 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS041-OK
                   WHEN CN-SYS041-DPL
                       MOVE SO-NM-SOLIC
                                       TO WS-NM-TESTE
                       INSPECT WS-NM-TESTE
                                       CONVERTING
                               'abcdefghijklmnopqrstuvwxyz'
                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       MOVE ZEROS      TO WS-IDX-BUSCA
                       PERFORM UNTIL WS-IDX-BUSCA
                                       GREATER OR EQUAL WS-CT-TIT
                           ADD 1       TO WS-IDX-BUSCA
                           IF TT-NM-MAI (WS-IDX-BUSCA)
                                       EQUAL WS-NM-TESTE AND
                              TT-COD-SOLIC (WS-IDX-BUSCA)
                                       NOT EQUAL SO-COD-SOLIC
                               MOVE 'S'
                                       TO TT-SW-HOMONIMO (WS-IDX-BUSCA)
                           END-IF
                       END-PERFORM
                   WHEN CN-SYS041-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTMARCAR-HOMONIMOS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O TITULAR DE UM REGISTRO NA TABELA    *
      *    (WS-COD-TESTE E WS-NM-TESTE PREPARADOS PELO CHAMADOR;       *
      *    WS-IDX-TIT DEVOLVIDO ZERADO QUANDO NAO E DE NENHUM)         *
      ******************************************************************
       RTLOCALIZAR-TITULAR             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-TIT.
      *
           IF WS-COD-TESTE             NUMERIC AND
              WS-COD-TESTE             GREATER ZEROS
               MOVE ZEROS              TO WS-IDX-BUSCA
               PERFORM UNTIL WS-IDX-BUSCA
                                       GREATER OR EQUAL WS-CT-TIT
                          OR WS-IDX-TIT
                                       GREATER ZEROS
                   ADD 1               TO WS-IDX-BUSCA
                   IF TT-COD-SOLIC (WS-IDX-BUSCA)
                                       EQUAL WS-COD-TESTE
                       MOVE WS-IDX-BUSCA
                                       TO WS-IDX-TIT
                   END-IF
               END-PERFORM
           ELSE
               INSPECT WS-NM-TESTE     CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE ZEROS              TO WS-IDX-BUSCA
               PERFORM UNTIL WS-IDX-BUSCA
                                       GREATER OR EQUAL WS-CT-TIT
                          OR WS-IDX-TIT
                                       GREATER ZEROS
                   ADD 1               TO WS-IDX-BUSCA
                   IF TT-NM-MAI (WS-IDX-BUSCA)
                                       EQUAL WS-NM-TESTE AND
                      TT-SW-HOMONIMO (WS-IDX-BUSCA)
                                       EQUAL 'N'
                       MOVE WS-IDX-BUSCA
                                       TO WS-IDX-TIT
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    NA ANONIMIZACAO SO INTERESSAM OS ELEGIVEIS.
           IF CN-FASE-ANONIMIZACAO     AND
              WS-IDX-TIT               GREATER ZEROS
               IF TT-SW-ELEGIVEL (WS-IDX-TIT)
                                       NOT EQUAL 'S'
                   MOVE ZEROS          TO WS-IDX-TIT
               END-IF
           END-IF.
      *
      ******************************************************************
       RTLOCALIZAR-TITULAR-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O SYS010 (SELECAO OU ANONIMIZACAO)       *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO FD-CHAVE.
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FD-CHAVE
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       MOVE WS-COD-SOLIC
                                       TO WS-COD-TESTE
                       MOVE WS-NM-SOLIC
                                       TO WS-NM-TESTE
                       PERFORM RTLOCALIZAR-TITULAR
                       IF WS-IDX-TIT   GREATER ZEROS
                           IF CN-FASE-SELECAO
                               PERFORM RTACUMULAR-ATIVIDADE
                           ELSE
                               PERFORM RTANONIMIZAR-ATIVIDADE
                               REWRITE FD-SYS010
                                       FROM WS-SYS010
                               IF CN-SYS010-OK OR CN-SYS010-DPL
                                   MOVE 1
                                       TO WS-IDX-ARQ
                                   PERFORM RTCONTAR-REGISTRO
                               ELSE
                                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-902
                                   MOVE WS-MSGARQ-902
                                       TO WS-MSG
                                   PERFORM RTFINALIZAR
                               END-IF
                           END-IF
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
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O ARQUIVO MORTO (SELECAO/ANONIMIZACAO)   *
      ******************************************************************
       RTVARRER-ARQM                   SECTION.
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
               MOVE WS-REGISTRO-ARQM   TO WS-SYS010
               MOVE WS-COD-SOLIC       TO WS-COD-TESTE
               MOVE WS-NM-SOLIC        TO WS-NM-TESTE
               PERFORM RTLOCALIZAR-TITULAR
               IF WS-IDX-TIT           GREATER ZEROS
                   IF CN-FASE-SELECAO
                       PERFORM RTACUMULAR-ATIVIDADE
                   ELSE
                       PERFORM RTANONIMIZAR-ATIVIDADE
                       MOVE WS-SYS010  TO WS-REGISTRO-ARQM
                       SET CM-FN-REGRAVAR
                                       TO TRUE
                       CALL WS-ATV48   USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
                       IF CM-RET-OK
                           MOVE 2      TO WS-IDX-ARQ
                           PERFORM RTCONTAR-REGISTRO
                       ELSE
                           MOVE WS-MSGARQ-903
                                       TO WS-MSG
                           PERFORM RTFINALIZAR
                       END-IF
                   END-IF
               END-IF
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-PERFORM.
      *
           IF CM-RET-FIM
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTVARRER-ARQM-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR A ULTIMA DATA E A SITUACAO DO TITULAR  *
      ******************************************************************
       RTACUMULAR-ATIVIDADE            SECTION.
      ******************************************************************
      *
           IF WS-STATUS-ABERTO         OR
              WS-STATUS-ANDAMENTO      OR
              WS-STATUS-AGUARD-SOLIC
               MOVE 'S'                TO TT-SW-ABERTA (WS-IDX-TIT)
           END-IF.
      *
           MOVE SPACES                 TO WS-DT-REGISTRO.
      *
           STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO WS-DT-REGISTRO.
      *
           IF WS-DT-REGISTRO           NUMERIC AND
              WS-DT-REGISTRO           GREATER TT-DT-ULT (WS-IDX-TIT)
               MOVE WS-DT-REGISTRO     TO TT-DT-ULT (WS-IDX-TIT)
           END-IF.
      *
           IF WS-DT-CONCL              NUMERIC AND
              WS-DT-CONCL              GREATER TT-DT-ULT (WS-IDX-TIT)
               MOVE WS-DT-CONCL        TO TT-DT-ULT (WS-IDX-TIT)
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-ATIVIDADE-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA DECIDIR SE O INATIVO PODE SER ANONIMIZADO       *
      ******************************************************************
       RTAVALIAR-ELEGIVEL              SECTION.
      ******************************************************************
      *
      *    SEM ATIVIDADE NENHUMA (TT-DT-ULT EM BRANCO) TAMBEM E
      *    ELEGIVEL - O CADASTRO JA ESTA INATIVO.
           IF TT-SW-ABERTA (WS-IDX-TIT)
                                       EQUAL 'N' AND
              TT-DT-ULT (WS-IDX-TIT)   LESS WS-DT-CORTE
               MOVE 'S'                TO TT-SW-ELEGIVEL (WS-IDX-TIT)
               ADD 1                   TO AC-ELEGIVEIS
           ELSE
               ADD 1                   TO AC-RETIDOS
           END-IF.
      *
      ******************************************************************
       RTAVALIAR-ELEGIVEL-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR A SELECAO E AGUARDAR O ESC               *
      ******************************************************************
       RTEXIBIR-SELECAO                SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY SC-SELECAO.
      *
           DISPLAY WS-MSG              AT 2302.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTEXIBIR-SELECAO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OPCAO                                     *
      ******************************************************************
       RTOPCAO                         SECTION.
      ******************************************************************
      *
           DISPLAY 'ESC - CANCELA / F12 - CONFIRMA A ANONIMIZACAO'
                                       AT 2502.
      *
           PERFORM                     UNTIL CN-ESC OR
                                             CN-PF12
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTOPCAO-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO - ANONIMIZACAO DOS ELEGIVEIS        *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           SET CN-FASE-ANONIMIZACAO    TO TRUE.
      *
           OPEN OUTPUT SYS111.
      *
           IF CN-SYS111-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS111   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           PERFORM RTABRIR-TEXTOS.
      *
           PERFORM RTVARRER-SYS010.
      *
           PERFORM RTVARRER-ARQM.
      *
           MOVE 'SYS015.DAT'           TO WS-NOME-ENT.
           MOVE 5                      TO WS-IDX-ARQ.
           PERFORM RTREGRAVAR-SEQUENCIAL.
      *
           MOVE 'SYS040.LOG'           TO WS-NOME-ENT.
           MOVE 6                      TO WS-IDX-ARQ.
           PERFORM RTREGRAVAR-SEQUENCIAL.
      *
           MOVE 'SYS020.TXT'           TO WS-NOME-ENT.
           MOVE 7                      TO WS-IDX-ARQ.
           PERFORM RTREGRAVAR-SEQUENCIAL.
      *
           PERFORM RTANONIMIZAR-SYS083.
      *
           PERFORM RTANONIMIZAR-SYS093.
      *
           PERFORM RTANONIMIZAR-SYS041.
      *
           PERFORM RTFECHAR-TEXTOS.
      *
           PERFORM RTEMITIR-CERTIFICADO.
      *
           CLOSE SYS111.
      *
           IF CN-TABELA-EXCEDIDA
               MOVE WS-MSGARQ-910      TO WS-MSG
           END-IF.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR AS PENDENCIAS E ANOTACOES (TEXTOS LIVRES) *
      ******************************************************************
       RTABRIR-TEXTOS                  SECTION.
      ******************************************************************
      *
           OPEN I-O SYS044.
      *
           EVALUATE TRUE
               WHEN CN-SYS044-OK
                   SET CN-SYS044-ABERTO
                                       TO TRUE
               WHEN CN-SYS044-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN I-O SYS071.
      *
           EVALUATE TRUE
               WHEN CN-SYS071-OK
                   SET CN-SYS071-ABERTO
                                       TO TRUE
               WHEN CN-SYS071-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTABRIR-TEXTOS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAR AS PENDENCIAS E ANOTACOES                *
      ******************************************************************
       RTFECHAR-TEXTOS                 SECTION.
      ******************************************************************
      *
           IF CN-SYS044-ABERTO
               CLOSE SYS044
           END-IF.
      *
           IF CN-SYS071-ABERTO
               CLOSE SYS071
           END-IF.
      *
      ******************************************************************
       RTFECHAR-TEXTOS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR UMA ATIVIDADE (LAYOUT WATV01) E OS   *
      *    TEXTOS LIVRES LIGADOS A ELA                                 *
      ******************************************************************
       RTANONIMIZAR-ATIVIDADE          SECTION.
      ******************************************************************
      *
           PERFORM RTANONIMIZAR-WATV01.
      *
           IF CN-SYS044-ABERTO
               PERFORM RTANONIMIZAR-PENDENCIAS
           END-IF.
      *
           IF CN-SYS071-ABERTO
               PERFORM RTANONIMIZAR-NOTAS
           END-IF.
      *
      ******************************************************************
       RTANONIMIZAR-ATIVIDADE-EXIT.    EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR A IMAGEM WATV01 EM WS-SYS010         *
      ******************************************************************
       RTANONIMIZAR-WATV01             SECTION.
      ******************************************************************
      *
           MOVE WS-NM-SOLIC            TO WS-NM-REG.
           MOVE WS-NUM1-SOLIC          TO WS-NUM1-REG.
           MOVE WS-NUM2-SOLIC          TO WS-NUM2-REG.
      *
           MOVE WS-OBS                 TO WS-TX-MASCARA.
      *
           PERFORM RTMASCARAR-TEXTO.
      *
           MOVE WS-TX-MASCARA          TO WS-OBS.
      *
           MOVE WS-TOKEN-ANONIMO       TO WS-NM-SOLIC.
      *
           MOVE ALL '*'                TO WS-TEL-SOLIC
                                          WS-RAMAL-SOLIC.
      *
      ******************************************************************
       RTANONIMIZAR-WATV01-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR AS PENDENCIAS DA ATIVIDADE (SYS044)    *
      ******************************************************************
       RTANONIMIZAR-PENDENCIAS         SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO PD-SS.
           MOVE WS-ST                  TO PD-ST.
           MOVE ZEROS                  TO PD-SEQ.
      *
           START SYS044         KEY IS GREATER THAN OR
                                       EQUAL PD-CHAVE-PEND
               INVALID KEY
                   SET CN-SYS044-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS044-EOF
               READ SYS044 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS044-OK
                   WHEN CN-SYS044-DPL
                       IF PD-SS        EQUAL WS-SS AND
                          PD-ST        EQUAL WS-ST
                           PERFORM RTMASCARAR-PENDENCIA
                       ELSE
                           SET CN-SYS044-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS044-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-905
                       MOVE WS-MSGARQ-905
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTANONIMIZAR-PENDENCIAS-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR PERGUNTA E RESPOSTA DE UMA PENDENCIA   *
      ******************************************************************
       RTMASCARAR-PENDENCIA            SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ALTERADO.
      *
           MOVE PD-TX-DUVIDA           TO WS-TX-MASCARA.
           PERFORM RTMASCARAR-TEXTO.
           MOVE WS-TX-MASCARA          TO PD-TX-DUVIDA.
      *
           MOVE PD-TX-RESPOSTA         TO WS-TX-MASCARA.
           PERFORM RTMASCARAR-TEXTO.
           MOVE WS-TX-MASCARA          TO PD-TX-RESPOSTA.
      *
           IF CN-TEXTO-ALTERADO
               REWRITE PD-SYS044
               IF CN-SYS044-OK         OR CN-SYS044-DPL
                   MOVE 3              TO WS-IDX-ARQ
                   PERFORM RTCONTAR-REGISTRO
               ELSE
                   MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTMASCARAR-PENDENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR AS ANOTACOES DA ATIVIDADE (SYS071)     *
      ******************************************************************
       RTANONIMIZAR-NOTAS              SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO NT-SS.
           MOVE WS-ST                  TO NT-ST.
           MOVE ZEROS                  TO NT-SEQ.
      *
           START SYS071         KEY IS GREATER THAN OR
                                       EQUAL NT-CHAVE-NOTA
               INVALID KEY
                   SET CN-SYS071-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS071-EOF
               READ SYS071 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS071-OK
                   WHEN CN-SYS071-DPL
                       IF NT-SS        EQUAL WS-SS AND
                          NT-ST        EQUAL WS-ST
                           PERFORM RTMASCARAR-NOTA
                       ELSE
                           SET CN-SYS071-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS071-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-905
                       MOVE WS-MSGARQ-905
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTANONIMIZAR-NOTAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR O TEXTO DE UMA ANOTACAO                *
      ******************************************************************
       RTMASCARAR-NOTA                 SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ALTERADO.
      *
           MOVE NT-TX-NOTA             TO WS-TX-MASCARA.
           PERFORM RTMASCARAR-TEXTO.
           MOVE WS-TX-MASCARA          TO NT-TX-NOTA.
      *
           IF CN-TEXTO-ALTERADO
               REWRITE NT-SYS071
               IF CN-SYS071-OK         OR CN-SYS071-DPL
                   MOVE 4              TO WS-IDX-ARQ
                   PERFORM RTCONTAR-REGISTRO
               ELSE
                   MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTMASCARAR-NOTA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGRAVAR UM ARQUIVO LINHA A LINHA (SYS015,      *
      *    SYS040, SYS020) PASSANDO PELO TEMPORARIO SYS019.TMP         *
      *    (WS-NOME-ENT E WS-IDX-ARQ PREPARADOS PELO CHAMADOR)         *
      ******************************************************************
       RTREGRAVAR-SEQUENCIAL           SECTION.
      ******************************************************************
      *
           OPEN INPUT SYSENT.
      *
           EVALUATE TRUE
               WHEN CN-SYSENT-OK
                   CONTINUE
               WHEN CN-SYSENT-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYSENT
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF CN-SYSENT-INEXISTENTE
               CONTINUE
           ELSE
               OPEN OUTPUT SYSKEEP
               IF CN-SYSKEEP-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYSKEEP
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
               READ SYSENT
               PERFORM UNTIL NOT CN-SYSENT-OK
                   IF WS-IDX-ARQ       EQUAL 7
                       PERFORM RTANONIMIZAR-LINHA-MOV
                   ELSE
                       PERFORM RTANONIMIZAR-LINHA-IMAGEM
                   END-IF
                   WRITE KP-SYSKEEP    FROM EN-SYSENT
                   IF CN-SYSKEEP-OK
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYSKEEP
                                       TO WS-RETCOD-906
                       MOVE WS-MSGARQ-906
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   READ SYSENT
               END-PERFORM
               PERFORM RTDEVOLVER-SEQUENCIAL
           END-IF.
      *
      ******************************************************************
       RTREGRAVAR-SEQUENCIAL-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR UMA LINHA COM IMAGEM WATV01 NO       *
      *    INICIO (JORNAL SYS015 E LOG DE EXCLUSAO SYS040)             *
      ******************************************************************
       RTANONIMIZAR-LINHA-IMAGEM       SECTION.
      ******************************************************************
      *
      *    OS CARIMBOS QUE SEGUEM A IMAGEM FICAM INTACTOS NO BUFFER -
      *    SO A PARTE WATV01 DO INICIO DA LINHA E SUBSTITUIDA.
           MOVE EN-SYSENT              TO WS-SYS010.
      *
           MOVE WS-COD-SOLIC           TO WS-COD-TESTE.
           MOVE WS-NM-SOLIC            TO WS-NM-TESTE.
      *
           PERFORM RTLOCALIZAR-TITULAR.
      *
           IF WS-IDX-TIT               GREATER ZEROS
               PERFORM RTANONIMIZAR-WATV01
               MOVE WS-SYS010          TO EN-IMAGEM-SYS010
               PERFORM RTCONTAR-REGISTRO
           END-IF.
      *
      ******************************************************************
       RTANONIMIZAR-LINHA-IMAGEM-EXIT. EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR UMA LINHA DO MOVIMENTO SYS020        *
      ******************************************************************
       RTANONIMIZAR-LINHA-MOV          SECTION.
      ******************************************************************
      *
      *    CABECALHO E RODAPE DE CONTROLE COMECAM POR '*** ' E SEGUEM
      *    SEM ALTERACAO.
           IF EN-SYSENT (1:4)          EQUAL '*** '
               CONTINUE
           ELSE
               MOVE EN-SYSENT          TO WS-REG-SYS020
               MOVE MV-COD-SOLIC       TO WS-COD-TESTE
               MOVE MV-NM-SOLIC        TO WS-NM-TESTE
               PERFORM RTLOCALIZAR-TITULAR
               IF WS-IDX-TIT           GREATER ZEROS
                   MOVE MV-NM-SOLIC    TO WS-NM-REG
                   MOVE MV-NUM1-SOLIC  TO WS-NUM1-REG
                   MOVE MV-NUM2-SOLIC  TO WS-NUM2-REG
                   MOVE MV-OBS         TO WS-TX-MASCARA
                   PERFORM RTMASCARAR-TEXTO
                   MOVE WS-TX-MASCARA  TO MV-OBS
                   MOVE WS-TOKEN-ANONIMO
                                       TO MV-NM-SOLIC
                   MOVE ALL '*'        TO MV-TEL-SOLIC
                                          MV-RAMAL-SOLIC
                   MOVE WS-REG-SYS020  TO EN-IMAGEM-SYS020
                   PERFORM RTCONTAR-REGISTRO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTANONIMIZAR-LINHA-MOV-EXIT.    EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA DEVOLVER O TEMPORARIO AO ARQUIVO ORIGINAL       *
      ******************************************************************
       RTDEVOLVER-SEQUENCIAL           SECTION.
      ******************************************************************
      *
           CLOSE SYSENT
                 SYSKEEP.
      *
           OPEN INPUT  SYSKEEP.
      *
           IF CN-SYSKEEP-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSKEEP  TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYSENT.
      *
           IF CN-SYSENT-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSENT   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           READ SYSKEEP.
      *
           PERFORM UNTIL NOT CN-SYSKEEP-OK
               WRITE EN-SYSENT         FROM KP-SYSKEEP
               IF CN-SYSENT-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYSENT
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
               READ SYSKEEP
           END-PERFORM.
      *
           CLOSE SYSKEEP
                 SYSENT.
      *
      ******************************************************************
       RTDEVOLVER-SEQUENCIAL-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR OS MODELOS RECORRENTES (SYS083)      *
      ******************************************************************
       RTANONIMIZAR-SYS083             SECTION.
      ******************************************************************
      *
           OPEN I-O SYS083.
      *
           EVALUATE TRUE
               WHEN CN-SYS083-OK
                   MOVE ZEROS          TO MD-COD-MODELO
                   START SYS083 KEY IS GREATER THAN OR
                                       EQUAL MD-COD-MODELO
                       INVALID KEY
                           SET CN-SYS083-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS083-EOF
                       READ SYS083 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS083-OK
                           WHEN CN-SYS083-DPL
                               PERFORM RTANONIMIZAR-MODELO
                           WHEN CN-SYS083-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-907
                               MOVE WS-MSGARQ-907
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS083
               WHEN CN-SYS083-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTANONIMIZAR-SYS083-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR UM MODELO RECORRENTE                 *
      ******************************************************************
       RTANONIMIZAR-MODELO             SECTION.
      ******************************************************************
      *
           MOVE MD-COD-SOLIC           TO WS-COD-TESTE.
           MOVE MD-NM-SOLIC            TO WS-NM-TESTE.
      *
           PERFORM RTLOCALIZAR-TITULAR.
      *
           IF WS-IDX-TIT               GREATER ZEROS
               MOVE MD-NM-SOLIC        TO WS-NM-REG
               MOVE SPACES             TO WS-NUM1-REG
                                          WS-NUM2-REG
               MOVE MD-OBS             TO WS-TX-MASCARA
               PERFORM RTMASCARAR-TEXTO
               MOVE WS-TX-MASCARA      TO MD-OBS
               MOVE WS-TOKEN-ANONIMO   TO MD-NM-SOLIC
               REWRITE MD-SYS083
               IF CN-SYS083-OK         OR CN-SYS083-DPL
                   MOVE 8              TO WS-IDX-ARQ
                   PERFORM RTCONTAR-REGISTRO
               ELSE
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTANONIMIZAR-MODELO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR AS PESQUISAS DE SATISFACAO (SYS093)  *
      ******************************************************************
       RTANONIMIZAR-SYS093             SECTION.
      ******************************************************************
      *
           OPEN I-O SYS093.
      *
           EVALUATE TRUE
               WHEN CN-SYS093-OK
                   MOVE LOW-VALUES     TO PQ-CHAVE-PESQ
                   START SYS093 KEY IS GREATER THAN OR
                                       EQUAL PQ-CHAVE-PESQ
                       INVALID KEY
                           SET CN-SYS093-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS093-EOF
                       READ SYS093 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS093-OK
                           WHEN CN-SYS093-DPL
                               PERFORM RTANONIMIZAR-PESQUISA
                           WHEN CN-SYS093-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-907
                               MOVE WS-MSGARQ-907
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS093
               WHEN CN-SYS093-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTANONIMIZAR-SYS093-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR UMA PESQUISA DE SATISFACAO           *
      ******************************************************************
       RTANONIMIZAR-PESQUISA           SECTION.
      ******************************************************************
      *
           MOVE PQ-COD-SOLIC           TO WS-COD-TESTE.
           MOVE PQ-NM-SOLIC            TO WS-NM-TESTE.
      *
           PERFORM RTLOCALIZAR-TITULAR.
      *
           IF WS-IDX-TIT               GREATER ZEROS
               MOVE PQ-NM-SOLIC        TO WS-NM-REG
               MOVE SPACES             TO WS-NUM1-REG
                                          WS-NUM2-REG
               MOVE PQ-COMENTARIO      TO WS-TX-MASCARA
               PERFORM RTMASCARAR-TEXTO
               MOVE WS-TX-MASCARA      TO PQ-COMENTARIO
               MOVE WS-TOKEN-ANONIMO   TO PQ-NM-SOLIC
               REWRITE PQ-SYS093
               IF CN-SYS093-OK         OR CN-SYS093-DPL
                   MOVE 9              TO WS-IDX-ARQ
                   PERFORM RTCONTAR-REGISTRO
               ELSE
                   MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTANONIMIZAR-PESQUISA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ANONIMIZAR O CADASTRO SYS041 DOS ELEGIVEIS      *
      ******************************************************************
       RTANONIMIZAR-SYS041             SECTION.
      ******************************************************************
      *
      *    O CADASTRO E O ULTIMO A SER TOCADO - SE A EXECUCAO FOR
      *    INTERROMPIDA ANTES, O SOLICITANTE CONTINUA CANDIDATO E A
      *    PROXIMA EXECUCAO COMPLETA O SERVICO.
           MOVE ZEROS                  TO WS-IDX-TIT.
      *
           PERFORM UNTIL WS-IDX-TIT    GREATER OR EQUAL WS-CT-TIT
               ADD 1                   TO WS-IDX-TIT
               IF TT-SW-ELEGIVEL (WS-IDX-TIT)
                                       EQUAL 'S'
                   MOVE TT-COD-SOLIC (WS-IDX-TIT)
                                       TO SO-COD-SOLIC
                   READ SYS041
                   IF CN-SYS041-OK     OR CN-SYS041-DPL
                       MOVE WS-TOKEN-ANONIMO
                                       TO SO-NM-SOLIC
                       MOVE ALL '*'    TO SO-TEL-SOLIC
                                          SO-RAMAL-SOLIC
                       REWRITE SO-SYS041
                   END-IF
                   IF CN-SYS041-OK     OR CN-SYS041-DPL
                       ADD 1           TO AC-ANONIMIZADOS
                                          AC-REGISTROS
                   ELSE
                       MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTANONIMIZAR-SYS041-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR UM REGISTRO ALTERADO (WS-IDX-ARQ E       *
      *    WS-IDX-TIT PREPARADOS PELO CHAMADOR)                        *
      ******************************************************************
       RTCONTAR-REGISTRO               SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-REGISTROS
                                          AC-ARQ (WS-IDX-ARQ)
                                  TT-QT-ARQ (WS-IDX-TIT WS-IDX-ARQ).
      *
      ******************************************************************
       RTCONTAR-REGISTRO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR NOME E TELEFONE EM WS-TX-MASCARA       *
      *    (TITULAR EM WS-IDX-TIT; NOME E TELEFONE DO PROPRIO REGISTRO *
      *    EM WS-NM-REG, WS-NUM1-REG E WS-NUM2-REG)                    *
      ******************************************************************
       RTMASCARAR-TEXTO                SECTION.
      ******************************************************************
      *
           IF WS-TX-MASCARA            EQUAL SPACES
               CONTINUE
           ELSE
               MOVE WS-TX-MASCARA      TO WS-TX-MAI
                                          WS-TX-ORIGINAL
               INSPECT WS-TX-MAI       CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
               MOVE TT-NM-MAI (WS-IDX-TIT)
                                       TO WS-NM-MASC
               PERFORM RTMASCARAR-NOME
      *
               MOVE WS-NM-REG          TO WS-NM-MASC
               INSPECT WS-NM-MASC      CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-NM-MASC           NOT EQUAL
                                       TT-NM-MAI (WS-IDX-TIT)
                   PERFORM RTMASCARAR-NOME
               END-IF
      *
               MOVE TT-NUM1-SOLIC (WS-IDX-TIT)
                                       TO WS-NUM1-MASC
               MOVE TT-NUM2-SOLIC (WS-IDX-TIT)
                                       TO WS-NUM2-MASC
               PERFORM RTMASCARAR-TELEFONE
      *
               MOVE WS-NUM1-REG        TO WS-NUM1-MASC
               MOVE WS-NUM2-REG        TO WS-NUM2-MASC
               PERFORM RTMASCARAR-TELEFONE
      *
               IF WS-TX-MASCARA        NOT EQUAL WS-TX-ORIGINAL
                   SET CN-TEXTO-ALTERADO
                                       TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTMASCARAR-TEXTO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR CADA PALAVRA DO NOME EM WS-NM-MASC     *
      ******************************************************************
       RTMASCARAR-NOME                 SECTION.
      ******************************************************************
      *
      *    PALAVRAS DE MENOS DE 3 LETRAS (DA, DE, DO, E) E AS
      *    PARTICULAS DAS/DOS NAO IDENTIFICAM NINGUEM E FICAM.
           MOVE 1                      TO WS-PT-NOME.
           MOVE ZEROS                  TO WS-CT-PALAVRAS.
      *
           PERFORM UNTIL WS-PT-NOME    GREATER 60 OR
                         WS-CT-PALAVRAS GREATER 15
               ADD 1                   TO WS-CT-PALAVRAS
               MOVE SPACES             TO WS-PALAVRA
               MOVE ZEROS              TO WS-TM-PALAVRA
               UNSTRING WS-NM-MASC     DELIMITED BY ALL SPACE
                                       INTO WS-PALAVRA
                                       COUNT IN WS-TM-PALAVRA
                                       WITH POINTER WS-PT-NOME
               END-UNSTRING
               IF WS-TM-PALAVRA        GREATER 2 AND
                  WS-PALAVRA           NOT EQUAL 'DAS' AND
                  WS-PALAVRA           NOT EQUAL 'DOS'
                   PERFORM RTMASCARAR-PALAVRA
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTMASCARAR-NOME-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MASCARAR O TELEFONE NAS GRAFIAS USUAIS          *
      *    (NNNNNNNN, NNNN-NNNN E NNNN NNNN)                           *
      ******************************************************************
       RTMASCARAR-TELEFONE             SECTION.
      ******************************************************************
      *
           IF WS-NUM1-MASC             NUMERIC AND
              WS-NUM2-MASC             NUMERIC
               MOVE SPACES             TO WS-PALAVRA
               STRING WS-NUM1-MASC '-' WS-NUM2-MASC
                                       DELIMITED BY SIZE
                                       INTO WS-PALAVRA
               MOVE 9                  TO WS-TM-PALAVRA
               PERFORM RTMASCARAR-PALAVRA
      *
               MOVE SPACE              TO WS-PALAVRA (5:1)
               PERFORM RTMASCARAR-PALAVRA
      *
               MOVE SPACES             TO WS-PALAVRA
               STRING WS-NUM1-MASC WS-NUM2-MASC
                                       DELIMITED BY SIZE
                                       INTO WS-PALAVRA
               MOVE 8                  TO WS-TM-PALAVRA
               PERFORM RTMASCARAR-PALAVRA
           END-IF.
      *
      ******************************************************************
       RTMASCARAR-TELEFONE-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COBRIR COM '*' TODAS AS OCORRENCIAS DE          *
      *    WS-PALAVRA (1:WS-TM-PALAVRA) NO TEXTO                       *
      ******************************************************************
       RTMASCARAR-PALAVRA              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QT-OCORR.
      *
           INSPECT WS-TX-MAI           TALLYING WS-QT-OCORR
                   FOR ALL WS-PALAVRA (1:WS-TM-PALAVRA).
      *
           PERFORM UNTIL WS-QT-OCORR   EQUAL ZEROS
               MOVE ZEROS              TO WS-QT-ANTES
               INSPECT WS-TX-MAI       TALLYING WS-QT-ANTES
                       FOR CHARACTERS BEFORE INITIAL
                           WS-PALAVRA (1:WS-TM-PALAVRA)
               MOVE ALL '*'            TO
                       WS-TX-MAI (WS-QT-ANTES + 1:WS-TM-PALAVRA)
                       WS-TX-MASCARA (WS-QT-ANTES + 1:WS-TM-PALAVRA)
               SUBTRACT 1              FROM WS-QT-OCORR
           END-PERFORM.
      *
      ******************************************************************
       RTMASCARAR-PALAVRA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EMITIR O CERTIFICADO DE ANONIMIZACAO (SYS111)   *
      ******************************************************************
       RTEMITIR-CERTIFICADO            SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING ' CODIGO  ULT.ATIVID.    SYS010  ARQ.M  SYS044'
                  '  SYS071  SYS015  SYS040  SYS020  SYS083  SYS093'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS111.
      *
           MOVE ZEROS                  TO WS-IDX-TIT.
      *
           PERFORM UNTIL WS-IDX-TIT    GREATER OR EQUAL WS-CT-TIT
               ADD 1                   TO WS-IDX-TIT
               IF TT-SW-ELEGIVEL (WS-IDX-TIT)
                                       EQUAL 'S'
                   PERFORM RTIMPRIMIR-TITULAR
               END-IF
           END-PERFORM.
      *
           MOVE SPACES                 TO FD-SYS111.
           WRITE FD-SYS111.
      *
           MOVE ZEROS                  TO WS-IDX-ARQ.
      *
           PERFORM UNTIL WS-IDX-ARQ    GREATER OR EQUAL 9
               ADD 1                   TO WS-IDX-ARQ
               MOVE AC-ARQ (WS-IDX-ARQ)
                                       TO WS-QT7-ED
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    REGISTROS ALTERADOS NO '
                                       WS-NOME-ARQ (WS-IDX-ARQ)
                      ': '             WS-QT7-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS111
           END-PERFORM.
      *
           MOVE AC-ANONIMIZADOS        TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    SOLICITANTES ANONIMIZADOS NO SYS041: '
                                       WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS111.
      *
           MOVE AC-RETIDOS             TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    INATIVOS RETIDOS (ATIVIDADE EM ABERTO OU'
                  ' POSTERIOR AO CORTE): '
                                       WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS111.
      *
           MOVE SPACES                 TO FD-SYS111.
           WRITE FD-SYS111.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    NOME, TELEFONE E RAMAL DOS CODIGOS ACIMA FORAM'
                  ' SUBSTITUIDOS POR ''' WS-TOKEN-ANONIMO ''' E ''*'''
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS111.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    E COBERTOS POR ''*'' NOS TEXTOS LIVRES; O'
                  ' COD-SOLIC FOI MANTIDO PARA AS ESTATISTICAS.'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS111.
      *
           IF CN-TABELA-EXCEDIDA
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    *** MAIS DE 500 INATIVOS - OS DEMAIS SERAO'
                      ' AVALIADOS NA PROXIMA EXECUCAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS111
           END-IF.
      *
      ******************************************************************
       RTEMITIR-CERTIFICADO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DE UM SOLICITANTE ANONIMIZADO  *
      *    (SOMENTE O CODIGO - NENHUM DADO PESSOAL NO CERTIFICADO)     *
      ******************************************************************
       RTIMPRIMIR-TITULAR              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-ARQ.
      *
           PERFORM UNTIL WS-IDX-ARQ    GREATER OR EQUAL 9
               ADD 1                   TO WS-IDX-ARQ
               MOVE TT-QT-ARQ (WS-IDX-TIT WS-IDX-ARQ)
                                       TO WS-QT-ARQ-ED (WS-IDX-ARQ)
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           IF TT-DT-ULT (WS-IDX-TIT)   EQUAL SPACES
               STRING ' '              TT-COD-SOLIC (WS-IDX-TIT)
                      '   SEM ATIVID.'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           ELSE
               STRING ' '              TT-COD-SOLIC (WS-IDX-TIT)
                      '   '            TT-DT-ULT (WS-IDX-TIT) (7:2)
                      '/'              TT-DT-ULT (WS-IDX-TIT) (5:2)
                      '/'              TT-DT-ULT (WS-IDX-TIT) (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           END-IF.
      *
           STRING '   '                WS-QT-ARQ-ED (1)
                  '  '                 WS-QT-ARQ-ED (2)
                  ' '                  WS-QT-ARQ-ED (3)
                  '   '                WS-QT-ARQ-ED (4)
                  '   '                WS-QT-ARQ-ED (5)
                  '   '                WS-QT-ARQ-ED (6)
                  '   '                WS-QT-ARQ-ED (7)
                  '   '                WS-QT-ARQ-ED (8)
                  '   '                WS-QT-ARQ-ED (9)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL (21:).
      *
           PERFORM RTGRAVAR-SYS111.
      *
      ******************************************************************
       RTIMPRIMIR-TITULAR-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA DO CERTIFICADO (SYS111)        *
      ******************************************************************
       RTGRAVAR-SYS111                 SECTION.
      ******************************************************************
      *
           WRITE FD-SYS111             FROM WS-LINHA-REL.
      *
           IF CN-SYS111-OK
               ADD 1                   TO WS-CT-LINHA
               IF WS-CT-LINHA          GREATER OR EQUAL 60
                   PERFORM RTIMPRIMIR-CABECALHO
               END-IF
           ELSE
               MOVE WS-STATUS-SYS111   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS111-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR CABECALHO DO CERTIFICADO               *
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
           MOVE WS-MESES-RETENCAO      TO WS-QT-RETENCAO-ED.
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2.
      *
           STRING '        CERTIFICADO DE ANONIMIZACAO DE DADOS'
                  ' PESSOAIS (LGPD) - SYS111'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  ' '                 WS-HOR ':' WS-MIN
                  '  OPERADOR: '      LK-OPERADOR
                  '  RETENCAO: '      WS-QT-RETENCAO-ED ' MESES'
                  '  CORTE: '         WS-DT-CORTE-ED
                  '  PAGINA: '        WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           WRITE FD-SYS111             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS111             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS111.
      *
           WRITE FD-SYS111.
      *
           IF CN-SYS111-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS111   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR O RESULTADO DA ANONIMIZACAO              *
      ******************************************************************
       RTEXIBIR-RESULTADO              SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY SC-SELECAO.
      *
           DISPLAY SC-RESULTADO.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTEXIBIR-RESULTADO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010
                 SYS041.
      *
           SET CM-FN-FINALIZAR         TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
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
