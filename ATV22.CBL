      *                       ATV04/ATV07/ATV08) E REIMPRIME A         *
      *                       GERACAO ESCOLHIDA PELO OPERADOR NO       *
      *                       ARQUIVO DE SAIDA SYS038                  *
      *    15OUT2026  NJA     CONTROLE DE GERACOES SYS037 AMPLIADO     *
      *                       PARA 300 ENTRADAS, PARA COMPORTAR AS     *
      *                       COPIAS POR DESTINATARIO GRAVADAS PELO    *
      *                       ATV77 SEM PERDER ENTRADAS NA REGRAVACAO  *
      ******************************************************************
      *
      ******************************************************************
                                   '=GERACOES='.
             05    WS-CT-GERACOES  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NOME-GER     PIC     X(12)         VALUE SPACES.
             05    WS-TAB-GERACOES OCCURS 300 TIMES.
               07  TG-ID-REL       PIC     X(06).
               07  TG-NR-GERACAO   PIC     9(04).
               07  TG-PERIODO      PIC     X(10).
                   PERFORM RTLER-SYS037
                   PERFORM UNTIL CN-SYS037-EOF OR
                                 WS-CT-GERACOES
                                       GREATER OR EQUAL 300
                       ADD 1           TO WS-CT-GERACOES
                       MOVE GR-ID-REL  TO TG-ID-REL     (WS-CT-GERACOES)
                       MOVE GR-NR-GERACAO
