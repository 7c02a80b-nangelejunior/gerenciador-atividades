      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    02SET2026  NJA     CRIACAO DO LAYOUT ORIGINAL               *
      *    15OUT2026  NJA     INCLUIDO O TIPO D (DUPLICADA) - GRAVADO  *
      *                       PELO ATV81 AO CONFIRMAR PAR SUSPEITO     *
      *                       DE DUPLICIDADE DO SYS122                 *
      ******************************************************************
      *
           03      ::-CHAVE-VINC.
             88    ::-VINC-FILHA                  VALUE 'F'.
             88    ::-VINC-PREDECESSORA           VALUE 'P'.
             88    ::-VINC-REABERTA-COMO          VALUE 'R'.
             88    ::-VINC-DUPLICADA              VALUE 'D'.
      *
           03      ::-SS-DEST      PIC     9(06).
           03      ::-ST-DEST      PIC     9(06).
