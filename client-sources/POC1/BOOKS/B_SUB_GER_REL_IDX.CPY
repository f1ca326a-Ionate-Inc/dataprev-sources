      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO INDICE DO ACERVO DE RELATORIOS                  *
      *    (D/SUB/GER/REL/IDX) - UM REGISTRO POR EVENTO, GRAVADO EM   *
      *    OPEN EXTEND:                                               *
      *      "A" = ARQUIVAMENTO: ACRESCENTADO PELO PSUBGERRELCAPT AO  *
      *            CAPTURAR A IMAGEM DE UM RELATORIO LSUB... PARA O   *
      *            DATASET DATADO D/SUB/GER/REL/ARQ/AAAAMMDD/HHMMSS   *
      *            (DATA/HORA DA CAPTURA);                            *
      *      "X" = EXPURGO: ACRESCENTADO PELO PSUBGERRELCAT QUANDO O  *
      *            DATASET DATADO VENCE A RETENCAO E E REMOVIDO.      *
      *    O RELATORIO ESTA NO ACERVO ENQUANTO O SEU "A" NAO TEM UM   *
      *    "X" COM A MESMA DATA/HORA DE CAPTURA.                      *
      *    CHAVES DE CONSULTA (PSUBGERRELRECUP): PROGRAMA, DATA DE    *
      *    EXECUCAO, PARAMETROS E COMPETENCIA.                        *
      *                                                               *
      *****************************************************************
      *
       01  IDX-REG.
      *    -------
           03  IDX-CS-EVENTO                PIC X(01).
      *        "A" = ARQUIVAMENTO; "X" = EXPURGO
           03  IDX-PROGRAMA                 PIC X(17).
      *        PROGRAMA QUE EMITIU O RELATORIO (TIPO DO RELATORIO)
           03  IDX-DT-EXEC                  PIC 9(08).
      *        DATA DE EXECUCAO DO RUN QUE EMITIU (AAAAMMDD)
           03  IDX-COMPETENCIA              PIC 9(06).
      *        AAAAMM - ZEROS QUANDO O RELATORIO NAO E POR COMPETENCIA
           03  IDX-PARAMETROS               PIC X(40).
      *        PARAMETROS DO RUN, COMO INFORMADOS NO WFL
           03  IDX-DT-CAPTURA               PIC 9(08).
           03  IDX-HR-CAPTURA               PIC 9(06).
      *        IDENTIDADE DO DATASET DATADO NO ACERVO
           03  IDX-QT-LINHAS                PIC 9(08).
           03  IDX-QT-MESES-RET             PIC 9(03).
           03  IDX-DT-EXPIRA                PIC 9(08).
      *        DATA DE CAPTURA + RETENCAO DO TIPO (AAAAMMDD)
           03  IDX-DT-EXPURGO               PIC 9(08).
      *        SO NO EVENTO "X": DATA DO EXPURGO
           03  FILLER                       PIC X(17).
