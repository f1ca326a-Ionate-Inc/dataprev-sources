      *            UM FEED RUIM E DESCOBERTO DEPOIS - APONTA A        *
      *            GERACAO CORRENTE DE VOLTA PARA A ANTERIOR E       *
      *            REGISTRA QUEM MANDOU.                              *
      *      "C" = CONFERENCIA: ACRESCENTADO POR PSUBCPG050AUD AO     *
      *            CONFERIR UM RESUMO CONTRA O ARQUIVO DE ORIGEM -    *
      *            APONTA QUAL GERACAO DO D/SUB/CPG/2K/401 FOI A BASE *
      *            DA CONFERENCIA E O RESULTADO. NAO PRODUZ GERACAO   *
      *            NEM MUDA A CORRENTE DO ARQUIVO.                    *
      *    A GERACAO CORRENTE DE UM ARQUIVO E A DO ULTIMO EVENTO     *
      *    DELE NO CATALOGO (UM "R" TORNA CORRENTE A GERACAO QUE ELE *
      *    REFERENCIA EM CAT-DATA-ALVO/CAT-HORA-ALVO).               *
       01  CAT-REG.
      *    -------
           03  CAT-CS-EVENTO                PIC X(01).
      *        "G" = GERACAO; "R" = ROLLBACK; "C" = CONFERENCIA
           03  CAT-ARQUIVO                  PIC X(24).
      *        TITULO-BASE DO ARQUIVO REGENERADO
           03  CAT-DATA                     PIC 9(08).
           03  CAT-PROGRAMA                 PIC X(17).
           03  CAT-FEED                     PIC X(24).
      *        IDENTIDADE DO FEED DE ENTRADA QUE PRODUZIU A GERACAO
      *        (NO "C": O ARQUIVO CONTRA O QUAL CAT-ARQUIVO FOI
      *        CONFERIDO)
           03  CAT-QTD-REG                  PIC 9(08).
           03  CAT-TOT-VALOR                PIC 9(15)V99.
      *        ZEROS QUANDO O MESTRE NAO CARREGA VALOR (EX: TB00233)
           03  CAT-DATA-ALVO                PIC 9(08).
           03  CAT-HORA-ALVO                PIC 9(06).
      *        NO EVENTO "R": GERACAO QUE PASSA A SER A CORRENTE
      *        NO EVENTO "C": GERACAO DO D/SUB/CPG/2K/401 CONFERIDA
      *        (ZEROS = 401 EM DISCO SEM PINO OU DIFERENTE DO PINO)
           03  CAT-ID-OPERADOR              PIC X(08).
      *        SO NO EVENTO "R": QUEM MANDOU O ROLLBACK
           03  CAT-CS-RESULTADO             PIC X(01).
      *        SO NO EVENTO "C": "S" = CONFERE; "N" = DIVERGE
           03  FILLER                       PIC X(12).
