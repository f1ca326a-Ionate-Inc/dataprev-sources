      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO CONTROLE DE FECHAMENTO DE COMPETENCIA           *
      *    (D/SUB/CPG/2K/FEC).                                        *
      *                                                               *
      *    LIVRO DE EVENTOS POR COMPETENCIA, ACRESCENTADO EM OPEN     *
      *    EXTEND POR SSUBLIB2K610 (ORDEM CRONOLOGICA - O ULTIMO      *
      *    EVENTO DE CADA TIPO VALE):                                 *
      *    "C" - RESULTADO DE UM ITEM DO CHECKLIST DE FECHAMENTO,     *
      *          GRAVADO PELO PROPRIO PROGRAMA DE CONFERENCIA         *
      *          (PSUBCPG052REC / PSUBCPG2K478);                      *
      *    "F" - COMPETENCIA FECHADA PELO PSUBCPG2KFEC;               *
      *    "R" - COMPETENCIA REABERTA PELO PSUBCPG2KFEC, COM TOKEN    *
      *          DE APROVACAO E MOTIVO.                               *
      *    O PORTAO SSUBLIB2K609 RECUSA O PSUBCPG052SPGUNI E OS JOBS  *
      *    QUE REGRAVAM MESTRE DA CADEIA 2K QUANDO O ULTIMO "F"/"R"   *
      *    DA COMPETENCIA E UM "F".                                   *
      *                                                               *
      *****************************************************************
      *
       01  FEC-REG.
      *    -------
           03  FEC-COMPETENCIA              PIC 9(06).
      *        FORMATO: AAAAMM
           03  FEC-CS-EVENTO                PIC X(01).
      *        "C" = CONFERENCIA (ITEM DO CHECKLIST)
      *        "F" = FECHAMENTO
      *        "R" = REABERTURA
           03  FEC-DATA                     PIC 9(08).
      *        FORMATO: AAAAMMDD - RELOGIO DE SSUBLIB2K610
           03  FEC-HORA                     PIC 9(06).
      *        FORMATO: HHMMSS
           03  FEC-PROGRAMA                 PIC X(17).
      *        PROGRAMA QUE GRAVOU O EVENTO
           03  FEC-CS-ITEM                  PIC 9(01).
      *        SO NO EVENTO "C" (ZERO NOS DEMAIS):
      *        (1) AUDITORIA POS-RUN PSUBCPG052REC
      *        (2) CONCILIACAO DE CREDITO JUDICIAL PSUBCPG2K478
           03  FEC-IN-RESULTADO             PIC X(01).
      *        SO NO EVENTO "C": "L" = LIMPO; "D" = DIVERGENTE
           03  FEC-NU-MATRIC                PIC 9(08).
      *        "F": MATRICULA DO OPERADOR QUE FECHOU (PARAMETRO)
      *        "R": MATRICULA DO APROVADOR (TOKEN SSDCLBDAPRV)
           03  FEC-TX-MOTIVO                PIC X(40).
      *        "R": MOTIVO DA REABERTURA (PARAMETRO, OBRIGATORIO)
           03  FILLER                       PIC X(12).
