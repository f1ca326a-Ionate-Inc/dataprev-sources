      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO LIVRO DE ACESSO A DADOS DE BENEFICIARIO POR NB  *
      *    (D/SUB/CPG/2K/ACS).                                        *
      *                                                               *
      *    UM REGISTRO POR CONSULTA DE NB (PSUBCPG2K479 E             *
      *    PSUBCPG2K483, PONTUAL OU LOTE), ACRESCENTADO EM OPEN       *
      *    EXTEND POR SSUBLIB2K608 - INCLUSIVE A CONSULTA RECUSADA    *
      *    POR FALTA DE OPERADOR OU FINALIDADE. E A PROVA, PARA O     *
      *    ENCARREGADO DE PROTECAO DE DADOS, DE QUEM CONSULTOU QUAL   *
      *    BENEFICIARIO, QUANDO E PARA QUE. O RELATORIO MENSAL DE     *
      *    PADROES INCOMUNS E O PSUBCPG2KACSMES.                      *
      *                                                               *
      *****************************************************************
      *
       01  ACS-REG.
      *    -------
           03  ACS-DATA                     PIC 9(08).
      *        FORMATO: AAAAMMDD - RELOGIO DE SSUBLIB2K608
           03  ACS-HORA                     PIC 9(06).
      *        FORMATO: HHMMSS
           03  ACS-PROGRAMA                 PIC X(17).
      *        PROGRAMA DE CONSULTA (PSUBCPG2K479 / PSUBCPG2K483)
           03  ACS-NU-MATRIC-OPERADOR       PIC 9(08).
      *        MATRICULA DE QUEM SUBMETEU O JOB (PARAMETRO)
           03  ACS-CS-FINALIDADE            PIC 9(02).
      *        (01) RECLAMACAO/OUVIDORIA
      *        (02) INSTRUCAO DE PROCESSO JUDICIAL
      *        (03) AUDITORIA OU ORGAO DE CONTROLE
      *        (04) SUPORTE A PRODUCAO/CORRECAO DE CREDITO
      *        (05) PEDIDO DO PROPRIO TITULAR (PROTECAO DE DADOS)
      *        (06) APURACAO DE FRAUDE
           03  ACS-NU-NB                    PIC 9(10).
           03  ACS-IN-MODO                  PIC X(01).
      *        "P" = CONSULTA PONTUAL (NB NO PARAMETRO)
      *        "L" = LINHA DE LOTE DE REQUISICOES (PSUBCPG2K483)
           03  ACS-ID-AREA                  PIC X(08).
      *        AREA REQUISITANTE (LOTE); BRANCOS NA PONTUAL
           03  ACS-NU-MATRIC-SOLIC          PIC 9(08).
      *        MATRICULA DE QUEM PEDIU O DADO: NO LOTE, A DA LINHA DE
      *        REQUISICAO; NA PONTUAL, A DO PROPRIO OPERADOR
           03  ACS-IN-RESULTADO             PIC X(01).
      *        "A" = CONSULTA ATENDIDA
      *        "R" = RECUSADA (SEM MATRICULA OU FINALIDADE INVALIDA)
           03  FILLER                       PIC X(31).
