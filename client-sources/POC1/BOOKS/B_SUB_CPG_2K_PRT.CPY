      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO LOG DE SOLICITACOES DE PORTABILIDADE BANCARIA   *
      *    (D/SUB/CPG/2K/PRT) - CS-MOTIVO-SOLIC 05 (TRANSF DE         *
      *    BANCO/AGENCIA).                                            *
      *                                                               *
      *    UM REGISTRO POR SOLICITACAO, CLASSIFICADO POR PRT-CHAVE.   *
      *    PSUBCPG2KPRTMAN RECEBE O FEED D/SUB/CPG/2K/PRT/SOL E       *
      *    AGENDA/RECUSA; PSUBCPG2KPRTAPL APLICA A TROCA NO MOVIMENTO *
      *    CP01 NA COMPETENCIA AGENDADA; PSUBCPG2KPRTEST TIRA A       *
      *    ESTATISTICA MENSAL POR BANCO DE ORIGEM E DE DESTINO. O     *
      *    REGISTRO NUNCA E APAGADO - A SITUACAO E AS DATAS DE CADA   *
      *    PASSAGEM FICAM NELE.                                       *
      *                                                               *
      *****************************************************************
      *
       01  PRT-REG.
      *    -------
           03  PRT-CHAVE.
               05  PRT-NU-NB                PIC 9(10).
               05  PRT-DT-SOLIC             PIC 9(08).
      *            FORMATO: AAAAMMDD
               05  PRT-NU-SEQ-SOLIC         PIC 9(04).
           03  PRT-CS-MOTIVO-SOLIC          PIC 9(02).
      *        VIDE B/SUB/CPG/2K/450/MOTIVOS (SO 05 E AGENDADA)
           03  PRT-ID-OL-SOLIC              PIC 9(08).
           03  PRT-NU-MATRIC-SOLIC          PIC 9(08).
           03  PRT-ID-BANCO-ORIGEM          PIC 9(03).
      *        INFORMADO NA SOLICITACAO; NA APLICACAO PASSA A SER O
      *        CP01-ID-BANCO QUE O CREDITO TINHA ANTES DA TROCA
           03  PRT-ID-BANCO-DESTINO         PIC 9(03).
           03  PRT-ID-OP-DESTINO            PIC 9(06).
      *        ZEROS = MANTEM O CP01-ID-ORGAO-PAGADOR
           03  PRT-NU-CONTA-DESTINO         PIC X(10).
           03  PRT-CS-SITUACAO              PIC X(01).
      *        "R" = RECEBIDA (AINDA NAO CONFERIDA)
      *        "A" = AGENDADA PARA PRT-DT-COMPET-AGENDADA
      *        "P" = APLICADA NO MOVIMENTO CP01
      *        "X" = RECUSADA (MOTIVO EM PRT-CS-MOTIVO-RECUSA)
           03  PRT-DT-RECEBIDA              PIC 9(08).
           03  PRT-DT-COMPET-AGENDADA       PIC 9(06).
      *        FORMATO: AAAAMM - PRIMEIRA COMPETENCIA AINDA NAO
      *        CORTADA NA DATA DO AGENDAMENTO
           03  PRT-DT-APLICADA              PIC 9(08).
           03  PRT-CS-MOTIVO-RECUSA         PIC 9(02).
      *        VIDE B/SUB/CPG/2K/PRT/MOTIVOS
           03  PRT-DT-RECUSADA              PIC 9(08).
           03  FILLER                       PIC X(05).
