      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA FILA DE ALTERACOES PENDENTES (D/SDC/LBD/PEND)   *
      *    DAS TABELAS TB00233 E TB00494.                             *
      *                                                               *
      *    TRANSACAO APROVADA COM EFETIVACAO FUTURA NAO E MAIS        *
      *    APLICADA NEM PERDIDA PELO JOB DE MANUTENCAO: FICA AQUI     *
      *    (PSDCLBDAAPMANUT/PSDCLBDMRGMANUT GRAVAM EM OPEN EXTEND,    *
      *    JA CRITICADA E COM A MATRICULA DO APROVADOR DO TOKEN). O   *
      *    JOB DIARIO PSDCLBDPENDAPL ENCAMINHA O QUE VENCE NO DIA     *
      *    PARA O FEED NORMAL E MARCA O REGISTRO COMO ENCAMINHADO;    *
      *    PSDCLBDPENDLST LISTA O QUE ESTA AGENDADO.                  *
      *                                                               *
      *****************************************************************
      *
       01  PEND-REG.
      *    --------
           03  PEND-CS-TABELA               PIC X(05).
      *        "00233" = TB00233 (IMAGEM TRANS00233)
      *        "00494" = TB00494 (IMAGEM TRANS00494)
           03  PEND-CHAVE                   PIC 9(06).
      *        CHAVE-ID-AAP (00233) OU CHAVE-ID-MICRO (00494)
           03  PEND-DT-EFETIVACAO           PIC 9(08).
      *        AAAAMMDD A PARTIR DA QUAL A ALTERACAO VALE
           03  PEND-CS-SITUACAO             PIC X(01).
      *        "P" = PENDENTE; "E" = ENCAMINHADA PARA APLICACAO
           03  PEND-DT-PROGRAMACAO          PIC 9(08).
           03  PEND-HR-PROGRAMACAO          PIC 9(06).
           03  PEND-PROGRAMA                PIC X(17).
      *        JOB DE MANUTENCAO QUE AGENDOU
           03  PEND-NU-MATRICULA            PIC 9(08).
      *        APROVADOR DO TOKEN CONSUMIDO NO RUN QUE AGENDOU
           03  PEND-DT-ENCAMINHADO          PIC 9(08).
      *        SO COM PEND-CS-SITUACAO = "E"
           03  PEND-TRANS                   PIC X(134).
      *        IMAGEM DA TRANSACAO, TAL COMO VEIO NO FEED
           03  FILLER                       PIC X(19).
