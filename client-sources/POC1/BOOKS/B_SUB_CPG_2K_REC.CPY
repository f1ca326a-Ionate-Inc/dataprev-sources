      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO CADASTRO DE CASOS DE RECUPERACAO DE CREDITO     *
      *    PAGO INDEVIDAMENTE (COBRANCA ADMINISTRATIVA)                *
      *                                                               *
      *    D/SUB/CPG/2K/REC - UM REGISTRO POR NB E ORIGEM DO CASO,    *
      *    CLASSIFICADO POR RCAS-CHAVE. MANTIDO SO POR PSUBCPG2KREC   *
      *    (NOVA GERACAO A CADA RUN); LIDO POR PSUBCPG2KRECAGE.       *
      *    RCAS-VL-SALDO = RCAS-VL-DEVIDO MENOS AS TRES FORMAS DE     *
      *    RECUPERACAO. CASO QUITADO (SALDO ZERO) CONTINUA NO         *
      *    CADASTRO E E REABERTO SE A MESMA ORIGEM VOLTAR A GERAR     *
      *    DEBITO PARA O NB.                                          *
      *                                                               *
      *****************************************************************
      *
       01  RCAS-REG.
      *    --------
           03  RCAS-CHAVE.
               05  RCAS-NU-NB               PIC 9(10).
               05  RCAS-CS-ORIGEM           PIC X(01).
      *            "D" = DUPLICIDADE VIA ELO DE NB (PSUBCPG2K470)
      *            "O" = CREDITO A BENEFICIARIO FALECIDO
      *            "V" = DESVIO DE CREDITO (CP50-CS-DESVIO-CREDITO)
      *            "E" = ERRO ADMINISTRATIVO (CP50-IN-ERRO-ADMIN)
      *            "S" = SUBSTITUIDO E SUBSTITUTO PAGOS (PSUBCPG2KSUB)
      *            "I" = COTA PAGA ALEM DO LIMITE DE IDADE (IDLCHK)
           03  RCAS-CS-UF                   PIC 9(02).
           03  RCAS-CS-ESPECIE              PIC 9(03).
           03  RCAS-NU-NB-REFER             PIC 9(10).
      *        NB RELACIONADO (NB NOVO NA DUPLICIDADE), SE HOUVER
           03  RCAS-DT-ABERTURA             PIC 9(08).
           03  RCAS-DT-ULT-EVENTO           PIC 9(08).
      *        DATA DE REFERENCIA DO ULTIMO DEBITO INCORPORADO -
      *        EVENTO COM DATA IGUAL OU ANTERIOR JA FOI CONTADO
           03  RCAS-DT-ULT-RUBRICA          PIC 9(08).
      *        DATA DO ULTIMO MOVIMENTO CP01 COM DESCONTO EM RUBRICA
      *        JA LANCADO - MESMA GUARDA CONTRA REPROCESSAMENTO
           03  RCAS-DT-ULT-RECUP            PIC 9(08).
           03  RCAS-DT-QUITACAO             PIC 9(08).
      *        FORMATO DAS DATAS: AAAAMMDD
           03  RCAS-VL-DEVIDO               PIC 9(13)V99.
           03  RCAS-VL-REC-ESTORNO          PIC 9(13)V99.
           03  RCAS-VL-REC-RUBRICA          PIC 9(13)V99.
           03  RCAS-VL-REC-GUIA             PIC 9(13)V99.
           03  RCAS-VL-SALDO                PIC 9(13)V99.
           03  RCAS-CS-SITUACAO             PIC X(01).
      *        "A" = ABERTO; "Q" = QUITADO
           03  FILLER                       PIC X(08).
