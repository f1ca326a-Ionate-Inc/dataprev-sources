      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA TRILHA DE CANCELAMENTO DE CREDITO ANTES DA      *
      *    EMISSAO (D/SUB/CPG/2K/CAN/LOG)                             *
      *                                                               *
      *    UM REGISTRO POR CREDITO CP01 CANCELADO POR PSUBCPG2KCAN,   *
      *    GRAVADO EM OPEN EXTEND - QUEM PEDIU, QUEM APROVOU (TOKEN   *
      *    DE SSDCLBDAPRV), POR QUE E QUANTO. LIDO POR                *
      *    PSUBCPG2KCANREL (VALOR CANCELADO POR MOTIVO E UF).         *
      *                                                               *
      *****************************************************************
      *
       01  CANL-REG.
      *    --------
           03  CANL-CHAVE-CP01.
      *        CHAVE COMPLETA DO CREDITO (MESMOS CAMPOS DE CP01-CHAVE)
               05  CANL-DT-MOV-CREDITO      PIC 9(08).
               05  CANL-NU-NB               PIC 9(10).
               05  CANL-CS-NATUR-CREDITO    PIC 9(02).
               05  CANL-DT-FIM-PERIODO      PIC 9(08).
               05  CANL-DT-INI-PERIODO      PIC 9(08).
               05  CANL-ID-NIT              PIC 9(10).
               05  CANL-SEQ-REG             PIC 9(09).
           03  CANL-CS-MOTIVO               PIC 9(02).
      *        VIDE B/SUB/CPG/2K/CAN/MOTIVOS
           03  CANL-NU-MATRIC-SOLIC         PIC 9(08).
      *        MATRICULA DE QUEM PEDIU O CANCELAMENTO (DO FEED)
           03  CANL-NU-MATRIC-APROV         PIC 9(08).
      *        MATRICULA DO TOKEN DE APROVACAO CONSUMIDO NO RUN
           03  CANL-DT-CANCELAMENTO         PIC 9(08).
           03  CANL-HR-CANCELAMENTO         PIC 9(06).
           03  CANL-VL-LIQUIDO-CRED         PIC 9(10)V99.
           03  CANL-CS-UF-OP                PIC 9(02).
           03  CANL-CS-ESPECIE              PIC 9(03).
           03  CANL-ID-BANCO                PIC 9(03).
           03  CANL-DS-JUSTIFICATIVA        PIC X(30).
           03  FILLER                       PIC X(13).
