      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA TABELA PROGRESSIVA DO IMPOSTO DE RENDA RETIDO   *
      *    NA FONTE (D/SUB/CPG/2K/IRT).                               *
      *                                                               *
      *    UM REGISTRO POR COMPETENCIA DE INICIO DE VIGENCIA; A       *
      *    TABELA DE UM CREDITO E A DE MAIOR IRT-DT-COMPET QUE NAO    *
      *    PASSA DE CP01-DT-COMPET-CREDITO. MANTIDA PELA AREA         *
      *    TRIBUTARIA VIA PSUBCPG2KIRTMAN (CRITICA/INSTALACAO) E      *
      *    USADA POR PSUBCPG2KIRVAL NO RECALCULO DO IR DO CREDITO.    *
      *    IR DA FAIXA = BASE * IRT-PC-ALIQUOTA / 100                 *
      *                  - IRT-VL-DEDUZIR                             *
      *                                                               *
      *****************************************************************
      *
       01  IRT-REG.
      *    -------
           03  IRT-DT-COMPET                PIC 9(06).
      *        FORMATO: AAAAMM - INICIO DA VIGENCIA DA TABELA
           03  IRT-VL-ISENCAO-65            PIC 9(08)V99.
      *        PARCELA MENSAL ISENTA DE APOSENTADORIA/PENSAO A PARTIR
      *        DO MES EM QUE O BENEFICIARIO COMPLETA 65 ANOS
           03  IRT-QT-FAIXA                 PIC 9(02).
           03  IRT-FAIXA OCCURS 6 TIMES.
               05  IRT-VL-TETO-FAIXA        PIC 9(08)V99.
      *            LIMITE SUPERIOR DA BASE NA FAIXA; A ULTIMA FAIXA
      *            NAO TEM TETO (99999999,99)
               05  IRT-PC-ALIQUOTA          PIC 9(02)V99.
               05  IRT-VL-DEDUZIR           PIC 9(08)V99.
      *            PARCELA A DEDUZIR DO IMPOSTO NA FAIXA
           03  IRT-DT-ATUALIZACAO           PIC 9(08).
      *        FORMATO: AAAAMMDD - INSTALACAO DA LINHA
           03  FILLER                       PIC X(10).
