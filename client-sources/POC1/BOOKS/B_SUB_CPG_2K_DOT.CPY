      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA DOTACAO ORCAMENTARIA MENSAL POR ORIGEM          *
      *    (D/SUB/CPG/2K/DOT).                                        *
      *                                                               *
      *    UM REGISTRO POR COMPETENCIA E ORIGEM ORCAMENTARIA (O MESMO *
      *    DIGITO CS-ORIG-ORC DO RAZAO D/SUB/CPG/2K/RAZ), COM O VALOR *
      *    AUTORIZADO PARA EMISSAO NO MES - SUPLEMENTACAO APROVADA E  *
      *    INSTALADA COMO NOVO VALOR DA MESMA LINHA. MANTIDA PELA     *
      *    AREA DE ORCAMENTO VIA PSUBCPG2KDOTMAN (CRITICA/INSTALACAO) *
      *    E USADA POR PSUBCPG2KDOTCHK, QUE SEGURA A LIBERACAO DO     *
      *    D/SUB/CPG/052/SPG/R274 QUANDO A EMISSAO DA COMPETENCIA     *
      *    PASSARIA DA DOTACAO.                                       *
      *                                                               *
      *****************************************************************
      *
       01  DOT-REG.
      *    -------
           03  DOT-DT-COMPET                PIC 9(06).
      *        FORMATO: AAAAMM - COMPETENCIA DA DOTACAO
           03  DOT-CS-ORIG-ORC              PIC 9(01).
      *        ORIGEM ORCAMENTARIA (0-9), MESMO CODIGO DO RAZAO
           03  DOT-VL-DOTACAO               PIC 9(15)V99.
      *        VALOR LIQUIDO AUTORIZADO PARA A COMPETENCIA/ORIGEM
           03  DOT-DT-ATUALIZACAO           PIC 9(08).
      *        FORMATO: AAAAMMDD - INSTALACAO DA LINHA
           03  FILLER                       PIC X(28).
