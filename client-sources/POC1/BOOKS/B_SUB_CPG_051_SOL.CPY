      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA SOLICITACAO DE RECURSOS A TESOURARIA            *
      *    (D/SUB/CPG/051/TES/SOL), NO LAYOUT DA TESOURARIA.          *
      *                                                               *
      *    TAM. REGISTRO:100    FATOR DE BLOCO: 10                    *
      *                                                               *
      *    GRAVADA POR PSUBCPG051TESSOL A PARTIR DA PREVISAO DE CAIXA *
      *    (CP51-N-DT-PROVISAO DE D/SUB/CPG/051/SUL, MESMA BASE DO    *
      *    PSUBCPG051CAIXA) AJUSTADA PELA EMISSAO REAL DO             *
      *    D/SUB/CPG/052/SPG/R274 DO DIA; CONCILIADA CONTRA A         *
      *    CONFIRMACAO DA TESOURARIA (B/SUB/CPG/051/LIB) POR          *
      *    PSUBCPG051TESCON. UM HEADER ("0"), UM DETALHE ("1") POR    *
      *    DATA DE PROVISAO/ORIGEM ORCAMENTARIA/BANCO, EM ORDEM, E UM *
      *    TRAILER ("9").                                             *
      *                                                               *
      *****************************************************************
      *
       01  SOL-REG.
      *    -------
           03  SOL-TP-REGISTRO              PIC X(01).
      *        (0) HEADER  (1) DETALHE  (9) TRAILER
           03  SOL-DADOS                    PIC X(99).
      *
      *    HEADER
           03  SOL-HEADER REDEFINES SOL-DADOS.
               05  SOL-H-DT-GERACAO         PIC 9(08).
               05  SOL-H-HR-GERACAO         PIC 9(06).
               05  SOL-H-ID-SISTEMA         PIC X(10).
      *            "SUBCPG" - SISTEMA SOLICITANTE
               05  FILLER                   PIC X(75).
      *
      *    DETALHE
           03  SOL-DETALHE REDEFINES SOL-DADOS.
               05  SOL-DT-PROVISAO          PIC 9(08).
      *            FORMATO: AAAAMMDD - DATA EM QUE O RECURSO TEM QUE
      *            ESTAR NO BANCO
               05  SOL-CS-ORIG-ORC          PIC 9(01).
               05  SOL-ID-BANCO             PIC 9(03).
               05  SOL-QTDE-CREDITOS        PIC 9(08).
               05  SOL-VL-PREVISTO          PIC 9(15)V99.
      *            PREVISAO DO 051/SUL
               05  SOL-VL-EMITIDO           PIC 9(15)V99.
      *            EMISSAO REAL DO 052 DO DIA (ZEROS = NAO EMITIDO)
               05  SOL-VL-SOLICITADO        PIC 9(15)V99.
      *            VALOR PEDIDO: O EMITIDO QUANDO HOUVE EMISSAO, SENAO
      *            O PREVISTO
               05  SOL-IN-AJUSTADO          PIC 9(01).
      *            (0) PREVISAO  (1) AJUSTADO PELA EMISSAO DO 052
               05  FILLER                   PIC X(27).
      *
      *    TRAILER
           03  SOL-TRAILER REDEFINES SOL-DADOS.
               05  SOL-T-QTDE-DETALHES      PIC 9(08).
               05  SOL-T-VL-SOLICITADO      PIC 9(15)V99.
               05  FILLER                   PIC X(74).
