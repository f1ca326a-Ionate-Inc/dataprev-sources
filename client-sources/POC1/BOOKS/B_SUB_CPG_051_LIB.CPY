      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA CONFIRMACAO DE RECURSOS LIBERADOS PELA          *
      *    TESOURARIA (D/SUB/CPG/051/TES/LIB), NO LAYOUT DA           *
      *    TESOURARIA - RESPOSTA A SOLICITACAO B/SUB/CPG/051/SOL.     *
      *                                                               *
      *    TAM. REGISTRO:100    FATOR DE BLOCO: 10                    *
      *                                                               *
      *    UM HEADER ("0"), UM DETALHE ("1") POR LIBERACAO (DATA/     *
      *    ORIGEM ORCAMENTARIA/BANCO; MAIS DE UMA LIBERACAO PARA A    *
      *    MESMA CHAVE E SOMADA) E UM TRAILER ("9") COM OS TOTAIS DE  *
      *    CONTROLE. CARREGADA E CONCILIADA POR PSUBCPG051TESCON.     *
      *                                                               *
      *****************************************************************
      *
       01  LIB-REG.
      *    -------
           03  LIB-TP-REGISTRO              PIC X(01).
      *        (0) HEADER  (1) DETALHE  (9) TRAILER
           03  LIB-DADOS                    PIC X(99).
      *
      *    HEADER
           03  LIB-HEADER REDEFINES LIB-DADOS.
               05  LIB-H-DT-GERACAO         PIC 9(08).
               05  LIB-H-HR-GERACAO         PIC 9(06).
               05  FILLER                   PIC X(85).
      *
      *    DETALHE
           03  LIB-DETALHE REDEFINES LIB-DADOS.
               05  LIB-DT-PROVISAO          PIC 9(08).
      *            FORMATO: AAAAMMDD - DATA DE PROVISAO ATENDIDA
               05  LIB-CS-ORIG-ORC          PIC 9(01).
               05  LIB-ID-BANCO             PIC 9(03).
               05  LIB-VL-LIBERADO          PIC 9(15)V99.
               05  LIB-DT-LIBERACAO         PIC 9(08).
      *            FORMATO: AAAAMMDD - DATA EFETIVA DA LIBERACAO
               05  LIB-ID-ORDEM-BANCARIA    PIC X(12).
               05  FILLER                   PIC X(50).
      *
      *    TRAILER
           03  LIB-TRAILER REDEFINES LIB-DADOS.
               05  LIB-T-QTDE-DETALHES      PIC 9(08).
               05  LIB-T-VL-LIBERADO        PIC 9(15)V99.
               05  FILLER                   PIC X(74).
