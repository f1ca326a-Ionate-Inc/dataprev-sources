      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO ARQUIVO DE DEVOLUCAO BANCARIA DE CREDITOS       *
      *    EXPIRADOS SEM SAQUE (D/SUB/CPG/2K/DEV). CADA BANCO DEVOLVE *
      *    O VALOR DOS CREDITOS QUE INFORMOU EXPIRADOS (RETORNO 03 -  *
      *    VIDE B/SUB/CPG/2K/460) E MANDA UM REGISTRO POR CREDITO     *
      *    DEVOLVIDO; OS ARQUIVOS DOS BANCOS SAO CONCATENADOS EM      *
      *    D/SUB/CPG/2K/DEV, EM QUALQUER ORDEM. CHAVEADO PELA MESMA   *
      *    SUBCHAVE DOCUMENTADA DO CASAMENTO COM CP01 (VIDE           *
      *    PSUBCPG2K478), E CONCILIADO CREDITO A CREDITO CONTRA OS    *
      *    EXPIRADOS POR PSUBCPG2KCUS.                                *
      *                                                               *
      *****************************************************************
      *
       01  DEV01-REG.
      *    ---------
           03  DEV01-CHAVE.
      *        -----------
               05  DEV01-DT-MOV-CREDITO     PIC 9(08).
               05  DEV01-NU-NB              PIC 9(10).
               05  DEV01-CS-NATUR-CREDITO   PIC 9(02).
               05  DEV01-DT-FIM-PERIODO     PIC 9(08).
               05  DEV01-DT-INI-PERIODO     PIC 9(08).
               05  DEV01-SEQ-REG            PIC 9(09).
           03  DEV01-ID-BANCO               PIC 9(03).
           03  DEV01-DT-DEVOLUCAO           PIC 9(08).
      *        FORMATO: AAAAMMDD - DATA DO CREDITO DA DEVOLUCAO NA
      *        CONTA DO TESOURO
           03  DEV01-VL-DEVOLVIDO           PIC 9(10)V99.
           03  FILLER                       PIC X(12).
