      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO ARQUIVO DE CREDITOS REJEITADOS NA CONFERENCIA   *
      *    ORGAO PAGADOR X BANCO X UF (D/SUB/CPG/2K/OPBCO/REJ)        *
      *                                                               *
      *    UM REGISTRO POR CREDITO DO 401 REPROVADO POR               *
      *    PSUBCPG2KOPBCO CONTRA A GERACAO CORRENTE DA TB00233. COMO  *
      *    NO B/SUB/CPG/2K/410, CADA CONFERENCIA TEM O SEU FLAG       *
      *    xxx-OK (1 = CONFERE, 0 = REPROVADO).                       *
      *                                                               *
      *****************************************************************
      *
       01  OPB-REG.
      *    -------
           03  OPB-CHAVE-CP01.
      *        CHAVE COMPLETA DO CREDITO (MESMOS CAMPOS DE CP01-CHAVE)
               05  OPB-DT-MOV-CREDITO       PIC 9(08).
               05  OPB-NU-NB                PIC 9(10).
               05  OPB-CS-NATUR-CREDITO     PIC 9(02).
               05  OPB-DT-FIM-PERIODO       PIC 9(08).
               05  OPB-DT-INI-PERIODO       PIC 9(08).
               05  OPB-ID-NIT               PIC 9(10).
               05  OPB-SEQ-REG              PIC 9(09).
           03  OPB-ID-ORGAO-PAGADOR         PIC 9(06).
           03  OPB-ID-BANCO                 PIC 9(03).
           03  OPB-CS-UF-OP                 PIC 9(02).
           03  OPB-DT-INI-VALIDADE          PIC 9(08).
           03  OPB-CS-MEIO-PAGTO            PIC 9(02).
           03  OPB-CS-ESPECIE               PIC 9(03).
           03  OPB-VL-LIQUIDO-CRED          PIC 9(10)V99.
      *        DADOS DO OP NA TB00233 (ZEROS/BRANCOS SE O OP NAO
      *        EXISTE) E SIGLA DA UF DO CREDITO
           03  OPB-ID-INSTIT-AAP            PIC 9(04).
           03  OPB-NM-UF-SIGL-AAP           PIC X(02).
           03  OPB-NM-UF-SIGL-CP01          PIC X(02).
           03  OPB-DT-ABERTURA-AAP          PIC 9(08).
           03  OPB-DT-FECHAMENTO-AAP        PIC 9(08).
      *        FLAGS DE CONFERENCIA
           03  OPB-IN-OP-OK                 PIC 9(01).
      *        OP CADASTRADO NA TB00233
           03  OPB-IN-VIGENCIA-OK           PIC 9(01).
      *        OP ABERTO EM CP01-DT-INI-VALIDADE
           03  OPB-IN-BANCO-OK              PIC 9(01).
      *        ID-INSTIT-AAP DO OP IGUAL A CP01-ID-BANCO
           03  OPB-IN-UF-OK                 PIC 9(01).
      *        NM-UF-SIGL DO OP IGUAL A UF DE CP01-CS-UF-OP
           03  OPB-DT-CONFERENCIA           PIC 9(08).
           03  FILLER                       PIC X(23).
