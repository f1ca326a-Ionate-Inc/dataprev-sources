      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO ARQUIVO DE CERTIDAO DE CUMPRIMENTO JUDICIAL     *
      *    (D/SUB/CPG/2K/CERJUD)                                      *
      *                                                               *
      *    GRAVADO POR PSUBCPG2KCERJUD PARA O PETICIONAMENTO          *
      *    ELETRONICO DO JUIZO, EM ORDEM DE PROCESSO E TIPO DE        *
      *    REGISTRO. POR PROCESSO: UM CABECALHO (1), UM REGISTRO POR  *
      *    PAGAMENTO AUTORIZADO NO CP77 (2), UM POR BLOQUEIO JUDICIAL *
      *    VIGENTE (3) E UM DE TOTAIS (9). O NUMERO DO PROCESSO E O   *
      *    DO CADASTRO D/SUB/CPG/2K/JPR (GRAFIA PADRONIZADA).         *
      *                                                               *
      *****************************************************************
      *
       01  CJ-REG.
      *    ------
           03  CJ-NU-PROCESSO               PIC X(20).
           03  CJ-TP-REG                    PIC 9(01).
      *        (1) CABECALHO  (2) PAGAMENTO  (3) BLOQUEIO  (9) TOTAIS
           03  CJ-DT-EMISSAO                PIC 9(08).
           03  CJ-DADOS                     PIC X(171).
      *
           03  CJ-CAB REDEFINES CJ-DADOS.
               05  CJ-CAB-NU-VARA           PIC 9(02).
               05  CJ-CAB-CS-UF             PIC X(02).
               05  CJ-CAB-CS-SITUACAO       PIC 9(01).
      *            (1) ATIVO  (2) SUSPENSO  (3) ENCERRADO
               05  CJ-CAB-DT-ABERTURA       PIC 9(08).
               05  CJ-CAB-DT-ENCERRAMENTO   PIC 9(08).
               05  FILLER                   PIC X(150).
      *
           03  CJ-PAG REDEFINES CJ-DADOS.
               05  CJ-PAG-NU-NB             PIC 9(10).
               05  CJ-PAG-DT-MOV-CREDITO    PIC 9(08).
               05  CJ-PAG-CS-NATUR-CREDITO  PIC 9(02).
               05  CJ-PAG-DT-FIM-PERIODO    PIC 9(08).
               05  CJ-PAG-DT-INI-PERIODO    PIC 9(08).
               05  CJ-PAG-SEQ-REG           PIC 9(09).
               05  CJ-PAG-NU-AP             PIC 9(11).
               05  CJ-PAG-NU-AP-IR          PIC 9(11).
               05  CJ-PAG-IN-CP01           PIC 9(01).
      *            (0) AUTORIZACAO SEM CREDITO NO MOVIMENTO (1) CASADA
               05  CJ-PAG-VL-LIQUIDO        PIC 9(10)V99.
               05  CJ-PAG-VL-IR             PIC 9(10)V99.
               05  CJ-PAG-CS-SIT-IR         PIC 9(01).
      *            (0) SEM IR  (1) IR RETIDO CONFORME AP DE IR
      *            (2) AP DE IR SEM RETENCAO  (3) RETENCAO SEM AP DE IR
               05  CJ-PAG-ID-BANCO          PIC 9(03).
               05  CJ-PAG-CS-RETORNO        PIC 9(02).
      *            DISPOSICAO DO D/SUB/CPG/2K/462 (01 EFETIVADO,
      *            02 REJEITADO, 03 EXPIRADO); 00 SEM RETORNO DO BANCO
               05  CJ-PAG-DT-RETORNO        PIC 9(08).
               05  CJ-PAG-DT-ORDENADA       PIC 9(08).
               05  CJ-PAG-CS-PRAZO-PAGTO    PIC 9(01).
               05  CJ-PAG-QT-DIAS-UTEIS     PIC 9(05).
               05  CJ-PAG-QT-LIMITE-DIAS    PIC 9(04).
               05  CJ-PAG-CS-CUMPRIMENTO    PIC 9(01).
      *            (0) SEM DATA ORDENADA  (1) CUMPRIDO  (2) NO PRAZO
      *            (3) EM RISCO  (4) PERDIDO  (MESMO CRITERIO DE
      *            PSUBCPG2K485)
               05  CJ-PAG-IN-BLOQUEADO      PIC 9(01).
      *            (1) NB COM BLOQUEIO JUDICIAL VIGENTE NO PROCESSO
               05  FILLER                   PIC X(45).
      *
           03  CJ-BLQ REDEFINES CJ-DADOS.
               05  CJ-BLQ-NU-NB             PIC 9(10).
               05  CJ-BLQ-DT-INICIO         PIC 9(08).
               05  CJ-BLQ-DT-FIM            PIC 9(08).
      *            ZEROS = SEM DATA FIM
               05  FILLER                   PIC X(145).
      *
           03  CJ-TOT REDEFINES CJ-DADOS.
               05  CJ-TOT-QT-PAGAMENTOS     PIC 9(05).
               05  CJ-TOT-VL-LIQUIDO        PIC 9(13)V99.
               05  CJ-TOT-VL-IR             PIC 9(13)V99.
               05  CJ-TOT-QT-EFETIVADOS     PIC 9(05).
               05  CJ-TOT-QT-CUMPRIDOS      PIC 9(05).
               05  CJ-TOT-QT-PERDIDOS       PIC 9(05).
               05  CJ-TOT-QT-PENDENTES      PIC 9(05).
               05  CJ-TOT-QT-BLOQUEIOS      PIC 9(05).
               05  FILLER                   PIC X(111).
