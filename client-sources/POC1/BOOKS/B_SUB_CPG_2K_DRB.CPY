      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA FILA DE DIVERGENCIA DE RUBRICAS                 *
      *    (D/SUB/CPG/2K/DRB)                                         *
      *                                                               *
      *    UM REGISTRO POR DIVERGENCIA ENCONTRADA NO CREDITO MARCADO  *
      *    NA ORIGEM (CP50-IN-DIVERGE-RUBR = 1), GRAVADO POR          *
      *    PSUBCPG2KDRB NA ORDEM DA CHAVE COMPLETA DO CP01 E DO ITEM. *
      *    A DECISAO (DRB-CS-SITUACAO E SEGUINTES) VALE PARA O        *
      *    CREDITO INTEIRO E E GRAVADA EM TODOS OS ITENS DELE POR     *
      *    PSUBCPG2KDRBRES. CAUSAS EM B/SUB/CPG/2K/DRB/CAUSAS.        *
      *                                                               *
      *****************************************************************
      *
       01  DRB-REG.
      *    -------
           03  DRB-CHAVE-CP01.
      *        CHAVE COMPLETA DO CREDITO (MESMOS CAMPOS DE CP01-CHAVE)
               05  DRB-DT-MOV-CREDITO       PIC 9(08).
               05  DRB-NU-NB                PIC 9(10).
               05  DRB-CS-NATUR-CREDITO     PIC 9(02).
               05  DRB-DT-FIM-PERIODO       PIC 9(08).
               05  DRB-DT-INI-PERIODO       PIC 9(08).
               05  DRB-ID-NIT               PIC 9(10).
               05  DRB-SEQ-REG              PIC 9(09).
           03  DRB-NU-ITEM                  PIC 9(02).
      *        ORDEM DA DIVERGENCIA DENTRO DO CREDITO (01, 02, ...)
           03  DRB-CS-RUBRICA               PIC 9(03).
      *        ZEROS QUANDO A CAUSA E DO CREDITO (04, 09, 10)
           03  DRB-CS-CAUSA                 PIC 9(02).
           03  DRB-VL-RUBRICA               PIC 9(10)V99.
      *        VALOR NO CREDITO CORRENTE (SOMA DAS RUBRICAS NA
      *        CAUSA 04)
           03  DRB-VL-REFERENCIA            PIC 9(10)V99.
      *        VALOR DE COMPARACAO: RUBRICA NA COMPETENCIA ANTERIOR
      *        (CAUSAS 06/07) OU LIQUIDO DO CREDITO (CAUSA 04)
           03  DRB-CS-ESPECIE               PIC 9(03).
           03  DRB-CS-UF-OP                 PIC 9(02).
           03  DRB-VL-LIQUIDO-CRED          PIC 9(10)V99.
           03  DRB-DT-INCLUSAO              PIC 9(08).
           03  DRB-DT-ULT-MOV               PIC 9(08).
      *        ULTIMO RUN EM QUE O CREDITO ESTAVA NO MOVIMENTO
           03  DRB-CS-SITUACAO              PIC X(01).
      *        "P" - PENDENTE          "C" - CONFIRMADO COMO ESTA
      *        "R" - CORRIGIR VIA D/SUB/CPG/2K/404
      *        "X" - CANCELAR VIA D/SUB/CPG/2K/CAN/NOVO
           03  DRB-DT-DECISAO               PIC 9(08).
           03  DRB-NU-MATRIC-DECISAO        PIC 9(08).
           03  DRB-NU-MATRIC-APROV          PIC 9(08).
      *        MATRICULA DO TOKEN DE APROVACAO CONSUMIDO NA DECISAO
           03  DRB-VL-CORRIGIDO             PIC 9(10)V99.
      *        NOVO LIQUIDO DO CREDITO (SO NA DECISAO "R")
           03  DRB-DS-JUSTIFICATIVA         PIC X(30).
           03  FILLER                       PIC X(14).
