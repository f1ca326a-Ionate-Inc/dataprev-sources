      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET LIST
      $SET ERRORLIMIT = 10
      $SET FEDLEVEL = 5
      *$SET TADS
      *========================*
       IDENTIFICATION  DIVISION.
      *========================*
       PROGRAM-ID.      PSUBCPG2KCNV.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: ACERTO MENSAL DOS CREDITOS PAGOS POR EMPRESA        *
      *            CONVENENTE (CP50-IN-CRED-EMPR-CONV = 1) - A EMPRESA *
      *            PAGA O BENEFICIO AO PROPRIO EMPREGADO E O ACERTO E  *
      *            FEITO DEPOIS. A EMPRESA E IDENTIFICADA NO CREDITO   *
      *            PELO ORGAO PAGADOR (CP01-ID-ORGAO-PAGADOR), QUE E O *
      *            CODIGO SOB O QUAL ELA E CADASTRADA NO CADASTRO DE   *
      *            CONVENIOS D/SUB/CPG/2K/CNV (EMPRESA, CNPJ, NUMERO   *
      *            DO CONVENIO, VIGENCIA E CONTA DE ACERTO).           *
      *            O CONTROLE DO ACERTO E O DATASET                    *
      *            D/SUB/CPG/2K/CNV/LIQ, UM REGISTRO POR CREDITO       *
      *            MARCADO, ABERTO ("A") OU ACERTADO ("L", COM DATA E  *
      *            CONVENIO). A CADA MES O JOB JUNTA OS ITENS DO       *
      *            CONTROLE COM OS CREDITOS NOVOS DO MOVIMENTO         *
      *            (CREDITO JA REGISTRADO NAO ENTRA DE NOVO), E CADA   *
      *            ITEM ABERTO CUJA EMPRESA TENHA CONVENIO VIGENTE NA  *
      *            DATA DO CREDITO E ACERTADO NESTA RODADA; OS DEMAIS  *
      *            FICAM ABERTOS E SAEM NA LISTA DE EXCECOES, ATE QUE  *
      *            O CONVENIO SEJA REGULARIZADO. O CONTROLE E          *
      *            REGRAVADO EM NOVA GERACAO, COM O HISTORICO DOS JA   *
      *            ACERTADOS.                                          *
      *            OS ACERTADOS NA RODADA SAO RECLASSIFICADOS POR      *
      *            EMPRESA PARA O DEMONSTRATIVO DE ACERTO.             *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2K450    - MOVIMENTO CP450.                  *
      *            DSUBCPG2KCNV    - CADASTRO DE CONVENIOS.            *
      *            DSUBCPG2KCNVLIQ - CONTROLE DE ACERTO (OPCIONAL NA   *
      *                              PRIMEIRA RODADA).                 *
      *  SAIDA:    DSUBCPG2KCNVLQN - CONTROLE DE ACERTO (NOVA          *
      *                              GERACAO).                         *
      *            DSUBCPG2KCNVTMP - APOIO (ACERTADOS NA RODADA).      *
      *            LSUBCPG2KCNV    - DEMONSTRATIVO DE ACERTO POR       *
      *                              EMPRESA.                          *
      *            LSUBCPG2KCNVEXC - CREDITOS EM ABERTO (EXCECOES).    *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
      *
        CONFIGURATION SECTION.
      *----------------------*
        SOURCE-COMPUTER.   A16.
        OBJECT-COMPUTER.   A18.
        SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2KCNV    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KCNVLIQ ASSIGN TO DISK.
           SELECT DSUBCPG2KCNVLQN ASSIGN TO DISK.
           SELECT DSUBCPG2KCNVTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KCNV    ASSIGN TO PRINTER.
           SELECT LSUBCPG2KCNVEXC ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
      *CADASTRO DE CONVENIOS COM EMPRESAS, MANTIDO PELA AREA DE
      *CONVENIOS. A MESMA EMPRESA PODE TER MAIS DE UM CONVENIO AO
      *LONGO DO TEMPO (UM REGISTRO POR CONVENIO); DT-FIM ZERADA =
      *CONVENIO SEM TERMO FINAL.
        FD DSUBCPG2KCNV
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CNV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCNV.
           03 CNV-ID-EMPRESA          PIC 9(06).
           03 CNV-NU-CNPJ             PIC 9(14).
           03 CNV-NU-CONVENIO         PIC 9(10).
           03 CNV-NM-EMPRESA          PIC X(30).
           03 CNV-DT-INICIO           PIC 9(08).
           03 CNV-DT-FIM              PIC 9(08).
           03 CNV-ID-BANCO            PIC 9(03).
           03 CNV-ID-AGENCIA          PIC 9(05).
           03 CNV-NU-CONTA            PIC X(10).
           03 FILLER                  PIC X(06).
      *
      *CONTROLE DE ACERTO: UM REGISTRO POR CREDITO MARCADO.
        FD DSUBCPG2KCNVLIQ
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CNV/LIQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCNVLIQ.
           03 LIQ-CHAVE.
              05 LIQ-DT-MOV-CREDITO   PIC 9(08).
              05 LIQ-NU-NB            PIC 9(10).
              05 LIQ-CS-NATUR-CRED    PIC 9(02).
              05 LIQ-DT-FIM-PERIODO   PIC 9(08).
              05 LIQ-DT-INI-PERIODO   PIC 9(08).
              05 LIQ-ID-NIT           PIC 9(10).
              05 LIQ-SEQ-REG          PIC 9(09).
           03 LIQ-ID-EMPRESA          PIC 9(06).
           03 LIQ-VL-CREDITO          PIC 9(11)V99.
      *        "A" - ABERTO   "L" - ACERTADO
           03 LIQ-IN-SITUACAO         PIC X(01).
           03 LIQ-DT-LIQUIDACAO       PIC 9(08).
           03 LIQ-NU-CONVENIO         PIC 9(10).
           03 LIQ-DT-INCLUSAO         PIC 9(08).
           03 FILLER                  PIC X(19).
      *
        FD DSUBCPG2KCNVLQN
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CNV/LIQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCNVLQN     PIC X(120).
      *
        FD DSUBCPG2KCNVTMP
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CNV/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCNVTMP     PIC X(120).
      *
        FD LSUBCPG2KCNV.
        01 LINHA-CNV              PIC X(133).
      *
        FD LSUBCPG2KCNVEXC.
        01 LINHA-CNVEXC           PIC X(133).
      *
        SD SORTWK.
      *PRIMEIRA CLASSIFICACAO: CHAVE DO CREDITO; 1 = ITEM DO
      *CONTROLE, 2 = CP01, 3 = CP50 MARCADO.
        01 SRTL-REG.
           03 SRTL-CHAVE.
              05 SRTL-DT-MOV-CREDITO  PIC 9(08).
              05 SRTL-NU-NB           PIC 9(10).
              05 SRTL-CS-NATUR-CRED   PIC 9(02).
              05 SRTL-DT-FIM-PERIODO  PIC 9(08).
              05 SRTL-DT-INI-PERIODO  PIC 9(08).
              05 SRTL-ID-NIT          PIC 9(10).
              05 SRTL-SEQ-REG         PIC 9(09).
           03 SRTL-TIPO               PIC 9(01).
           03 SRTL-ID-EMPRESA         PIC 9(06).
           03 SRTL-VL-CREDITO         PIC 9(11)V99.
           03 SRTL-IN-SITUACAO        PIC X(01).
           03 SRTL-DT-LIQUIDACAO      PIC 9(08).
           03 SRTL-NU-CONVENIO        PIC 9(10).
           03 SRTL-DT-INCLUSAO        PIC 9(08).
           03 SRTL-IN-CANCELADO       PIC 9(01).
      *SEGUNDA CLASSIFICACAO: ACERTADOS NA RODADA, POR EMPRESA E
      *CONVENIO (MESMO LAYOUT DO CONTROLE).
        01 SRTE-REG.
           03 SRTE-CHAVE.
              05 SRTE-DT-MOV-CREDITO  PIC 9(08).
              05 SRTE-NU-NB           PIC 9(10).
              05 SRTE-CS-NATUR-CRED   PIC 9(02).
              05 SRTE-DT-FIM-PERIODO  PIC 9(08).
              05 SRTE-DT-INI-PERIODO  PIC 9(08).
              05 SRTE-ID-NIT          PIC 9(10).
              05 SRTE-SEQ-REG         PIC 9(09).
           03 SRTE-ID-EMPRESA         PIC 9(06).
           03 SRTE-VL-CREDITO         PIC 9(11)V99.
           03 SRTE-IN-SITUACAO        PIC X(01).
           03 SRTE-DT-LIQUIDACAO      PIC 9(08).
           03 SRTE-NU-CONVENIO        PIC 9(10).
           03 SRTE-DT-INCLUSAO        PIC 9(08).
           03 FILLER                  PIC X(19).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCNV".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *DATA DO ACERTO (AAAAMMDD) = DATA DO PROCESSAMENTO.
       77  WS-DT-ACERTO               PIC 9(08) VALUE ZEROS.
      *
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MARCADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-LIQ            PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-REGISTRADOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CP01             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-NOVOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-ACERTADOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-ACERTADOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-ABERTOS              PIC 9(08) VALUE ZEROS.
       77  WS-VL-ABERTOS              PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-HISTORICO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRAVADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-EMPRESAS             PIC 9(08) VALUE ZEROS.
      *
      *ULTIMO CP01 VISTO E ULTIMA CHAVE JA NO CONTROLE (O ITEM DO
      *CONTROLE E O CP01 VEM ANTES DO CP50 NA MESMA CHAVE).
       01  WS-CRD-CHAVE               PIC X(55) VALUE SPACES.
       77  WS-CRD-ID-EMPRESA          PIC 9(06) VALUE ZEROS.
       77  WS-CRD-VL-CREDITO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-CRD-IN-CANCELADO        PIC 9(01) VALUE 0.
       01  WS-LIQ-CHAVE               PIC X(55) VALUE SPACES.
      *
      *ITEM EM TRATAMENTO (LAYOUT DO CONTROLE DE ACERTO).
       01  WS-ITEM.
           03 WS-ITM-CHAVE.
              05 WS-ITM-DT-MOV-CREDITO  PIC 9(08).
              05 WS-ITM-NU-NB           PIC 9(10).
              05 WS-ITM-CS-NATUR-CRED   PIC 9(02).
              05 WS-ITM-DT-FIM-PERIODO  PIC 9(08).
              05 WS-ITM-DT-INI-PERIODO  PIC 9(08).
              05 WS-ITM-ID-NIT          PIC 9(10).
              05 WS-ITM-SEQ-REG         PIC 9(09).
           03 WS-ITM-ID-EMPRESA         PIC 9(06).
           03 WS-ITM-VL-CREDITO         PIC 9(11)V99.
           03 WS-ITM-IN-SITUACAO        PIC X(01).
           03 WS-ITM-DT-LIQUIDACAO      PIC 9(08).
           03 WS-ITM-NU-CONVENIO        PIC 9(10).
           03 WS-ITM-DT-INCLUSAO        PIC 9(08).
           03 FILLER                    PIC X(19).
      *
      *CONVENIOS CARREGADOS EM MEMORIA.
       01  WS-TABELA-CNV.
           03  WS-CNV OCCURS 500 TIMES.
               05  WS-CNV-ID-EMPRESA        PIC 9(06).
               05  WS-CNV-NU-CNPJ           PIC 9(14).
               05  WS-CNV-NU-CONVENIO       PIC 9(10).
               05  WS-CNV-NM-EMPRESA        PIC X(30).
               05  WS-CNV-DT-INICIO         PIC 9(08).
               05  WS-CNV-DT-FIM            PIC 9(08).
               05  WS-CNV-ID-BANCO          PIC 9(03).
               05  WS-CNV-ID-AGENCIA        PIC 9(05).
               05  WS-CNV-NU-CONTA          PIC X(10).
       77  WS-QTDE-CNV                PIC 9(03) VALUE ZEROS.
       77  WS-IX-CNV                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-CNV-ACHADO           PIC 9(03) VALUE ZEROS.
       77  WS-IN-EMPRESA-CADASTRADA   PIC 9(01) VALUE 0.
      *
      *EMPRESA CORRENTE NO DEMONSTRATIVO.
       77  WS-IN-EMP-ABERTA           PIC 9(01) VALUE 0.
       77  WS-EMP-ID-EMPRESA          PIC 9(06) VALUE ZEROS.
       77  WS-EMP-NU-CONVENIO         PIC 9(10) VALUE ZEROS.
       77  WS-EMP-QTDE                PIC 9(08) VALUE ZEROS.
       77  WS-EMP-VALOR               PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-CNV.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CNV".
           03 FILLER                PIC X(48) VALUE
              "DEMONSTRATIVO DE ACERTO - EMPRESA CONVENENTE".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-01-CNVEXC.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CNV".
           03 FILLER                PIC X(48) VALUE
              "EMPRESA CONVENENTE - CREDITOS EM ABERTO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA-EXC        PIC 99/99/9999.
      *
       01  CAB-02-CNV.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-EMP-01-CNV.
           03 FILLER                PIC X(09) VALUE "EMPRESA: ".
           03 CAB-EMP-ID            PIC 9(06).
           03 FILLER                PIC X(03) VALUE " - ".
           03 CAB-EMP-NOME          PIC X(30).
           03 FILLER                PIC X(08) VALUE "  CNPJ: ".
           03 CAB-EMP-CNPJ          PIC 99.999.999/9999B99.
           03 FILLER                PIC X(12) VALUE "  CONVENIO: ".
           03 CAB-EMP-CONVENIO      PIC 9(10).
      *
       01  CAB-EMP-02-CNV.
           03 FILLER                PIC X(18) VALUE
              "CONTA DE ACERTO - ".
           03 FILLER                PIC X(07) VALUE "BANCO: ".
           03 CAB-EMP-BANCO         PIC 9(03).
           03 FILLER                PIC X(11) VALUE "  AGENCIA: ".
           03 CAB-EMP-AGENCIA       PIC 9(05).
           03 FILLER                PIC X(09) VALUE "  CONTA: ".
           03 CAB-EMP-CONTA         PIC X(10).
      *
       01  DET-CNV.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  DT-MOV: ".
           03 DET-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(10) VALUE "  PERIODO ".
           03 DET-DT-INI            PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-DT-FIM            PIC 9999/99/99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-OBS               PIC X(30).
      *
       01  TOT-EMP-CNV.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(26) VALUE
              "TOTAL A ACERTAR - CREDITOS".
           03 FILLER                PIC X(02) VALUE ": ".
           03 TOT-EMP-QTDE          PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(10) VALUE "  VALOR: ".
           03 TOT-EMP-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-EXC-CNV.
           03 FILLER                PIC X(09) VALUE "EMPRESA: ".
           03 EXC-ID-EMPRESA        PIC 9(06).
           03 FILLER                PIC X(06) VALUE "  NB: ".
           03 EXC-NU-NB             PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  DT-MOV: ".
           03 EXC-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 EXC-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE "  ABERTO EM ".
           03 EXC-DT-INCLUSAO       PIC 9999/99/99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 EXC-MOTIVO            PIC X(30).
      *
       01  TRAILER-CNV.
           03 TEXTO-TRL-CNV         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CNV            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-CNV.
           03 TEXTO-TRL-VL-CNV      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-CNV            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
      *PORTAO DE DEPENDENCIAS: PREDECESSOR AUSENTE OU COM FALHA NA
      *DATA DE EXECUCAO RECUSA O RUN ANTES DE TOCAR EM QUALQUER
      *ARQUIVO (MOTIVO EXIBIDO E GRAVADO NO LIVRO PELA ROTINA).
           CALL "SSUBLIB2K606" USING WS-DEP-PROGRAMA WS-DEP-STATUS.
           IF WS-DEP-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTL-CHAVE SRTL-TIPO
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-ACERTA
                                 THRU 3000-ACERTA-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTE-ID-EMPRESA SRTE-NU-CONVENIO
                              SRTE-NU-NB SRTE-DT-MOV-CREDITO
                USING DSUBCPG2KCNVTMP
                OUTPUT PROCEDURE 5000-DEMONSTRATIVO
                                 THRU 5000-DEMONSTRATIVO-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KCNV
                       LSUBCPG2KCNVEXC.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA CAB01-DATA-EXC
                                     WS-DT-ACERTO.
      *
           WRITE LINHA-CNV    FROM CAB-01-CNV    AFTER PAGE.
           WRITE LINHA-CNV    FROM CAB-02-CNV    AFTER 1.
           WRITE LINHA-CNVEXC FROM CAB-01-CNVEXC AFTER PAGE.
           WRITE LINHA-CNVEXC FROM CAB-02-CNV    AFTER 1.
      *
           OPEN INPUT DSUBCPG2KCNV.
           MOVE "NAO" TO WS-EOF.
           PERFORM 1100-CARREGA-CONVENIO
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KCNV.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-CONVENIO.
      *----------------------*
      *
           READ DSUBCPG2KCNV
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-CNV EQUAL 500
              DISPLAY "PSUBCPG2KCNV: MAIS DE 500 CONVENIOS NO "
                      "CADASTRO"
              DISPLAY "REVER O LIMITE DA WS-TABELA-CNV"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-CNV.
           MOVE CNV-ID-EMPRESA  TO WS-CNV-ID-EMPRESA (WS-QTDE-CNV).
           MOVE CNV-NU-CNPJ     TO WS-CNV-NU-CNPJ (WS-QTDE-CNV).
           MOVE CNV-NU-CONVENIO TO WS-CNV-NU-CONVENIO (WS-QTDE-CNV).
           MOVE CNV-NM-EMPRESA  TO WS-CNV-NM-EMPRESA (WS-QTDE-CNV).
           MOVE CNV-DT-INICIO   TO WS-CNV-DT-INICIO (WS-QTDE-CNV).
           MOVE CNV-DT-FIM      TO WS-CNV-DT-FIM (WS-QTDE-CNV).
           MOVE CNV-ID-BANCO    TO WS-CNV-ID-BANCO (WS-QTDE-CNV).
           MOVE CNV-ID-AGENCIA  TO WS-CNV-ID-AGENCIA (WS-QTDE-CNV).
           MOVE CNV-NU-CONTA    TO WS-CNV-NU-CONTA (WS-QTDE-CNV).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA O CONTROLE DE ACERTO, O MOVIMENTO
      *    CP01 E OS CP50 MARCADOS COMO PAGOS POR EMPRESA CONVENENTE.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-ARQUIVOS.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2KCNVLIQ.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-ITEM-CONTROLE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KCNVLIQ.
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-CP01
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-CP50
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-ITEM-CONTROLE.
      *----------------------*
      *
           READ DSUBCPG2KCNVLIQ
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-LIQ.
           MOVE ZEROS             TO SRTL-REG.
           MOVE LIQ-CHAVE         TO SRTL-CHAVE.
           MOVE 1                 TO SRTL-TIPO.
           MOVE LIQ-ID-EMPRESA    TO SRTL-ID-EMPRESA.
           MOVE LIQ-VL-CREDITO    TO SRTL-VL-CREDITO.
           MOVE LIQ-IN-SITUACAO   TO SRTL-IN-SITUACAO.
           MOVE LIQ-DT-LIQUIDACAO TO SRTL-DT-LIQUIDACAO.
           MOVE LIQ-NU-CONVENIO   TO SRTL-NU-CONVENIO.
           MOVE LIQ-DT-INCLUSAO   TO SRTL-DT-INCLUSAO.
           RELEASE SRTL-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-CP01.
      *-------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-401.
           MOVE ZEROS                 TO SRTL-REG.
           MOVE SPACES                TO SRTL-IN-SITUACAO.
           MOVE CP01-DT-MOV-CREDITO   TO SRTL-DT-MOV-CREDITO.
           MOVE CP01-NU-NB            TO SRTL-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO SRTL-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTL-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTL-DT-INI-PERIODO.
           MOVE CP01-ID-NIT           TO SRTL-ID-NIT.
           MOVE CP01-SEQ-REG          TO SRTL-SEQ-REG.
           MOVE 2                     TO SRTL-TIPO.
           MOVE CP01-ID-ORGAO-PAGADOR TO SRTL-ID-EMPRESA.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTL-VL-CREDITO.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              MOVE 1                  TO SRTL-IN-CANCELADO.
           RELEASE SRTL-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-CP50.
      *-------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-450.
           IF CP50-IN-CRED-EMPR-CONV NOT EQUAL 1
              GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-MARCADOS.
           MOVE ZEROS                 TO SRTL-REG.
           MOVE SPACES                TO SRTL-IN-SITUACAO.
           MOVE CP50-DT-MOV-CREDITO   TO SRTL-DT-MOV-CREDITO.
           MOVE CP50-NU-NB            TO SRTL-NU-NB.
           MOVE CP50-CS-NATUR-CREDITO TO SRTL-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTL-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTL-DT-INI-PERIODO.
           MOVE CP50-ID-NIT           TO SRTL-ID-NIT.
           MOVE CP50-SEQ-REG          TO SRTL-SEQ-REG.
           MOVE 3                     TO SRTL-TIPO.
           RELEASE SRTL-REG.
      *
       2300-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: MONTA OS ITENS (CONTROLE + NOVOS), ACERTA
      *    OS QUE TEM CONVENIO VIGENTE E REGRAVA O CONTROLE.
      *----------------------------------------------------------------
       3000-ACERTA SECTION.
       3000-ACERTA-ITENS.
      *------------------*
      *
           OPEN OUTPUT DSUBCPG2KCNVLQN
                       DSUBCPG2KCNVTMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSUBCPG2KCNVLQN SAVE.
           CLOSE DSUBCPG2KCNVTMP.
           GO TO 3000-ACERTA-FIM.
      *
       3100-UM-REGISTRO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTL-TIPO EQUAL 1
              MOVE SRTL-CHAVE         TO WS-LIQ-CHAVE
              MOVE SRTL-CHAVE         TO WS-ITM-CHAVE
              MOVE SRTL-ID-EMPRESA    TO WS-ITM-ID-EMPRESA
              MOVE SRTL-VL-CREDITO    TO WS-ITM-VL-CREDITO
              MOVE SRTL-IN-SITUACAO   TO WS-ITM-IN-SITUACAO
              MOVE SRTL-DT-LIQUIDACAO TO WS-ITM-DT-LIQUIDACAO
              MOVE SRTL-NU-CONVENIO   TO WS-ITM-NU-CONVENIO
              MOVE SRTL-DT-INCLUSAO   TO WS-ITM-DT-INCLUSAO
              PERFORM 3500-TRATA-ITEM
                 THRU 3500-FIM
              GO TO 3100-FIM.
      *
           IF SRTL-TIPO EQUAL 2
              MOVE SRTL-CHAVE         TO WS-CRD-CHAVE
              MOVE SRTL-ID-EMPRESA    TO WS-CRD-ID-EMPRESA
              MOVE SRTL-VL-CREDITO    TO WS-CRD-VL-CREDITO
              MOVE SRTL-IN-CANCELADO  TO WS-CRD-IN-CANCELADO
              GO TO 3100-FIM.
      *
      *CP50 MARCADO: SO ENTRA SE O CREDITO AINDA NAO ESTA NO CONTROLE
      *(REPROCESSAMENTO DO MESMO MOVIMENTO NAO DUPLICA O ACERTO).
           IF SRTL-CHAVE EQUAL WS-LIQ-CHAVE
              ADD 1 TO WS-CT-JA-REGISTRADOS
              GO TO 3100-FIM.
      *
           IF SRTL-CHAVE NOT EQUAL WS-CRD-CHAVE
              ADD 1 TO WS-CT-SEM-CP01
              GO TO 3100-FIM.
      *
           IF WS-CRD-IN-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 3100-FIM.
      *
           ADD 1 TO WS-CT-NOVOS.
           MOVE SRTL-CHAVE        TO WS-LIQ-CHAVE.
           MOVE SPACES            TO WS-ITEM.
           MOVE SRTL-CHAVE        TO WS-ITM-CHAVE.
           MOVE WS-CRD-ID-EMPRESA TO WS-ITM-ID-EMPRESA.
           MOVE WS-CRD-VL-CREDITO TO WS-ITM-VL-CREDITO.
           MOVE "A"               TO WS-ITM-IN-SITUACAO.
           MOVE ZEROS             TO WS-ITM-DT-LIQUIDACAO
                                     WS-ITM-NU-CONVENIO.
           MOVE WS-DT-ACERTO      TO WS-ITM-DT-INCLUSAO.
           PERFORM 3500-TRATA-ITEM
              THRU 3500-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    ITEM ACERTADO EM RODADA ANTERIOR SO PASSA PARA A NOVA
      *    GERACAO; ITEM ABERTO E ACERTADO SE A EMPRESA TEM CONVENIO
      *    VIGENTE NA DATA DO CREDITO, SENAO VAI PARA AS EXCECOES.
      *----------------------------------------------------------------
       3500-TRATA-ITEM.
      *----------------*
      *
           IF WS-ITM-IN-SITUACAO EQUAL "L"
              ADD 1 TO WS-CT-HISTORICO
              GO TO 3500-GRAVA.
      *
           MOVE 0     TO WS-IN-EMPRESA-CADASTRADA.
           MOVE ZEROS TO WS-IX-CNV-ACHADO.
           PERFORM VARYING WS-IX-CNV FROM 1 BY 1
                     UNTIL WS-IX-CNV GREATER WS-QTDE-CNV
                        OR WS-IX-CNV-ACHADO NOT EQUAL ZEROS
              IF WS-CNV-ID-EMPRESA (WS-IX-CNV) EQUAL
                                            WS-ITM-ID-EMPRESA
                 MOVE 1 TO WS-IN-EMPRESA-CADASTRADA
                 IF WS-CNV-DT-INICIO (WS-IX-CNV) NOT GREATER
                                            WS-ITM-DT-MOV-CREDITO
                    AND (WS-CNV-DT-FIM (WS-IX-CNV) EQUAL ZEROS
                         OR WS-CNV-DT-FIM (WS-IX-CNV) NOT LESS
                                            WS-ITM-DT-MOV-CREDITO)
                    MOVE WS-IX-CNV TO WS-IX-CNV-ACHADO
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-IX-CNV-ACHADO NOT EQUAL ZEROS
              ADD 1                 TO WS-CT-ACERTADOS
              ADD WS-ITM-VL-CREDITO TO WS-VL-ACERTADOS
              MOVE "L"              TO WS-ITM-IN-SITUACAO
              MOVE WS-DT-ACERTO     TO WS-ITM-DT-LIQUIDACAO
              MOVE WS-CNV-NU-CONVENIO (WS-IX-CNV-ACHADO) TO
                                       WS-ITM-NU-CONVENIO
              WRITE REG-DSUBCPG2KCNVTMP FROM WS-ITEM
              GO TO 3500-GRAVA.
      *
           ADD 1                 TO WS-CT-ABERTOS.
           ADD WS-ITM-VL-CREDITO TO WS-VL-ABERTOS.
           MOVE WS-ITM-ID-EMPRESA     TO EXC-ID-EMPRESA.
           MOVE WS-ITM-NU-NB          TO EXC-NU-NB.
           MOVE WS-ITM-DT-MOV-CREDITO TO EXC-DT-MOV.
           MOVE WS-ITM-VL-CREDITO     TO EXC-VALOR.
           MOVE WS-ITM-DT-INCLUSAO    TO EXC-DT-INCLUSAO.
           IF WS-IN-EMPRESA-CADASTRADA EQUAL 1
              MOVE "CONVENIO FORA DE VIGENCIA"  TO EXC-MOTIVO
           ELSE
              MOVE "EMPRESA SEM CONVENIO"       TO EXC-MOTIVO.
           WRITE LINHA-CNVEXC FROM DET-EXC-CNV AFTER 1.
      *
       3500-GRAVA.
           ADD 1 TO WS-CT-GRAVADOS.
           WRITE REG-DSUBCPG2KCNVLQN FROM WS-ITEM.
      *
       3500-FIM. EXIT.
      *---------*
       3000-ACERTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA RECLASSIFICACAO: DEMONSTRATIVO DE
      *    ACERTO, UMA FOLHA POR EMPRESA E CONVENIO.
      *----------------------------------------------------------------
       5000-DEMONSTRATIVO SECTION.
       5000-DEMONSTRATIVO-EMPRESAS.
      *----------------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-UM-ACERTADO
              THRU 5100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-EMP-ABERTA EQUAL 1
              PERFORM 5500-FECHA-EMPRESA
                 THRU 5500-FIM.
           GO TO 5000-DEMONSTRATIVO-FIM.
      *
       5100-UM-ACERTADO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 5100-FIM.
      *
           IF WS-IN-EMP-ABERTA EQUAL 1
              AND (SRTE-ID-EMPRESA NOT EQUAL WS-EMP-ID-EMPRESA
                   OR SRTE-NU-CONVENIO NOT EQUAL WS-EMP-NU-CONVENIO)
              PERFORM 5500-FECHA-EMPRESA
                 THRU 5500-FIM.
      *
           IF WS-IN-EMP-ABERTA EQUAL 0
              PERFORM 5200-ABRE-EMPRESA
                 THRU 5200-FIM.
      *
           ADD 1               TO WS-EMP-QTDE.
           ADD SRTE-VL-CREDITO TO WS-EMP-VALOR.
           MOVE SRTE-NU-NB          TO DET-NU-NB.
           MOVE SRTE-DT-MOV-CREDITO TO DET-DT-MOV.
           MOVE SRTE-DT-INI-PERIODO TO DET-DT-INI.
           MOVE SRTE-DT-FIM-PERIODO TO DET-DT-FIM.
           MOVE SRTE-VL-CREDITO     TO DET-VALOR.
           IF SRTE-DT-INCLUSAO LESS WS-DT-ACERTO
              MOVE "PENDENTE DE RODADA ANTERIOR" TO DET-OBS
           ELSE
              MOVE SPACES                        TO DET-OBS.
           WRITE LINHA-CNV FROM DET-CNV AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-ABRE-EMPRESA.
      *------------------*
      *
           MOVE 1                TO WS-IN-EMP-ABERTA.
           MOVE SRTE-ID-EMPRESA  TO WS-EMP-ID-EMPRESA.
           MOVE SRTE-NU-CONVENIO TO WS-EMP-NU-CONVENIO.
           MOVE ZEROS            TO WS-EMP-QTDE WS-EMP-VALOR.
           ADD 1 TO WS-CT-EMPRESAS.
      *
           MOVE ZEROS TO WS-IX-CNV-ACHADO.
           PERFORM VARYING WS-IX-CNV FROM 1 BY 1
                     UNTIL WS-IX-CNV GREATER WS-QTDE-CNV
                        OR WS-IX-CNV-ACHADO NOT EQUAL ZEROS
              IF WS-CNV-ID-EMPRESA (WS-IX-CNV) EQUAL SRTE-ID-EMPRESA
                 AND WS-CNV-NU-CONVENIO (WS-IX-CNV) EQUAL
                                                SRTE-NU-CONVENIO
                 MOVE WS-IX-CNV TO WS-IX-CNV-ACHADO
              END-IF
           END-PERFORM.
      *
           MOVE WS-IX-CNV-ACHADO TO WS-IX-CNV.
           MOVE SRTE-ID-EMPRESA                TO CAB-EMP-ID.
           MOVE WS-CNV-NM-EMPRESA (WS-IX-CNV)  TO CAB-EMP-NOME.
           MOVE WS-CNV-NU-CNPJ (WS-IX-CNV)     TO CAB-EMP-CNPJ.
           MOVE SRTE-NU-CONVENIO               TO CAB-EMP-CONVENIO.
           MOVE WS-CNV-ID-BANCO (WS-IX-CNV)    TO CAB-EMP-BANCO.
           MOVE WS-CNV-ID-AGENCIA (WS-IX-CNV)  TO CAB-EMP-AGENCIA.
           MOVE WS-CNV-NU-CONTA (WS-IX-CNV)    TO CAB-EMP-CONTA.
      *
           WRITE LINHA-CNV FROM CAB-01-CNV     AFTER PAGE.
           WRITE LINHA-CNV FROM CAB-02-CNV     AFTER 1.
           WRITE LINHA-CNV FROM CAB-EMP-01-CNV AFTER 2.
           WRITE LINHA-CNV FROM CAB-EMP-02-CNV AFTER 1.
           WRITE LINHA-CNV FROM CAB-02-CNV     AFTER 1.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5500-FECHA-EMPRESA.
      *-------------------*
      *
           MOVE 0 TO WS-IN-EMP-ABERTA.
           MOVE WS-EMP-QTDE  TO TOT-EMP-QTDE.
           MOVE WS-EMP-VALOR TO TOT-EMP-VALOR.
           WRITE LINHA-CNV FROM TOT-EMP-CNV AFTER 2.
      *
       5500-FIM. EXIT.
      *---------*
       5000-DEMONSTRATIVO-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           WRITE LINHA-CNV FROM CAB-01-CNV AFTER PAGE.
           WRITE LINHA-CNV FROM CAB-02-CNV AFTER 1.
      *
           MOVE SPACES TO TRAILER-CNV.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 2.
      *
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "  PAGOS POR EMPRESA CONVENENTE               " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-MARCADOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "    JA REGISTRADOS NO CONTROLE               " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-JA-REGISTRADOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "    SEM CREDITO CP01                         " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-SEM-CP01 TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "    CREDITO CANCELADO                        " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-CANCELADOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "    NOVOS NO CONTROLE                        " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-NOVOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "ITENS LIDOS DO CONTROLE                      " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-LIDOS-LIQ TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "  JA ACERTADOS (HISTORICO)                   " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-HISTORICO TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "EMPRESAS/CONVENIOS COM ACERTO NA RODADA      " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-EMPRESAS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "CREDITOS ACERTADOS NA RODADA                 " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-ACERTADOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "CREDITOS EM ABERTO (VIDE EXCECOES)           " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-ABERTOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE "ITENS GRAVADOS NO CONTROLE                   " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-GRAVADOS TO QT-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-CNV AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-CNV.
           MOVE "VALOR ACERTADO NA RODADA                     " TO
                                                   TEXTO-TRL-VL-CNV.
           MOVE WS-VL-ACERTADOS TO VL-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-VL-CNV AFTER 1.
      *
           MOVE "VALOR EM ABERTO                              " TO
                                                   TEXTO-TRL-VL-CNV.
           MOVE WS-VL-ABERTOS TO VL-TRL-CNV.
           WRITE LINHA-CNV FROM TRAILER-VL-CNV AFTER 1.
      *
           MOVE "CREDITOS EM ABERTO                           " TO
                                                      TEXTO-TRL-CNV.
           MOVE WS-CT-ABERTOS TO QT-TRL-CNV.
           WRITE LINHA-CNVEXC FROM TRAILER-CNV AFTER 2.
           MOVE "VALOR EM ABERTO                              " TO
                                                   TEXTO-TRL-VL-CNV.
           MOVE WS-VL-ABERTOS TO VL-TRL-CNV.
           WRITE LINHA-CNVEXC FROM TRAILER-VL-CNV AFTER 1.
      *
           CLOSE LSUBCPG2KCNV
                 LSUBCPG2KCNVEXC.
      *
       4000-FIM. EXIT.
      *---------*
