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
       PROGRAM-ID.      PSUBCPG2KMUL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: APURACAO DE MULTA CONTRATUAL DOS BANCOS POR         *
      *            EFETIVACAO ATRASADA E POR RETORNO ATRASADO. O       *
      *            CONVENIO PREVE MULTA QUANDO O BANCO PAGA O          *
      *            BENEFICIARIO ALEM DA CARENCIA APOS A ABERTURA DA    *
      *            VALIDADE, OU MANDA O RETORNO FORA DO PRAZO - MAS    *
      *            PSUBCPG2K486/494 SO TRATAM A TARIFA E PSUBCPG2K493  *
      *            SO COBRA O RETORNO QUE NAO VEIO. ESTE JOB CASA AS   *
      *            SITUACOES DE D/SUB/CPG/2K/462 RETORNADAS NA         *
      *            COMPETENCIA COM O MOVIMENTO CP01 (MESMO MERGE DE    *
      *            PSUBCPG2K461) E MEDE EM DIAS UTEIS (SSUBLIB2K602,   *
      *            FERIADOS DA UF DO OP):                              *
      *            E) EFETIVACAO (RETORNO 01): DE CP01-DT-INI-VALIDADE *
      *               ATE A DATA DO PAGAMENTO (SIT01-DT-RETORNO);      *
      *            R) RETORNO (TODOS OS CODIGOS): DO FATO - DATA DO    *
      *               RETORNO, OU CP01-DT-FIM-VALIDADE NA EXPIRACAO    *
      *               (03) - ATE A CHEGADA DO ARQUIVO DE RETORNO       *
      *               (SIT01-DT-CHEGADA, GRAVADA POR PSUBCPG2K461).    *
      *            PASSADA A CARENCIA DA REGRA DO BANCO (DATASET       *
      *            D/SUB/LIB/BANCO/MUL - DADO, NAO CODIGO, MESMO       *
      *            CRITERIO DA TARIFA), A MULTA E O VALOR POR CREDITO  *
      *            OU POR DIA UTIL DE ATRASO, LIMITADA NO MES AO TETO  *
      *            DA REGRA. SAI O DEMONSTRATIVO POR BANCO, COM A      *
      *            TARIFA APURADA (D/SUB/CPG/2K/486/ACR) E O LIQUIDO   *
      *            PARA COMPENSACAO NA FATURA, E A RELACAO DE          *
      *            CREDITOS QUE O SUSTENTA.                            *
      *                                                                *
      *  PREMISSA: CP01 E SITUACOES EM ORDEM ASCENDENTE DA SUBCHAVE    *
      *            (CONFERIVEL COM PSUBCPG2K490).                      *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - COMPETENCIA (AAAAMM).         *
      *  ENTRADA:  DSUBLIBBANCOMUL  - REGRAS DE MULTA POR BANCO.       *
      *            DSUBCPG2K401     - MOVIMENTO CP01.                  *
      *            DSUBCPG2K462     - SITUACOES DE RETORNO (SIT01).    *
      *            DSUBCPG2K486ACR  - TARIFA APURADA POR PSUBCPG2K486. *
      *  SAIDA:    DSUBCPG2KMUL     - DEMONSTRATIVO DA MULTA POR BANCO *
      *            DSUBCPG2KMULCRD  - CREDITOS MULTADOS.               *
      *            LSUBCPG2KMUL     - DEMONSTRATIVO E RELACAO.         *
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
           SELECT DSUBLIBBANCOMUL ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT DSUBCPG2K462    ASSIGN TO DISK.
      *SEM APURACAO DE TARIFA NA COMPETENCIA O DEMONSTRATIVO SAI SO
      *COM A MULTA.
           SELECT OPTIONAL DSUBCPG2K486ACR ASSIGN TO DISK.
           SELECT DSUBCPG2KMUL    ASSIGN TO DISK.
           SELECT DSUBCPG2KMULCRD ASSIGN TO DISK.
           SELECT LSUBCPG2KMUL    ASSIGN TO PRINTER.
           SELECT SORTMU          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *REGRAS DE MULTA MANTIDAS PELA MESA DE BANCOS: UMA LINHA POR
      *BANCO/TIPO DE MULTA COM A JANELA DE VIGENCIA.
        FD DSUBLIBBANCOMUL
           RECORD CONTAINS 50 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/LIB/BANCO/MUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 MUL-REG.
           03 MUL-ID-BANCO           PIC 9(03).
           03 MUL-TP-MULTA           PIC X(01).
      *       "E" = EFETIVACAO ATRASADA  "R" = RETORNO ATRASADO
           03 MUL-DT-INI-VIG         PIC 9(08).
           03 MUL-DT-FIM-VIG         PIC 9(08).
      *       ZEROS = VIGENCIA ABERTA
           03 MUL-QT-DIAS-CARENCIA   PIC 9(03).
      *       DIAS UTEIS TOLERADOS ANTES DE HAVER MULTA
           03 MUL-CS-FORMA           PIC X(01).
      *       "C" = VALOR POR CREDITO  "D" = VALOR POR DIA UTIL DE
      *       ATRASO ALEM DA CARENCIA
           03 MUL-VL-TAXA            PIC 9(05)V99.
           03 MUL-VL-TETO            PIC 9(11)V99.
      *       TETO DA MULTA DO TIPO NO MES; ZEROS = SEM TETO
           03 FILLER                 PIC X(06).
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K462
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/462 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  SIT01-REG.
            03  SIT01-CHAVE.
                05  SIT01-DT-MOV-CREDITO     PIC 9(08).
                05  SIT01-NU-NB              PIC 9(10).
                05  SIT01-CS-NATUR-CREDITO   PIC 9(02).
                05  SIT01-DT-FIM-PERIODO     PIC 9(08).
                05  SIT01-DT-INI-PERIODO     PIC 9(08).
                05  SIT01-SEQ-REG            PIC 9(09).
            03  SIT01-ID-BANCO               PIC 9(03).
            03  SIT01-CS-RETORNO             PIC 9(02).
            03  SIT01-DT-RETORNO             PIC 9(08).
            03  SIT01-VL-LIQUIDO-CRED        PIC 9(10)V99.
            03  SIT01-DT-CHEGADA             PIC 9(08).
            03  FILLER                       PIC X(02).
      *
        FD DSUBCPG2K486ACR
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/486/ACR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K486ACR.
           03 APU-COMPETENCIA        PIC 9(06).
           03 APU-ID-BANCO           PIC 9(03).
           03 APU-CS-MEIO-PAGTO      PIC 9(02).
           03 APU-QTDE-CREDITOS      PIC 9(08).
           03 APU-VL-TARIFA          PIC 9(13)V99.
           03 APU-IN-SEM-TARIFA      PIC 9(01).
           03 FILLER                 PIC X(05).
      *
      *DEMONSTRATIVO DE MULTA POR BANCO/COMPETENCIA, PARA COMPENSACAO
      *NA FATURA DE TARIFA.
        FD DSUBCPG2KMUL
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/MUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 DMU01-REG.
           03 DMU01-COMPETENCIA      PIC 9(06).
           03 DMU01-ID-BANCO         PIC 9(03).
           03 DMU01-QT-EFETIVACAO    PIC 9(08).
           03 DMU01-VL-EFET-CALC     PIC 9(13)V99.
           03 DMU01-VL-EFET-DEVIDA   PIC 9(13)V99.
      *        MULTA DE EFETIVACAO JA LIMITADA AO TETO
           03 DMU01-QT-RETORNO       PIC 9(08).
           03 DMU01-VL-RET-CALC      PIC 9(13)V99.
           03 DMU01-VL-RET-DEVIDA    PIC 9(13)V99.
           03 DMU01-VL-MULTA-TOTAL   PIC 9(13)V99.
           03 DMU01-VL-TARIFA        PIC 9(13)V99.
           03 DMU01-VL-LIQUIDO       PIC S9(13)V99.
      *        TARIFA APURADA - MULTA DEVIDA (NEGATIVO = O BANCO DEVE)
           03 FILLER                 PIC X(20).
      *
      *RELACAO DE CREDITOS QUE SUSTENTA O DEMONSTRATIVO.
        FD DSUBCPG2KMULCRD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/MUL/CRD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 CRD01-REG.
           03 CRD01-COMPETENCIA      PIC 9(06).
           03 CRD01-ID-BANCO         PIC 9(03).
           03 CRD01-TP-MULTA         PIC X(01).
           03 CRD01-CHAVE            PIC X(45).
      *        SUBCHAVE DOCUMENTADA (MESMO GRUPO DE SIT01-CHAVE)
           03 CRD01-CS-RETORNO       PIC 9(02).
           03 CRD01-DT-BASE          PIC 9(08).
      *        INICIO DA VALIDADE (E) OU DATA DO FATO (R)
           03 CRD01-DT-EVENTO        PIC 9(08).
      *        PAGAMENTO (E) OU CHEGADA DO RETORNO (R)
           03 CRD01-QT-DIAS-UTEIS    PIC 9(05).
           03 CRD01-QT-DIAS-ATRASO   PIC 9(05).
           03 CRD01-VL-CREDITO       PIC 9(10)V99.
           03 CRD01-VL-MULTA         PIC 9(09)V99.
           03 FILLER                 PIC X(14).
      *
        FD LSUBCPG2KMUL.
        01 LINHA-LSUBCPG2KMUL     PIC X(133).
      *
        SD SORTMU.
        01 SRTMU-REG.
           03 SRTMU-ID-BANCO          PIC 9(03).
           03 SRTMU-TP-MULTA          PIC X(01).
           03 SRTMU-CHAVE             PIC X(45).
           03 SRTMU-CS-RETORNO        PIC 9(02).
           03 SRTMU-DT-BASE           PIC 9(08).
           03 SRTMU-DT-EVENTO         PIC 9(08).
           03 SRTMU-QT-DIAS-UTEIS     PIC 9(05).
           03 SRTMU-QT-DIAS-ATRASO    PIC 9(05).
           03 SRTMU-VL-CREDITO        PIC 9(10)V99.
           03 SRTMU-VL-MULTA          PIC 9(09)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KMUL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
      *
      *DATA DE REFERENCIA DA COMPETENCIA (PRIMEIRO DIA DO MES) PARA A
      *CHECAGEM DE VIGENCIA DA REGRA (MESMO CRITERIO DO PSUBCPG2K486).
       01  WS-DT-REFERENCIA           PIC 9(08) VALUE ZEROS.
       01  WS-DT-REFERENCIA-R REDEFINES WS-DT-REFERENCIA.
           03 WS-REF-AAAAMM           PIC 9(06).
           03 WS-REF-DD               PIC 9(02).
      *
       01  WS-DT-RETORNO              PIC 9(08) VALUE ZEROS.
       01  WS-DT-RETORNO-R REDEFINES WS-DT-RETORNO.
           03 WS-DT-RETORNO-AAAAMM    PIC 9(06).
           03 WS-DT-RETORNO-DD        PIC 9(02).
      *
      *REGRAS EM MEMORIA (CARREGADAS NO INICIO DO RUN).
       01  TABELA-REGRA.
           05 TB-MUL OCCURS 200 TIMES.
               10 TB-MUL-ID-BANCO     PIC 9(03).
               10 TB-MUL-TP-MULTA     PIC X(01).
               10 TB-MUL-DT-INI       PIC 9(08).
               10 TB-MUL-DT-FIM       PIC 9(08).
               10 TB-MUL-QT-CARENCIA  PIC 9(03).
               10 TB-MUL-CS-FORMA     PIC X(01).
               10 TB-MUL-VL-TAXA      PIC 9(05)V99.
               10 TB-MUL-VL-TETO      PIC 9(11)V99.
       77  WS-QTDE-MUL                PIC 9(03) VALUE ZEROS.
       77  WS-IX-MUL                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-REGRA                PIC 9(03) VALUE ZEROS.
       01  WS-REGRA-BANCO             PIC 9(03) VALUE ZEROS.
       01  WS-REGRA-TIPO              PIC X(01) VALUE SPACES.
      *
      *TARIFA APURADA DA COMPETENCIA POR BANCO.
       01  TABELA-TARIFA.
           05 TB-TAR OCCURS 50 TIMES.
               10 TB-TAR-ID-BANCO     PIC 9(03).
               10 TB-TAR-VL-TARIFA    PIC 9(13)V99.
       77  WS-QTDE-TAR                PIC 9(02) VALUE ZEROS.
       77  WS-IX-TAR                  PIC 9(02) VALUE ZEROS.
       77  WS-TAR-ENCONTRADA          PIC 9(01) VALUE 0.
      *
      *SUBCHAVE COMUM (MESMO GRUPO DISPLAY DE PSUBCPG2K461).
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
      *
       01  WS-SUBCHAVE-SIT.
           03 WS-SCST-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SCST-NU-NB           PIC 9(10).
           03 WS-SCST-CS-NATUR-CRED   PIC 9(02).
           03 WS-SCST-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SCST-DT-INI-PERIODO  PIC 9(08).
           03 WS-SCST-SEQ-REG         PIC 9(09).
      *
      *INTERFACE SSUBLIB2K602 (DIAS UTEIS ENTRE DATAS).
       77  WS-DATA-INICIO-602         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM-602            PIC 9(08) VALUE ZEROS.
       77  WS-UF-CONSULTA             PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-UTEIS              PIC 9(05) BINARY.
       77  WS-HORAS-UTEIS             PIC 9(07) BINARY.
       77  WS-STATUS-PERIODO          PIC 9(01) VALUE ZEROS.
      *
      *MEDICAO CORRENTE.
       77  WS-MED-TIPO                PIC X(01) VALUE SPACES.
       77  WS-MED-DT-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-MED-DT-EVENTO           PIC 9(08) VALUE ZEROS.
       77  WS-QT-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
       77  WS-VL-MULTA                PIC 9(09)V99 VALUE ZEROS.
      *
      *TOTAIS DO BANCO CORRENTE NA SAIDA DO SORT.
       77  WS-BANCO-CORRENTE          PIC 9(03) VALUE ZEROS.
       77  WS-IN-PRIMEIRO             PIC 9(01) VALUE 1.
       77  WS-QT-EFETIVACAO           PIC 9(08) VALUE ZEROS.
       77  WS-VL-EFET-CALC            PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-EFET-DEVIDA          PIC 9(13)V99 VALUE ZEROS.
       77  WS-QT-RETORNO              PIC 9(08) VALUE ZEROS.
       77  WS-VL-RET-CALC             PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-RET-DEVIDA           PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-MULTA-BANCO          PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-TARIFA-BANCO         PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-LIQUIDO-BANCO        PIC S9(13)V99 VALUE ZEROS.
      *
       77  WS-CT-SITUACOES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-FORA-COMPETENCIA     PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-MOVIMENTO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CHEGADA          PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-REGRA            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MULTA-EFET           PIC 9(08) VALUE ZEROS.
       77  WS-CT-MULTA-RET            PIC 9(08) VALUE ZEROS.
       77  WS-CT-BANCOS               PIC 9(08) VALUE ZEROS.
      *
       01  CAB-01-2KMUL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/MUL".
           03 FILLER                PIC X(42) VALUE
              "MULTA POR ATRASO DE EFETIVACAO/RETORNO".
           03 FILLER                PIC X(06) VALUE "COMP: ".
           03 CAB01-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(07) VALUE " DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KMUL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-BCO-2KMUL.
           03 FILLER                PIC X(07) VALUE "BANCO: ".
           03 CAB-BCO-ID-BANCO      PIC 9(03).
           03 FILLER                PIC X(40) VALUE
              " - RELACAO DE CREDITOS MULTADOS".
      *
       01  CAB-COL-2KMUL.
           03 FILLER                PIC X(05) VALUE "TIPO".
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(09) VALUE "DT-MOV".
           03 FILLER                PIC X(10) VALUE "SEQ-REG".
           03 FILLER                PIC X(04) VALUE "RET".
           03 FILLER                PIC X(09) VALUE "DT-BASE".
           03 FILLER                PIC X(09) VALUE "DT-EVENTO".
           03 FILLER                PIC X(07) VALUE "   DU".
           03 FILLER                PIC X(07) VALUE "ATRASO".
           03 FILLER                PIC X(16) VALUE "        CREDITO".
           03 FILLER                PIC X(16) VALUE "          MULTA".
      *
       01  DET-CRD-2KMUL.
           03 DET-CRD-TIPO          PIC X(01).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-CRD-NB            PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-DT-MOV        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-SEQ-REG       PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-RETORNO       PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CRD-DT-BASE       PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-DT-EVENTO     PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-DIAS          PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-ATRASO        PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CRD-VL-CREDITO    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CRD-VL-MULTA      PIC ZZZ.ZZZ.ZZ9,99.
      *
      *SUBCHAVE DO CREDITO NA LINHA DA RELACAO.
       01  WS-CRD-CHAVE.
           03 WS-CRD-DT-MOV-CREDITO   PIC 9(08).
           03 WS-CRD-NU-NB            PIC 9(10).
           03 FILLER                  PIC X(18).
           03 WS-CRD-SEQ-REG          PIC 9(09).
      *
       01  DET-DEM-2KMUL.
           03 DET-DEM-TEXTO         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 DET-DEM-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-2KMUL.
           03 TEXTO-TRL-2KMUL       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KMUL          PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-COMPETENCIA.
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
           IF WS-PAR-COMPETENCIA EQUAL ZEROS
              DISPLAY "PSUBCPG2KMUL - COMPETENCIA NAO INFORMADA - "
                      "RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTMU
                ASCENDING KEY SRTMU-ID-BANCO SRTMU-TP-MULTA
                              SRTMU-CHAVE
                INPUT  PROCEDURE 2000-MEDE-ATRASOS
                                 THRU 2000-MEDE-FIM
                OUTPUT PROCEDURE 3000-DEMONSTRATIVO
                                 THRU 3000-DEMONSTRATIVO-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KMUL.
      *
           MOVE ZEROS TO TABELA-REGRA TABELA-TARIFA.
           MOVE WS-PAR-COMPETENCIA TO WS-REF-AAAAMM.
           MOVE 01                 TO WS-REF-DD.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPETENCIA.
      *
           OPEN INPUT DSUBLIBBANCOMUL.
           PERFORM 1100-CARREGA-REGRAS
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBLIBBANCOMUL.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2K486ACR.
           PERFORM 1200-CARREGA-TARIFA
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K486ACR.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-REGRAS.
      *--------------------*
      *
           READ DSUBLIBBANCOMUL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
      *REGRA FORA DE VIGENCIA NA COMPETENCIA NEM ENTRA NA TABELA.
           IF MUL-DT-INI-VIG GREATER WS-DT-REFERENCIA
              GO TO 1100-FIM.
           IF MUL-DT-FIM-VIG NOT EQUAL ZEROS
              AND MUL-DT-FIM-VIG LESS WS-DT-REFERENCIA
              GO TO 1100-FIM.
      *
           IF WS-QTDE-MUL NOT LESS 200
              DISPLAY "PSUBCPG2KMUL - MAIS DE 200 REGRAS DE MULTA "
                      "VIGENTES - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-MUL.
           MOVE MUL-ID-BANCO   TO TB-MUL-ID-BANCO (WS-QTDE-MUL).
           MOVE MUL-TP-MULTA   TO TB-MUL-TP-MULTA (WS-QTDE-MUL).
           MOVE MUL-DT-INI-VIG TO TB-MUL-DT-INI (WS-QTDE-MUL).
           MOVE MUL-DT-FIM-VIG TO TB-MUL-DT-FIM (WS-QTDE-MUL).
           MOVE MUL-QT-DIAS-CARENCIA
                               TO TB-MUL-QT-CARENCIA (WS-QTDE-MUL).
           MOVE MUL-CS-FORMA   TO TB-MUL-CS-FORMA (WS-QTDE-MUL).
           MOVE MUL-VL-TAXA    TO TB-MUL-VL-TAXA (WS-QTDE-MUL).
           MOVE MUL-VL-TETO    TO TB-MUL-VL-TETO (WS-QTDE-MUL).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-TARIFA.
      *--------------------*
      *
           READ DSUBCPG2K486ACR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF APU-COMPETENCIA NOT EQUAL WS-PAR-COMPETENCIA
              GO TO 1200-FIM.
      *
           MOVE APU-ID-BANCO TO WS-REGRA-BANCO.
           PERFORM 9200-ACHA-TARIFA
              THRU 9200-FIM.
           IF WS-TAR-ENCONTRADA EQUAL 0
              IF WS-QTDE-TAR NOT LESS 50
                 DISPLAY "PSUBCPG2KMUL - MAIS DE 50 BANCOS NA "
                         "APURACAO DE TARIFA - RUN ABORTADO"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-TAR
              MOVE WS-QTDE-TAR  TO WS-IX-TAR
              MOVE APU-ID-BANCO TO TB-TAR-ID-BANCO (WS-IX-TAR)
           END-IF.
           ADD APU-VL-TARIFA TO TB-TAR-VL-TARIFA (WS-IX-TAR).
      *
       1200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE DIRIGIDO PELAS SITUACOES; CADA
      *    SITUACAO DA COMPETENCIA CASADA COM O CP01 E MEDIDA NOS DOIS
      *    TIPOS DE MULTA. O QUE PASSA DA CARENCIA VAI PARA O SORT POR
      *    BANCO.
      *----------------------------------------------------------------
       2000-MEDE-ATRASOS SECTION.
       2000-MEDE-INICIO.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           OPEN INPUT DSUBCPG2K462.
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
           PERFORM 2100-MERGE
              THRU 2100-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K462.
      *
           GO TO 2000-MEDE-FIM.
      *
       2100-MERGE.
      *----------*
      *
           ADD 1 TO WS-CT-SITUACOES.
      *
           MOVE SIT01-DT-RETORNO TO WS-DT-RETORNO.
           IF WS-DT-RETORNO-AAAAMM NOT EQUAL WS-PAR-COMPETENCIA
              ADD 1 TO WS-CT-FORA-COMPETENCIA
              PERFORM 9010-LE-SIT
                 THRU 9010-FIM
              GO TO 2100-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM"
                OR WS-SUBCHAVE-CP01 NOT LESS WS-SUBCHAVE-SIT.
      *
           IF WS-EOF-CP01 EQUAL "SIM"
              OR WS-SUBCHAVE-CP01 NOT EQUAL WS-SUBCHAVE-SIT
              ADD 1 TO WS-CT-SEM-MOVIMENTO
              PERFORM 9010-LE-SIT
                 THRU 9010-FIM
              GO TO 2100-FIM.
      *
      *EFETIVACAO: DA ABERTURA DA VALIDADE ATE O PAGAMENTO.
           IF SIT01-CS-RETORNO EQUAL 01
              MOVE "E"                  TO WS-MED-TIPO
              MOVE CP01-DT-INI-VALIDADE TO WS-MED-DT-BASE
              MOVE SIT01-DT-RETORNO     TO WS-MED-DT-EVENTO
              PERFORM 2200-MEDE
                 THRU 2200-FIM
           END-IF.
      *
      *RETORNO: DO FATO ATE A CHEGADA DO ARQUIVO. SITUACAO GRAVADA
      *ANTES DE PSUBCPG2K461 PASSAR A DATAR A CHEGADA NAO E MEDIDA.
           IF SIT01-DT-CHEGADA NOT NUMERIC
              OR SIT01-DT-CHEGADA EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-CHEGADA
           ELSE
              MOVE "R"                  TO WS-MED-TIPO
              IF SIT01-CS-RETORNO EQUAL 03
                 MOVE CP01-DT-FIM-VALIDADE TO WS-MED-DT-BASE
              ELSE
                 MOVE SIT01-DT-RETORNO     TO WS-MED-DT-BASE
              END-IF
              MOVE SIT01-DT-CHEGADA     TO WS-MED-DT-EVENTO
              PERFORM 2200-MEDE
                 THRU 2200-FIM
           END-IF.
      *
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-MEDE.
      *---------*
      *
           MOVE SIT01-ID-BANCO TO WS-REGRA-BANCO.
           MOVE WS-MED-TIPO    TO WS-REGRA-TIPO.
           PERFORM 9100-ACHA-REGRA
              THRU 9100-FIM.
           IF WS-IX-REGRA EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-REGRA
              GO TO 2200-FIM.
      *
      *EVENTO NO PROPRIO DIA DA BASE OU ANTES NAO TEM ATRASO.
           IF WS-MED-DT-EVENTO NOT GREATER WS-MED-DT-BASE
              GO TO 2200-FIM.
      *
           MOVE WS-MED-DT-BASE   TO WS-DATA-INICIO-602.
           MOVE WS-MED-DT-EVENTO TO WS-DATA-FIM-602.
           MOVE CP01-CS-UF-OP    TO WS-UF-CONSULTA.
           CALL "SSUBLIB2K602" USING WS-DATA-INICIO-602
                                     WS-DATA-FIM-602
                                     WS-UF-CONSULTA
                                     WS-DIAS-UTEIS WS-HORAS-UTEIS
                                     WS-STATUS-PERIODO.
           IF WS-STATUS-PERIODO NOT EQUAL 0
              GO TO 2200-FIM.
      *
           IF WS-DIAS-UTEIS NOT GREATER TB-MUL-QT-CARENCIA (WS-IX-REGRA)
              GO TO 2200-FIM.
      *
           COMPUTE WS-QT-DIAS-ATRASO = WS-DIAS-UTEIS
                                     - TB-MUL-QT-CARENCIA (WS-IX-REGRA).
           IF TB-MUL-CS-FORMA (WS-IX-REGRA) EQUAL "D"
              COMPUTE WS-VL-MULTA = TB-MUL-VL-TAXA (WS-IX-REGRA)
                                  * WS-QT-DIAS-ATRASO
           ELSE
              MOVE TB-MUL-VL-TAXA (WS-IX-REGRA) TO WS-VL-MULTA.
      *
           IF WS-MED-TIPO EQUAL "E"
              ADD 1 TO WS-CT-MULTA-EFET
           ELSE
              ADD 1 TO WS-CT-MULTA-RET.
      *
           MOVE SIT01-ID-BANCO        TO SRTMU-ID-BANCO.
           MOVE WS-MED-TIPO           TO SRTMU-TP-MULTA.
           MOVE SIT01-CHAVE           TO SRTMU-CHAVE.
           MOVE SIT01-CS-RETORNO      TO SRTMU-CS-RETORNO.
           MOVE WS-MED-DT-BASE        TO SRTMU-DT-BASE.
           MOVE WS-MED-DT-EVENTO      TO SRTMU-DT-EVENTO.
           MOVE WS-DIAS-UTEIS         TO SRTMU-QT-DIAS-UTEIS.
           MOVE WS-QT-DIAS-ATRASO     TO SRTMU-QT-DIAS-ATRASO.
           MOVE SIT01-VL-LIQUIDO-CRED TO SRTMU-VL-CREDITO.
           MOVE WS-VL-MULTA           TO SRTMU-VL-MULTA.
           RELEASE SRTMU-REG.
      *
       2200-FIM. EXIT.
      *---------*
       2000-MEDE-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: UMA PAGINA POR BANCO - RELACAO DOS
      *    CREDITOS MULTADOS E, NA QUEBRA, O DEMONSTRATIVO COM O TETO
      *    APLICADO, A TARIFA APURADA E O LIQUIDO A COMPENSAR.
      *----------------------------------------------------------------
       3000-DEMONSTRATIVO SECTION.
       3000-DEMONSTRATIVO-INICIO.
      *--------------------------*
      *
           OPEN OUTPUT DSUBCPG2KMUL.
           OPEN OUTPUT DSUBCPG2KMULCRD.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE 1     TO WS-IN-PRIMEIRO.
           PERFORM 3100-LE-SORT
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-PRIMEIRO EQUAL 0
              PERFORM 3300-FECHA-BANCO
                 THRU 3300-FIM.
      *
           CLOSE DSUBCPG2KMUL SAVE.
           CLOSE DSUBCPG2KMULCRD SAVE.
      *
           GO TO 3000-DEMONSTRATIVO-FIM.
      *
       3100-LE-SORT.
      *-------------*
      *
           RETURN SORTMU
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-IN-PRIMEIRO EQUAL 1
              OR SRTMU-ID-BANCO NOT EQUAL WS-BANCO-CORRENTE
              IF WS-IN-PRIMEIRO EQUAL 0
                 PERFORM 3300-FECHA-BANCO
                    THRU 3300-FIM
              END-IF
              MOVE 0              TO WS-IN-PRIMEIRO
              MOVE SRTMU-ID-BANCO TO WS-BANCO-CORRENTE
              PERFORM 3200-ABRE-BANCO
                 THRU 3200-FIM
           END-IF.
      *
           IF SRTMU-TP-MULTA EQUAL "E"
              ADD 1              TO WS-QT-EFETIVACAO
              ADD SRTMU-VL-MULTA TO WS-VL-EFET-CALC
           ELSE
              ADD 1              TO WS-QT-RETORNO
              ADD SRTMU-VL-MULTA TO WS-VL-RET-CALC.
      *
           MOVE SPACES               TO CRD01-REG.
           MOVE WS-PAR-COMPETENCIA   TO CRD01-COMPETENCIA.
           MOVE SRTMU-ID-BANCO       TO CRD01-ID-BANCO.
           MOVE SRTMU-TP-MULTA       TO CRD01-TP-MULTA.
           MOVE SRTMU-CHAVE          TO CRD01-CHAVE.
           MOVE SRTMU-CS-RETORNO     TO CRD01-CS-RETORNO.
           MOVE SRTMU-DT-BASE        TO CRD01-DT-BASE.
           MOVE SRTMU-DT-EVENTO      TO CRD01-DT-EVENTO.
           MOVE SRTMU-QT-DIAS-UTEIS  TO CRD01-QT-DIAS-UTEIS.
           MOVE SRTMU-QT-DIAS-ATRASO TO CRD01-QT-DIAS-ATRASO.
           MOVE SRTMU-VL-CREDITO     TO CRD01-VL-CREDITO.
           MOVE SRTMU-VL-MULTA       TO CRD01-VL-MULTA.
           WRITE CRD01-REG.
      *
           MOVE SRTMU-CHAVE          TO WS-CRD-CHAVE.
           MOVE SRTMU-TP-MULTA       TO DET-CRD-TIPO.
           MOVE WS-CRD-NU-NB         TO DET-CRD-NB.
           MOVE WS-CRD-DT-MOV-CREDITO TO DET-CRD-DT-MOV.
           MOVE WS-CRD-SEQ-REG       TO DET-CRD-SEQ-REG.
           MOVE SRTMU-CS-RETORNO     TO DET-CRD-RETORNO.
           MOVE SRTMU-DT-BASE        TO DET-CRD-DT-BASE.
           MOVE SRTMU-DT-EVENTO      TO DET-CRD-DT-EVENTO.
           MOVE SRTMU-QT-DIAS-UTEIS  TO DET-CRD-DIAS.
           MOVE SRTMU-QT-DIAS-ATRASO TO DET-CRD-ATRASO.
           MOVE SRTMU-VL-CREDITO     TO DET-CRD-VL-CREDITO.
           MOVE SRTMU-VL-MULTA       TO DET-CRD-VL-MULTA.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-CRD-2KMUL AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-ABRE-BANCO.
      *----------------*
      *
           MOVE ZEROS TO WS-QT-EFETIVACAO WS-VL-EFET-CALC
                         WS-QT-RETORNO    WS-VL-RET-CALC.
      *
           WRITE LINHA-LSUBCPG2KMUL FROM CAB-01-2KMUL AFTER PAGE.
           WRITE LINHA-LSUBCPG2KMUL FROM CAB-02-2KMUL AFTER 1.
           MOVE WS-BANCO-CORRENTE TO CAB-BCO-ID-BANCO.
           WRITE LINHA-LSUBCPG2KMUL FROM CAB-BCO-2KMUL AFTER 2.
           WRITE LINHA-LSUBCPG2KMUL FROM CAB-COL-2KMUL AFTER 2.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-FECHA-BANCO.
      *-----------------*
      *
           ADD 1 TO WS-CT-BANCOS.
      *
      *TETO DO MES POR TIPO (REGRA VIGENTE DO BANCO).
           MOVE WS-VL-EFET-CALC   TO WS-VL-EFET-DEVIDA.
           MOVE WS-BANCO-CORRENTE TO WS-REGRA-BANCO.
           MOVE "E"               TO WS-REGRA-TIPO.
           PERFORM 9100-ACHA-REGRA
              THRU 9100-FIM.
           IF WS-IX-REGRA NOT EQUAL ZEROS
              IF TB-MUL-VL-TETO (WS-IX-REGRA) GREATER ZEROS
                 AND WS-VL-EFET-DEVIDA GREATER
                                       TB-MUL-VL-TETO (WS-IX-REGRA)
                 MOVE TB-MUL-VL-TETO (WS-IX-REGRA)
                                       TO WS-VL-EFET-DEVIDA
              END-IF
           END-IF.
      *
           MOVE WS-VL-RET-CALC    TO WS-VL-RET-DEVIDA.
           MOVE "R"               TO WS-REGRA-TIPO.
           PERFORM 9100-ACHA-REGRA
              THRU 9100-FIM.
           IF WS-IX-REGRA NOT EQUAL ZEROS
              IF TB-MUL-VL-TETO (WS-IX-REGRA) GREATER ZEROS
                 AND WS-VL-RET-DEVIDA GREATER
                                      TB-MUL-VL-TETO (WS-IX-REGRA)
                 MOVE TB-MUL-VL-TETO (WS-IX-REGRA)
                                      TO WS-VL-RET-DEVIDA
              END-IF
           END-IF.
      *
           COMPUTE WS-VL-MULTA-BANCO = WS-VL-EFET-DEVIDA
                                     + WS-VL-RET-DEVIDA.
      *
           PERFORM 9200-ACHA-TARIFA
              THRU 9200-FIM.
           IF WS-TAR-ENCONTRADA EQUAL 1
              MOVE TB-TAR-VL-TARIFA (WS-IX-TAR) TO WS-VL-TARIFA-BANCO
           ELSE
              MOVE ZEROS TO WS-VL-TARIFA-BANCO.
           COMPUTE WS-VL-LIQUIDO-BANCO = WS-VL-TARIFA-BANCO
                                       - WS-VL-MULTA-BANCO.
      *
           MOVE SPACES              TO DMU01-REG.
           MOVE WS-PAR-COMPETENCIA  TO DMU01-COMPETENCIA.
           MOVE WS-BANCO-CORRENTE   TO DMU01-ID-BANCO.
           MOVE WS-QT-EFETIVACAO    TO DMU01-QT-EFETIVACAO.
           MOVE WS-VL-EFET-CALC     TO DMU01-VL-EFET-CALC.
           MOVE WS-VL-EFET-DEVIDA   TO DMU01-VL-EFET-DEVIDA.
           MOVE WS-QT-RETORNO       TO DMU01-QT-RETORNO.
           MOVE WS-VL-RET-CALC      TO DMU01-VL-RET-CALC.
           MOVE WS-VL-RET-DEVIDA    TO DMU01-VL-RET-DEVIDA.
           MOVE WS-VL-MULTA-BANCO   TO DMU01-VL-MULTA-TOTAL.
           MOVE WS-VL-TARIFA-BANCO  TO DMU01-VL-TARIFA.
           MOVE WS-VL-LIQUIDO-BANCO TO DMU01-VL-LIQUIDO.
           WRITE DMU01-REG.
      *
           MOVE SPACES TO DET-DEM-2KMUL.
           MOVE "MULTA POR EFETIVACAO ATRASADA (CALCULADA)    " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-EFET-CALC TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 3.
      *
           MOVE "MULTA POR EFETIVACAO ATRASADA (APOS O TETO)  " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-EFET-DEVIDA TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 1.
      *
           MOVE "MULTA POR RETORNO ATRASADO (CALCULADA)       " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-RET-CALC TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 1.
      *
           MOVE "MULTA POR RETORNO ATRASADO (APOS O TETO)     " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-RET-DEVIDA TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 1.
      *
           MOVE "TOTAL DA MULTA DEVIDA PELO BANCO             " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-MULTA-BANCO TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 2.
      *
           MOVE "TARIFA APURADA DA COMPETENCIA (PSUBCPG2K486) " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-TARIFA-BANCO TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 1.
      *
           MOVE "LIQUIDO A PAGAR APOS COMPENSACAO DA MULTA    " TO
                                                     DET-DEM-TEXTO.
           MOVE WS-VL-LIQUIDO-BANCO TO DET-DEM-VALOR.
           WRITE LINHA-LSUBCPG2KMUL FROM DET-DEM-2KMUL AFTER 1.
      *
       3300-FIM. EXIT.
      *---------*
       3000-DEMONSTRATIVO-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           WRITE LINHA-LSUBCPG2KMUL FROM CAB-01-2KMUL AFTER PAGE.
           WRITE LINHA-LSUBCPG2KMUL FROM CAB-02-2KMUL AFTER 1.
      *
           MOVE SPACES TO TRAILER-2KMUL.
           MOVE "SITUACOES LIDAS (462)                        " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-SITUACOES TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 2.
      *
           MOVE "   RETORNADAS FORA DA COMPETENCIA            " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-FORA-COMPETENCIA TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           MOVE "   SEM MOVIMENTO CP01 CORRESPONDENTE         " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-SEM-MOVIMENTO TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           MOVE "   SEM DATA DE CHEGADA DO RETORNO            " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-SEM-CHEGADA TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           MOVE "MEDICOES SEM REGRA VIGENTE PARA O BANCO      " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-SEM-REGRA TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           MOVE "CREDITOS MULTADOS POR EFETIVACAO ATRASADA    " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-MULTA-EFET TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           MOVE "CREDITOS MULTADOS POR RETORNO ATRASADO       " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-MULTA-RET TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           MOVE "BANCOS COM DEMONSTRATIVO DE MULTA            " TO
                                                     TEXTO-TRL-2KMUL.
           MOVE WS-CT-BANCOS TO QT-TRL-2KMUL.
           WRITE LINHA-LSUBCPG2KMUL FROM TRAILER-2KMUL AFTER 1.
      *
           CLOSE LSUBCPG2KMUL.
      *
       4000-FIM. EXIT.
      *---------*
      *
      *REGRA VIGENTE DE WS-REGRA-BANCO/WS-REGRA-TIPO EM WS-IX-REGRA
      *(ZEROS = BANCO SEM REGRA PARA O TIPO).
       9100-ACHA-REGRA.
      *----------------*
      *
           MOVE ZEROS TO WS-IX-REGRA.
           PERFORM VARYING WS-IX-MUL FROM 1 BY 1
                     UNTIL WS-IX-MUL GREATER WS-QTDE-MUL
                        OR WS-IX-REGRA NOT EQUAL ZEROS
              IF TB-MUL-ID-BANCO (WS-IX-MUL) EQUAL WS-REGRA-BANCO
                 AND TB-MUL-TP-MULTA (WS-IX-MUL) EQUAL WS-REGRA-TIPO
                 MOVE WS-IX-MUL TO WS-IX-REGRA
              END-IF
           END-PERFORM.
      *
       9100-FIM. EXIT.
      *---------*
      *
       9200-ACHA-TARIFA.
      *-----------------*
      *
           MOVE 0 TO WS-TAR-ENCONTRADA.
           PERFORM VARYING WS-IX-TAR FROM 1 BY 1
                     UNTIL WS-IX-TAR GREATER WS-QTDE-TAR
                        OR WS-TAR-ENCONTRADA EQUAL 1
              IF TB-TAR-ID-BANCO (WS-IX-TAR) EQUAL WS-REGRA-BANCO
                 MOVE 1 TO WS-TAR-ENCONTRADA
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O BANCO CERTO.
           IF WS-TAR-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-TAR.
      *
       9200-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-SC01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-SC01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-SC01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-SC01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-SC01-DT-INI-PERIODO
                        MOVE CP01-SEQ-REG        TO WS-SC01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *---------*
      *
       9010-LE-SIT.
      *-----------*
      *
           READ DSUBCPG2K462
                AT END MOVE "SIM" TO WS-EOF-SIT
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-SIT
                NOT AT END
                        MOVE SIT01-DT-MOV-CREDITO TO
                                       WS-SCST-DT-MOV-CREDITO
                        MOVE SIT01-NU-NB          TO WS-SCST-NU-NB
                        MOVE SIT01-CS-NATUR-CREDITO TO
                                       WS-SCST-CS-NATUR-CRED
                        MOVE SIT01-DT-FIM-PERIODO TO
                                       WS-SCST-DT-FIM-PERIODO
                        MOVE SIT01-DT-INI-PERIODO TO
                                       WS-SCST-DT-INI-PERIODO
                        MOVE SIT01-SEQ-REG        TO WS-SCST-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
