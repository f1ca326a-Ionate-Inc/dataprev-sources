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
       PROGRAM-ID.      PSUBCPG2KPABCES.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONTROLE DE PAB EM BENEFICIO CESSADO. O CP450 MARCA *
      *            O PAB EMITIDO PARA NB CESSADO                       *
      *            (CP50-IN-PAB-NB-CESS), A REMESSA AUTOMATICA         *
      *            (CP50-IN-PAB-REM-AUT-NPG) E A ORIGEM DO PEDIDO      *
      *            (CP50-IN-ORIG-SOLIC-PAB E                           *
      *            CP50-CS-ORIG-CONTG-PAB), MAS NENHUM DESSES CAMPOS   *
      *            ERA LIDO. PAGAMENTO ALTERNATIVO EM BENEFICIO        *
      *            CESSADO SO E LEGITIMO PARA RESIDUO DEVIDO ATE A     *
      *            DATA DA CESSACAO. ESTE JOB MENSAL:                  *
      *            (1) CASA O MOVIMENTO D/SUB/CPG/2K/401 COM A VISAO   *
      *                DE SITUACAO D/SUB/CPG/2K/462 PELA SUBCHAVE      *
      *                (MESMO MERGE DE PSUBCPG2KIDLCHK): RETORNO 01 =  *
      *                PAGO; CANCELADO, REJEITADO (02) OU EXPIRADO     *
      *                (03) SEM 01 = ENCERRADO; OS DEMAIS EM ABERTO;   *
      *            (2) CASA CADA CP50 DE PAB EM NB CESSADO COM O SEU   *
      *                CP01 PELA CHAVE DO CREDITO SEM O NIT (MESMO     *
      *                CRITERIO DE PSUBCPG2KPRCCHK) E CONFERE:         *
      *                - PERIODO PAGO (CP50-DT-FIM-PERIODO) TERMINANDO *
      *                  ATE A CESSACAO. A DATA DA CESSACAO E A DATA   *
      *                  DO EVENTO DO CP450 (CP50-DT-EVENTO); PAB SEM  *
      *                  ELA NAO PODE SER PROVADO E SAI COMO           *
      *                  "SEM DATA";                                   *
      *                - ORIGEM DO PEDIDO ENTRE AS AUTORIZADAS NA      *
      *                  TABELA MANTIDA PELA AREA DE BENEFICIOS        *
      *                  D/SUB/CPG/2K/PAB/ORI (PAR ORIGEM DA SOLICITA- *
      *                  CAO + ORIGEM DA CONTINGENCIA; CONTINGENCIA 9  *
      *                  NA TABELA VALE PARA QUALQUER UMA);            *
      *                - PAB DE REMESSA AUTOMATICA NUNCA SACADO (SEM   *
      *                  RETORNO 01);                                  *
      *            (3) RECLASSIFICA OS PAB POR OL SOLICITANTE          *
      *                (CP50-ID-OL-SOLIC-CRED) E MATRICULA DO          *
      *                SOLICITANTE (CP50-NU-MATRIC-SOLIC) E LISTA      *
      *                TODOS COM AS OCORRENCIAS, TOTALIZANDO           *
      *                QUANTIDADE E VALOR (TODOS E COM OCORRENCIA) POR *
      *                MATRICULA, POR OL E NO GERAL.                   *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/462 E D/SUB/CPG/2K/401 EM ORDEM        *
      *            ASCENDENTE DA SUBCHAVE (CONFERIVEL COM              *
      *            PSUBCPG2K490). SEM O 462 NENHUM CREDITO CONTA COMO  *
      *            PAGO.                                               *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - MES DO MOVIMENTO AAAAMM       *
      *            (ZEROS = ARQUIVO INTEIRO).                          *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2K462    - SITUACOES DE RETORNO (SIT01).     *
      *            DSUBCPG2K450    - MOVIMENTO CP450.                  *
      *            DSUBCPG2KPABORI - ORIGENS AUTORIZADAS DE PAB.       *
      *  SAIDA:    LSUBCPG2KPABCES - PAB EM NB CESSADO POR OL E        *
      *                              MATRICULA.                        *
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
           SELECT OPTIONAL DSUBCPG2K462    ASSIGN TO DISK.
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2KPABORI ASSIGN TO DISK.
           SELECT DSUBCPG2KPABTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KPABCES ASSIGN TO PRINTER.
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
            03  FILLER                       PIC X(10).
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
      *ORIGENS AUTORIZADAS A PEDIR PAB EM NB CESSADO, MANTIDAS PELA
      *AREA DE BENEFICIOS: UMA LINHA POR PAR ORIGEM DA SOLICITACAO
      *(CP50-IN-ORIG-SOLIC-PAB) + ORIGEM DA CONTINGENCIA
      *(CP50-CS-ORIG-CONTG-PAB); CONTINGENCIA 9 = QUALQUER UMA.
        FD DSUBCPG2KPABORI
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PAB/ORI ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPABORI.
           03 ORI-IN-ORIG-SOLIC       PIC 9(01).
           03 ORI-CS-ORIG-CONTG       PIC 9(01).
           03 ORI-DS-ORIGEM           PIC X(30).
           03 FILLER                  PIC X(08).
      *
      *APOIO: OS PAB SAEM DA CONFERENCIA EM ORDEM DE NB E SO SAO
      *IMPRESSOS DEPOIS DE RECLASSIFICADOS POR OL E MATRICULA.
        FD DSUBCPG2KPABTMP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PAB/CES/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPABTMP     PIC X(100).
      *
        FD LSUBCPG2KPABCES.
        01 LINHA-PABCES           PIC X(133).
      *
        SD SORTWK.
      *REGISTRO DO PRIMEIRO SORT: CHAVE DO CREDITO SEM O NIT,
      *ENCABECADA PELO NB; O CP01 (TIPO 1) VEM ANTES DO CP50 (TIPO 2).
        01 SRTK-REG.
           03 SRTK-CHAVE.
              05 SRTK-NU-NB           PIC 9(10).
              05 SRTK-DT-MOV-CREDITO  PIC 9(08).
              05 SRTK-CS-NATUR-CRED   PIC 9(02).
              05 SRTK-DT-FIM-PERIODO  PIC 9(08).
              05 SRTK-DT-INI-PERIODO  PIC 9(08).
              05 SRTK-SEQ-REG         PIC 9(09).
      *        1 - CP01   2 - CP50 DE PAB EM NB CESSADO
           03 SRTK-TIPO               PIC 9(01).
      *        "P" = PAGO   "E" = ENCERRADO   "A" = EM ABERTO
           03 SRTK-CS-SITUACAO        PIC X(01).
           03 SRTK-CS-UF              PIC 9(02).
           03 SRTK-CS-ESPECIE         PIC 9(03).
           03 SRTK-VL-LIQUIDO         PIC 9(10)V99.
           03 SRTK-ID-OL              PIC 9(08).
           03 SRTK-MATR-SOLIC         PIC 9(08).
           03 SRTK-DT-CESSACAO        PIC 9(08).
           03 SRTK-IN-ORIG-SOLIC      PIC 9(01).
           03 SRTK-CS-ORIG-CONTG      PIC 9(01).
           03 SRTK-IN-REM-AUT         PIC 9(01).
      *REGISTRO DO SEGUNDO SORT (LEIAUTE DE D/SUB/CPG/2K/PAB/CES/TMP).
        01 SRTP-REG.
           03 SRTP-CHAVE.
              05 SRTP-ID-OL           PIC 9(08).
              05 SRTP-MATR-SOLIC      PIC 9(08).
              05 SRTP-NU-NB           PIC 9(10).
              05 SRTP-DT-MOV-CREDITO  PIC 9(08).
           03 FILLER                  PIC X(66).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPABCES".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-PAR-COMPETENCIA         PIC 9(06).
      *
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-462            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ORIGENS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-PAB-CESS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CP01             PIC 9(08) VALUE ZEROS.
       77  WS-CT-PAB                  PIC 9(08) VALUE ZEROS.
       77  WS-VL-PAB                  PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-OCORRENCIA           PIC 9(08) VALUE ZEROS.
       77  WS-VL-OCORRENCIA           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-APOS-CESSACAO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CESSACAO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-NAO-AUTORIZADA       PIC 9(08) VALUE ZEROS.
       77  WS-CT-REM-NAO-SACADA       PIC 9(08) VALUE ZEROS.
       77  WS-VL-REM-NAO-SACADA       PIC 9(15)V99 VALUE ZEROS.
      *
      *TABELA DE ORIGENS AUTORIZADAS EM MEMORIA.
       01  TABELA-ORIGENS.
           05 TB-ORI OCCURS 100 TIMES.
              10 TB-ORI-IN-ORIG-SOLIC PIC 9(01).
              10 TB-ORI-CS-ORIG-CONTG PIC 9(01).
       77  WS-QTDE-ORI                PIC 9(04) VALUE ZEROS.
       77  WS-IX-ORI                  PIC 9(04) VALUE ZEROS.
       77  WS-ORI-ENCONTRADA          PIC 9(01) VALUE 0.
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
      *SITUACOES JA ACUMULADAS PARA A ULTIMA SUBCHAVE AVALIADA.
       01  WS-SUBCHAVE-AVAL           PIC X(45) VALUE LOW-VALUES.
       77  WS-AVAL-IN-EFETIVADO       PIC 9(01) VALUE 0.
       77  WS-AVAL-IN-DEVOLVIDO       PIC 9(01) VALUE 0.
      *
      *ULTIMO CP01 VISTO NO OUTPUT PROCEDURE (O CP01 VEM ANTES DO CP50
      *NA MESMA CHAVE). WS-CP01-IN-AVALIADO = 1 QUANDO UM CP50 JA
      *CASOU COM ELE.
       01  WS-CP01-CHAVE              PIC X(45) VALUE SPACES.
       77  WS-CP01-IN-AVALIADO        PIC 9(01) VALUE 0.
       77  WS-CP01-CS-SITUACAO        PIC X(01) VALUE SPACES.
       77  WS-CP01-CS-UF              PIC 9(02) VALUE ZEROS.
       77  WS-CP01-CS-ESPECIE         PIC 9(03) VALUE ZEROS.
       77  WS-CP01-VL-LIQUIDO         PIC 9(10)V99 VALUE ZEROS.
      *
      *PAB CONFERIDO (LEIAUTE DE D/SUB/CPG/2K/PAB/CES/TMP).
       01  WS-PAB-CONFERIDO.
           03 PAB-ID-OL               PIC 9(08).
           03 PAB-MATR-SOLIC          PIC 9(08).
           03 PAB-NU-NB               PIC 9(10).
           03 PAB-DT-MOV-CREDITO      PIC 9(08).
           03 PAB-DT-INI-PERIODO      PIC 9(08).
           03 PAB-DT-FIM-PERIODO      PIC 9(08).
           03 PAB-DT-CESSACAO         PIC 9(08).
           03 PAB-CS-UF               PIC 9(02).
           03 PAB-CS-ESPECIE          PIC 9(03).
           03 PAB-VL-LIQUIDO          PIC 9(10)V99.
           03 PAB-CS-SITUACAO         PIC X(01).
           03 PAB-IN-ORIG-SOLIC       PIC 9(01).
           03 PAB-CS-ORIG-CONTG       PIC 9(01).
      *        "S" = ATE A CESSACAO  "N" = APOS  "D" = SEM DATA
           03 PAB-IN-PERIODO          PIC X(01).
      *        "S" = AUTORIZADA  "N" = NAO AUTORIZADA
           03 PAB-IN-ORIGEM           PIC X(01).
      *        "S" = REMESSA AUTOMATICA NUNCA SACADA
           03 PAB-IN-REM-NAO-SACADA   PIC X(01).
           03 FILLER                  PIC X(19).
      *
      *QUEBRAS DO RELATORIO (OL E MATRICULA DO SOLICITANTE).
       77  WS-OL-ATUAL                PIC 9(08) VALUE ZEROS.
       77  WS-MATR-ATUAL              PIC 9(08) VALUE ZEROS.
       77  WS-IN-PRIMEIRO             PIC 9(01) VALUE 1.
       77  WS-IN-OCORRENCIA           PIC 9(01) VALUE 0.
       77  WS-CT-MATR                 PIC 9(08) VALUE ZEROS.
       77  WS-VL-MATR                 PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-MATR-OCOR            PIC 9(08) VALUE ZEROS.
       77  WS-VL-MATR-OCOR            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-OL                   PIC 9(08) VALUE ZEROS.
       77  WS-VL-OL                   PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-OL-OCOR              PIC 9(08) VALUE ZEROS.
       77  WS-VL-OL-OCOR              PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-PABCES.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PABC".
           03 FILLER                PIC X(48) VALUE
              "PAB EM BENEFICIO CESSADO POR OL E SOLICITANTE".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
           03 FILLER                PIC X(16) VALUE "   COMPETENCIA: ".
           03 CAB01-COMPET          PIC 9(06).
      *
       01  CAB-02-PABCES.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-PABCES.
           03 FILLER                PIC X(09) VALUE "OL".
           03 FILLER                PIC X(09) VALUE "MATRIC".
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(04) VALUE "ESP".
           03 FILLER                PIC X(22) VALUE "PERIODO".
           03 FILLER                PIC X(11) VALUE "CESSACAO".
           03 FILLER                PIC X(11) VALUE "MOVIMENTO".
           03 FILLER                PIC X(15) VALUE "          VALOR".
           03 FILLER                PIC X(10) VALUE "SITUACAO".
           03 FILLER                PIC X(04) VALUE "ORI".
           03 FILLER                PIC X(27) VALUE "OCORRENCIAS".
      *
       01  DET-PABCES.
           03 DET-ID-OL             PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-MATR-SOLIC        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CS-ESPECIE        PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-INI            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE "-".
           03 DET-DT-FIM            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-CESSACAO       PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-LIQUIDO        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-SITUACAO          PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-IN-ORIG-SOLIC     PIC 9(01).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-CS-ORIG-CONTG     PIC 9(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCOR-PERIODO      PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCOR-ORIGEM       PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCOR-REMESSA      PIC X(08).
      *
       01  TOT-QUEBRA-PABCES.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 TOT-TEXTO             PIC X(12).
           03 TOT-CODIGO            PIC 9(08).
           03 FILLER                PIC X(07) VALUE "  PAB: ".
           03 TOT-QT-PAB            PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 TOT-VL-PAB            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(19) VALUE
              "  COM OCORRENCIA: ".
           03 TOT-QT-OCOR           PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 TOT-VL-OCOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  MSG-SEM-ORIGENS-PABCES.
           03 FILLER                PIC X(38) VALUE
              "*** TABELA D/SUB/CPG/2K/PAB/ORI VAZIA".
           03 FILLER                PIC X(30) VALUE
              " - NENHUMA ORIGEM AUTORIZADA".
      *
       01  TRAILER-PABCES.
           03 TEXTO-TRL-PABCES      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PABCES         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-PABCES.
           03 TEXTO-TRL-VL-PABCES   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-PABCES         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTK-CHAVE SRTK-TIPO
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CONFERE
                                 THRU 3000-CONFERE-FIM.
      *
      *SEGUNDO SORT: OS PAB CONFERIDOS SAO IMPRESSOS POR OL E
      *MATRICULA DO SOLICITANTE.
           SORT SORTWK
                ASCENDING KEY SRTP-CHAVE
                USING DSUBCPG2KPABTMP
                OUTPUT PROCEDURE 5000-IMPRIME
                                 THRU 5000-IMPRIME-FIM.
      *
           PERFORM 3900-TOTAIS
              THRU 3900-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KPABCES.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPET.
      *
           WRITE LINHA-PABCES FROM CAB-01-PABCES AFTER PAGE.
           WRITE LINHA-PABCES FROM CAB-02-PABCES AFTER 1.
      *
           OPEN INPUT DSUBCPG2KPABORI.
           PERFORM 1100-CARREGA-ORIGENS
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPABORI.
           MOVE "NAO" TO WS-EOF.
      *
      *TABELA VAZIA NAO PARA O JOB: TODO PAB SAI COMO ORIGEM NAO
      *AUTORIZADA, E O AVISO FICA NO CABECALHO.
           IF WS-QTDE-ORI EQUAL ZEROS
              WRITE LINHA-PABCES FROM MSG-SEM-ORIGENS-PABCES AFTER 1.
      *
           WRITE LINHA-PABCES FROM CAB-03-PABCES AFTER 2.
           WRITE LINHA-PABCES FROM CAB-02-PABCES AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-ORIGENS.
      *---------------------*
      *
           READ DSUBCPG2KPABORI
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-ORI EQUAL 100
              DISPLAY "PSUBCPG2KPABCES: TABELA DE ORIGENS ACIMA DE"
              DISPLAY "100 LINHAS - REVER O LIMITE DA TABELA"
              CLOSE DSUBCPG2KPABORI
                    LSUBCPG2KPABCES
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-ORI WS-CT-ORIGENS.
           MOVE ORI-IN-ORIG-SOLIC TO TB-ORI-IN-ORIG-SOLIC (WS-QTDE-ORI).
           MOVE ORI-CS-ORIG-CONTG TO TB-ORI-CS-ORIG-CONTG (WS-QTDE-ORI).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE MOVIMENTO X SITUACOES PELA SUBCHAVE;
      *    LIBERA O CREDITO DA COMPETENCIA E O CP50 DE PAB EM NB
      *    CESSADO.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-MERGE.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2K462.
           OPEN INPUT DSUBCPG2K401.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K462.
           CLOSE DSUBCPG2K401.
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-CP50
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
           GO TO 2000-SOLTA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
           IF WS-SUBCHAVE-CP01 NOT EQUAL WS-SUBCHAVE-AVAL
              MOVE WS-SUBCHAVE-CP01 TO WS-SUBCHAVE-AVAL
              MOVE 0     TO WS-AVAL-IN-EFETIVADO WS-AVAL-IN-DEVOLVIDO
              PERFORM 9010-LE-SIT
                 THRU 9010-FIM
                UNTIL WS-EOF-SIT EQUAL "SIM"
                   OR WS-SUBCHAVE-SIT NOT LESS WS-SUBCHAVE-CP01
              PERFORM 2050-ACUMULA-SIT
                 THRU 2050-FIM
                UNTIL WS-EOF-SIT EQUAL "SIM"
                   OR WS-SUBCHAVE-SIT NOT EQUAL WS-SUBCHAVE-CP01.
      *
           PERFORM 2100-UM-CP01
              THRU 2100-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2050-ACUMULA-SIT.
      *-----------------*
      *
           IF SIT01-CS-RETORNO EQUAL 01
              MOVE 1 TO WS-AVAL-IN-EFETIVADO.
           IF SIT01-CS-RETORNO EQUAL 02
              OR SIT01-CS-RETORNO EQUAL 03
              MOVE 1 TO WS-AVAL-IN-DEVOLVIDO.
      *
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
       2050-FIM. EXIT.
      *---------*
      *
       2100-UM-CP01.
      *-------------*
      *
           IF WS-PAR-COMPETENCIA NOT EQUAL ZEROS
              AND CP01-DT-MOV-CREDITO-AAMM NOT EQUAL
                                           WS-PAR-COMPETENCIA
              GO TO 2100-FIM.
      *
           MOVE SPACES                TO SRTK-REG.
           MOVE CP01-NU-NB            TO SRTK-NU-NB.
           MOVE CP01-DT-MOV-CREDITO   TO SRTK-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO TO SRTK-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTK-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTK-DT-INI-PERIODO.
           MOVE CP01-SEQ-REG          TO SRTK-SEQ-REG.
           MOVE 1                     TO SRTK-TIPO.
           IF WS-AVAL-IN-EFETIVADO EQUAL 1
              MOVE "P" TO SRTK-CS-SITUACAO
           ELSE
              IF CP01-IN-CRED-CANCELADO EQUAL 1
                 OR WS-AVAL-IN-DEVOLVIDO EQUAL 1
                 MOVE "E" TO SRTK-CS-SITUACAO
              ELSE
                 MOVE "A" TO SRTK-CS-SITUACAO.
           MOVE CP01-CS-UF-OP         TO SRTK-CS-UF.
           MOVE CP01-CS-ESPECIE       TO SRTK-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTK-VL-LIQUIDO.
           MOVE ZEROS                 TO SRTK-ID-OL SRTK-MATR-SOLIC
                                         SRTK-DT-CESSACAO
                                         SRTK-IN-ORIG-SOLIC
                                         SRTK-CS-ORIG-CONTG
                                         SRTK-IN-REM-AUT.
           RELEASE SRTK-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-CP50.
      *-------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-450.
           IF CP50-IN-PAB-NB-CESS NOT EQUAL 1
              GO TO 2200-FIM.
           IF WS-PAR-COMPETENCIA NOT EQUAL ZEROS
              AND CP50-DT-MOV-CREDITO-AAMM NOT EQUAL
                                           WS-PAR-COMPETENCIA
              GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-PAB-CESS.
           MOVE SPACES                 TO SRTK-REG.
           MOVE CP50-NU-NB             TO SRTK-NU-NB.
           MOVE CP50-DT-MOV-CREDITO    TO SRTK-DT-MOV-CREDITO.
           MOVE CP50-CS-NATUR-CREDITO  TO SRTK-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO    TO SRTK-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO    TO SRTK-DT-INI-PERIODO.
           MOVE CP50-SEQ-REG           TO SRTK-SEQ-REG.
           MOVE 2                      TO SRTK-TIPO.
           MOVE ZEROS                  TO SRTK-CS-UF SRTK-CS-ESPECIE
                                          SRTK-VL-LIQUIDO.
           MOVE CP50-ID-OL-SOLIC-CRED  TO SRTK-ID-OL.
           MOVE CP50-NU-MATRIC-SOLIC   TO SRTK-MATR-SOLIC.
           MOVE CP50-DT-EVENTO         TO SRTK-DT-CESSACAO.
           MOVE CP50-IN-ORIG-SOLIC-PAB TO SRTK-IN-ORIG-SOLIC.
           MOVE CP50-CS-ORIG-CONTG-PAB TO SRTK-CS-ORIG-CONTG.
           MOVE CP50-IN-PAB-REM-AUT-NPG TO SRTK-IN-REM-AUT.
           RELEASE SRTK-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS-401
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
                        ADD 1 TO WS-CT-LIDOS-462
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
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: GUARDA O CP01 DE CADA CHAVE E, PARA O CP50
      *    DE PAB DA MESMA CHAVE, CONFERE PERIODO, ORIGEM E SAQUE.
      *----------------------------------------------------------------
       3000-CONFERE SECTION.
       3000-CONFERE-PAB.
      *-----------------*
      *
           OPEN OUTPUT DSUBCPG2KPABTMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSUBCPG2KPABTMP SAVE.
           GO TO 3000-CONFERE-FIM.
      *
       3100-UM-REGISTRO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTK-TIPO EQUAL 1
              MOVE 0                    TO WS-CP01-IN-AVALIADO
              MOVE SRTK-CHAVE           TO WS-CP01-CHAVE
              MOVE SRTK-CS-SITUACAO     TO WS-CP01-CS-SITUACAO
              MOVE SRTK-CS-UF           TO WS-CP01-CS-UF
              MOVE SRTK-CS-ESPECIE      TO WS-CP01-CS-ESPECIE
              MOVE SRTK-VL-LIQUIDO      TO WS-CP01-VL-LIQUIDO
              GO TO 3100-FIM.
      *
      *PAB SEM CREDITO NO MOVIMENTO: SO CONTADO. CP50 REPETIDO PARA O
      *MESMO CREDITO: IGNORADO.
           IF SRTK-CHAVE NOT EQUAL WS-CP01-CHAVE
              ADD 1 TO WS-CT-SEM-CP01
              GO TO 3100-FIM.
           IF WS-CP01-IN-AVALIADO EQUAL 1
              GO TO 3100-FIM.
      *
           MOVE 1 TO WS-CP01-IN-AVALIADO.
           PERFORM 3200-AVALIA
              THRU 3200-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-AVALIA.
      *------------*
      *
           MOVE SPACES              TO WS-PAB-CONFERIDO.
           MOVE SRTK-ID-OL          TO PAB-ID-OL.
           MOVE SRTK-MATR-SOLIC     TO PAB-MATR-SOLIC.
           MOVE SRTK-NU-NB          TO PAB-NU-NB.
           MOVE SRTK-DT-MOV-CREDITO TO PAB-DT-MOV-CREDITO.
           MOVE SRTK-DT-INI-PERIODO TO PAB-DT-INI-PERIODO.
           MOVE SRTK-DT-FIM-PERIODO TO PAB-DT-FIM-PERIODO.
           MOVE SRTK-DT-CESSACAO    TO PAB-DT-CESSACAO.
           MOVE WS-CP01-CS-UF       TO PAB-CS-UF.
           MOVE WS-CP01-CS-ESPECIE  TO PAB-CS-ESPECIE.
           MOVE WS-CP01-VL-LIQUIDO  TO PAB-VL-LIQUIDO.
           MOVE WS-CP01-CS-SITUACAO TO PAB-CS-SITUACAO.
           MOVE SRTK-IN-ORIG-SOLIC  TO PAB-IN-ORIG-SOLIC.
           MOVE SRTK-CS-ORIG-CONTG  TO PAB-CS-ORIG-CONTG.
      *
      *PERIODO PAGO X CESSACAO: SO O RESIDUO ATE A CESSACAO E DEVIDO.
           IF SRTK-DT-CESSACAO EQUAL ZEROS
              MOVE "D" TO PAB-IN-PERIODO
              ADD 1 TO WS-CT-SEM-CESSACAO
           ELSE
              IF SRTK-DT-FIM-PERIODO GREATER SRTK-DT-CESSACAO
                 MOVE "N" TO PAB-IN-PERIODO
                 ADD 1 TO WS-CT-APOS-CESSACAO
              ELSE
                 MOVE "S" TO PAB-IN-PERIODO.
      *
           MOVE 0 TO WS-ORI-ENCONTRADA.
           PERFORM VARYING WS-IX-ORI FROM 1 BY 1
                     UNTIL WS-IX-ORI GREATER WS-QTDE-ORI
                        OR WS-ORI-ENCONTRADA EQUAL 1
              IF TB-ORI-IN-ORIG-SOLIC (WS-IX-ORI) EQUAL
                                           SRTK-IN-ORIG-SOLIC
                 AND (TB-ORI-CS-ORIG-CONTG (WS-IX-ORI) EQUAL
                                           SRTK-CS-ORIG-CONTG
                   OR TB-ORI-CS-ORIG-CONTG (WS-IX-ORI) EQUAL 9)
                 MOVE 1 TO WS-ORI-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-ORI-ENCONTRADA EQUAL 1
              MOVE "S" TO PAB-IN-ORIGEM
           ELSE
              MOVE "N" TO PAB-IN-ORIGEM
              ADD 1 TO WS-CT-NAO-AUTORIZADA.
      *
      *REMESSA AUTOMATICA SEM RETORNO 01: O BENEFICIARIO NUNCA SACOU.
           IF SRTK-IN-REM-AUT EQUAL 1
              AND WS-CP01-CS-SITUACAO NOT EQUAL "P"
              MOVE "S" TO PAB-IN-REM-NAO-SACADA
              ADD 1 TO WS-CT-REM-NAO-SACADA
              ADD WS-CP01-VL-LIQUIDO TO WS-VL-REM-NAO-SACADA
           ELSE
              MOVE "N" TO PAB-IN-REM-NAO-SACADA.
      *
           WRITE REG-DSUBCPG2KPABTMP FROM WS-PAB-CONFERIDO.
      *
       3200-FIM. EXIT.
      *---------*
       3000-CONFERE-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: LISTA OS PAB POR OL E MATRICULA, COM
      *    TOTAL POR MATRICULA E POR OL.
      *----------------------------------------------------------------
       5000-IMPRIME SECTION.
       5000-IMPRIME-PAB.
      *-----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-UM-PAB
              THRU 5100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-PRIMEIRO EQUAL 0
              PERFORM 5200-QUEBRA-MATRICULA
                 THRU 5200-FIM
              PERFORM 5300-QUEBRA-OL
                 THRU 5300-FIM.
           GO TO 5000-IMPRIME-FIM.
      *
       5100-UM-PAB.
      *------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 5100-FIM.
      *
           MOVE SRTP-REG TO WS-PAB-CONFERIDO.
      *
           IF WS-IN-PRIMEIRO EQUAL 1
              MOVE 0              TO WS-IN-PRIMEIRO
              MOVE PAB-ID-OL      TO WS-OL-ATUAL
              MOVE PAB-MATR-SOLIC TO WS-MATR-ATUAL
           ELSE
              IF PAB-ID-OL NOT EQUAL WS-OL-ATUAL
                 PERFORM 5200-QUEBRA-MATRICULA
                    THRU 5200-FIM
                 PERFORM 5300-QUEBRA-OL
                    THRU 5300-FIM
                 MOVE PAB-ID-OL      TO WS-OL-ATUAL
                 MOVE PAB-MATR-SOLIC TO WS-MATR-ATUAL
              ELSE
                 IF PAB-MATR-SOLIC NOT EQUAL WS-MATR-ATUAL
                    PERFORM 5200-QUEBRA-MATRICULA
                       THRU 5200-FIM
                    MOVE PAB-MATR-SOLIC TO WS-MATR-ATUAL.
      *
           MOVE PAB-ID-OL          TO DET-ID-OL.
           MOVE PAB-MATR-SOLIC     TO DET-MATR-SOLIC.
           MOVE PAB-NU-NB          TO DET-NU-NB.
           MOVE PAB-CS-ESPECIE     TO DET-CS-ESPECIE.
           MOVE PAB-DT-INI-PERIODO TO DET-DT-INI.
           MOVE PAB-DT-FIM-PERIODO TO DET-DT-FIM.
           MOVE PAB-DT-CESSACAO    TO DET-DT-CESSACAO.
           MOVE PAB-DT-MOV-CREDITO TO DET-DT-MOV.
           MOVE PAB-VL-LIQUIDO     TO DET-VL-LIQUIDO.
           MOVE PAB-IN-ORIG-SOLIC  TO DET-IN-ORIG-SOLIC.
           MOVE PAB-CS-ORIG-CONTG  TO DET-CS-ORIG-CONTG.
           IF PAB-CS-SITUACAO EQUAL "P"
              MOVE "PAGO"      TO DET-SITUACAO
           ELSE
              IF PAB-CS-SITUACAO EQUAL "E"
                 MOVE "ENCERRADO" TO DET-SITUACAO
              ELSE
                 MOVE "EM ABERTO" TO DET-SITUACAO.
      *
           MOVE 0      TO WS-IN-OCORRENCIA.
           MOVE SPACES TO DET-OCOR-PERIODO DET-OCOR-ORIGEM
                          DET-OCOR-REMESSA.
           IF PAB-IN-PERIODO EQUAL "N"
              MOVE "APOS CESS" TO DET-OCOR-PERIODO
              MOVE 1 TO WS-IN-OCORRENCIA.
           IF PAB-IN-PERIODO EQUAL "D"
              MOVE "SEM DATA"  TO DET-OCOR-PERIODO
              MOVE 1 TO WS-IN-OCORRENCIA.
           IF PAB-IN-ORIGEM EQUAL "N"
              MOVE "ORIG NAO" TO DET-OCOR-ORIGEM
              MOVE 1 TO WS-IN-OCORRENCIA.
           IF PAB-IN-REM-NAO-SACADA EQUAL "S"
              MOVE "NAO SACO" TO DET-OCOR-REMESSA
              MOVE 1 TO WS-IN-OCORRENCIA.
      *
           WRITE LINHA-PABCES FROM DET-PABCES AFTER 1.
      *
           ADD 1              TO WS-CT-MATR WS-CT-PAB.
           ADD PAB-VL-LIQUIDO TO WS-VL-MATR WS-VL-PAB.
           IF WS-IN-OCORRENCIA EQUAL 1
              ADD 1              TO WS-CT-MATR-OCOR WS-CT-OCORRENCIA
              ADD PAB-VL-LIQUIDO TO WS-VL-MATR-OCOR WS-VL-OCORRENCIA.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-QUEBRA-MATRICULA.
      *----------------------*
      *
           MOVE "MATRICULA: "   TO TOT-TEXTO.
           MOVE WS-MATR-ATUAL   TO TOT-CODIGO.
           MOVE WS-CT-MATR      TO TOT-QT-PAB.
           MOVE WS-VL-MATR      TO TOT-VL-PAB.
           MOVE WS-CT-MATR-OCOR TO TOT-QT-OCOR.
           MOVE WS-VL-MATR-OCOR TO TOT-VL-OCOR.
           WRITE LINHA-PABCES FROM TOT-QUEBRA-PABCES AFTER 1.
      *
           ADD WS-CT-MATR      TO WS-CT-OL.
           ADD WS-VL-MATR      TO WS-VL-OL.
           ADD WS-CT-MATR-OCOR TO WS-CT-OL-OCOR.
           ADD WS-VL-MATR-OCOR TO WS-VL-OL-OCOR.
           MOVE ZEROS TO WS-CT-MATR WS-VL-MATR
                         WS-CT-MATR-OCOR WS-VL-MATR-OCOR.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5300-QUEBRA-OL.
      *---------------*
      *
           MOVE "OL:        "   TO TOT-TEXTO.
           MOVE WS-OL-ATUAL     TO TOT-CODIGO.
           MOVE WS-CT-OL        TO TOT-QT-PAB.
           MOVE WS-VL-OL        TO TOT-VL-PAB.
           MOVE WS-CT-OL-OCOR   TO TOT-QT-OCOR.
           MOVE WS-VL-OL-OCOR   TO TOT-VL-OCOR.
           WRITE LINHA-PABCES FROM TOT-QUEBRA-PABCES AFTER 1.
           WRITE LINHA-PABCES FROM CAB-02-PABCES AFTER 1.
      *
           MOVE ZEROS TO WS-CT-OL WS-VL-OL
                         WS-CT-OL-OCOR WS-VL-OL-OCOR.
      *
       5300-FIM. EXIT.
      *---------*
       5000-IMPRIME-FIM. EXIT.
      *
       3900-TOTAIS.
      *------------*
      *
           MOVE SPACES TO TRAILER-PABCES.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 3.
      *
           MOVE "SITUACOES LIDAS (D/SUB/CPG/2K/462)           " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-LIDOS-462 TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "ORIGENS AUTORIZADAS NA TABELA                " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-ORIGENS TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "PAB EM NB CESSADO NO CP450                   " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-PAB-CESS TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "  SEM CREDITO NO MOVIMENTO CP01              " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-SEM-CP01 TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "  LISTADOS                                   " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-PAB TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "    PERIODO APOS A CESSACAO                  " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-APOS-CESSACAO TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "    SEM DATA DE CESSACAO                     " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-SEM-CESSACAO TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "    ORIGEM NAO AUTORIZADA                    " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-NAO-AUTORIZADA TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "    REMESSA AUTOMATICA NUNCA SACADA          " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-REM-NAO-SACADA TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE "  COM PELO MENOS UMA OCORRENCIA              " TO
                                                   TEXTO-TRL-PABCES.
           MOVE WS-CT-OCORRENCIA TO QT-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-PABCES AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-PABCES.
           MOVE "VALOR DOS PAB LISTADOS                       " TO
                                                TEXTO-TRL-VL-PABCES.
           MOVE WS-VL-PAB TO VL-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-VL-PABCES AFTER 2.
      *
           MOVE "VALOR DOS PAB COM OCORRENCIA                 " TO
                                                TEXTO-TRL-VL-PABCES.
           MOVE WS-VL-OCORRENCIA TO VL-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-VL-PABCES AFTER 1.
      *
           MOVE "VALOR DE REMESSA AUTOMATICA NUNCA SACADA     " TO
                                                TEXTO-TRL-VL-PABCES.
           MOVE WS-VL-REM-NAO-SACADA TO VL-TRL-PABCES.
           WRITE LINHA-PABCES FROM TRAILER-VL-PABCES AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPABCES.
      *
       4000-FIM. EXIT.
      *---------*
