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
       PROGRAM-ID.      PSUBCPG2KIDLCHK.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CESSACAO DA COTA DE DEPENDENTE POR LIMITE DE IDADE. *
      *            A COTA DE PENSAO DE FILHO E DEMAIS DEPENDENTES      *
      *            TERMINA NA IDADE LEGAL, MAS O CREDITO CONTINUA      *
      *            SAINDO SEMPRE QUE A ORIGEM NAO INFORMA A CESSACAO - *
      *            NADA CONFERIA A IDADE. ESTE JOB:                    *
      *            (1) CASA O MOVIMENTO D/SUB/CPG/2K/401 COM A VISAO   *
      *                DE SITUACAO D/SUB/CPG/2K/462 PELA SUBCHAVE      *
      *                (MESMO MERGE DE PSUBCPG2KSUB): CREDITO COM      *
      *                RETORNO 01 FOI PAGO; CANCELADO, REJEITADO (02)  *
      *                OU EXPIRADO (03) ESTA ENCERRADO E NAO ENTRA;    *
      *                OS DEMAIS ESTAO EM ABERTO;                      *
      *            (2) SO SEGUE O CREDITO DE ESPECIE COM IDADE LIMITE  *
      *                NO CADASTRO DE ESPECIES (ESP-QT-IDADE-LIMITE,   *
      *                LINHA VIGENTE EM CP01-DT-INI-PERIODO, VIA       *
      *                SSUBLIB2K607), E O CASA COM O CP450 PELA CHAVE  *
      *                DO CREDITO SEM O NIT (MESMO CRITERIO DE         *
      *                PSUBCPG2KPRCCHK) PARA TER CP50-DT-NASCIMENTO E  *
      *                O ELO CP50-NU-NB-PENSAO;                        *
      *            (3) CALCULA A IDADE EM CP01-DT-INI-PERIODO E A DATA *
      *                LIMITE (ANIVERSARIO DA IDADE LIMITE) E LISTA O  *
      *                CREDITO CUJO PERIODO VAI ALEM DELA, COM O VALOR *
      *                PAGO EM EXCESSO: O LIQUIDO INTEIRO SE O PERIODO *
      *                COMECA NA DATA LIMITE OU DEPOIS; SE ELA CAI     *
      *                DENTRO DO PERIODO, A PARTE PROPORCIONAL DOS     *
      *                DIAS A PARTIR DELA (MES COMERCIAL DE 30 DIAS);  *
      *            (4) CREDITO PAGO VAI PARA O FEED DE ABERTURA        *
      *                D/SUB/CPG/2K/REC/ABR/IDL (ORIGEM "I", VIDE      *
      *                B/SUB/CPG/2K/REC) PELO VALOR EM EXCESSO, COM O  *
      *                MOVIMENTO DO CREDITO COMO REFERENCIA; CREDITO   *
      *                EM ABERTO VAI PARA O FEED PROPOSTO              *
      *                D/SUB/CPG/2K/CAN/IDL, NO LEIAUTE DE             *
      *                D/SUB/CPG/2K/CAN/NOVO (MOTIVO 02) E NA ORDEM DA *
      *                CHAVE COMPLETA - CONFERIDO PELA AREA DE         *
      *                BENEFICIOS, E SUBMETIDO AO PSUBCPG2KCAN COM     *
      *                TOKEN DE APROVACAO PARA BLOQUEAR ANTES DA       *
      *                EMISSAO. NADA E CANCELADO DIRETAMENTE AQUI.     *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/462 E D/SUB/CPG/2K/401 EM ORDEM        *
      *            ASCENDENTE DA SUBCHAVE (CONFERIVEL COM              *
      *            PSUBCPG2K490). SEM O 462 NENHUM CREDITO CONTA COMO  *
      *            PAGO.                                               *
      *                                                                *
      *  PARAMETRO: WS-PAR-MATRIC-SOLIC - MATRICULA DO ANALISTA QUE    *
      *            RESPONDE PELO FEED PROPOSTO (VAI EM                 *
      *            NOVO-NU-MATRIC-SOLIC).                              *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2K462    - SITUACOES DE RETORNO (SIT01).     *
      *            DSUBCPG2K450    - MOVIMENTO CP450.                  *
      *  SAIDA:    DSUBCPG2KRECIDL - FEED DE ABERTURA DE CASO DE       *
      *                              RECUPERACAO (PSUBCPG2KREC).       *
      *            DSUBCPG2KCANIDL - FEED PROPOSTO DE CANCELAMENTO.    *
      *            LSUBCPG2KIDLCHK - RELATORIO DE COTAS ALEM DO LIMITE *
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
           SELECT DSUBCPG2KRECIDL ASSIGN TO DISK.
           SELECT DSUBCPG2KIDLTMP ASSIGN TO DISK.
           SELECT DSUBCPG2KCANIDL ASSIGN TO DISK.
           SELECT LSUBCPG2KIDLCHK ASSIGN TO PRINTER.
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
        FD DSUBCPG2KRECIDL
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC/ABR/IDL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/RECABR ON PKBDSGF".
      *
      *APOIO: AS PROPOSTAS SAEM DA CONFERENCIA EM ORDEM DE NB E SO
      *VIRAM FEED DEPOIS DE RECLASSIFICADAS PELA CHAVE COMPLETA.
        FD DSUBCPG2KIDLTMP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CAN/IDL/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KIDLTMP     PIC X(100).
      *
      *FEED PROPOSTO - MESMO LEIAUTE DE D/SUB/CPG/2K/CAN/NOVO.
        FD DSUBCPG2KCANIDL
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CAN/IDL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCANIDL     PIC X(100).
      *
        FD LSUBCPG2KIDLCHK.
        01 LINHA-IDLCHK           PIC X(133).
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
      *        1 - CP01   2 - CP50 COM DATA DE NASCIMENTO
           03 SRTK-TIPO               PIC 9(01).
           03 SRTK-ID-NIT             PIC 9(10).
      *        "P" = PAGO (RETORNO 01)   "A" = EM ABERTO
           03 SRTK-CS-SITUACAO        PIC X(01).
           03 SRTK-CS-UF              PIC 9(02).
           03 SRTK-CS-ESPECIE         PIC 9(03).
           03 SRTK-QT-IDADE-LIMITE    PIC 9(02).
           03 SRTK-VL-LIQUIDO         PIC 9(10)V99.
           03 SRTK-DT-NASCIMENTO      PIC 9(08).
           03 SRTK-NU-NB-PENSAO       PIC 9(10).
      *REGISTRO DO SEGUNDO SORT (LEIAUTE DE D/SUB/CPG/2K/CAN/NOVO).
        01 SRTC-REG.
           03 SRTC-CHAVE.
              05 SRTC-DT-MOV-CREDITO  PIC 9(08).
              05 SRTC-NU-NB           PIC 9(10).
              05 SRTC-CS-NATUR-CRED   PIC 9(02).
              05 SRTC-DT-FIM-PERIODO  PIC 9(08).
              05 SRTC-DT-INI-PERIODO  PIC 9(08).
              05 SRTC-ID-NIT          PIC 9(10).
              05 SRTC-SEQ-REG         PIC 9(09).
           03 FILLER                  PIC X(45).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KIDLCHK".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-PAR-MATRIC-SOLIC        PIC 9(08) VALUE ZEROS.
      *
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-462            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ENCERRADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-COM-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-NASCIMENTO       PIC 9(08) VALUE ZEROS.
       77  WS-CT-NASC-INVALIDO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-DENTRO-LIMITE        PIC 9(08) VALUE ZEROS.
       77  WS-CT-ALEM-PAGOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-ALEM-PAGOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-ALEM-ABERTOS         PIC 9(08) VALUE ZEROS.
       77  WS-VL-ALEM-ABERTOS         PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-FEED-REC             PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED-CAN             PIC 9(08) VALUE ZEROS.
      *
      *INTERFACE DA CONSULTA AO CADASTRO DE ESPECIES (SSUBLIB2K607):
      *LINHA VIGENTE NO INICIO DO PERIODO DO CREDITO.
       77  WS-ESP-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       77  WS-ESP-DT-REFERENCIA       PIC 9(08) VALUE ZEROS.
       77  WS-ESP-STATUS              PIC 9(01) VALUE ZEROS.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
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
      *NA MESMA CHAVE). WS-CP01-IN-AVALIADO = 1 QUANDO UM CP50 COM
      *NASCIMENTO JA CASOU COM ELE.
       01  WS-CP01-CHAVE              PIC X(45) VALUE SPACES.
       77  WS-CP01-IN-PENDENTE        PIC 9(01) VALUE 0.
       77  WS-CP01-IN-AVALIADO        PIC 9(01) VALUE 0.
       77  WS-CP01-ID-NIT             PIC 9(10) VALUE ZEROS.
       77  WS-CP01-CS-SITUACAO        PIC X(01) VALUE SPACES.
       77  WS-CP01-CS-UF              PIC 9(02) VALUE ZEROS.
       77  WS-CP01-CS-ESPECIE         PIC 9(03) VALUE ZEROS.
       77  WS-CP01-QT-IDADE-LIMITE    PIC 9(02) VALUE ZEROS.
       77  WS-CP01-VL-LIQUIDO         PIC 9(10)V99 VALUE ZEROS.
      *
      *DATAS DA AVALIACAO (AAAAMMDD).
       01  WS-DT-NASC                 PIC 9(08).
       01  WS-DT-NASC-R REDEFINES WS-DT-NASC.
           03 WS-NASC-ANO             PIC 9(04).
           03 WS-NASC-MMDD            PIC 9(04).
       01  WS-DT-INI                  PIC 9(08).
       01  WS-DT-INI-R REDEFINES WS-DT-INI.
           03 WS-INI-ANO              PIC 9(04).
           03 WS-INI-MMDD             PIC 9(04).
      *DATA LIMITE = ANIVERSARIO DA IDADE LIMITE. NASCIDO EM 29/02
      *TEM LIMITE 29/02 TAMBEM EM ANO COMUM - COMPARADO COMO NUMERO,
      *O PRIMEIRO DIA ALCANCADO E 01/03.
       77  WS-DT-LIMITE               PIC 9(08) VALUE ZEROS.
       77  WS-QT-IDADE                PIC 9(03) VALUE ZEROS.
       77  WS-VL-EXCESSO              PIC 9(10)V99 VALUE ZEROS.
      *
      *PROPORCAO NO PERIODO QUE CONTEM A DATA LIMITE: DIAS CORRIDOS
      *NO CALENDARIO COMERCIAL (ANO DE 360, MES DE 30 DIAS).
       01  WS-DT-CALC                 PIC 9(08).
       01  WS-DT-CALC-R REDEFINES WS-DT-CALC.
           03 WS-CALC-ANO             PIC 9(04).
           03 WS-CALC-MES             PIC 9(02).
           03 WS-CALC-DIA             PIC 9(02).
       77  WS-DIAS-360                PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-INI                PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-LIMITE             PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-FIM                PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-PERIODO            PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-EXCESSO            PIC 9(07) VALUE ZEROS.
      *
      *PROPOSTA DE CANCELAMENTO (LEIAUTE DE D/SUB/CPG/2K/CAN/NOVO).
       01  WS-PROPOSTA-CAN.
           03 PROP-DT-MOV-CREDITO     PIC 9(08).
           03 PROP-NU-NB              PIC 9(10).
           03 PROP-CS-NATUR-CREDITO   PIC 9(02).
           03 PROP-DT-FIM-PERIODO     PIC 9(08).
           03 PROP-DT-INI-PERIODO     PIC 9(08).
           03 PROP-ID-NIT             PIC 9(10).
           03 PROP-SEQ-REG            PIC 9(09).
           03 PROP-CS-MOTIVO          PIC 9(02).
      *        02 = BENEFICIO CESSADO/SUSPENSO
           03 PROP-NU-MATRIC-SOLIC    PIC 9(08).
           03 PROP-DS-JUSTIFICATIVA   PIC X(30).
           03 FILLER                  PIC X(05).
      *
       01  CAB-01-IDLCHK.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/IDLC".
           03 FILLER                PIC X(48) VALUE
              "COTA DE DEPENDENTE ALEM DO LIMITE DE IDADE".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-IDLCHK.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-IDLCHK.
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "NB PENSAO".
           03 FILLER                PIC X(04) VALUE "ESP".
           03 FILLER                PIC X(11) VALUE "NASCIMENTO".
           03 FILLER                PIC X(04) VALUE "IDD".
           03 FILLER                PIC X(11) VALUE "LIMITE".
           03 FILLER                PIC X(22) VALUE "PERIODO".
           03 FILLER                PIC X(11) VALUE "MOVIMENTO".
           03 FILLER                PIC X(15) VALUE "        LIQUIDO".
           03 FILLER                PIC X(15) VALUE "        EXCESSO".
           03 FILLER                PIC X(16) VALUE "SITUACAO".
      *
       01  DET-IDLCHK.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-NU-NB-PENSAO      PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-CS-ESPECIE        PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-NASCIMENTO     PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-QT-IDADE          PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-LIMITE         PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-INI            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE "-".
           03 DET-DT-FIM            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-LIQUIDO        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-EXCESSO        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-SITUACAO          PIC X(16).
      *
       01  TRAILER-IDLCHK.
           03 TEXTO-TRL-IDLCHK      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-IDLCHK         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-IDLCHK.
           03 TEXTO-TRL-VL-IDLCHK   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-IDLCHK         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-MATRIC-SOLIC.
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
      *SEGUNDO SORT: AS PROPOSTAS VIRAM FEED NA ORDEM DA CHAVE
      *COMPLETA DO CP01, COMO O PSUBCPG2KCAN EXIGE.
           SORT SORTWK
                ASCENDING KEY SRTC-CHAVE
                USING DSUBCPG2KIDLTMP
                GIVING DSUBCPG2KCANIDL.
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
           OPEN OUTPUT DSUBCPG2KRECIDL.
           OPEN OUTPUT LSUBCPG2KIDLCHK.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-IDLCHK FROM CAB-01-IDLCHK AFTER PAGE.
           WRITE LINHA-IDLCHK FROM CAB-02-IDLCHK AFTER 1.
           WRITE LINHA-IDLCHK FROM CAB-03-IDLCHK AFTER 2.
           WRITE LINHA-IDLCHK FROM CAB-02-IDLCHK AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE MOVIMENTO X SITUACOES PELA SUBCHAVE;
      *    LIBERA O CREDITO NAO ENCERRADO DE ESPECIE COM IDADE LIMITE
      *    E O CP50 COM DATA DE NASCIMENTO.
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
      *CREDITO ENCERRADO SEM PAGAMENTO NAO TEM O QUE BLOQUEAR NEM
      *RECUPERAR.
           IF WS-AVAL-IN-EFETIVADO EQUAL 0
              AND (CP01-IN-CRED-CANCELADO EQUAL 1
                   OR WS-AVAL-IN-DEVOLVIDO EQUAL 1)
              ADD 1 TO WS-CT-ENCERRADOS
              GO TO 2100-FIM.
      *
           MOVE CP01-CS-ESPECIE     TO WS-ESP-CS-ESPECIE.
           MOVE CP01-DT-INI-PERIODO TO WS-ESP-DT-REFERENCIA.
           CALL "SSUBLIB2K607" USING WS-ESP-CS-ESPECIE
                                     WS-ESP-DT-REFERENCIA
                                     ESP-REG WS-ESP-STATUS.
           IF WS-ESP-STATUS EQUAL 2
              DISPLAY "PSUBCPG2KIDLCHK - CADASTRO DE ESPECIES ACIMA DA "
                      "CAPACIDADE DA CONSULTA - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      *ESPECIE SEM LINHA VIGENTE, OU LINHA SEM IDADE LIMITE (BRANCOS
      *NAS LINHAS INSTALADAS ANTES DO CAMPO EXISTIR = SEM LIMITE).
           IF WS-ESP-STATUS NOT EQUAL 0
              GO TO 2100-FIM.
           IF ESP-QT-IDADE-LIMITE NOT NUMERIC
              GO TO 2100-FIM.
           IF ESP-QT-IDADE-LIMITE EQUAL ZEROS
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-COM-LIMITE.
           MOVE SPACES                TO SRTK-REG.
           MOVE CP01-NU-NB            TO SRTK-NU-NB.
           MOVE CP01-DT-MOV-CREDITO   TO SRTK-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO TO SRTK-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTK-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTK-DT-INI-PERIODO.
           MOVE CP01-SEQ-REG          TO SRTK-SEQ-REG.
           MOVE 1                     TO SRTK-TIPO.
           MOVE CP01-ID-NIT           TO SRTK-ID-NIT.
           IF WS-AVAL-IN-EFETIVADO EQUAL 1
              MOVE "P" TO SRTK-CS-SITUACAO
           ELSE
              MOVE "A" TO SRTK-CS-SITUACAO.
           MOVE CP01-CS-UF-OP         TO SRTK-CS-UF.
           MOVE CP01-CS-ESPECIE       TO SRTK-CS-ESPECIE.
           MOVE ESP-QT-IDADE-LIMITE   TO SRTK-QT-IDADE-LIMITE.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTK-VL-LIQUIDO.
           MOVE ZEROS                 TO SRTK-DT-NASCIMENTO
                                         SRTK-NU-NB-PENSAO.
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
           IF CP50-DT-NASCIMENTO EQUAL ZEROS
              GO TO 2200-FIM.
      *
           MOVE SPACES                TO SRTK-REG.
           MOVE CP50-NU-NB            TO SRTK-NU-NB.
           MOVE CP50-DT-MOV-CREDITO   TO SRTK-DT-MOV-CREDITO.
           MOVE CP50-CS-NATUR-CREDITO TO SRTK-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTK-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTK-DT-INI-PERIODO.
           MOVE CP50-SEQ-REG          TO SRTK-SEQ-REG.
           MOVE 2                     TO SRTK-TIPO.
           MOVE ZEROS                 TO SRTK-ID-NIT SRTK-CS-UF
                                         SRTK-CS-ESPECIE
                                         SRTK-QT-IDADE-LIMITE
                                         SRTK-VL-LIQUIDO.
           MOVE CP50-DT-NASCIMENTO    TO SRTK-DT-NASCIMENTO.
           MOVE CP50-NU-NB-PENSAO     TO SRTK-NU-NB-PENSAO.
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
      *    DA MESMA CHAVE, CONFERE A IDADE NO INICIO DO PERIODO.
      *----------------------------------------------------------------
       3000-CONFERE SECTION.
       3000-CONFERE-IDADE.
      *-------------------*
      *
           OPEN OUTPUT DSUBCPG2KIDLTMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           PERFORM 3150-FECHA-CP01
              THRU 3150-FIM.
           CLOSE DSUBCPG2KIDLTMP SAVE.
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
              PERFORM 3150-FECHA-CP01
                 THRU 3150-FIM
              MOVE 1                    TO WS-CP01-IN-PENDENTE
              MOVE 0                    TO WS-CP01-IN-AVALIADO
              MOVE SRTK-CHAVE           TO WS-CP01-CHAVE
              MOVE SRTK-ID-NIT          TO WS-CP01-ID-NIT
              MOVE SRTK-CS-SITUACAO     TO WS-CP01-CS-SITUACAO
              MOVE SRTK-CS-UF           TO WS-CP01-CS-UF
              MOVE SRTK-CS-ESPECIE      TO WS-CP01-CS-ESPECIE
              MOVE SRTK-QT-IDADE-LIMITE TO WS-CP01-QT-IDADE-LIMITE
              MOVE SRTK-VL-LIQUIDO      TO WS-CP01-VL-LIQUIDO
              GO TO 3100-FIM.
      *
      *CP50 SEM CREDITO CANDIDATO NA MESMA CHAVE (ESPECIE SEM LIMITE,
      *CREDITO ENCERRADO) OU REPETIDO PARA O MESMO CREDITO: IGNORADO.
           IF SRTK-CHAVE NOT EQUAL WS-CP01-CHAVE
              OR WS-CP01-IN-AVALIADO EQUAL 1
              GO TO 3100-FIM.
      *
           MOVE 1 TO WS-CP01-IN-AVALIADO.
           PERFORM 3200-AVALIA
              THRU 3200-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *CREDITO CANDIDATO QUE NAO ENCONTROU CP50 COM NASCIMENTO.
       3150-FECHA-CP01.
      *----------------*
      *
           IF WS-CP01-IN-PENDENTE EQUAL 1
              AND WS-CP01-IN-AVALIADO EQUAL 0
              ADD 1 TO WS-CT-SEM-NASCIMENTO.
           MOVE 0 TO WS-CP01-IN-PENDENTE.
      *
       3150-FIM. EXIT.
      *---------*
      *
       3200-AVALIA.
      *------------*
      *
           MOVE SRTK-DT-NASCIMENTO  TO WS-DT-NASC.
           MOVE SRTK-DT-INI-PERIODO TO WS-DT-INI.
      *
      *NASCIMENTO POSTERIOR AO INICIO DO PERIODO: DADO CADASTRAL
      *INCONSISTENTE, SO CONTADO.
           IF WS-DT-NASC GREATER WS-DT-INI
              ADD 1 TO WS-CT-NASC-INVALIDO
              GO TO 3200-FIM.
      *
           COMPUTE WS-QT-IDADE = WS-INI-ANO - WS-NASC-ANO.
           IF WS-INI-MMDD LESS WS-NASC-MMDD
              SUBTRACT 1 FROM WS-QT-IDADE.
           COMPUTE WS-DT-LIMITE = WS-DT-NASC +
                                  WS-CP01-QT-IDADE-LIMITE * 10000.
      *
           IF SRTK-DT-FIM-PERIODO LESS WS-DT-LIMITE
              ADD 1 TO WS-CT-DENTRO-LIMITE
              GO TO 3200-FIM.
      *
           IF SRTK-DT-INI-PERIODO NOT LESS WS-DT-LIMITE
              MOVE WS-CP01-VL-LIQUIDO TO WS-VL-EXCESSO
           ELSE
              PERFORM 3300-PROPORCIONAL
                 THRU 3300-FIM.
      *
           MOVE SRTK-NU-NB          TO DET-NU-NB.
           MOVE SRTK-NU-NB-PENSAO   TO DET-NU-NB-PENSAO.
           MOVE WS-CP01-CS-ESPECIE  TO DET-CS-ESPECIE.
           MOVE WS-DT-NASC          TO DET-DT-NASCIMENTO.
           MOVE WS-QT-IDADE         TO DET-QT-IDADE.
           MOVE WS-DT-LIMITE        TO DET-DT-LIMITE.
           MOVE SRTK-DT-INI-PERIODO TO DET-DT-INI.
           MOVE SRTK-DT-FIM-PERIODO TO DET-DT-FIM.
           MOVE SRTK-DT-MOV-CREDITO TO DET-DT-MOV.
           MOVE WS-CP01-VL-LIQUIDO  TO DET-VL-LIQUIDO.
           MOVE WS-VL-EXCESSO       TO DET-VL-EXCESSO.
      *
           IF WS-CP01-CS-SITUACAO EQUAL "P"
              ADD 1             TO WS-CT-ALEM-PAGOS
              ADD WS-VL-EXCESSO TO WS-VL-ALEM-PAGOS
              MOVE "PAGO-RECUPERAR" TO DET-SITUACAO
              PERFORM 3400-GRAVA-RECUPERACAO
                 THRU 3400-FIM
           ELSE
              ADD 1             TO WS-CT-ALEM-ABERTOS
              ADD WS-VL-EXCESSO TO WS-VL-ALEM-ABERTOS
              MOVE "ABERTO-BLOQUEAR" TO DET-SITUACAO
              PERFORM 3500-GRAVA-PROPOSTA
                 THRU 3500-FIM
           END-IF.
      *
           WRITE LINHA-IDLCHK FROM DET-IDLCHK AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
      *
      *DATA LIMITE DENTRO DO PERIODO: EXCESSO = LIQUIDO X DIAS DA DATA
      *LIMITE AO FIM / DIAS DO PERIODO, AMBOS INCLUSIVE.
       3300-PROPORCIONAL.
      *------------------*
      *
           MOVE SRTK-DT-INI-PERIODO TO WS-DT-CALC.
           PERFORM 3310-DIAS-360
              THRU 3310-FIM.
           MOVE WS-DIAS-360 TO WS-DIAS-INI.
      *
           MOVE WS-DT-LIMITE TO WS-DT-CALC.
           PERFORM 3310-DIAS-360
              THRU 3310-FIM.
           MOVE WS-DIAS-360 TO WS-DIAS-LIMITE.
      *
           MOVE SRTK-DT-FIM-PERIODO TO WS-DT-CALC.
           PERFORM 3310-DIAS-360
              THRU 3310-FIM.
           MOVE WS-DIAS-360 TO WS-DIAS-FIM.
      *
           COMPUTE WS-DIAS-PERIODO = WS-DIAS-FIM - WS-DIAS-INI + 1.
           COMPUTE WS-DIAS-EXCESSO = WS-DIAS-FIM - WS-DIAS-LIMITE + 1.
           IF WS-DIAS-EXCESSO GREATER WS-DIAS-PERIODO
              MOVE WS-DIAS-PERIODO TO WS-DIAS-EXCESSO.
      *
           COMPUTE WS-VL-EXCESSO ROUNDED = WS-CP01-VL-LIQUIDO *
                                    WS-DIAS-EXCESSO / WS-DIAS-PERIODO.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3310-DIAS-360.
      *--------------*
      *
           IF WS-CALC-DIA GREATER 30
              MOVE 30 TO WS-CALC-DIA.
           COMPUTE WS-DIAS-360 = WS-CALC-ANO * 360 +
                                 WS-CALC-MES * 30 + WS-CALC-DIA.
      *
       3310-FIM. EXIT.
      *---------*
      *
      *DEBITO A RECUPERAR: A PARTE DO CREDITO PAGA ALEM DA DATA LIMITE.
       3400-GRAVA-RECUPERACAO.
      *-----------------------*
      *
           MOVE SPACES              TO RABR-REG.
           MOVE SRTK-NU-NB          TO RABR-NU-NB.
           MOVE "I"                 TO RABR-CS-ORIGEM.
           MOVE WS-CP01-CS-UF       TO RABR-CS-UF.
           MOVE WS-CP01-CS-ESPECIE  TO RABR-CS-ESPECIE.
           MOVE SRTK-DT-MOV-CREDITO TO RABR-DT-REFER.
           MOVE WS-VL-EXCESSO       TO RABR-VL-DEVIDO.
           MOVE SRTK-NU-NB-PENSAO   TO RABR-NU-NB-REFER.
           WRITE RABR-REG.
           ADD 1 TO WS-CT-FEED-REC.
      *
       3400-FIM. EXIT.
      *---------*
      *
      *CREDITO AINDA NAO PAGO: PROPOSTA DE CANCELAMENTO ANTES DA
      *EMISSAO, PARA CONFERENCIA E APROVACAO NO PSUBCPG2KCAN.
       3500-GRAVA-PROPOSTA.
      *--------------------*
      *
           MOVE SPACES              TO WS-PROPOSTA-CAN.
           MOVE SRTK-DT-MOV-CREDITO TO PROP-DT-MOV-CREDITO.
           MOVE SRTK-NU-NB          TO PROP-NU-NB.
           MOVE SRTK-CS-NATUR-CRED  TO PROP-CS-NATUR-CREDITO.
           MOVE SRTK-DT-FIM-PERIODO TO PROP-DT-FIM-PERIODO.
           MOVE SRTK-DT-INI-PERIODO TO PROP-DT-INI-PERIODO.
           MOVE WS-CP01-ID-NIT      TO PROP-ID-NIT.
           MOVE SRTK-SEQ-REG        TO PROP-SEQ-REG.
           MOVE 02                  TO PROP-CS-MOTIVO.
           MOVE WS-PAR-MATRIC-SOLIC TO PROP-NU-MATRIC-SOLIC.
           MOVE "COTA CESSADA - LIMITE DE IDADE" TO
                                       PROP-DS-JUSTIFICATIVA.
           WRITE REG-DSUBCPG2KIDLTMP FROM WS-PROPOSTA-CAN.
           ADD 1 TO WS-CT-FEED-CAN.
      *
       3500-FIM. EXIT.
      *---------*
       3000-CONFERE-FIM. EXIT.
      *
       3900-TOTAIS.
      *------------*
      *
           MOVE SPACES TO TRAILER-IDLCHK.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 3.
      *
           MOVE "SITUACOES LIDAS (D/SUB/CPG/2K/462)           " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-LIDOS-462 TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "CREDITOS ENCERRADOS SEM PAGAMENTO            " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-ENCERRADOS TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "CREDITOS DE ESPECIE COM IDADE LIMITE         " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-COM-LIMITE TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "  SEM DATA DE NASCIMENTO NO CP450            " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-SEM-NASCIMENTO TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "  NASCIMENTO POSTERIOR AO PERIODO            " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-NASC-INVALIDO TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "  DENTRO DO LIMITE DE IDADE                  " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-DENTRO-LIMITE TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "  ALEM DO LIMITE - PAGOS (A RECUPERAR)       " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-ALEM-PAGOS TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "  ALEM DO LIMITE - EM ABERTO (A BLOQUEAR)    " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-ALEM-ABERTOS TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "DEBITOS GRAVADOS (D/SUB/CPG/2K/REC/ABR/IDL)  " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-FEED-REC TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE "PROPOSTAS GRAVADAS (D/SUB/CPG/2K/CAN/IDL)    " TO
                                                   TEXTO-TRL-IDLCHK.
           MOVE WS-CT-FEED-CAN TO QT-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-IDLCHK AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-IDLCHK.
           MOVE "VALOR PAGO EM EXCESSO (A RECUPERAR)          " TO
                                                TEXTO-TRL-VL-IDLCHK.
           MOVE WS-VL-ALEM-PAGOS TO VL-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-VL-IDLCHK AFTER 2.
      *
           MOVE "VALOR EM EXCESSO AINDA NAO PAGO (A BLOQUEAR) " TO
                                                TEXTO-TRL-VL-IDLCHK.
           MOVE WS-VL-ALEM-ABERTOS TO VL-TRL-IDLCHK.
           WRITE LINHA-IDLCHK FROM TRAILER-VL-IDLCHK AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KRECIDL SAVE.
           CLOSE LSUBCPG2KIDLCHK.
      *
       4000-FIM. EXIT.
      *---------*
