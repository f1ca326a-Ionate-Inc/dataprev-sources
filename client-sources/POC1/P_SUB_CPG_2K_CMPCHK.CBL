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
       PROGRAM-ID.      PSUBCPG2KCMPCHK.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DAS CADEIAS DE SOLICITACAO              *
      *            COMPLEMENTAR DO CP450. CADA SOLICITACAO E           *
      *            IDENTIFICADA NO NB POR CP50-DT-SOLIC-CRED +         *
      *            CP50-NU-SEQ-SOLIC-CRED; O COMPLEMENTO APONTA A SUA  *
      *            ORIGEM POR CP50-D2-SOL-CRED-ORIG +                  *
      *            CP50-NU-SEQ-SOL-ORIG (E TRAZ O SEU NUMERO EM        *
      *            CP50-NU-SEQ-SOLI-COMPL). O JOB CASA CADA            *
      *            SOLICITACAO COM O SEU CREDITO CP01 (MESMA CHAVE;    *
      *            CREDITO CANCELADO CONTA COMO NAO PAGO), REFAZ AS    *
      *            CADEIAS POR NB E APONTA:                            *
      *              - COMPLEMENTO CUJA ORIGEM NAO EXISTE NO NB;       *
      *              - CADEIA EM CICLO (A ORIGEM VOLTA AO PROPRIO      *
      *                COMPLEMENTO);                                   *
      *              - CADEIA CUJO ORIGINAL MAIS COMPLEMENTOS PAGOS    *
      *                EXCEDE O VALOR RECALCULADO PARA O PERIODO DO    *
      *                ORIGINAL (CP01-DT-INI/FIM-PERIODO), INFORMADO   *
      *                NO FEED D/SUB/CPG/2K/CMP/CAL.                   *
      *            DUAS CLASSIFICACOES, COMO NO PSUBCPG2KIRSM: A       *
      *            PRIMEIRA CASA SOLICITACAO X CREDITO PELA CHAVE DO   *
      *            CREDITO E GRAVA O APOIO D/SUB/CPG/2K/CMP/TMP; A     *
      *            SEGUNDA O RECLASSIFICA POR NB.                      *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K450    - SOLICITACOES DE CREDITO (CP50).   *
      *            DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2KCMPCAL - VALOR RECALCULADO POR NB E        *
      *                              PERIODO (OPCIONAL).               *
      *  SAIDA:    DSUBCPG2KCMPTMP - APOIO (SOLICITACOES CASADAS).     *
      *            LSUBCPG2KCMPCHK - CADEIAS IRREGULARES.              *
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
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KCMPCAL ASSIGN TO DISK.
           SELECT DSUBCPG2KCMPTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KCMPCHK ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *VALOR RECALCULADO PELA AREA DE REVISAO PARA O NB E O PERIODO.
      *CADEIA SEM REGISTRO NAO TEM O VALOR CONFERIDO (SO ORIGEM E
      *CICLO).
        FD DSUBCPG2KCMPCAL
           RECORD CONTAINS  50 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CMP/CAL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCMPCAL.
           03 CCAL-NU-NB              PIC 9(10).
           03 CCAL-DT-INI-PERIODO     PIC 9(08).
           03 CCAL-DT-FIM-PERIODO     PIC 9(08).
           03 CCAL-VL-RECALCULADO     PIC 9(11)V99.
           03 FILLER                  PIC X(11).
      *
      *APOIO ENTRE AS DUAS CLASSIFICACOES: VALOR RECALCULADO (TIPO 1)
      *OU SOLICITACAO JA CASADA COM O CREDITO (TIPO 2).
        FD DSUBCPG2KCMPTMP
           RECORD CONTAINS  90 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CMP/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCMPTMP     PIC X(90).
      *
        FD LSUBCPG2KCMPCHK.
        01 LINHA-CMPCHK           PIC X(133).
      *
        SD SORTWK.
      *PRIMEIRA CLASSIFICACAO: CHAVE DO CREDITO; 1 = CP01,
      *2 = SOLICITACAO, 3 = VALOR RECALCULADO (SO NB E PERIODO NA
      *CHAVE; SO ATRAVESSA).
        01 SRTI-REG.
           03 SRTI-CHAVE.
              05 SRTI-DT-MOV-CREDITO  PIC 9(08).
              05 SRTI-NU-NB           PIC 9(10).
              05 SRTI-CS-NATUR-CRED   PIC 9(02).
              05 SRTI-DT-FIM-PERIODO  PIC 9(08).
              05 SRTI-DT-INI-PERIODO  PIC 9(08).
              05 SRTI-ID-NIT          PIC 9(10).
              05 SRTI-SEQ-REG         PIC 9(09).
           03 SRTI-TIPO               PIC 9(01).
           03 SRTI-DT-SOLIC           PIC 9(08).
           03 SRTI-NU-SEQ-SOLIC       PIC 9(04).
           03 SRTI-DT-SOLIC-ORIG      PIC 9(08).
           03 SRTI-NU-SEQ-ORIG        PIC 9(04).
           03 SRTI-NU-SEQ-COMPL       PIC 9(08).
           03 SRTI-VALOR              PIC 9(13)V99.
      *SEGUNDA CLASSIFICACAO: NB; DENTRO DELE OS VALORES
      *RECALCULADOS, DEPOIS AS SOLICITACOES POR DATA E SEQUENCIA.
        01 SRTC-REG.
           03 SRTC-NU-NB              PIC 9(10).
           03 SRTC-TIPO               PIC 9(01).
           03 SRTC-DT-SOLIC           PIC 9(08).
           03 SRTC-NU-SEQ-SOLIC       PIC 9(04).
           03 SRTC-DT-SOLIC-ORIG      PIC 9(08).
           03 SRTC-NU-SEQ-ORIG        PIC 9(04).
           03 SRTC-NU-SEQ-COMPL       PIC 9(08).
           03 SRTC-IN-PAGO            PIC 9(01).
           03 SRTC-VALOR              PIC 9(13)V99.
           03 SRTC-DT-MOV-CREDITO     PIC 9(08).
           03 SRTC-DT-INI-PERIODO     PIC 9(08).
           03 SRTC-DT-FIM-PERIODO     PIC 9(08).
           03 FILLER                  PIC X(07).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCMPCHK".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-CAL            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SOLIC-PAGAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-COMPLEMENTOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-CADEIAS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-CAD-SEM-CALC         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-ORIGINAL         PIC 9(08) VALUE ZEROS.
       77  WS-CT-CICLO                PIC 9(08) VALUE ZEROS.
       77  WS-CT-CAD-EXCEDE           PIC 9(08) VALUE ZEROS.
       77  WS-VL-CAD-EXCESSO          PIC 9(15)V99 VALUE ZEROS.
      *
      *CREDITO CP01 CORRENTE NA PRIMEIRA CLASSIFICACAO (A
      *SOLICITACAO VEM LOGO DEPOIS DO CREDITO DE MESMA CHAVE).
       01  WS-CRD-CHAVE.
           03 WS-CRD-DT-MOV-CREDITO   PIC 9(08).
           03 WS-CRD-NU-NB            PIC 9(10).
           03 WS-CRD-CS-NATUR-CRED    PIC 9(02).
           03 WS-CRD-DT-FIM-PERIODO   PIC 9(08).
           03 WS-CRD-DT-INI-PERIODO   PIC 9(08).
           03 WS-CRD-ID-NIT           PIC 9(10).
           03 WS-CRD-SEQ-REG          PIC 9(09).
       77  WS-CRD-VALOR               PIC 9(13)V99 VALUE ZEROS.
      *
      *NB CORRENTE NA SEGUNDA CLASSIFICACAO.
       77  WS-IN-NB-ABERTO            PIC 9(01) VALUE 0.
       77  WS-NB-NU-NB                PIC 9(10) VALUE ZEROS.
       77  WS-NB-QT-COMPL             PIC 9(03) VALUE ZEROS.
      *
      *SOLICITACOES DO NB. TB-REQ-IX-PAI APONTA A ORIGEM NA TABELA
      *(ZEROS = ORIGINAL, OU ORIGEM INEXISTENTE); TB-REQ-IX-RAIZ, O
      *ORIGINAL DA CADEIA (ZEROS = CADEIA QUEBRADA OU EM CICLO).
       01  TABELA-SOLICITACAO.
           03  TB-REQ OCCURS 300 TIMES.
               05  TB-REQ-DT-SOLIC          PIC 9(08).
               05  TB-REQ-NU-SEQ-SOLIC      PIC 9(04).
               05  TB-REQ-DT-SOLIC-ORIG     PIC 9(08).
               05  TB-REQ-NU-SEQ-ORIG       PIC 9(04).
               05  TB-REQ-NU-SEQ-COMPL      PIC 9(08).
               05  TB-REQ-IN-PAGO           PIC 9(01).
               05  TB-REQ-VALOR             PIC 9(13)V99.
               05  TB-REQ-DT-MOV-CREDITO    PIC 9(08).
               05  TB-REQ-DT-INI-PERIODO    PIC 9(08).
               05  TB-REQ-DT-FIM-PERIODO    PIC 9(08).
               05  TB-REQ-IX-PAI            PIC 9(03).
               05  TB-REQ-IX-RAIZ           PIC 9(03).
       77  WS-QTDE-REQ                PIC 9(03) VALUE ZEROS.
       77  WS-IX-REQ                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-BUSCA                PIC 9(03) VALUE ZEROS.
       77  WS-IX-ATUAL                PIC 9(03) VALUE ZEROS.
       77  WS-IX-MEMBRO               PIC 9(03) VALUE ZEROS.
       77  WS-QT-PASSOS               PIC 9(03) VALUE ZEROS.
       77  WS-IN-FIM-SUBIDA           PIC 9(01) VALUE 0.
       77  WS-IN-CICLO                PIC 9(01) VALUE 0.
      *
       01  TABELA-RECALCULO.
           03  TB-CAL OCCURS 50 TIMES.
               05  TB-CAL-DT-INI-PERIODO    PIC 9(08).
               05  TB-CAL-DT-FIM-PERIODO    PIC 9(08).
               05  TB-CAL-VALOR             PIC 9(13)V99.
       77  WS-QTDE-CAL                PIC 9(02) VALUE ZEROS.
       77  WS-IX-CAL                  PIC 9(02) VALUE ZEROS.
      *
       77  WS-CAD-IN-CALC             PIC 9(01) VALUE 0.
       77  WS-CAD-VL-CALC             PIC 9(13)V99 VALUE ZEROS.
       77  WS-CAD-VL-PAGO             PIC 9(13)V99 VALUE ZEROS.
       77  WS-CAD-VL-EXCESSO          PIC 9(13)V99 VALUE ZEROS.
       77  WS-CAD-QT-COMPL            PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-CMPCHK.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CMPC".
           03 FILLER                PIC X(48) VALUE
              "CADEIAS DE SOLICITACAO COMPLEMENTAR (CP450)".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-CMPCHK.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-OCOR-CMPCHK.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-OCO-NB            PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  SOLIC.: ".
           03 DET-OCO-DT-SOLIC      PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-OCO-SEQ-SOLIC     PIC 9(04).
           03 FILLER                PIC X(10) VALUE "  COMPL.: ".
           03 DET-OCO-SEQ-COMPL     PIC 9(08).
           03 FILLER                PIC X(11) VALUE "  ORIGEM:  ".
           03 DET-OCO-DT-ORIG       PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-OCO-SEQ-ORIG      PIC 9(04).
           03 FILLER                PIC X(06) VALUE "  *** ".
           03 DET-OCO-TEXTO         PIC X(40).
      *
       01  DET-CAD-CMPCHK.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-CAD-NB            PIC 9(10).
           03 FILLER                PIC X(12) VALUE "  PERIODO: ".
           03 DET-CAD-DT-INI        PIC 9(08).
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-CAD-DT-FIM        PIC 9(08).
           03 FILLER                PIC X(15) VALUE "  RECALCULADO: ".
           03 DET-CAD-VL-CALC       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE "  PAGO: ".
           03 DET-CAD-VL-PAGO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE "  EXCESSO: ".
           03 DET-CAD-VL-EXCESSO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-MEMBRO-CMPCHK.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-MEM-TIPO          PIC X(12).
           03 FILLER                PIC X(08) VALUE " SOLIC: ".
           03 DET-MEM-DT-SOLIC      PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-MEM-SEQ-SOLIC     PIC 9(04).
           03 FILLER                PIC X(10) VALUE "  DT-MOV: ".
           03 DET-MEM-DT-MOV        PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MEM-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MEM-OBS           PIC X(14).
      *
       01  TRAILER-CMPCHK.
           03 TEXTO-TRL-CMPCHK      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CMPCHK         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-CMPCHK.
           03 TEXTO-TRL-VL-CMPCHK   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-CMPCHK         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                ASCENDING KEY SRTI-CHAVE SRTI-TIPO
                INPUT  PROCEDURE 2000-SOLTA-SOLICITACOES
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CASA-CREDITO
                                 THRU 3000-CASA-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTC-NU-NB SRTC-TIPO SRTC-DT-SOLIC
                              SRTC-NU-SEQ-SOLIC
                USING DSUBCPG2KCMPTMP
                OUTPUT PROCEDURE 5000-CONFERE-CADEIA
                                 THRU 5000-CONFERE-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KCMPCHK.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-CMPCHK FROM CAB-01-CMPCHK AFTER PAGE.
           WRITE LINHA-CMPCHK FROM CAB-02-CMPCHK AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE DO CASAMENTO: LIBERA O MOVIMENTO, AS
      *    SOLICITACOES DO CP50 E OS VALORES RECALCULADOS.
      *----------------------------------------------------------------
       2000-SOLTA-SOLICITACOES SECTION.
       2000-SOLTA-ARQUIVOS.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CREDITO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UMA-SOLICITACAO
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
      *
           OPEN INPUT DSUBCPG2KCMPCAL.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-RECALCULO
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KCMPCAL.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CREDITO.
      *----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-401.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              GO TO 2100-FIM.
      *
           MOVE ZEROS                 TO SRTI-REG.
           MOVE CP01-DT-MOV-CREDITO   TO SRTI-DT-MOV-CREDITO.
           MOVE CP01-NU-NB            TO SRTI-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO SRTI-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTI-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTI-DT-INI-PERIODO.
           MOVE CP01-ID-NIT           TO SRTI-ID-NIT.
           MOVE CP01-SEQ-REG          TO SRTI-SEQ-REG.
           MOVE 1                     TO SRTI-TIPO.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTI-VALOR.
           RELEASE SRTI-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UMA-SOLICITACAO.
      *---------------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-450.
           IF CP50-D2-SOL-CRED-ORIG NOT EQUAL ZEROS
              ADD 1 TO WS-CT-COMPLEMENTOS.
      *
           MOVE ZEROS                  TO SRTI-REG.
           MOVE CP50-DT-MOV-CREDITO    TO SRTI-DT-MOV-CREDITO.
           MOVE CP50-NU-NB             TO SRTI-NU-NB.
           MOVE CP50-CS-NATUR-CREDITO  TO SRTI-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO    TO SRTI-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO    TO SRTI-DT-INI-PERIODO.
           MOVE CP50-ID-NIT            TO SRTI-ID-NIT.
           MOVE CP50-SEQ-REG           TO SRTI-SEQ-REG.
           MOVE 2                      TO SRTI-TIPO.
           MOVE CP50-DT-SOLIC-CRED     TO SRTI-DT-SOLIC.
           MOVE CP50-NU-SEQ-SOLIC-CRED TO SRTI-NU-SEQ-SOLIC.
           MOVE CP50-D2-SOL-CRED-ORIG  TO SRTI-DT-SOLIC-ORIG.
           MOVE CP50-NU-SEQ-SOL-ORIG   TO SRTI-NU-SEQ-ORIG.
           MOVE CP50-NU-SEQ-SOLI-COMPL TO SRTI-NU-SEQ-COMPL.
           RELEASE SRTI-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-RECALCULO.
      *------------------*
      *
           READ DSUBCPG2KCMPCAL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-CAL.
           MOVE ZEROS                 TO SRTI-REG.
           MOVE 3                     TO SRTI-TIPO.
           MOVE CCAL-NU-NB            TO SRTI-NU-NB.
           MOVE CCAL-DT-INI-PERIODO   TO SRTI-DT-INI-PERIODO.
           MOVE CCAL-DT-FIM-PERIODO   TO SRTI-DT-FIM-PERIODO.
           MOVE CCAL-VL-RECALCULADO   TO SRTI-VALOR.
           RELEASE SRTI-REG.
      *
       2300-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DO CASAMENTO: SOLICITACAO HERDA O VALOR
      *    DO CREDITO DE MESMA CHAVE; GRAVA SOLICITACOES E VALORES
      *    RECALCULADOS NO APOIO.
      *----------------------------------------------------------------
       3000-CASA-CREDITO SECTION.
       3000-CASA-SOLICITACOES.
      *-----------------------*
      *
           OPEN OUTPUT DSUBCPG2KCMPTMP.
           MOVE ZEROS TO WS-CRD-CHAVE.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-ITEM
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSUBCPG2KCMPTMP.
           GO TO 3000-CASA-FIM.
      *
       3100-UM-ITEM.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTI-TIPO EQUAL 1
              MOVE SRTI-CHAVE TO WS-CRD-CHAVE
              MOVE SRTI-VALOR TO WS-CRD-VALOR
              GO TO 3100-FIM.
      *
           MOVE ZEROS TO SRTC-REG.
      *
           IF SRTI-TIPO EQUAL 3
              MOVE 1                   TO SRTC-TIPO
              MOVE SRTI-NU-NB          TO SRTC-NU-NB
              MOVE SRTI-DT-INI-PERIODO TO SRTC-DT-INI-PERIODO
              MOVE SRTI-DT-FIM-PERIODO TO SRTC-DT-FIM-PERIODO
              MOVE SRTI-VALOR          TO SRTC-VALOR
              WRITE REG-DSUBCPG2KCMPTMP FROM SRTC-REG
              GO TO 3100-FIM.
      *
           MOVE SRTI-NU-NB          TO SRTC-NU-NB.
           MOVE 2                   TO SRTC-TIPO.
           MOVE SRTI-DT-SOLIC       TO SRTC-DT-SOLIC.
           MOVE SRTI-NU-SEQ-SOLIC   TO SRTC-NU-SEQ-SOLIC.
           MOVE SRTI-DT-SOLIC-ORIG  TO SRTC-DT-SOLIC-ORIG.
           MOVE SRTI-NU-SEQ-ORIG    TO SRTC-NU-SEQ-ORIG.
           MOVE SRTI-NU-SEQ-COMPL   TO SRTC-NU-SEQ-COMPL.
           MOVE SRTI-DT-MOV-CREDITO TO SRTC-DT-MOV-CREDITO.
           MOVE SRTI-DT-INI-PERIODO TO SRTC-DT-INI-PERIODO.
           MOVE SRTI-DT-FIM-PERIODO TO SRTC-DT-FIM-PERIODO.
           IF SRTI-CHAVE EQUAL WS-CRD-CHAVE
              ADD 1 TO WS-CT-SOLIC-PAGAS
              MOVE 1                   TO SRTC-IN-PAGO
              MOVE WS-CRD-VALOR        TO SRTC-VALOR.
           WRITE REG-DSUBCPG2KCMPTMP FROM SRTC-REG.
      *
       3100-FIM. EXIT.
      *---------*
       3000-CASA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA RECLASSIFICACAO: REFAZ E CONFERE AS
      *    CADEIAS DE CADA NB.
      *----------------------------------------------------------------
       5000-CONFERE-CADEIA SECTION.
       5000-CONFERE-NBS.
      *-----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-UM-ITEM
              THRU 5100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-NB-ABERTO EQUAL 1
              PERFORM 5500-FECHA-NB
                 THRU 5500-FIM.
           GO TO 5000-CONFERE-FIM.
      *
       5100-UM-ITEM.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 5100-FIM.
      *
           IF WS-IN-NB-ABERTO EQUAL 1
              AND SRTC-NU-NB NOT EQUAL WS-NB-NU-NB
              PERFORM 5500-FECHA-NB
                 THRU 5500-FIM.
      *
           IF WS-IN-NB-ABERTO EQUAL 0
              MOVE 1          TO WS-IN-NB-ABERTO
              MOVE SRTC-NU-NB TO WS-NB-NU-NB
              MOVE ZEROS      TO WS-QTDE-REQ WS-QTDE-CAL
                                 WS-NB-QT-COMPL.
      *
           IF SRTC-TIPO EQUAL 1
              IF WS-QTDE-CAL EQUAL 50
                 DISPLAY "PSUBCPG2KCMPCHK: MAIS DE 50 VALORES "
                         "RECALCULADOS NO NB " WS-NB-NU-NB
                 DISPLAY "REVER O LIMITE DA TABELA-RECALCULO"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-CAL
              MOVE SRTC-DT-INI-PERIODO TO
                                   TB-CAL-DT-INI-PERIODO (WS-QTDE-CAL)
              MOVE SRTC-DT-FIM-PERIODO TO
                                   TB-CAL-DT-FIM-PERIODO (WS-QTDE-CAL)
              MOVE SRTC-VALOR          TO TB-CAL-VALOR (WS-QTDE-CAL)
              GO TO 5100-FIM.
      *
           IF WS-QTDE-REQ EQUAL 300
              DISPLAY "PSUBCPG2KCMPCHK: MAIS DE 300 SOLICITACOES NO NB "
                      WS-NB-NU-NB
              DISPLAY "REVER O LIMITE DA TABELA-SOLICITACAO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-REQ.
           MOVE WS-QTDE-REQ TO WS-IX-REQ.
           MOVE SRTC-DT-SOLIC       TO TB-REQ-DT-SOLIC (WS-IX-REQ).
           MOVE SRTC-NU-SEQ-SOLIC   TO TB-REQ-NU-SEQ-SOLIC (WS-IX-REQ).
           MOVE SRTC-DT-SOLIC-ORIG  TO TB-REQ-DT-SOLIC-ORIG (WS-IX-REQ).
           MOVE SRTC-NU-SEQ-ORIG    TO TB-REQ-NU-SEQ-ORIG (WS-IX-REQ).
           MOVE SRTC-NU-SEQ-COMPL   TO TB-REQ-NU-SEQ-COMPL (WS-IX-REQ).
           MOVE SRTC-IN-PAGO        TO TB-REQ-IN-PAGO (WS-IX-REQ).
           MOVE SRTC-VALOR          TO TB-REQ-VALOR (WS-IX-REQ).
           MOVE SRTC-DT-MOV-CREDITO TO
                                   TB-REQ-DT-MOV-CREDITO (WS-IX-REQ).
           MOVE SRTC-DT-INI-PERIODO TO
                                   TB-REQ-DT-INI-PERIODO (WS-IX-REQ).
           MOVE SRTC-DT-FIM-PERIODO TO
                                   TB-REQ-DT-FIM-PERIODO (WS-IX-REQ).
           MOVE ZEROS               TO TB-REQ-IX-PAI (WS-IX-REQ)
                                       TB-REQ-IX-RAIZ (WS-IX-REQ).
           IF SRTC-DT-SOLIC-ORIG NOT EQUAL ZEROS
              ADD 1 TO WS-NB-QT-COMPL.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5500-FECHA-NB.
      *--------------*
      *
           MOVE 0 TO WS-IN-NB-ABERTO.
      *
      *NB SEM COMPLEMENTO NAO TEM CADEIA A CONFERIR.
           IF WS-NB-QT-COMPL EQUAL ZEROS
              GO TO 5500-FIM.
      *
           PERFORM 5600-LIGA-ORIGEM
              THRU 5600-FIM
              VARYING WS-IX-REQ FROM 1 BY 1
                UNTIL WS-IX-REQ GREATER WS-QTDE-REQ.
      *
           PERFORM 5700-SOBE-CADEIA
              THRU 5700-FIM
              VARYING WS-IX-REQ FROM 1 BY 1
                UNTIL WS-IX-REQ GREATER WS-QTDE-REQ.
      *
           PERFORM 5800-CONFERE-VALOR
              THRU 5800-FIM
              VARYING WS-IX-REQ FROM 1 BY 1
                UNTIL WS-IX-REQ GREATER WS-QTDE-REQ.
      *
       5500-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    PROCURA A ORIGEM DO COMPLEMENTO ENTRE AS SOLICITACOES DO NB.
      *----------------------------------------------------------------
       5600-LIGA-ORIGEM.
      *-----------------*
      *
           IF TB-REQ-DT-SOLIC-ORIG (WS-IX-REQ) EQUAL ZEROS
              GO TO 5600-FIM.
      *
           PERFORM VARYING WS-IX-BUSCA FROM 1 BY 1
                     UNTIL WS-IX-BUSCA GREATER WS-QTDE-REQ
                        OR TB-REQ-IX-PAI (WS-IX-REQ) NOT EQUAL ZEROS
              IF TB-REQ-DT-SOLIC (WS-IX-BUSCA) EQUAL
                                    TB-REQ-DT-SOLIC-ORIG (WS-IX-REQ)
                 AND TB-REQ-NU-SEQ-SOLIC (WS-IX-BUSCA) EQUAL
                                    TB-REQ-NU-SEQ-ORIG (WS-IX-REQ)
                 MOVE WS-IX-BUSCA TO TB-REQ-IX-PAI (WS-IX-REQ)
              END-IF
           END-PERFORM.
      *
           IF TB-REQ-IX-PAI (WS-IX-REQ) NOT EQUAL ZEROS
              GO TO 5600-FIM.
      *
           ADD 1 TO WS-CT-SEM-ORIGINAL.
           MOVE "COMPLEMENTO SEM SOLICITACAO ORIGINAL" TO
                                                     DET-OCO-TEXTO.
           PERFORM 5650-LINHA-OCORRENCIA
              THRU 5650-FIM.
      *
       5600-FIM. EXIT.
      *---------*
      *
       5650-LINHA-OCORRENCIA.
      *----------------------*
      *
           MOVE WS-NB-NU-NB                       TO DET-OCO-NB.
           MOVE TB-REQ-DT-SOLIC (WS-IX-REQ)       TO DET-OCO-DT-SOLIC.
           MOVE TB-REQ-NU-SEQ-SOLIC (WS-IX-REQ)   TO DET-OCO-SEQ-SOLIC.
           MOVE TB-REQ-NU-SEQ-COMPL (WS-IX-REQ)   TO DET-OCO-SEQ-COMPL.
           MOVE TB-REQ-DT-SOLIC-ORIG (WS-IX-REQ)  TO DET-OCO-DT-ORIG.
           MOVE TB-REQ-NU-SEQ-ORIG (WS-IX-REQ)    TO DET-OCO-SEQ-ORIG.
           WRITE LINHA-CMPCHK FROM DET-OCOR-CMPCHK AFTER 2.
      *
       5650-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    SOBE DO COMPLEMENTO ATE O ORIGINAL. SE A SUBIDA PASSAR DO
      *    NUMERO DE SOLICITACOES DO NB SEM CHEGAR A UM ORIGINAL, A
      *    CADEIA VOLTA SOBRE SI MESMA.
      *----------------------------------------------------------------
       5700-SOBE-CADEIA.
      *-----------------*
      *
           IF TB-REQ-DT-SOLIC-ORIG (WS-IX-REQ) EQUAL ZEROS
              OR TB-REQ-IX-PAI (WS-IX-REQ) EQUAL ZEROS
              GO TO 5700-FIM.
      *
           MOVE WS-IX-REQ TO WS-IX-ATUAL.
           MOVE ZEROS     TO WS-QT-PASSOS.
           MOVE 0         TO WS-IN-FIM-SUBIDA WS-IN-CICLO.
           PERFORM 5710-UM-PASSO
              THRU 5710-FIM
             UNTIL WS-IN-FIM-SUBIDA EQUAL 1.
      *
           IF WS-IN-CICLO EQUAL 0
              GO TO 5700-FIM.
      *
           ADD 1 TO WS-CT-CICLO.
           MOVE "CADEIA EM CICLO - ORIGEM NAO TERMINA" TO
                                                     DET-OCO-TEXTO.
           PERFORM 5650-LINHA-OCORRENCIA
              THRU 5650-FIM.
      *
       5700-FIM. EXIT.
      *---------*
      *
       5710-UM-PASSO.
      *--------------*
      *
           IF TB-REQ-DT-SOLIC-ORIG (WS-IX-ATUAL) EQUAL ZEROS
              MOVE WS-IX-ATUAL TO TB-REQ-IX-RAIZ (WS-IX-REQ)
              MOVE 1           TO WS-IN-FIM-SUBIDA
              GO TO 5710-FIM.
      *
      *ORIGEM INEXISTENTE MAIS ACIMA: CADEIA QUEBRADA, JA APONTADA
      *NO ELO QUE A PERDEU.
           IF TB-REQ-IX-PAI (WS-IX-ATUAL) EQUAL ZEROS
              MOVE 1           TO WS-IN-FIM-SUBIDA
              GO TO 5710-FIM.
      *
           ADD 1 TO WS-QT-PASSOS.
           IF WS-QT-PASSOS GREATER WS-QTDE-REQ
              MOVE 1           TO WS-IN-FIM-SUBIDA WS-IN-CICLO
              GO TO 5710-FIM.
      *
           MOVE TB-REQ-IX-PAI (WS-IX-ATUAL) TO WS-IX-ATUAL.
      *
       5710-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    PARA CADA ORIGINAL COM COMPLEMENTOS, SOMA O PAGO NA CADEIA E
      *    CONFRONTA COM O VALOR RECALCULADO PARA O PERIODO DO
      *    ORIGINAL.
      *----------------------------------------------------------------
       5800-CONFERE-VALOR.
      *-------------------*
      *
           IF TB-REQ-DT-SOLIC-ORIG (WS-IX-REQ) NOT EQUAL ZEROS
              GO TO 5800-FIM.
      *
           MOVE ZEROS TO WS-CAD-QT-COMPL.
           MOVE TB-REQ-VALOR (WS-IX-REQ) TO WS-CAD-VL-PAGO.
           PERFORM VARYING WS-IX-MEMBRO FROM 1 BY 1
                     UNTIL WS-IX-MEMBRO GREATER WS-QTDE-REQ
              IF TB-REQ-IX-RAIZ (WS-IX-MEMBRO) EQUAL WS-IX-REQ
                 ADD 1 TO WS-CAD-QT-COMPL
                 ADD TB-REQ-VALOR (WS-IX-MEMBRO) TO WS-CAD-VL-PAGO
              END-IF
           END-PERFORM.
      *
           IF WS-CAD-QT-COMPL EQUAL ZEROS
              GO TO 5800-FIM.
      *
           ADD 1 TO WS-CT-CADEIAS.
           MOVE 0     TO WS-CAD-IN-CALC.
           MOVE ZEROS TO WS-CAD-VL-CALC.
           PERFORM VARYING WS-IX-CAL FROM 1 BY 1
                     UNTIL WS-IX-CAL GREATER WS-QTDE-CAL
                        OR WS-CAD-IN-CALC EQUAL 1
              IF TB-CAL-DT-INI-PERIODO (WS-IX-CAL) EQUAL
                                    TB-REQ-DT-INI-PERIODO (WS-IX-REQ)
                 AND TB-CAL-DT-FIM-PERIODO (WS-IX-CAL) EQUAL
                                    TB-REQ-DT-FIM-PERIODO (WS-IX-REQ)
                 MOVE 1 TO WS-CAD-IN-CALC
                 MOVE TB-CAL-VALOR (WS-IX-CAL) TO WS-CAD-VL-CALC
              END-IF
           END-PERFORM.
      *
           IF WS-CAD-IN-CALC EQUAL 0
              ADD 1 TO WS-CT-CAD-SEM-CALC
              GO TO 5800-FIM.
      *
           IF WS-CAD-VL-PAGO NOT GREATER WS-CAD-VL-CALC
              GO TO 5800-FIM.
      *
           ADD 1 TO WS-CT-CAD-EXCEDE.
           COMPUTE WS-CAD-VL-EXCESSO = WS-CAD-VL-PAGO - WS-CAD-VL-CALC.
           ADD WS-CAD-VL-EXCESSO TO WS-VL-CAD-EXCESSO.
      *
           MOVE WS-NB-NU-NB                     TO DET-CAD-NB.
           MOVE TB-REQ-DT-INI-PERIODO (WS-IX-REQ) TO DET-CAD-DT-INI.
           MOVE TB-REQ-DT-FIM-PERIODO (WS-IX-REQ) TO DET-CAD-DT-FIM.
           MOVE WS-CAD-VL-CALC                  TO DET-CAD-VL-CALC.
           MOVE WS-CAD-VL-PAGO                  TO DET-CAD-VL-PAGO.
           MOVE WS-CAD-VL-EXCESSO               TO DET-CAD-VL-EXCESSO.
           WRITE LINHA-CMPCHK FROM DET-CAD-CMPCHK AFTER 2.
      *
           MOVE WS-IX-REQ     TO WS-IX-MEMBRO.
           MOVE "ORIGINAL"    TO DET-MEM-TIPO.
           PERFORM 5850-LINHA-MEMBRO
              THRU 5850-FIM.
           MOVE "COMPLEMENTO" TO DET-MEM-TIPO.
           PERFORM 5850-LINHA-MEMBRO
              THRU 5850-FIM
              VARYING WS-IX-MEMBRO FROM 1 BY 1
                UNTIL WS-IX-MEMBRO GREATER WS-QTDE-REQ.
      *
       5800-FIM. EXIT.
      *---------*
      *
       5850-LINHA-MEMBRO.
      *------------------*
      *
      *NA VARREDURA DOS COMPLEMENTOS, SO OS DESTA CADEIA.
           IF DET-MEM-TIPO EQUAL "COMPLEMENTO"
              AND TB-REQ-IX-RAIZ (WS-IX-MEMBRO) NOT EQUAL WS-IX-REQ
              GO TO 5850-FIM.
      *
           MOVE SPACES TO DET-MEM-OBS.
           MOVE TB-REQ-DT-SOLIC (WS-IX-MEMBRO)     TO DET-MEM-DT-SOLIC.
           MOVE TB-REQ-NU-SEQ-SOLIC (WS-IX-MEMBRO) TO DET-MEM-SEQ-SOLIC.
           MOVE TB-REQ-DT-MOV-CREDITO (WS-IX-MEMBRO) TO DET-MEM-DT-MOV.
           MOVE TB-REQ-VALOR (WS-IX-MEMBRO)        TO DET-MEM-VALOR.
           IF TB-REQ-IN-PAGO (WS-IX-MEMBRO) EQUAL 0
              MOVE "SEM CREDITO" TO DET-MEM-OBS.
           WRITE LINHA-CMPCHK FROM DET-MEMBRO-CMPCHK AFTER 1.
      *
       5850-FIM. EXIT.
      *---------*
       5000-CONFERE-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-CMPCHK.
           MOVE "SOLICITACOES LIDAS (CP50)                    " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 3.
      *
           MOVE "  COMPLEMENTARES                             " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-COMPLEMENTOS TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "  COM CREDITO NO CP01                        " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-SOLIC-PAGAS TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "VALORES RECALCULADOS LIDOS                   " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-LIDOS-CAL TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "CADEIAS CONFERIDAS (ORIGINAL + COMPLEMENTOS) " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-CADEIAS TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "  SEM VALOR RECALCULADO PARA O PERIODO       " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-CAD-SEM-CALC TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "  ACIMA DO VALOR RECALCULADO                 " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-CAD-EXCEDE TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "COMPLEMENTOS SEM SOLICITACAO ORIGINAL        " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-SEM-ORIGINAL TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE "COMPLEMENTOS EM CADEIA COM CICLO             " TO
                                                   TEXTO-TRL-CMPCHK.
           MOVE WS-CT-CICLO TO QT-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-CMPCHK AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-CMPCHK.
           MOVE "VALOR PAGO ACIMA DO RECALCULADO              " TO
                                                TEXTO-TRL-VL-CMPCHK.
           MOVE WS-VL-CAD-EXCESSO TO VL-TRL-CMPCHK.
           WRITE LINHA-CMPCHK FROM TRAILER-VL-CMPCHK AFTER 1.
      *
           CLOSE LSUBCPG2KCMPCHK.
      *
       4000-FIM. EXIT.
      *---------*
