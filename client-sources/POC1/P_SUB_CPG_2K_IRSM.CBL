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
       PROGRAM-ID.      PSUBCPG2KIRSM.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DO RATEIO DA REVISAO JUDICIAL DO IRSM   *
      *            ENTRE DEPENDENTES E HERDEIROS. CADA COTA E UM       *
      *            REGISTRO CP50 COM CP50-NU-SEQ-DEP-IRSM (DEPENDENTE) *
      *            OU CP50-NU-SEQ-HERD-IRSM (HERDEIRO) PREENCHIDO,     *
      *            LIGADO AO BENEFICIO DE ORIGEM POR                   *
      *            CP50-NU-NB-PENSAO. O JOB CASA CADA COTA COM O SEU   *
      *            CREDITO CP01 (MESMA CHAVE; CREDITO CANCELADO CONTA  *
      *            COMO NAO PAGO), AGRUPA AS COTAS POR BENEFICIO DE    *
      *            ORIGEM E APONTA A FAMILIA QUANDO:                   *
      *              - A SOMA DAS COTAS PAGAS EXCEDE O TOTAL CALCULADO *
      *                NO PROCESSO (FEED D/SUB/CPG/2K/IRS/CAL DO       *
      *                CALCULO JUDICIAL);                              *
      *              - O MESMO NUMERO DE COTA SE REPETE (DEPENDENTE OU *
      *                HERDEIRO);                                      *
      *              - HA HERDEIRO PAGO ANTES DE TODOS OS DEPENDENTES  *
      *                - DEPENDENTE AINDA SEM CREDITO OU PAGO EM DATA  *
      *                POSTERIOR AO PRIMEIRO HERDEIRO.                 *
      *            A FAMILIA APONTADA SAI COM TODAS AS COTAS, VALOR E  *
      *            DATA DE PAGAMENTO, PARA INSTRUIR A DEFESA NO        *
      *            PROCESSO. DUAS CLASSIFICACOES, COMO NO              *
      *            PSUBCPG2KOBITO: A PRIMEIRA CASA COTA X CREDITO PELA *
      *            CHAVE DO CREDITO E GRAVA O APOIO                    *
      *            D/SUB/CPG/2K/IRS/TMP; A SEGUNDA O RECLASSIFICA POR  *
      *            BENEFICIO DE ORIGEM.                                *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K450    - SOLICITACOES DE CREDITO (CP50).   *
      *            DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2KIRSCAL - TOTAL CALCULADO POR BENEFICIO DE  *
      *                              ORIGEM (OPCIONAL).                *
      *  SAIDA:    DSUBCPG2KIRSTMP - APOIO (COTAS CASADAS).            *
      *            LSUBCPG2KIRSM   - FAMILIAS COM RATEIO IRREGULAR.    *
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
           SELECT OPTIONAL DSUBCPG2KIRSCAL ASSIGN TO DISK.
           SELECT DSUBCPG2KIRSTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KIRSM   ASSIGN TO PRINTER.
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
      *TOTAL CALCULADO NO PROCESSO PARA O BENEFICIO DE ORIGEM, MANTIDO
      *PELA AREA DE CALCULOS JUDICIAIS. SEM REGISTRO, A FAMILIA NAO
      *TEM O TOTAL CONFERIDO (SO REPETICAO E ORDEM DE PAGAMENTO).
        FD DSUBCPG2KIRSCAL
           RECORD CONTAINS  50 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRS/CAL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KIRSCAL.
           03 ICAL-NU-NB-PENSAO       PIC 9(10).
           03 ICAL-VL-CALCULADO       PIC 9(11)V99.
           03 ICAL-NU-PROCESSO        PIC X(20).
           03 FILLER                  PIC X(07).
      *
      *APOIO ENTRE AS DUAS CLASSIFICACOES: TOTAL CALCULADO (TIPO 1)
      *OU COTA JA CASADA COM O CREDITO (TIPO 2).
        FD DSUBCPG2KIRSTMP
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRS/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KIRSTMP     PIC X(80).
      *
        FD LSUBCPG2KIRSM.
        01 LINHA-IRSM             PIC X(133).
      *
        SD SORTWK.
      *PRIMEIRA CLASSIFICACAO: CHAVE DO CREDITO; 1 = CP01, 2 = COTA,
      *3 = TOTAL CALCULADO (CHAVE ZERADA, SO ATRAVESSA).
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
           03 SRTI-NU-NB-PENSAO       PIC 9(10).
           03 SRTI-CLASSE             PIC 9(01).
           03 SRTI-NU-SEQ-COTA        PIC 9(02).
           03 SRTI-VALOR              PIC 9(13)V99.
           03 SRTI-NU-PROCESSO        PIC X(20).
      *SEGUNDA CLASSIFICACAO: BENEFICIO DE ORIGEM; DENTRO DELE O
      *TOTAL CALCULADO, DEPOIS DEPENDENTES (CLASSE 1) E HERDEIROS
      *(CLASSE 2) POR NUMERO DE COTA E DATA DE PAGAMENTO.
        01 SRTG-REG.
           03 SRTG-NU-NB-PENSAO       PIC 9(10).
           03 SRTG-TIPO               PIC 9(01).
           03 SRTG-CLASSE             PIC 9(01).
           03 SRTG-NU-SEQ-COTA        PIC 9(02).
           03 SRTG-DT-PAGTO           PIC 9(08).
           03 SRTG-NU-NB              PIC 9(10).
           03 SRTG-DT-MOV-CREDITO     PIC 9(08).
           03 SRTG-VALOR              PIC 9(13)V99.
           03 SRTG-IN-PAGO            PIC 9(01).
           03 SRTG-NU-PROCESSO        PIC X(20).
           03 FILLER                  PIC X(04).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KIRSM".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-COTAS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-COTAS-SEM-ORIGEM     PIC 9(08) VALUE ZEROS.
       77  WS-CT-COTAS-PAGAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-CAL            PIC 9(08) VALUE ZEROS.
       77  WS-CT-FAMILIAS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-FAM-SEM-CALC         PIC 9(08) VALUE ZEROS.
       77  WS-CT-FAM-EXCEDE           PIC 9(08) VALUE ZEROS.
       77  WS-VL-FAM-EXCESSO          PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-FAM-REPETE           PIC 9(08) VALUE ZEROS.
       77  WS-CT-FAM-ORDEM            PIC 9(08) VALUE ZEROS.
       77  WS-CT-FAM-APONTADAS        PIC 9(08) VALUE ZEROS.
      *
      *CREDITO CP01 CORRENTE NA PRIMEIRA CLASSIFICACAO (A COTA VEM
      *LOGO DEPOIS DO CREDITO DE MESMA CHAVE).
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
      *FAMILIA CORRENTE NA SEGUNDA CLASSIFICACAO.
       77  WS-IN-FAM-ABERTA           PIC 9(01) VALUE 0.
       77  WS-FAM-NU-NB-PENSAO        PIC 9(10) VALUE ZEROS.
       77  WS-FAM-IN-CALC             PIC 9(01) VALUE 0.
       77  WS-FAM-VL-CALC             PIC 9(13)V99 VALUE ZEROS.
       77  WS-FAM-NU-PROCESSO         PIC X(20) VALUE SPACES.
       77  WS-FAM-VL-PAGO             PIC 9(13)V99 VALUE ZEROS.
       77  WS-FAM-VL-EXCESSO          PIC 9(13)V99 VALUE ZEROS.
       77  WS-FAM-QT-REPETE           PIC 9(03) VALUE ZEROS.
       77  WS-FAM-QT-DEP-NAO-PAGO     PIC 9(03) VALUE ZEROS.
       77  WS-FAM-DT-MAIOR-DEP        PIC 9(08) VALUE ZEROS.
       77  WS-FAM-DT-MENOR-HERD       PIC 9(08) VALUE ZEROS.
       77  WS-FAM-IN-EXCEDE           PIC 9(01) VALUE 0.
       77  WS-FAM-IN-ORDEM            PIC 9(01) VALUE 0.
      *
       01  TABELA-COTA.
           03  TB-COT OCCURS 99 TIMES.
               05  TB-COT-CLASSE            PIC 9(01).
               05  TB-COT-NU-SEQ            PIC 9(02).
               05  TB-COT-NU-NB             PIC 9(10).
               05  TB-COT-DT-MOV-CREDITO    PIC 9(08).
               05  TB-COT-IN-PAGO           PIC 9(01).
               05  TB-COT-DT-PAGTO          PIC 9(08).
               05  TB-COT-VALOR             PIC 9(13)V99.
               05  TB-COT-IN-REPETIDA       PIC 9(01).
       77  WS-QTDE-COT                PIC 9(02) VALUE ZEROS.
       77  WS-IX-COT                  PIC 9(02) VALUE ZEROS.
      *
       01  CAB-01-IRSM.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/IRSM".
           03 FILLER                PIC X(48) VALUE
              "RATEIO IRSM - DEPENDENTES E HERDEIROS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-IRSM.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-FAM-IRSM.
           03 FILLER                PIC X(18) VALUE
              "BENEFICIO ORIGEM: ".
           03 DET-FAM-NB            PIC 9(10).
           03 FILLER                PIC X(12) VALUE "  PROCESSO: ".
           03 DET-FAM-PROCESSO      PIC X(20).
           03 FILLER                PIC X(13) VALUE "  CALCULADO: ".
           03 DET-FAM-VL-CALC       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE "  PAGO: ".
           03 DET-FAM-VL-PAGO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-OCOR-IRSM.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 FILLER                PIC X(04) VALUE "*** ".
           03 DET-OCOR-TEXTO        PIC X(60).
           03 DET-OCOR-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-COTA-IRSM.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-COT-CLASSE        PIC X(11).
           03 FILLER                PIC X(06) VALUE " COTA ".
           03 DET-COT-SEQ           PIC 99.
           03 FILLER                PIC X(06) VALUE "  NB: ".
           03 DET-COT-NB            PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  DT-MOV: ".
           03 DET-COT-DT-MOV        PIC 9(08).
           03 FILLER                PIC X(11) VALUE "  PAGO EM: ".
           03 DET-COT-DT-PAGTO      PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-COT-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-COT-OBS           PIC X(14).
      *
       01  TRAILER-IRSM.
           03 TEXTO-TRL-IRSM        PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-IRSM           PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-IRSM.
           03 TEXTO-TRL-VL-IRSM     PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-IRSM           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                INPUT  PROCEDURE 2000-SOLTA-COTAS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CASA-CREDITO
                                 THRU 3000-CASA-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTG-NU-NB-PENSAO SRTG-TIPO SRTG-CLASSE
                              SRTG-NU-SEQ-COTA SRTG-DT-PAGTO
                USING DSUBCPG2KIRSTMP
                OUTPUT PROCEDURE 5000-CONFERE-FAMILIA
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
           OPEN OUTPUT LSUBCPG2KIRSM.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-IRSM FROM CAB-01-IRSM AFTER PAGE.
           WRITE LINHA-IRSM FROM CAB-02-IRSM AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE DO CASAMENTO: LIBERA O MOVIMENTO, AS COTAS
      *    IRSM DO CP50 E OS TOTAIS CALCULADOS.
      *----------------------------------------------------------------
       2000-SOLTA-COTAS SECTION.
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
           PERFORM 2200-UMA-COTA
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
      *
           OPEN INPUT DSUBCPG2KIRSCAL.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-CALCULO
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KIRSCAL.
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
           MOVE SPACES                TO SRTI-NU-PROCESSO.
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
       2200-UMA-COTA.
      *--------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-450.
           IF CP50-NU-SEQ-DEP-IRSM EQUAL ZEROS
              AND CP50-NU-SEQ-HERD-IRSM EQUAL ZEROS
              GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-COTAS.
           IF CP50-NU-NB-PENSAO EQUAL ZEROS
              ADD 1 TO WS-CT-COTAS-SEM-ORIGEM
              GO TO 2200-FIM.
      *
           MOVE ZEROS                 TO SRTI-REG.
           MOVE SPACES                TO SRTI-NU-PROCESSO.
           MOVE CP50-DT-MOV-CREDITO   TO SRTI-DT-MOV-CREDITO.
           MOVE CP50-NU-NB            TO SRTI-NU-NB.
           MOVE CP50-CS-NATUR-CREDITO TO SRTI-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTI-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTI-DT-INI-PERIODO.
           MOVE CP50-ID-NIT           TO SRTI-ID-NIT.
           MOVE CP50-SEQ-REG          TO SRTI-SEQ-REG.
           MOVE 2                     TO SRTI-TIPO.
           MOVE CP50-NU-NB-PENSAO     TO SRTI-NU-NB-PENSAO.
      *HERDEIRO DE DEPENDENTE CONTA COMO HERDEIRO.
           IF CP50-NU-SEQ-HERD-IRSM NOT EQUAL ZEROS
              MOVE 2                     TO SRTI-CLASSE
              MOVE CP50-NU-SEQ-HERD-IRSM TO SRTI-NU-SEQ-COTA
           ELSE
              MOVE 1                     TO SRTI-CLASSE
              MOVE CP50-NU-SEQ-DEP-IRSM  TO SRTI-NU-SEQ-COTA.
           RELEASE SRTI-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-CALCULO.
      *----------------*
      *
           READ DSUBCPG2KIRSCAL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-CAL.
           MOVE ZEROS                 TO SRTI-REG.
           MOVE 3                     TO SRTI-TIPO.
           MOVE ICAL-NU-NB-PENSAO     TO SRTI-NU-NB-PENSAO.
           MOVE ICAL-VL-CALCULADO     TO SRTI-VALOR.
           MOVE ICAL-NU-PROCESSO      TO SRTI-NU-PROCESSO.
           RELEASE SRTI-REG.
      *
       2300-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DO CASAMENTO: COTA HERDA VALOR E DATA DO
      *    CREDITO DE MESMA CHAVE; GRAVA COTAS E TOTAIS NO APOIO.
      *----------------------------------------------------------------
       3000-CASA-CREDITO SECTION.
       3000-CASA-COTAS.
      *----------------*
      *
           OPEN OUTPUT DSUBCPG2KIRSTMP.
           MOVE ZEROS TO WS-CRD-CHAVE.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-ITEM
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSUBCPG2KIRSTMP.
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
           MOVE ZEROS              TO SRTG-REG.
           MOVE SRTI-NU-NB-PENSAO  TO SRTG-NU-NB-PENSAO.
           MOVE SRTI-NU-PROCESSO   TO SRTG-NU-PROCESSO.
      *
           IF SRTI-TIPO EQUAL 3
              MOVE 1          TO SRTG-TIPO
              MOVE SRTI-VALOR TO SRTG-VALOR
              WRITE REG-DSUBCPG2KIRSTMP FROM SRTG-REG
              GO TO 3100-FIM.
      *
           MOVE 2                   TO SRTG-TIPO.
           MOVE SRTI-CLASSE         TO SRTG-CLASSE.
           MOVE SRTI-NU-SEQ-COTA    TO SRTG-NU-SEQ-COTA.
           MOVE SRTI-NU-NB          TO SRTG-NU-NB.
           MOVE SRTI-DT-MOV-CREDITO TO SRTG-DT-MOV-CREDITO.
           IF SRTI-CHAVE EQUAL WS-CRD-CHAVE
              ADD 1 TO WS-CT-COTAS-PAGAS
              MOVE 1                   TO SRTG-IN-PAGO
              MOVE SRTI-DT-MOV-CREDITO TO SRTG-DT-PAGTO
              MOVE WS-CRD-VALOR        TO SRTG-VALOR
           ELSE
      *COTA SEM CREDITO: DATA ALTA PARA FICAR DEPOIS DAS PAGAS.
              MOVE 99999999            TO SRTG-DT-PAGTO.
           WRITE REG-DSUBCPG2KIRSTMP FROM SRTG-REG.
      *
       3100-FIM. EXIT.
      *---------*
       3000-CASA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA RECLASSIFICACAO: CONFERE CADA FAMILIA
      *    (BENEFICIO DE ORIGEM).
      *----------------------------------------------------------------
       5000-CONFERE-FAMILIA SECTION.
       5000-CONFERE-ORIGENS.
      *---------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-UM-ITEM
              THRU 5100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-FAM-ABERTA EQUAL 1
              PERFORM 5500-FECHA-FAMILIA
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
           IF WS-IN-FAM-ABERTA EQUAL 1
              AND SRTG-NU-NB-PENSAO NOT EQUAL WS-FAM-NU-NB-PENSAO
              PERFORM 5500-FECHA-FAMILIA
                 THRU 5500-FIM.
      *
           IF WS-IN-FAM-ABERTA EQUAL 0
              MOVE 1                 TO WS-IN-FAM-ABERTA
              MOVE SRTG-NU-NB-PENSAO TO WS-FAM-NU-NB-PENSAO
              MOVE 0                 TO WS-FAM-IN-CALC
              MOVE SPACES            TO WS-FAM-NU-PROCESSO
              MOVE ZEROS             TO WS-FAM-VL-CALC WS-FAM-VL-PAGO
                                        WS-FAM-QT-REPETE WS-QTDE-COT
                                        WS-FAM-QT-DEP-NAO-PAGO
                                        WS-FAM-DT-MAIOR-DEP
                                        WS-FAM-DT-MENOR-HERD.
      *
           IF SRTG-TIPO EQUAL 1
              MOVE 1                TO WS-FAM-IN-CALC
              ADD SRTG-VALOR        TO WS-FAM-VL-CALC
              MOVE SRTG-NU-PROCESSO TO WS-FAM-NU-PROCESSO
              GO TO 5100-FIM.
      *
           IF WS-QTDE-COT EQUAL 99
              DISPLAY "PSUBCPG2KIRSM: MAIS DE 99 COTAS NO BENEFICIO "
                      WS-FAM-NU-NB-PENSAO
              DISPLAY "REVER O LIMITE DA TABELA-COTA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-COT.
           MOVE WS-QTDE-COT TO WS-IX-COT.
           MOVE SRTG-CLASSE         TO TB-COT-CLASSE (WS-IX-COT).
           MOVE SRTG-NU-SEQ-COTA    TO TB-COT-NU-SEQ (WS-IX-COT).
           MOVE SRTG-NU-NB          TO TB-COT-NU-NB (WS-IX-COT).
           MOVE SRTG-DT-MOV-CREDITO TO
                                   TB-COT-DT-MOV-CREDITO (WS-IX-COT).
           MOVE SRTG-IN-PAGO        TO TB-COT-IN-PAGO (WS-IX-COT).
           MOVE SRTG-DT-PAGTO       TO TB-COT-DT-PAGTO (WS-IX-COT).
           MOVE SRTG-VALOR          TO TB-COT-VALOR (WS-IX-COT).
           MOVE 0                   TO TB-COT-IN-REPETIDA (WS-IX-COT).
      *
      *COTAS CHEGAM EM ORDEM DE CLASSE + NUMERO: REPETICAO E A COTA
      *IGUAL A ANTERIOR.
           IF WS-IX-COT GREATER 1
              IF SRTG-CLASSE EQUAL TB-COT-CLASSE (WS-IX-COT - 1)
                 AND SRTG-NU-SEQ-COTA EQUAL
                     TB-COT-NU-SEQ (WS-IX-COT - 1)
                 ADD 1 TO WS-FAM-QT-REPETE
                 MOVE 1 TO TB-COT-IN-REPETIDA (WS-IX-COT)
                           TB-COT-IN-REPETIDA (WS-IX-COT - 1).
      *
           IF SRTG-IN-PAGO EQUAL 1
              ADD SRTG-VALOR TO WS-FAM-VL-PAGO.
      *
           IF SRTG-CLASSE EQUAL 1
              IF SRTG-IN-PAGO EQUAL 1
                 IF SRTG-DT-PAGTO GREATER WS-FAM-DT-MAIOR-DEP
                    MOVE SRTG-DT-PAGTO TO WS-FAM-DT-MAIOR-DEP
                 END-IF
              ELSE
                 ADD 1 TO WS-FAM-QT-DEP-NAO-PAGO
              END-IF
           ELSE
              IF SRTG-IN-PAGO EQUAL 1
                 IF WS-FAM-DT-MENOR-HERD EQUAL ZEROS
                    OR SRTG-DT-PAGTO LESS WS-FAM-DT-MENOR-HERD
                    MOVE SRTG-DT-PAGTO TO WS-FAM-DT-MENOR-HERD.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5500-FECHA-FAMILIA.
      *-------------------*
      *
           MOVE 0 TO WS-IN-FAM-ABERTA WS-FAM-IN-EXCEDE WS-FAM-IN-ORDEM.
           MOVE ZEROS TO WS-FAM-VL-EXCESSO.
      *
      *TOTAL CALCULADO SEM NENHUMA COTA NO CP50 NAO E FAMILIA.
           IF WS-QTDE-COT EQUAL ZEROS
              GO TO 5500-FIM.
      *
           ADD 1 TO WS-CT-FAMILIAS.
           IF WS-FAM-IN-CALC EQUAL 0
              ADD 1 TO WS-CT-FAM-SEM-CALC
           ELSE
              IF WS-FAM-VL-PAGO GREATER WS-FAM-VL-CALC
                 MOVE 1 TO WS-FAM-IN-EXCEDE
                 COMPUTE WS-FAM-VL-EXCESSO = WS-FAM-VL-PAGO -
                                             WS-FAM-VL-CALC.
      *
           IF WS-FAM-DT-MENOR-HERD NOT EQUAL ZEROS
              IF WS-FAM-QT-DEP-NAO-PAGO GREATER ZEROS
                 OR WS-FAM-DT-MENOR-HERD LESS WS-FAM-DT-MAIOR-DEP
                 MOVE 1 TO WS-FAM-IN-ORDEM.
      *
           IF WS-FAM-IN-EXCEDE EQUAL 0
              AND WS-FAM-QT-REPETE EQUAL ZEROS
              AND WS-FAM-IN-ORDEM EQUAL 0
              GO TO 5500-FIM.
      *
           ADD 1 TO WS-CT-FAM-APONTADAS.
           MOVE WS-FAM-NU-NB-PENSAO TO DET-FAM-NB.
           MOVE WS-FAM-NU-PROCESSO  TO DET-FAM-PROCESSO.
           MOVE WS-FAM-VL-CALC      TO DET-FAM-VL-CALC.
           MOVE WS-FAM-VL-PAGO      TO DET-FAM-VL-PAGO.
           WRITE LINHA-IRSM FROM DET-FAM-IRSM AFTER 2.
      *
           IF WS-FAM-IN-EXCEDE EQUAL 1
              ADD 1                 TO WS-CT-FAM-EXCEDE
              ADD WS-FAM-VL-EXCESSO TO WS-VL-FAM-EXCESSO
              MOVE "COTAS PAGAS EXCEDEM O TOTAL CALCULADO EM"
                                    TO DET-OCOR-TEXTO
              MOVE WS-FAM-VL-EXCESSO TO DET-OCOR-VALOR
              WRITE LINHA-IRSM FROM DET-OCOR-IRSM AFTER 1.
      *
           IF WS-FAM-QT-REPETE GREATER ZEROS
              ADD 1 TO WS-CT-FAM-REPETE
              MOVE "NUMERO DE COTA REPETIDO (VIDE COTAS MARCADAS)"
                                    TO DET-OCOR-TEXTO
              MOVE ZEROS            TO DET-OCOR-VALOR
              WRITE LINHA-IRSM FROM DET-OCOR-IRSM AFTER 1.
      *
           IF WS-FAM-IN-ORDEM EQUAL 1
              ADD 1 TO WS-CT-FAM-ORDEM
              MOVE "HERDEIRO PAGO ANTES DE TODOS OS DEPENDENTES"
                                    TO DET-OCOR-TEXTO
              MOVE ZEROS            TO DET-OCOR-VALOR
              WRITE LINHA-IRSM FROM DET-OCOR-IRSM AFTER 1.
      *
           PERFORM 5600-LINHA-COTA
              THRU 5600-FIM
              VARYING WS-IX-COT FROM 1 BY 1
                UNTIL WS-IX-COT GREATER WS-QTDE-COT.
      *
       5500-FIM. EXIT.
      *---------*
      *
       5600-LINHA-COTA.
      *----------------*
      *
           MOVE SPACES TO DET-COT-OBS.
           IF TB-COT-CLASSE (WS-IX-COT) EQUAL 1
              MOVE "DEPENDENTE" TO DET-COT-CLASSE
           ELSE
              MOVE "HERDEIRO"   TO DET-COT-CLASSE.
           MOVE TB-COT-NU-SEQ (WS-IX-COT)         TO DET-COT-SEQ.
           MOVE TB-COT-NU-NB (WS-IX-COT)          TO DET-COT-NB.
           MOVE TB-COT-DT-MOV-CREDITO (WS-IX-COT) TO DET-COT-DT-MOV.
           MOVE TB-COT-VALOR (WS-IX-COT)          TO DET-COT-VALOR.
           IF TB-COT-IN-PAGO (WS-IX-COT) EQUAL 1
              MOVE TB-COT-DT-PAGTO (WS-IX-COT)    TO DET-COT-DT-PAGTO
           ELSE
              MOVE ZEROS                          TO DET-COT-DT-PAGTO
              MOVE "SEM CREDITO"                  TO DET-COT-OBS.
           IF TB-COT-IN-REPETIDA (WS-IX-COT) EQUAL 1
              MOVE "COTA REPETIDA"                TO DET-COT-OBS.
           WRITE LINHA-IRSM FROM DET-COTA-IRSM AFTER 1.
      *
       5600-FIM. EXIT.
      *---------*
       5000-CONFERE-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-IRSM.
           MOVE "SOLICITACOES LIDAS (CP50)                    " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 2.
      *
           MOVE "COTAS IRSM (DEPENDENTE OU HERDEIRO)          " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-COTAS TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "COTAS SEM BENEFICIO DE ORIGEM (FORA)         " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-COTAS-SEM-ORIGEM TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "COTAS COM CREDITO NO CP01                    " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-COTAS-PAGAS TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "TOTAIS CALCULADOS LIDOS                      " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-LIDOS-CAL TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "FAMILIAS CONFERIDAS                          " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-FAMILIAS TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "FAMILIAS SEM TOTAL CALCULADO                 " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-FAM-SEM-CALC TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "FAMILIAS APONTADAS                           " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-FAM-APONTADAS TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "  COTAS ACIMA DO TOTAL CALCULADO             " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-FAM-EXCEDE TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "  NUMERO DE COTA REPETIDO                    " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-FAM-REPETE TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE "  HERDEIRO PAGO ANTES DOS DEPENDENTES        " TO
                                                     TEXTO-TRL-IRSM.
           MOVE WS-CT-FAM-ORDEM TO QT-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-IRSM AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-IRSM.
           MOVE "VALOR PAGO ACIMA DO TOTAL CALCULADO          " TO
                                                  TEXTO-TRL-VL-IRSM.
           MOVE WS-VL-FAM-EXCESSO TO VL-TRL-IRSM.
           WRITE LINHA-IRSM FROM TRAILER-VL-IRSM AFTER 1.
      *
           CLOSE LSUBCPG2KIRSM.
      *
       4000-FIM. EXIT.
      *---------*
