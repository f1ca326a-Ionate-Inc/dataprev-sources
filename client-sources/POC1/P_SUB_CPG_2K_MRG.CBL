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
       PROGRAM-ID.      PSUBCPG2KMRG.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DA MARGEM CONSIGNAVEL. CP01 MARCA O     *
      *            CREDITO COM DESCONTO DE EMPRESTIMO                  *
      *            (CP01-IN-DESC-EMPREST) E PSUBCPG2K467/495 CUIDAM DA *
      *            REMESSA E DA RESPOSTA DOS BANCOS, MAS NINGUEM       *
      *            CONFERIA A MARGEM LEGAL: O TOTAL DESCONTADO EM      *
      *            CONSIGNACAO NAO PODE PASSAR DO PERCENTUAL FIXADO    *
      *            SOBRE O VALOR BRUTO DO BENEFICIO. ESTE JOB CASA     *
      *            CP01 COM AS RUBRICAS EXCEDENTES DE CP430 PELA CHAVE *
      *            COMUM (MESMO MERGE DE PSUBCPG2K432), IDENTIFICA AS  *
      *            RUBRICAS DE DESCONTO CONSIGNADO PELA CLASSE DA      *
      *            RUBRICA MASTER (RUBM-CS-CLASSE = "C"), SOMA-AS POR  *
      *            CREDITO E COMPARA COM A MARGEM. VALOR BRUTO =       *
      *            LIQUIDO + TODOS OS DESCONTOS (CLASSES "D" E "C").   *
      *            O CREDITO ACIMA DA MARGEM E LIBERADO PARA UM SORT   *
      *            POR BANCO E NB; NO OUTPUT PROCEDURE SAI O ARQUIVO   *
      *            DE CONTESTACAO D/SUB/CPG/2K/MRG (UM REGISTRO POR    *
      *            CREDITO, COM O EXCESSO - MESMO PAPEL DO ARQUIVO DE  *
      *            COBRANCA DO PSUBCPG2K493, QUE A MESA DE BANCOS      *
      *            REPASSA A CADA INSTITUICAO) E O RELATORIO POR       *
      *            BANCO COM O TOTAL DO BANCO.                         *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/401 E D/SUB/CPG/2K/430 EM ORDEM        *
      *            ASCENDENTE DA CHAVE COMUM (CONFERIVEL COM           *
      *            PSUBCPG2K490).                                      *
      *                                                                *
      *  PARAMETRO: WS-PAR-PC-MARGEM - PERCENTUAL DA MARGEM SOBRE O    *
      *            BRUTO, 99V99 (ZEROS = 45,00).                       *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2K430 - RUBRICAS EXCEDENTES (CP430).         *
      *  SAIDA:    DSUBCPG2KMRG - ARQUIVO DE CONTESTACAO AOS BANCOS.   *
      *            LSUBCPG2KMRG - RELATORIO POR BANCO.                 *
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
           SELECT DSUBCPG2K401 ASSIGN TO DISK.
           SELECT DSUBCPG2K430 ASSIGN TO DISK.
           SELECT DSUBCPG2KMRG ASSIGN TO DISK.
           SELECT LSUBCPG2KMRG ASSIGN TO PRINTER.
           SELECT SORTWK       ASSIGN TO DISK.
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
        FD DSUBCPG2K430
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/430 ON PKBDSGF".
      *
      *ARQUIVO DE CONTESTACAO: UM REGISTRO POR CREDITO ACIMA DA
      *MARGEM, EM ORDEM DE BANCO E NB.
        FD DSUBCPG2KMRG
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/MRG ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  MRG01-REG.
            03  MRG01-ID-BANCO               PIC 9(03).
            03  MRG01-NU-NB                  PIC 9(10).
            03  MRG01-DT-COMPET-CREDITO      PIC 9(06).
            03  MRG01-DT-INI-PERIODO         PIC 9(08).
            03  MRG01-DT-FIM-PERIODO         PIC 9(08).
            03  MRG01-VL-BRUTO               PIC 9(10)V99.
            03  MRG01-VL-MARGEM              PIC 9(10)V99.
            03  MRG01-VL-CONSIGNADO          PIC 9(10)V99.
            03  MRG01-VL-EXCESSO             PIC 9(10)V99.
            03  MRG01-PC-COMPROMETIDO        PIC 9(03)V99.
            03  FILLER                       PIC X(12).
      *
        FD LSUBCPG2KMRG.
        01 LINHA-LSUBCPG2KMRG     PIC X(133).
      *
        SD SORTWK.
        01 SRTMG-REG.
           03 SRTMG-ID-BANCO          PIC 9(03).
           03 SRTMG-NU-NB             PIC 9(10).
           03 SRTMG-DT-COMPET-CREDITO PIC 9(06).
           03 SRTMG-DT-INI-PERIODO    PIC 9(08).
           03 SRTMG-DT-FIM-PERIODO    PIC 9(08).
           03 SRTMG-VL-BRUTO          PIC 9(10)V99.
           03 SRTMG-VL-MARGEM         PIC 9(10)V99.
           03 SRTMG-VL-CONSIGNADO     PIC 9(10)V99.
           03 SRTMG-VL-EXCESSO        PIC 9(10)V99.
           03 SRTMG-PC-COMPROMETIDO   PIC 9(03)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KMRG".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *RUBRICA MASTER - A CLASSE DA RUBRICA DIZ O QUE E DESCONTO
      *CONSIGNADO.
           COPY "*B/RUBRICA/MASTER ON PKBDSGF".
      *
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP430               PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-PC-MARGEM           PIC 9(02)V99 VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONSIGNADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-MARCA-SEM-RUBRICA    PIC 9(08) VALUE ZEROS.
       77  WS-CT-ACIMA-MARGEM         PIC 9(08) VALUE ZEROS.
       77  WS-CT-RUBR-SEM-MASTER      PIC 9(08) VALUE ZEROS.
       77  WS-VL-EXCESSO-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       77  WS-IN-TEM-CP430            PIC 9(01) VALUE 0.
       77  WS-IX-RUBRICA              PIC 9(02) VALUE ZEROS.
      *
      *RUBRICA EM CLASSIFICACAO E OS ACUMULADORES DO CREDITO.
       77  WS-CS-RUBRICA-CLS          PIC 9(03) VALUE ZEROS.
       77  WS-VL-RUBRICA-CLS          PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-DESCONTOS            PIC 9(11)V99 VALUE ZEROS.
       77  WS-VL-CONSIGNADO           PIC 9(11)V99 VALUE ZEROS.
       77  WS-VL-BRUTO                PIC 9(11)V99 VALUE ZEROS.
       77  WS-VL-MARGEM               PIC 9(11)V99 VALUE ZEROS.
       77  WS-VL-EXCESSO              PIC 9(11)V99 VALUE ZEROS.
       77  WS-PC-COMPROMETIDO         PIC 9(03)V99 VALUE ZEROS.
      *
      *CHAVE COMPLETA COMUM (MESMOS GRUPOS DISPLAY DE PSUBCPG2K432).
       01  WS-CHAVE-CP01.
           03 WS-C01-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C01-NU-NB            PIC 9(10).
           03 WS-C01-CS-NATUR-CRED    PIC 9(02).
           03 WS-C01-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C01-DT-INI-PERIODO   PIC 9(08).
           03 WS-C01-ID-NIT           PIC 9(10).
           03 WS-C01-SEQ-REG          PIC 9(09).
      *
       01  WS-CHAVE-CP430.
           03 WS-C43-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C43-NU-NB            PIC 9(10).
           03 WS-C43-CS-NATUR-CRED    PIC 9(02).
           03 WS-C43-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C43-DT-INI-PERIODO   PIC 9(08).
           03 WS-C43-ID-NIT           PIC 9(10).
           03 WS-C43-SEQ-REG          PIC 9(09).
      *
      *QUEBRA POR BANCO NO OUTPUT PROCEDURE.
       77  WS-BANCO-CORRENTE          PIC 9(03) VALUE ZEROS.
       77  WS-QT-BANCO                PIC 9(08) VALUE ZEROS.
       77  WS-VL-CONSIG-BANCO         PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-EXCESSO-BANCO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTDE-BANCOS             PIC 9(04) VALUE ZEROS.
      *
       01  CAB-01-2KMRG.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/MRG".
           03 FILLER                PIC X(48) VALUE
              "CONFERENCIA DA MARGEM CONSIGNAVEL".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KMRG.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KMRG.
           03 FILLER                PIC X(36) VALUE
              "MARGEM CONSIGNAVEL (% DO BRUTO)   : ".
           03 CAB03-PC-MARGEM       PIC Z9,99.
      *
       01  CAB-BANCO-2KMRG.
           03 FILLER                PIC X(07) VALUE "BANCO: ".
           03 CABB-BANCO            PIC 9(03).
      *
       01  DET-NB-2KMRG.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-NB                PIC 9(10).
           03 FILLER                PIC X(08) VALUE "  COMP: ".
           03 DET-COMPET            PIC 9(06).
           03 FILLER                PIC X(09) VALUE "  BRUTO: ".
           03 DET-BRUTO             PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(10) VALUE "  MARGEM: ".
           03 DET-MARGEM            PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(13) VALUE "  CONSIGNADO:".
           03 DET-CONSIGNADO        PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(11) VALUE "  EXCESSO: ".
           03 DET-EXCESSO           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-PC                PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE "%".
      *
       01  DET-TOT-BANCO-2KMRG.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(16) VALUE "TOTAL DO BANCO: ".
           03 DETB-QTDE             PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(16) VALUE
              "  CONSIGNADO:   ".
           03 DETB-CONSIGNADO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(13) VALUE "  EXCESSO:   ".
           03 DETB-EXCESSO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-2KMRG.
           03 TEXTO-TRL-2KMRG       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KMRG          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-2KMRG.
           03 TEXTO-TRL-VL-2KMRG    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-2KMRG          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-PC-MARGEM.
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
                ASCENDING KEY SRTMG-ID-BANCO SRTMG-NU-NB
                              SRTMG-DT-COMPET-CREDITO
                              SRTMG-DT-INI-PERIODO
                INPUT  PROCEDURE 2000-APURA-MARGEM
                                 THRU 2000-APURA-FIM
                OUTPUT PROCEDURE 7000-CONTESTA
                                 THRU 7000-CONTESTA-FIM.
      *
           PERFORM 3000-EMITIR-TRAILER
              THRU 3000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT DSUBCPG2KMRG.
           OPEN OUTPUT LSUBCPG2KMRG.
      *
           IF WS-PAR-PC-MARGEM EQUAL ZEROS
              MOVE 45 TO WS-PAR-PC-MARGEM.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE WS-PAR-PC-MARGEM  TO CAB03-PC-MARGEM.
      *
           WRITE LINHA-LSUBCPG2KMRG FROM CAB-01-2KMRG AFTER PAGE.
           WRITE LINHA-LSUBCPG2KMRG FROM CAB-02-2KMRG AFTER 1.
           WRITE LINHA-LSUBCPG2KMRG FROM CAB-03-2KMRG AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE CP01 X CP430 PELA CHAVE COMUM; SOMA
      *    OS DESCONTOS DO CREDITO, APURA A MARGEM E LIBERA PARA O
      *    SORT O CREDITO ACIMA DELA.
      *----------------------------------------------------------------
       2000-APURA-MARGEM SECTION.
       2000-APURA-MERGE.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           OPEN INPUT DSUBCPG2K430.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-CP430
              THRU 9010-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K430.
           GO TO 2000-APURA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
           ADD 1 TO WS-CT-CREDITOS.
      *
      *ANDA COM O CP430 ATE ALCANCAR O CP01 CORRENTE (RUBRICA
      *EXCEDENTE ORFA E ASSUNTO DO PSUBCPG2K431, AQUI E SO PULADA).
           PERFORM 9010-LE-CP430
              THRU 9010-FIM
             UNTIL WS-EOF-CP430 EQUAL "SIM"
                OR WS-CHAVE-CP430 NOT LESS WS-CHAVE-CP01.
      *
           IF WS-EOF-CP430 NOT EQUAL "SIM"
              AND WS-CHAVE-CP430 EQUAL WS-CHAVE-CP01
              MOVE 1 TO WS-IN-TEM-CP430
           ELSE
              MOVE 0 TO WS-IN-TEM-CP430
           END-IF.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO TEM
      *DESCONTO A CONTESTAR.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
           ELSE
              PERFORM 2100-APURA-CREDITO
                 THRU 2100-FIM
           END-IF.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM 9010-LE-CP430
                 THRU 9010-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2100-APURA-CREDITO.
      *-------------------*
      *
           MOVE ZEROS TO WS-VL-DESCONTOS WS-VL-CONSIGNADO.
      *
           IF CP01-CS-RUBRICA1 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA1 TO WS-CS-RUBRICA-CLS
              MOVE CP01-VL-RUBRICA1 TO WS-VL-RUBRICA-CLS
              PERFORM 2200-CLASSIFICA-RUBRICA
                 THRU 2200-FIM.
           IF CP01-CS-RUBRICA2 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA2 TO WS-CS-RUBRICA-CLS
              MOVE CP01-VL-RUBRICA2 TO WS-VL-RUBRICA-CLS
              PERFORM 2200-CLASSIFICA-RUBRICA
                 THRU 2200-FIM.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM VARYING WS-IX-RUBRICA FROM 1 BY 1
                        UNTIL WS-IX-RUBRICA GREATER 13
                 IF CP430-CS-RUBRICA (WS-IX-RUBRICA) NOT EQUAL ZEROS
                    MOVE CP430-CS-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-CS-RUBRICA-CLS
                    MOVE CP430-VL-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-VL-RUBRICA-CLS
                    PERFORM 2200-CLASSIFICA-RUBRICA
                       THRU 2200-FIM
                 END-IF
              END-PERFORM.
      *
           IF WS-VL-CONSIGNADO EQUAL ZEROS
              IF CP01-IN-DESC-EMPREST NOT EQUAL ZEROS
                 ADD 1 TO WS-CT-MARCA-SEM-RUBRICA
              END-IF
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CONSIGNADOS.
      *
           COMPUTE WS-VL-BRUTO = CP01-VL-LIQUIDO-CRED + WS-VL-DESCONTOS.
           COMPUTE WS-VL-MARGEM ROUNDED =
                   WS-VL-BRUTO * WS-PAR-PC-MARGEM / 100.
      *
           IF WS-VL-CONSIGNADO NOT GREATER WS-VL-MARGEM
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-ACIMA-MARGEM.
           COMPUTE WS-VL-EXCESSO = WS-VL-CONSIGNADO - WS-VL-MARGEM.
           ADD WS-VL-EXCESSO TO WS-VL-EXCESSO-TOTAL.
           COMPUTE WS-PC-COMPROMETIDO ROUNDED =
                   WS-VL-CONSIGNADO * 100 / WS-VL-BRUTO.
      *
           MOVE CP01-ID-BANCO          TO SRTMG-ID-BANCO.
           MOVE CP01-NU-NB             TO SRTMG-NU-NB.
           MOVE CP01-DT-COMPET-CREDITO TO SRTMG-DT-COMPET-CREDITO.
           MOVE CP01-DT-INI-PERIODO    TO SRTMG-DT-INI-PERIODO.
           MOVE CP01-DT-FIM-PERIODO    TO SRTMG-DT-FIM-PERIODO.
           MOVE WS-VL-BRUTO            TO SRTMG-VL-BRUTO.
           MOVE WS-VL-MARGEM           TO SRTMG-VL-MARGEM.
           MOVE WS-VL-CONSIGNADO       TO SRTMG-VL-CONSIGNADO.
           MOVE WS-VL-EXCESSO          TO SRTMG-VL-EXCESSO.
           MOVE WS-PC-COMPROMETIDO     TO SRTMG-PC-COMPROMETIDO.
           RELEASE SRTMG-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *CLASSE DA RUBRICA NA RUBRICA MASTER (BUSCA LINEAR, MESMO MODELO
      *DE 2300-IMPRIME-RUBRICA DO PSUBCPG2K432). RUBRICA FORA DA
      *MASTER NAO ENTRA EM NENHUMA SOMA E E CONTADA.
       2200-CLASSIFICA-RUBRICA.
      *------------------------*
      *
           MOVE 0 TO WS-RUBRICA-MASTER-ENCONTRADA.
           PERFORM VARYING WS-IX-RUBRICA-MASTER FROM 1 BY 1
                     UNTIL WS-IX-RUBRICA-MASTER GREATER
                                           WS-QTDE-RUBRICA-MASTER
                        OR WS-RUBRICA-MASTER-ENCONTRADA EQUAL 1
              IF RUBM-CS-RUBRICA (WS-IX-RUBRICA-MASTER) EQUAL
                                           WS-CS-RUBRICA-CLS
                 MOVE 1 TO WS-RUBRICA-MASTER-ENCONTRADA
              END-IF
           END-PERFORM.
      *
           IF WS-RUBRICA-MASTER-ENCONTRADA EQUAL 0
              ADD 1 TO WS-CT-RUBR-SEM-MASTER
              GO TO 2200-FIM.
           SUBTRACT 1 FROM WS-IX-RUBRICA-MASTER.
      *
           IF RUBM-CS-CLASSE (WS-IX-RUBRICA-MASTER) EQUAL "D"
              ADD WS-VL-RUBRICA-CLS TO WS-VL-DESCONTOS.
           IF RUBM-CS-CLASSE (WS-IX-RUBRICA-MASTER) EQUAL "C"
              ADD WS-VL-RUBRICA-CLS TO WS-VL-DESCONTOS
              ADD WS-VL-RUBRICA-CLS TO WS-VL-CONSIGNADO.
      *
       2200-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-CHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-C01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-C01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-C01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-C01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-C01-DT-INI-PERIODO
                        MOVE CP01-ID-NIT         TO WS-C01-ID-NIT
                        MOVE CP01-SEQ-REG        TO WS-C01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *---------*
      *
       9010-LE-CP430.
      *-------------*
      *
           READ DSUBCPG2K430
                AT END MOVE "SIM" TO WS-EOF-CP430
                        MOVE HIGH-VALUES TO WS-CHAVE-CP430
                NOT AT END
                        MOVE CP430-DT-MOV-CREDITO TO
                                       WS-C43-DT-MOV-CREDITO
                        MOVE CP430-NU-NB          TO WS-C43-NU-NB
                        MOVE CP430-CS-NATUR-CREDITO TO
                                       WS-C43-CS-NATUR-CRED
                        MOVE CP430-DT-FIM-PERIODO TO
                                       WS-C43-DT-FIM-PERIODO
                        MOVE CP430-DT-INI-PERIODO TO
                                       WS-C43-DT-INI-PERIODO
                        MOVE CP430-ID-NIT         TO WS-C43-ID-NIT
                        MOVE CP430-SEQ-REG        TO WS-C43-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
       2000-APURA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: GRAVA O ARQUIVO DE CONTESTACAO E O
      *    RELATORIO, COM QUEBRA E TOTAL POR BANCO.
      *----------------------------------------------------------------
       7000-CONTESTA SECTION.
       7000-CONTESTA-GRAVA.
      *--------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
           PERFORM 7200-GRUPO-BANCO
              THRU 7200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 7000-CONTESTA-FIM.
      *
       7100-RETORNA.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       7100-FIM. EXIT.
      *---------*
      *
       7200-GRUPO-BANCO.
      *-----------------*
      *
           MOVE SRTMG-ID-BANCO TO WS-BANCO-CORRENTE.
           MOVE ZEROS TO WS-QT-BANCO WS-VL-CONSIG-BANCO
                         WS-VL-EXCESSO-BANCO.
           ADD 1 TO WS-QTDE-BANCOS.
      *
           MOVE WS-BANCO-CORRENTE TO CABB-BANCO.
           WRITE LINHA-LSUBCPG2KMRG FROM CAB-BANCO-2KMRG AFTER 2.
      *
           PERFORM 7300-GRAVA-CONTESTACAO
              THRU 7300-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM"
                OR SRTMG-ID-BANCO NOT EQUAL WS-BANCO-CORRENTE.
      *
           MOVE WS-QT-BANCO         TO DETB-QTDE.
           MOVE WS-VL-CONSIG-BANCO  TO DETB-CONSIGNADO.
           MOVE WS-VL-EXCESSO-BANCO TO DETB-EXCESSO.
           WRITE LINHA-LSUBCPG2KMRG FROM DET-TOT-BANCO-2KMRG AFTER 1.
      *
       7200-FIM. EXIT.
      *---------*
      *
       7300-GRAVA-CONTESTACAO.
      *-----------------------*
      *
           MOVE SPACES                  TO MRG01-REG.
           MOVE SRTMG-ID-BANCO          TO MRG01-ID-BANCO.
           MOVE SRTMG-NU-NB             TO MRG01-NU-NB.
           MOVE SRTMG-DT-COMPET-CREDITO TO MRG01-DT-COMPET-CREDITO.
           MOVE SRTMG-DT-INI-PERIODO    TO MRG01-DT-INI-PERIODO.
           MOVE SRTMG-DT-FIM-PERIODO    TO MRG01-DT-FIM-PERIODO.
           MOVE SRTMG-VL-BRUTO          TO MRG01-VL-BRUTO.
           MOVE SRTMG-VL-MARGEM         TO MRG01-VL-MARGEM.
           MOVE SRTMG-VL-CONSIGNADO     TO MRG01-VL-CONSIGNADO.
           MOVE SRTMG-VL-EXCESSO        TO MRG01-VL-EXCESSO.
           MOVE SRTMG-PC-COMPROMETIDO   TO MRG01-PC-COMPROMETIDO.
           WRITE MRG01-REG.
      *
           MOVE SRTMG-NU-NB             TO DET-NB.
           MOVE SRTMG-DT-COMPET-CREDITO TO DET-COMPET.
           MOVE SRTMG-VL-BRUTO          TO DET-BRUTO.
           MOVE SRTMG-VL-MARGEM         TO DET-MARGEM.
           MOVE SRTMG-VL-CONSIGNADO     TO DET-CONSIGNADO.
           MOVE SRTMG-VL-EXCESSO        TO DET-EXCESSO.
           MOVE SRTMG-PC-COMPROMETIDO   TO DET-PC.
           WRITE LINHA-LSUBCPG2KMRG FROM DET-NB-2KMRG AFTER 1.
      *
           ADD 1                   TO WS-QT-BANCO.
           ADD SRTMG-VL-CONSIGNADO TO WS-VL-CONSIG-BANCO.
           ADD SRTMG-VL-EXCESSO    TO WS-VL-EXCESSO-BANCO.
      *
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
       7300-FIM. EXIT.
      *---------*
       7000-CONTESTA-FIM. EXIT.
      *
       3000-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-2KMRG.
           MOVE "TOTAL DE CREDITOS LIDOS                      " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-CT-CREDITOS TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (FORA DA CONFERENCIA)    " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 1.
      *
           MOVE "CREDITOS COM DESCONTO CONSIGNADO             " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-CT-CONSIGNADOS TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 1.
      *
           MOVE "MARCADOS SEM RUBRICA CONSIGNADA              " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-CT-MARCA-SEM-RUBRICA TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 1.
      *
           MOVE "RUBRICAS NAO CADASTRADAS NA MASTER           " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-CT-RUBR-SEM-MASTER TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 1.
      *
           MOVE "CREDITOS ACIMA DA MARGEM (CONTESTADOS)       " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-CT-ACIMA-MARGEM TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 1.
      *
           MOVE "BANCOS COM CONTESTACAO                       " TO
                                                     TEXTO-TRL-2KMRG.
           MOVE WS-QTDE-BANCOS TO QT-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-2KMRG AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-2KMRG.
           MOVE "VALOR TOTAL EXCEDENTE A MARGEM               " TO
                                                  TEXTO-TRL-VL-2KMRG.
           MOVE WS-VL-EXCESSO-TOTAL TO VL-TRL-2KMRG.
           WRITE LINHA-LSUBCPG2KMRG FROM TRAILER-VL-2KMRG AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KMRG SAVE.
           CLOSE LSUBCPG2KMRG.
      *
           DISPLAY "PSUBCPG2KMRG - CREDITOS ACIMA DA MARGEM = "
                                                   WS-CT-ACIMA-MARGEM.
      *
       4000-FIM. EXIT.
      *---------*
