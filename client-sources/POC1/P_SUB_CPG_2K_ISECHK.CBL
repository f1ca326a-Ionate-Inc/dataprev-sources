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
       PROGRAM-ID.      PSUBCPG2KISECHK.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DO CP01-IN-CRED-ISENTO-IR CONTRA O      *
      *            CADASTRO DE ISENCOES DE IR (D/SUB/CPG/2K/ISE,       *
      *            MANTIDO POR PSUBCPG2KISEMAN). O CP01, CLASSIFICADO  *
      *            POR NB E COMPETENCIA, E FUNDIDO COM O CADASTRO (QUE *
      *            VEM POR NB); A ISENCAO COBRE O CREDITO QUANDO A     *
      *            COMPETENCIA DELE ESTA ENTRE O MES DE INICIO E O MES *
      *            DE FIM DA ISENCAO (FIM ZERADO = SEM TERMO). SAO     *
      *            LISTADOS:                                           *
      *            - TODO CREDITO NAO LOAS MARCADO ISENTO SEM ISENCAO  *
      *              CADASTRADA PARA O NB, OU FORA DA VIGENCIA DELA;   *
      *            - TODA ISENCAO CADASTRADA CUJOS CREDITOS DENTRO DA  *
      *              VIGENCIA CONTINUAM TRIBUTADOS, COM A QUANTIDADE   *
      *              DE CREDITOS E O IR RETIDO NELES.                  *
      *            O CREDITO LOAS E ISENTO POR LEI (CONFERIDO POR      *
      *            PSUBCPG2K465) E O CANCELADO NAO E PAGO - AMBOS SO   *
      *            CONTADOS.                                           *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2KISE - CADASTRO DE ISENCOES (CLASSIFICADO   *
      *                           POR NB).                             *
      *  SAIDA:    LSUBCPG2KISECHK - ISENCOES SEM RESPALDO E ISENCOES  *
      *                              NAO APLICADAS.                    *
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
           SELECT OPTIONAL DSUBCPG2KISE ASSIGN TO DISK.
           SELECT LSUBCPG2KISECHK ASSIGN TO PRINTER.
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
        FD DSUBCPG2KISE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ISE ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/ISE ON PKBDSGF".
      *
        FD LSUBCPG2KISECHK.
        01 LINHA-ISECHK           PIC X(133).
      *
        SD SORTWK.
        01 SRTC-REG.
           03 SRTC-NU-NB              PIC 9(10).
           03 SRTC-DT-COMPET          PIC 9(06).
           03 SRTC-CS-UF              PIC 9(02).
           03 SRTC-CS-ESPECIE         PIC 9(03).
           03 SRTC-IN-ISENTO          PIC 9(01).
           03 SRTC-VL-IR              PIC 9(10)V99.
           03 SRTC-VL-LIQUIDO         PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KISECHK".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-ISE                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CP01                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOAS                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-ISE-LIDAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ISENTO-OK            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CADASTRO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-FORA-VIGENCIA        PIC 9(08) VALUE ZEROS.
       77  WS-CT-ISE-TRIBUTADA        PIC 9(08) VALUE ZEROS.
       77  WS-CT-CRED-TRIBUTADO       PIC 9(08) VALUE ZEROS.
       77  WS-VL-SEM-RESPALDO         PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-IR-TRIBUTADO         PIC 9(15)V99 VALUE ZEROS.
      *GUARDA DE SEQUENCIA DO CADASTRO (TEM DE VIR CLASSIFICADO POR
      *NB - E A INSTALACAO DE PSUBCPG2KISEMAN QUEM O MANTEM ASSIM).
       77  WS-NB-ISE-ANT              PIC 9(10) VALUE ZEROS.
      *
      *ISENCOES DO NB CORRENTE, COM O ACUMULADO DOS CREDITOS AINDA
      *TRIBUTADOS DENTRO DA VIGENCIA DE CADA UMA. 20 ISENCOES POR NB
      *E MUITO ALEM DO QUE A PRATICA ADMITE; ACIMA DISSO O CADASTRO
      *ESTA CORROMPIDO E O JOB PARA.
       77  WS-NB-CARREGADO            PIC 9(10) VALUE ZEROS.
       77  WS-IN-NB-CARREGADO         PIC 9(01) VALUE 0.
       01  TABELA-ISENCAO.
           05 TB-ISE OCCURS 20 TIMES.
              10 TB-ISE-DT-INICIO     PIC 9(08).
              10 TB-ISE-DT-FIM        PIC 9(08).
              10 TB-ISE-COMPET-INI    PIC 9(06).
              10 TB-ISE-COMPET-FIM    PIC 9(06).
              10 TB-ISE-FUNDAMENTO    PIC 9(02).
              10 TB-ISE-LAUDO         PIC X(20).
              10 TB-ISE-QT-TRIBUTADO  PIC 9(04).
              10 TB-ISE-VL-IR         PIC 9(12)V99.
       77  WS-QTDE-ISE                PIC 9(02) VALUE ZEROS.
       77  WS-IX-ISE                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-ISE-COBRE            PIC 9(02) VALUE ZEROS.
      *
       01  CAB-01-ISECHK.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/ISEC".
           03 FILLER                PIC X(48) VALUE
              "CONFERENCIA DAS ISENCOES DE IR DO MOVIMENTO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-ISECHK.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-01-ISECHK.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET01-NU-NB           PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  COMPET: ".
           03 DET01-DT-COMPET       PIC 9(06).
           03 FILLER                PIC X(06) VALUE "  UF: ".
           03 DET01-CS-UF           PIC 9(02).
           03 FILLER                PIC X(07) VALUE "  ESP: ".
           03 DET01-CS-ESPECIE      PIC 9(03).
           03 FILLER                PIC X(10) VALUE "  LIQUIDO:".
           03 DET01-VL-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET01-SITUACAO        PIC X(44).
      *
       01  DET-02-ISECHK.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET02-NU-NB           PIC 9(10).
           03 FILLER                PIC X(12) VALUE "  VIGENCIA: ".
           03 DET02-DT-INICIO       PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET02-DT-FIM          PIC 9999/99/99.
           03 FILLER                PIC X(14) VALUE "  FUNDAMENTO: ".
           03 DET02-FUNDAMENTO      PIC 9(02).
           03 FILLER                PIC X(09) VALUE "  LAUDO: ".
           03 DET02-LAUDO           PIC X(20).
      *
       01  DET-03-ISECHK.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(44) VALUE
              "ISENCAO CADASTRADA COM CREDITO TRIBUTADO".
           03 FILLER                PIC X(10) VALUE "CREDITOS: ".
           03 DET03-QT-CREDITOS     PIC Z.ZZ9.
           03 FILLER                PIC X(14) VALUE "  IR RETIDO: ".
           03 DET03-VL-IR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-ISECHK.
           03 TEXTO-TRL-ISECHK      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-ISECHK         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-ISECHK.
           03 TEXTO-TRL-VL-ISECHK   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-ISECHK         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                ASCENDING KEY SRTC-NU-NB SRTC-DT-COMPET
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CONFERE
                                 THRU 3000-CONFERE-FIM.
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
           OPEN OUTPUT LSUBCPG2KISECHK.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-ISECHK FROM CAB-01-ISECHK AFTER PAGE.
           WRITE LINHA-ISECHK FROM CAB-02-ISECHK AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA O CREDITO PAGO QUE INTERESSA A
      *    CONFERENCIA - O NAO LOAS MARCADO ISENTO E TODO O TRIBUTADO.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-MOVIMENTO.
      *---------------------*
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CP01
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CP01.
      *-------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CP01.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2100-FIM.
      *
           IF CP01-CS-ESP-LOAS EQUAL 3
              AND CP01-IN-CRED-ISENTO-IR EQUAL 1
              ADD 1 TO WS-CT-LOAS
              GO TO 2100-FIM.
      *
           MOVE SPACES                 TO SRTC-REG.
           MOVE CP01-NU-NB             TO SRTC-NU-NB.
           MOVE CP01-DT-COMPET-CREDITO TO SRTC-DT-COMPET.
           MOVE CP01-CS-UF-OP          TO SRTC-CS-UF.
           MOVE CP01-CS-ESPECIE        TO SRTC-CS-ESPECIE.
           MOVE CP01-IN-CRED-ISENTO-IR TO SRTC-IN-ISENTO.
           MOVE CP01-VL-IR             TO SRTC-VL-IR.
           MOVE CP01-VL-LIQUIDO-CRED   TO SRTC-VL-LIQUIDO.
           RELEASE SRTC-REG.
      *
       2100-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: NA TROCA DE NB FECHA AS ISENCOES DO NB
      *    ANTERIOR E CARREGA AS DO NOVO; CADA CREDITO E CONFRONTADO
      *    COM A ISENCAO QUE COBRE A SUA COMPETENCIA.
      *----------------------------------------------------------------
       3000-CONFERE SECTION.
       3000-CONFERE-MERGE.
      *-------------------*
      *
           OPEN INPUT DSUBCPG2KISE.
           MOVE "NAO" TO WS-EOF-ISE.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-LE-ISE THRU 3100-FIM.
      *
           PERFORM 3200-UM-CREDITO
              THRU 3200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           IF WS-IN-NB-CARREGADO EQUAL 1
              PERFORM 3500-FECHA-NB
                 THRU 3500-FIM.
      *
           CLOSE DSUBCPG2KISE.
           GO TO 3000-CONFERE-FIM.
      *
       3100-LE-ISE.
      *------------*
      *
           READ DSUBCPG2KISE
                AT END MOVE "SIM" TO WS-EOF-ISE
                       GO TO 3100-FIM.
      *
           ADD 1 TO WS-CT-ISE-LIDAS.
           IF ISE-NU-NB LESS WS-NB-ISE-ANT
              DISPLAY "PSUBCPG2KISECHK: CADASTRO DE ISENCOES"
              DISPLAY "FORA DE ORDEM DE NB - REINSTALAR PELO"
              DISPLAY "PSUBCPG2KISEMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE ISE-NU-NB TO WS-NB-ISE-ANT.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-UM-CREDITO.
      *----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3200-FIM.
      *
           IF WS-IN-NB-CARREGADO EQUAL 0
              OR SRTC-NU-NB NOT EQUAL WS-NB-CARREGADO
              IF WS-IN-NB-CARREGADO EQUAL 1
                 PERFORM 3500-FECHA-NB
                    THRU 3500-FIM
              END-IF
              PERFORM 3300-CARREGA-NB
                 THRU 3300-FIM
           END-IF.
      *
           PERFORM 3400-AVALIA
              THRU 3400-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-CARREGA-NB.
      *----------------*
      *
           MOVE 1          TO WS-IN-NB-CARREGADO.
           MOVE SRTC-NU-NB TO WS-NB-CARREGADO.
           MOVE ZEROS      TO WS-QTDE-ISE.
      *
           PERFORM 3100-LE-ISE
              THRU 3100-FIM
             UNTIL WS-EOF-ISE EQUAL "SIM"
                OR ISE-NU-NB NOT LESS SRTC-NU-NB.
      *
           PERFORM 3310-GUARDA-ISE
              THRU 3310-FIM
             UNTIL WS-EOF-ISE EQUAL "SIM"
                OR ISE-NU-NB NOT EQUAL SRTC-NU-NB.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3310-GUARDA-ISE.
      *----------------*
      *
           IF WS-QTDE-ISE EQUAL 20
              DISPLAY "PSUBCPG2KISECHK: MAIS DE 20 ISENCOES"
              DISPLAY "PARA O NB " ISE-NU-NB " - CONFERIR O"
              DISPLAY "CADASTRO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-ISE.
           MOVE ISE-DT-INICIO     TO TB-ISE-DT-INICIO (WS-QTDE-ISE).
           MOVE ISE-DT-FIM        TO TB-ISE-DT-FIM (WS-QTDE-ISE).
           COMPUTE TB-ISE-COMPET-INI (WS-QTDE-ISE) =
                   ISE-DT-INICIO / 100.
      *ISENCAO SEM TERMO COBRE QUALQUER COMPETENCIA A PARTIR DO INICIO.
           IF ISE-DT-FIM EQUAL ZEROS
              MOVE 999999 TO TB-ISE-COMPET-FIM (WS-QTDE-ISE)
           ELSE
              COMPUTE TB-ISE-COMPET-FIM (WS-QTDE-ISE) =
                      ISE-DT-FIM / 100.
           MOVE ISE-CS-FUNDAMENTO TO TB-ISE-FUNDAMENTO (WS-QTDE-ISE).
           MOVE ISE-ID-LAUDO      TO TB-ISE-LAUDO (WS-QTDE-ISE).
           MOVE ZEROS             TO TB-ISE-QT-TRIBUTADO (WS-QTDE-ISE)
                                     TB-ISE-VL-IR (WS-QTDE-ISE).
      *
           PERFORM 3100-LE-ISE THRU 3100-FIM.
      *
       3310-FIM. EXIT.
      *---------*
      *
       3400-AVALIA.
      *------------*
      *
           MOVE ZEROS TO WS-IX-ISE-COBRE.
           PERFORM VARYING WS-IX-ISE FROM 1 BY 1
                     UNTIL WS-IX-ISE GREATER WS-QTDE-ISE
              IF TB-ISE-COMPET-INI (WS-IX-ISE) NOT GREATER
                                                  SRTC-DT-COMPET
                 AND TB-ISE-COMPET-FIM (WS-IX-ISE) NOT LESS
                                                  SRTC-DT-COMPET
                 MOVE WS-IX-ISE TO WS-IX-ISE-COBRE
              END-IF
           END-PERFORM.
      *
      *CREDITO TRIBUTADO: SO INTERESSA SE HA ISENCAO QUE O COBRE.
           IF SRTC-IN-ISENTO NOT EQUAL 1
              IF WS-IX-ISE-COBRE NOT EQUAL ZEROS
                 ADD 1 TO WS-CT-CRED-TRIBUTADO
                 ADD 1 TO TB-ISE-QT-TRIBUTADO (WS-IX-ISE-COBRE)
                 ADD SRTC-VL-IR TO TB-ISE-VL-IR (WS-IX-ISE-COBRE)
                 ADD SRTC-VL-IR TO WS-VL-IR-TRIBUTADO
              END-IF
              GO TO 3400-FIM.
      *
           IF WS-IX-ISE-COBRE NOT EQUAL ZEROS
              ADD 1 TO WS-CT-ISENTO-OK
              GO TO 3400-FIM.
      *
           IF WS-QTDE-ISE EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-CADASTRO
              MOVE "ISENTO SEM ISENCAO CADASTRADA PARA O NB" TO
                                                   DET01-SITUACAO
           ELSE
              ADD 1 TO WS-CT-FORA-VIGENCIA
              MOVE "ISENTO FORA DA VIGENCIA DA ISENCAO" TO
                                                   DET01-SITUACAO.
      *
           ADD SRTC-VL-LIQUIDO TO WS-VL-SEM-RESPALDO.
           MOVE SRTC-NU-NB      TO DET01-NU-NB.
           MOVE SRTC-DT-COMPET  TO DET01-DT-COMPET.
           MOVE SRTC-CS-UF      TO DET01-CS-UF.
           MOVE SRTC-CS-ESPECIE TO DET01-CS-ESPECIE.
           MOVE SRTC-VL-LIQUIDO TO DET01-VL-LIQUIDO.
           WRITE LINHA-ISECHK FROM DET-01-ISECHK AFTER 1.
      *
       3400-FIM. EXIT.
      *---------*
      *
      *FIM DO NB: LISTA CADA ISENCAO DELE QUE TEVE CREDITO TRIBUTADO
      *DENTRO DA VIGENCIA.
       3500-FECHA-NB.
      *--------------*
      *
           PERFORM VARYING WS-IX-ISE FROM 1 BY 1
                     UNTIL WS-IX-ISE GREATER WS-QTDE-ISE
              IF TB-ISE-QT-TRIBUTADO (WS-IX-ISE) GREATER ZEROS
                 ADD 1 TO WS-CT-ISE-TRIBUTADA
                 MOVE WS-NB-CARREGADO  TO DET02-NU-NB
                 MOVE TB-ISE-DT-INICIO (WS-IX-ISE) TO DET02-DT-INICIO
                 MOVE TB-ISE-DT-FIM (WS-IX-ISE)    TO DET02-DT-FIM
                 MOVE TB-ISE-FUNDAMENTO (WS-IX-ISE) TO
                                                  DET02-FUNDAMENTO
                 MOVE TB-ISE-LAUDO (WS-IX-ISE)     TO DET02-LAUDO
                 MOVE TB-ISE-QT-TRIBUTADO (WS-IX-ISE) TO
                                                  DET03-QT-CREDITOS
                 MOVE TB-ISE-VL-IR (WS-IX-ISE)     TO DET03-VL-IR
                 WRITE LINHA-ISECHK FROM DET-02-ISECHK AFTER 2
                 WRITE LINHA-ISECHK FROM DET-03-ISECHK AFTER 1
              END-IF
           END-PERFORM.
      *
       3500-FIM. EXIT.
      *---------*
       3000-CONFERE-FIM. EXIT.
      *
       3900-TOTAIS.
      *------------*
      *
           MOVE SPACES TO TRAILER-ISECHK.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-CP01 TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 3.
      *
           MOVE "  CANCELADOS (NAO CONFERIDOS)                " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-CANCELADOS TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "  LOAS ISENTOS POR LEI (NAO CONFERIDOS)      " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-LOAS TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "  ISENTOS COM ISENCAO VIGENTE CADASTRADA     " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-ISENTO-OK TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "  ISENTOS SEM ISENCAO CADASTRADA PARA O NB   " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-SEM-CADASTRO TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "  ISENTOS FORA DA VIGENCIA DA ISENCAO        " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-FORA-VIGENCIA TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "  TRIBUTADOS DENTRO DE ISENCAO CADASTRADA    " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-CRED-TRIBUTADO TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "ISENCOES LIDAS DO CADASTRO                   " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-ISE-LIDAS TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE "ISENCOES CADASTRADAS COM CREDITO TRIBUTADO   " TO
                                                  TEXTO-TRL-ISECHK.
           MOVE WS-CT-ISE-TRIBUTADA TO QT-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-ISECHK AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-ISECHK.
           MOVE "VALOR LIQUIDO DOS ISENTOS SEM RESPALDO       " TO
                                               TEXTO-TRL-VL-ISECHK.
           MOVE WS-VL-SEM-RESPALDO TO VL-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-VL-ISECHK AFTER 1.
      *
           MOVE "IR RETIDO DENTRO DE ISENCAO CADASTRADA       " TO
                                               TEXTO-TRL-VL-ISECHK.
           MOVE WS-VL-IR-TRIBUTADO TO VL-TRL-ISECHK.
           WRITE LINHA-ISECHK FROM TRAILER-VL-ISECHK AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KISECHK.
      *
       4000-FIM. EXIT.
      *---------*
