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
       PROGRAM-ID.      PSUBCPG2KPVDMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E CARGA DO CADASTRO DE PROVA DE VIDA POR NB *
      *            (D/SUB/CPG/2K/PVD). CP50-IN-TEM-SEG-RE-CEN SO DIZ   *
      *            SE O BENEFICIARIO ESTA NO RECENSEAMENTO; NAO HAVIA  *
      *            ONDE SABER QUEM NAO FEZ PROVA DE VIDA NOS ULTIMOS   *
      *            12 MESES. DOIS FEEDS ALIMENTAM O CADASTRO:          *
      *            D/SUB/CPG/2K/PVD/BCO - BIOMETRIA DOS BANCOS         *
      *            (NB, DATA DA PROVA, BANCO E AGENCIA);               *
      *            D/SUB/CPG/2K/PVD/APS - ATENDIMENTO PRESENCIAL NAS   *
      *            APS (NB, DATA DA PROVA, OL E MATRICULA).            *
      *            CADA REGISTRO E CRITICADO (NB ZERADO, DATA ZERADA,  *
      *            INVALIDA OU FUTURA, BANCO/OL ZERADO); O REJEITADO   *
      *            SAI EM LINHA DE ERRO E FICA FORA DA CARGA - UM      *
      *            REGISTRO RUIM NAO PODE SEGURAR A PROVA DOS DEMAIS   *
      *            (O BLOQUEIO DE PSUBCPG2KPVDAPL PEGARIA QUEM PROVOU  *
      *            EM DIA). NO "CARG" OS VALIDOS SAO CLASSIFICADOS COM *
      *            O CADASTRO ATUAL POR NB (SORT, MESMO MOLDE DA CARGA *
      *            DE PSUBCPG2KOBITO) E A NOVA GERACAO LEVA UM         *
      *            REGISTRO POR NB, COM A PROVA MAIS RECENTE. O        *
      *            CADASTRO FICA SEMPRE CLASSIFICADO POR NB.           *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "CARG" CRITICA E CARREGA; OUTRO      *
      *            VALOR SO CRITICA OS FEEDS.                          *
      *  ENTRADA:  DSUBCPG2KPVDBCO - FEED DE BIOMETRIA DOS BANCOS.     *
      *            DSUBCPG2KPVDAPS - FEED DE ATENDIMENTO NAS APS.      *
      *            DSUBCPG2KPVD    - CADASTRO ATUAL (CLASSIFICADO      *
      *                              POR NB).                          *
      *  SAIDA:    DSUBCPG2KPVDN   - NOVA GERACAO (SO NO "CARG").      *
      *            LSUBCPG2KPVDMAN - RELATORIO DE CRITICA/CARGA.       *
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
           SELECT OPTIONAL DSUBCPG2KPVDBCO ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KPVDAPS ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KPVD    ASSIGN TO DISK.
           SELECT DSUBCPG2KPVDN   ASSIGN TO DISK.
           SELECT LSUBCPG2KPVDMAN ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KPVDBCO
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD/BCO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVDBCO.
           03 BCO-NU-NB               PIC 9(10).
           03 BCO-DT-PROVA            PIC 9(08).
           03 BCO-ID-BANCO            PIC 9(03).
           03 BCO-ID-AGENCIA          PIC 9(05).
           03 FILLER                  PIC X(14).
      *
        FD DSUBCPG2KPVDAPS
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD/APS ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVDAPS.
           03 APS-NU-NB               PIC 9(10).
           03 APS-DT-PROVA            PIC 9(08).
           03 APS-ID-OL               PIC 9(08).
           03 APS-NU-MATRICULA        PIC 9(08).
           03 FILLER                  PIC X(06).
      *
        FD DSUBCPG2KPVD
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVD.
           03 PVD-NU-NB               PIC 9(10).
           03 PVD-DT-PROVA            PIC 9(08).
      *        "B" - BIOMETRIA BANCARIA
      *        "A" - ATENDIMENTO NA APS
           03 PVD-CS-MEIO             PIC X(01).
      *        BANCO (3) + AGENCIA (5) NA BIOMETRIA; OL NA APS
           03 PVD-ID-ORIGEM           PIC 9(08).
           03 PVD-DT-CARGA            PIC 9(08).
           03 FILLER                  PIC X(05).
      *
        FD DSUBCPG2KPVDN
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVDN.
           03 PVDN-NU-NB              PIC 9(10).
           03 PVDN-DT-PROVA           PIC 9(08).
           03 PVDN-CS-MEIO            PIC X(01).
           03 PVDN-ID-ORIGEM          PIC 9(08).
           03 PVDN-DT-CARGA           PIC 9(08).
           03 FILLER                  PIC X(05).
      *
        FD LSUBCPG2KPVDMAN.
        01 LINHA-PVDMAN           PIC X(133).
      *
        SD SORTWK.
        01 SRTV-REG.
           03 SRTV-NU-NB              PIC 9(10).
           03 SRTV-DT-PROVA           PIC 9(08).
      *        1 - CADASTRO ATUAL   2 - FEED
           03 SRTV-IN-FONTE           PIC 9(01).
           03 SRTV-CS-MEIO            PIC X(01).
           03 SRTV-ID-ORIGEM          PIC 9(08).
           03 SRTV-DT-CARGA           PIC 9(08).
           03 FILLER                  PIC X(04).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPVDMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-BCO                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-APS                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-CADASTRO             PIC 9(08) VALUE ZEROS.
       77  WS-CT-NB-GRAVADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-PROVAS-NOVAS         PIC 9(08) VALUE ZEROS.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
      *
       01  WS-DT-DESMONTA             PIC 9(08).
       01  WS-DT-DESMONTA-R REDEFINES WS-DT-DESMONTA.
           03 WS-DD-ANO               PIC 9(04).
           03 WS-DD-MES               PIC 9(02).
           03 WS-DD-DIA               PIC 9(02).
      *
       01  WS-ORIGEM-BCO.
           03 WS-ORB-ID-BANCO         PIC 9(03).
           03 WS-ORB-ID-AGENCIA       PIC 9(05).
       01  WS-ORIGEM-BCO-R REDEFINES WS-ORIGEM-BCO
                                      PIC 9(08).
      *
       01  CAB-01-PVDMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PVDM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/CARGA DO CADASTRO DE PROVA DE VIDA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PVDMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-PVDMAN.
           03 FILLER                PIC X(14) VALUE "*** ERRO: NB  ".
           03 DET-ERR-NU-NB         PIC 9(10).
           03 FILLER                PIC X(08) VALUE " FEED: ".
           03 DET-ERR-FEED          PIC X(04).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  MSG-CARREGADO-PVDMAN.
           03 FILLER                PIC X(52) VALUE
              "PROVAS VALIDAS CARREGADAS - NOVA GERACAO INSTALADA.".
      *
       01  MSG-SO-CRITICA-PVDMAN.
           03 FILLER                PIC X(52) VALUE
              "SO CRITICA - CADASTRO DE PROVA DE VIDA INALTERADO.".
      *
       01  TRAILER-PVDMAN.
           03 TEXTO-TRL-PVDMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PVDMAN         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-ACAO.
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
           IF WS-PAR-ACAO EQUAL "CARG"
      *FEEDS CRITICADOS + CADASTRO ATUAL CLASSIFICADOS POR NB COM A
      *DATA DA PROVA DECRESCENTE - O PRIMEIRO REGISTRO DE CADA NB JA
      *E A PROVA MAIS RECENTE, E SO ELE VAI PARA A NOVA GERACAO. NO
      *EMPATE DE DATA FICA O DO CADASTRO (PRESERVA A DATA DE CARGA).
              SORT SORTWK
                   ASCENDING  KEY SRTV-NU-NB
                   DESCENDING KEY SRTV-DT-PROVA
                   ASCENDING  KEY SRTV-IN-FONTE
                   INPUT  PROCEDURE 2000-SOLTA-PROVAS
                                    THRU 2000-SOLTA-FIM
                   OUTPUT PROCEDURE 3000-GRAVA-CADASTRO
                                    THRU 3000-GRAVA-FIM
              WRITE LINHA-PVDMAN FROM MSG-CARREGADO-PVDMAN AFTER 2
           ELSE
              PERFORM 2000-SOLTA-PROVAS
                 THRU 2000-SOLTA-FIM
              WRITE LINHA-PVDMAN FROM MSG-SO-CRITICA-PVDMAN AFTER 2
           END-IF.
      *
           PERFORM 2900-TRAILERS
              THRU 2900-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KPVDMAN.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-PVDMAN FROM CAB-01-PVDMAN AFTER PAGE.
           WRITE LINHA-PVDMAN FROM CAB-02-PVDMAN AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE DA CARGA: CRITICA OS DOIS FEEDS E LIBERA
      *    PARA O SORT AS PROVAS VALIDAS E O CADASTRO ATUAL. FORA DO
      *    "CARG" SO A CRITICA E FEITA (NADA E LIBERADO).
      *----------------------------------------------------------------
       2000-SOLTA-PROVAS SECTION.
       2000-SOLTA-FEEDS.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2KPVDBCO.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-BANCO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPVDBCO.
      *
           OPEN INPUT DSUBCPG2KPVDAPS.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-APS
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPVDAPS.
      *
           IF WS-PAR-ACAO NOT EQUAL "CARG"
              GO TO 2000-SOLTA-FIM.
      *
           OPEN INPUT DSUBCPG2KPVD.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-CADASTRO
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPVD.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-BANCO.
      *--------------*
      *
           READ DSUBCPG2KPVDBCO
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-BCO.
           MOVE "BCO"         TO DET-ERR-FEED.
           MOVE BCO-NU-NB     TO DET-ERR-NU-NB.
      *
           IF BCO-ID-BANCO EQUAL ZEROS
              MOVE "BANCO DA BIOMETRIA ZERADO" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2100-FIM.
      *
           MOVE BCO-DT-PROVA  TO WS-DT-DESMONTA.
           PERFORM 2400-CRITICA-PROVA
              THRU 2400-FIM.
           IF DET-ERR-MOTIVO NOT EQUAL SPACES
              GO TO 2100-FIM.
      *
           IF WS-PAR-ACAO NOT EQUAL "CARG"
              GO TO 2100-FIM.
      *
           MOVE BCO-ID-BANCO   TO WS-ORB-ID-BANCO.
           MOVE BCO-ID-AGENCIA TO WS-ORB-ID-AGENCIA.
           MOVE SPACES          TO SRTV-REG.
           MOVE BCO-NU-NB       TO SRTV-NU-NB.
           MOVE BCO-DT-PROVA    TO SRTV-DT-PROVA.
           MOVE 2               TO SRTV-IN-FONTE.
           MOVE "B"             TO SRTV-CS-MEIO.
           MOVE WS-ORIGEM-BCO-R TO SRTV-ID-ORIGEM.
           MOVE WS-DATA-HOJE    TO SRTV-DT-CARGA.
           RELEASE SRTV-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-APS.
      *------------*
      *
           READ DSUBCPG2KPVDAPS
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-APS.
           MOVE "APS"         TO DET-ERR-FEED.
           MOVE APS-NU-NB     TO DET-ERR-NU-NB.
      *
           IF APS-ID-OL EQUAL ZEROS
              MOVE "OL DO ATENDIMENTO ZERADO" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2200-FIM.
      *
           IF APS-NU-MATRICULA EQUAL ZEROS
              MOVE "MATRICULA DO SERVIDOR ZERADA" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2200-FIM.
      *
           MOVE APS-DT-PROVA  TO WS-DT-DESMONTA.
           PERFORM 2400-CRITICA-PROVA
              THRU 2400-FIM.
           IF DET-ERR-MOTIVO NOT EQUAL SPACES
              GO TO 2200-FIM.
      *
           IF WS-PAR-ACAO NOT EQUAL "CARG"
              GO TO 2200-FIM.
      *
           MOVE SPACES          TO SRTV-REG.
           MOVE APS-NU-NB       TO SRTV-NU-NB.
           MOVE APS-DT-PROVA    TO SRTV-DT-PROVA.
           MOVE 2               TO SRTV-IN-FONTE.
           MOVE "A"             TO SRTV-CS-MEIO.
           MOVE APS-ID-OL       TO SRTV-ID-ORIGEM.
           MOVE WS-DATA-HOJE    TO SRTV-DT-CARGA.
           RELEASE SRTV-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-CADASTRO.
      *-----------------*
      *
           READ DSUBCPG2KPVD
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-CADASTRO.
           MOVE SPACES          TO SRTV-REG.
           MOVE PVD-NU-NB       TO SRTV-NU-NB.
           MOVE PVD-DT-PROVA    TO SRTV-DT-PROVA.
           MOVE 1               TO SRTV-IN-FONTE.
           MOVE PVD-CS-MEIO     TO SRTV-CS-MEIO.
           MOVE PVD-ID-ORIGEM   TO SRTV-ID-ORIGEM.
           MOVE PVD-DT-CARGA    TO SRTV-DT-CARGA.
           RELEASE SRTV-REG.
      *
       2300-FIM. EXIT.
      *---------*
      *
      *CRITICA COMUM AOS DOIS FEEDS: NB E DATA DA PROVA (JA DESMONTADA
      *EM WS-DT-DESMONTA). DEVOLVE DET-ERR-MOTIVO EM BRANCO SE PASSOU.
       2400-CRITICA-PROVA.
      *-------------------*
      *
           MOVE SPACES TO DET-ERR-MOTIVO.
      *
           IF DET-ERR-NU-NB EQUAL ZEROS
              MOVE "NB ZERADO" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2400-FIM.
      *
           IF WS-DT-DESMONTA EQUAL ZEROS
              MOVE "DATA DA PROVA ZERADA" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2400-FIM.
      *
           IF WS-DD-MES LESS 1 OR WS-DD-MES GREATER 12
              OR WS-DD-DIA LESS 1 OR WS-DD-DIA GREATER 31
              MOVE "DATA DA PROVA INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2400-FIM.
      *
           IF WS-DT-DESMONTA GREATER WS-DATA-HOJE
              MOVE "DATA DA PROVA FUTURA" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2400-FIM.
      *
       2400-FIM. EXIT.
      *---------*
      *
       2500-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           WRITE LINHA-PVDMAN FROM DET-ERRO-PVDMAN AFTER 1.
      *
       2500-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA CARGA: GRAVA A NOVA GERACAO - UM
      *    REGISTRO POR NB, SEMPRE O PRIMEIRO DO GRUPO (PROVA MAIS
      *    RECENTE), EM ORDEM DE NB.
      *----------------------------------------------------------------
       3000-GRAVA-CADASTRO SECTION.
       3000-GRAVA-NOVA.
      *----------------*
      *
           OPEN OUTPUT DSUBCPG2KPVDN.
           MOVE "NAO"  TO WS-EOF-SORT.
           MOVE ZEROS  TO WS-NB-CORRENTE.
           PERFORM 3100-UM-NB
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSUBCPG2KPVDN SAVE.
           GO TO 3000-GRAVA-FIM.
      *
       3100-UM-NB.
      *-----------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTV-NU-NB EQUAL WS-NB-CORRENTE
              GO TO 3100-FIM.
      *
           MOVE SRTV-NU-NB     TO WS-NB-CORRENTE.
           MOVE SPACES         TO REG-DSUBCPG2KPVDN.
           MOVE SRTV-NU-NB     TO PVDN-NU-NB.
           MOVE SRTV-DT-PROVA  TO PVDN-DT-PROVA.
           MOVE SRTV-CS-MEIO   TO PVDN-CS-MEIO.
           MOVE SRTV-ID-ORIGEM TO PVDN-ID-ORIGEM.
           MOVE SRTV-DT-CARGA  TO PVDN-DT-CARGA.
           WRITE REG-DSUBCPG2KPVDN.
           ADD 1 TO WS-CT-NB-GRAVADOS.
           IF SRTV-IN-FONTE EQUAL 2
              ADD 1 TO WS-CT-PROVAS-NOVAS.
      *
       3100-FIM. EXIT.
      *---------*
       3000-GRAVA-FIM. EXIT.
      *
       2900-TRAILERS.
      *--------------*
      *
           MOVE SPACES TO TRAILER-PVDMAN.
           MOVE "PROVAS LIDAS DO FEED DOS BANCOS              " TO
                                                   TEXTO-TRL-PVDMAN.
           MOVE WS-CT-BCO TO QT-TRL-PVDMAN.
           WRITE LINHA-PVDMAN FROM TRAILER-PVDMAN AFTER 2.
      *
           MOVE "PROVAS LIDAS DO FEED DAS APS                 " TO
                                                   TEXTO-TRL-PVDMAN.
           MOVE WS-CT-APS TO QT-TRL-PVDMAN.
           WRITE LINHA-PVDMAN FROM TRAILER-PVDMAN AFTER 1.
      *
           MOVE "PROVAS REJEITADAS NA CRITICA                 " TO
                                                   TEXTO-TRL-PVDMAN.
           MOVE WS-CT-ERROS TO QT-TRL-PVDMAN.
           WRITE LINHA-PVDMAN FROM TRAILER-PVDMAN AFTER 1.
      *
           IF WS-PAR-ACAO NOT EQUAL "CARG"
              GO TO 2900-FIM.
      *
           MOVE "NB NO CADASTRO ANTERIOR                      " TO
                                                   TEXTO-TRL-PVDMAN.
           MOVE WS-CT-CADASTRO TO QT-TRL-PVDMAN.
           WRITE LINHA-PVDMAN FROM TRAILER-PVDMAN AFTER 1.
      *
           MOVE "NB NA NOVA GERACAO                           " TO
                                                   TEXTO-TRL-PVDMAN.
           MOVE WS-CT-NB-GRAVADOS TO QT-TRL-PVDMAN.
           WRITE LINHA-PVDMAN FROM TRAILER-PVDMAN AFTER 1.
      *
           MOVE "NB COM PROVA ATUALIZADA PELOS FEEDS          " TO
                                                   TEXTO-TRL-PVDMAN.
           MOVE WS-CT-PROVAS-NOVAS TO QT-TRL-PVDMAN.
           WRITE LINHA-PVDMAN FROM TRAILER-PVDMAN AFTER 1.
      *
       2900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPVDMAN.
      *
       4000-FIM. EXIT.
      *---------*
