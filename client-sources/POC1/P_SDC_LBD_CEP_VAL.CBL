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
       PROGRAM-ID.      PSDCLBDCEPVAL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA DO ENDERECO DOS AAP DA TB00233 CONTRA O     *
      *            DIRETORIO DE CEP (D/SDC/LBD/CEP). AS CARTAS DE      *
      *            NOTIFICACAO E O RELATORIO POR MUNICIPIO USAM O      *
      *            ENDERECO, O CEP E O CS-MUNI-SINPAS DO AAP - ESTA    *
      *            CRITICA APONTA O QUE ESTA ERRADO ANTES DISSO.       *
      *            AAP FECHADO (CS-SITUACAO-AAP = 2) NAO E CRITICADO.  *
      *            EXCECOES APONTADAS:                                 *
      *            - TE-ENDERECO OU NM-BAIRRO EM BRANCO;               *
      *            - CEP ZERADO OU INEXISTENTE NO DIRETORIO;           *
      *            - CEP DE OUTRA UF (NM-UF-SIGL DO AAP DIFERENTE);    *
      *            - CEP DE OUTRO MUNICIPIO (CS-MUNI-SINPAS DO AAP     *
      *              DIFERENTE; SO COM CONVERSAO NO DIRETORIO).        *
      *            1O SORT (POR CEP) CASA OS AAP COM O DIRETORIO E     *
      *            GRAVA AS EXCECOES NO ARQUIVO DE TRABALHO; O 2O SORT *
      *            (POR ID-AAP) EMITE O RELATORIO E GERA, PARA CADA    *
      *            AAP COM EXCECAO, UMA TRANSACAO DE CORRECAO DE       *
      *            ENDERECO (ACAO 3) PENDENTE DE APROVACAO, JA COM O   *
      *            ENDERECO ATUAL DO AAP (LOGRADOURO/BAIRRO EM BRANCO  *
      *            COMPLETADOS PELO DIRETORIO QUANDO O CEP EXISTE). O  *
      *            ANALISTA CORRIGE O CAMPO APONTADO, APROVA E SUBMETE *
      *            A TRANSACAO AO FLUXO NORMAL (PSDCLBDAAPPREEDIT ->   *
      *            PSDCLBDAAPMANUT). NENHUM ENDERECO E ALTERADO AQUI.  *
      *                                                                *
      *  ENTRADA:  DSDCLBDSETTB00233 - D/SDC/LBD/SETTB00233.           *
      *            DSDCLBDCEP        - D/SDC/LBD/CEP (ORDEM DE CEP).   *
      *  SAIDA:    DSDCLBDTRANSCEP   - D/SDC/LBD/TRANS00233/CEP        *
      *            (ACAO 3 PENDENTES, B/SDC/LBD/TRANS00233).           *
      *            DSDCLBDCEPEXC     - D/SDC/LBD/CEP/EXC (TRABALHO).   *
      *            LSDCLBDCEPVAL     - RELATORIO DE EXCECOES.          *
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
           SELECT DSDCLBDSETTB00233  ASSIGN TO DISK.
           SELECT DSDCLBDCEP         ASSIGN TO DISK.
           SELECT DSDCLBDCEPEXC      ASSIGN TO DISK.
           SELECT DSDCLBDTRANSCEP    ASSIGN TO DISK.
           SELECT LSDCLBDCEPVAL      ASSIGN TO PRINTER.
           SELECT SORTWK1            ASSIGN TO DISK.
           SELECT SORTWK2            ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSDCLBDSETTB00233
           RECORD CONTAINS 319 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/SETTB00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/SETTB00233 ON PKBDSGF".
      *
        FD DSDCLBDCEP
           RECORD CONTAINS 160 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/CEP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/CEP ON PKBDSGF".
      *
      *EXCECOES DO 1O SORT (UM REGISTRO POR AAP), COM OS DADOS DO AAP
      *E OS DO DIRETORIO PARA O CEP INFORMADO.
        FD DSDCLBDCEPEXC
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/CEP/EXC ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  EXC-REG.
            03  EXC-ID-AAP                   PIC 9(06).
            03  EXC-NM-AAP                   PIC X(40).
            03  EXC-IN-END-BRANCO            PIC 9(01).
      *         1 = TE-ENDERECO OU NM-BAIRRO EM BRANCO
            03  EXC-CS-MOTIVO-CEP            PIC 9(01).
      *         0 = CEP CONFERE  1 = INEXISTENTE  2 = OUTRA UF
      *         3 = OUTRO MUNICIPIO
            03  EXC-NU-CEP                   PIC 9(08).
            03  EXC-CS-MUNI-SINPAS           PIC 9(05).
            03  EXC-NM-UF-SIGL               PIC X(02).
            03  EXC-TE-ENDERECO              PIC X(55).
            03  EXC-NM-BAIRRO                PIC X(27).
            03  EXC-CEP-CS-MUNI-SINPAS       PIC 9(05).
            03  EXC-CEP-NM-UF-SIGL           PIC X(02).
            03  EXC-CEP-NM-LOCALIDADE        PIC X(40).
            03  EXC-CEP-NM-LOGRADOURO        PIC X(60).
            03  EXC-CEP-NM-BAIRRO            PIC X(30).
            03  FILLER                       PIC X(18).
      *
        FD DSDCLBDTRANSCEP
           RECORD CONTAINS 134 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00233/CEP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/TRANS00233 ON PKBDSGF".
      *
        FD LSDCLBDCEPVAL.
        01 LINHA-LSDCLBDCEPVAL  PIC X(133).
      *
        SD SORTWK1.
        01 SRTAA-REG.
           03 SRTAA-NU-CEP            PIC 9(08).
           03 SRTAA-ID-AAP            PIC 9(06).
           03 SRTAA-NM-AAP            PIC X(40).
           03 SRTAA-CS-MUNI-SINPAS    PIC 9(05).
           03 SRTAA-NM-UF-SIGL        PIC X(02).
           03 SRTAA-TE-ENDERECO       PIC X(55).
           03 SRTAA-NM-BAIRRO         PIC X(27).
      *
        SD SORTWK2.
        01 SRTEX-REG.
           03 SRTEX-ID-AAP            PIC 9(06).
           03 SRTEX-DADOS             PIC X(294).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF-TB00233             PIC X(03) VALUE "NAO".
       01  WS-EOF-CEP                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-MOVIMENTO          PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-FECHADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CRITICADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-END-BRANCO           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CEP-INEXISTENTE      PIC 9(08) VALUE ZEROS.
       77  WS-CT-CEP-OUTRA-UF         PIC 9(08) VALUE ZEROS.
       77  WS-CT-CEP-OUTRO-MUNI       PIC 9(08) VALUE ZEROS.
       77  WS-CT-TRANSACOES           PIC 9(08) VALUE ZEROS.
       77  WS-CEP-ENCONTRADO          PIC 9(01) VALUE 0.
      *
       01  CAB-01-CEPVAL.
           03 FILLER                PIC X(18) VALUE "P/SDC/LBD/CEPVAL".
           03 FILLER                PIC X(48) VALUE
              "CRITICA DE ENDERECO DOS AAP (DIRETORIO DE CEP)".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-CEPVAL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-CEPVAL.
           03 FILLER                PIC X(08) VALUE "AAP".
           03 FILLER                PIC X(11) VALUE "CEP".
           03 FILLER                PIC X(12) VALUE "MUN/UF AAP".
           03 FILLER                PIC X(12) VALUE "MUN/UF CEP".
           03 FILLER                PIC X(24) VALUE "CRITICA DO CEP".
           03 FILLER                PIC X(21) VALUE "ENDERECO".
           03 FILLER                PIC X(30) VALUE "LOCALIDADE DO CEP".
      *
       01  DET-CEPVAL.
           03 DET-ID-AAP            PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NU-CEP            PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MUNI-AAP          PIC 9(05).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-UF-AAP            PIC X(02).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-MUNI-CEP          PIC 9(05).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-UF-CEP            PIC X(02).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-CRITICA-CEP       PIC X(22).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CRITICA-END       PIC X(19).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-LOCALIDADE        PIC X(40).
      *
       01  TRAILER-CEPVAL.
           03 TEXTO-TRL-CEPVAL      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CEPVAL         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTWK1
                ASCENDING KEY SRTAA-NU-CEP SRTAA-ID-AAP
                INPUT  PROCEDURE 2000-SELECIONA-AAP
                                 THRU 2000-SELECIONA-FIM
                OUTPUT PROCEDURE 5000-CONFERE-CEP
                                 THRU 5000-CONFERE-FIM.
      *
           CLOSE DSDCLBDCEPEXC SAVE.
      *
           SORT SORTWK2
                ASCENDING KEY SRTEX-ID-AAP
                USING DSDCLBDCEPEXC
                OUTPUT PROCEDURE 7000-EMITE-EXCECOES
                                 THRU 7000-EMITE-FIM.
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
           OPEN OUTPUT DSDCLBDCEPEXC.
           OPEN OUTPUT DSDCLBDTRANSCEP.
           OPEN OUTPUT LSDCLBDCEPVAL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           MOVE W77-DATA          TO WS-DATA-MOVIMENTO.
      *
           WRITE LINHA-LSDCLBDCEPVAL FROM CAB-01-CEPVAL AFTER PAGE.
           WRITE LINHA-LSDCLBDCEPVAL FROM CAB-02-CEPVAL AFTER 1.
           WRITE LINHA-LSDCLBDCEPVAL FROM CAB-03-CEPVAL AFTER 1.
           WRITE LINHA-LSDCLBDCEPVAL FROM CAB-02-CEPVAL AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA OS AAP NAO FECHADOS PARA O SORT POR
      *    CEP.
      *----------------------------------------------------------------
       2000-SELECIONA-AAP SECTION.
       2000-SELECIONA-LEITURA.
      *-----------------------*
      *
           OPEN INPUT DSDCLBDSETTB00233.
           PERFORM 2010-LOOP-TB00233
              THRU 2010-FIM
             UNTIL WS-EOF-TB00233 EQUAL "SIM".
           CLOSE DSDCLBDSETTB00233.
           GO TO 2000-SELECIONA-FIM.
      *
       2010-LOOP-TB00233.
      *------------------*
      *
           READ DSDCLBDSETTB00233
                AT END MOVE "SIM" TO WS-EOF-TB00233
                       GO TO 2010-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
      *
           IF CS-SITUACAO-AAP EQUAL 2
              ADD 1 TO WS-CT-FECHADOS
              GO TO 2010-FIM.
      *
           ADD 1 TO WS-CT-CRITICADOS.
           MOVE NU-CEP           TO SRTAA-NU-CEP.
           MOVE ID-AAP           TO SRTAA-ID-AAP.
           MOVE NM-AAP           TO SRTAA-NM-AAP.
           MOVE CS-MUNI-SINPAS   TO SRTAA-CS-MUNI-SINPAS.
           MOVE NM-UF-SIGL       TO SRTAA-NM-UF-SIGL.
           MOVE TE-ENDERECO      TO SRTAA-TE-ENDERECO.
           MOVE NM-BAIRRO        TO SRTAA-NM-BAIRRO.
           RELEASE SRTAA-REG.
      *
       2010-FIM. EXIT.
      *---------*
       2000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: CASA OS AAP (EM ORDEM DE CEP) COM O
      *    DIRETORIO E GRAVA AS EXCECOES.
      *----------------------------------------------------------------
       5000-CONFERE-CEP SECTION.
       5000-CONFERE-LOOP.
      *------------------*
      *
           OPEN INPUT DSDCLBDCEP.
           PERFORM 5200-LE-CEP THRU 5200-FIM.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-RETORNA THRU 5100-FIM.
      *
           PERFORM 5300-CRITICA-AAP
              THRU 5300-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           CLOSE DSDCLBDCEP.
           GO TO 5000-CONFERE-FIM.
      *
       5100-RETORNA.
      *-------------*
      *
           RETURN SORTWK1
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-LE-CEP.
      *------------*
      *
           READ DSDCLBDCEP
                AT END MOVE "SIM"       TO WS-EOF-CEP
                       MOVE HIGH-VALUES TO CEP-REG.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5300-CRITICA-AAP.
      *-----------------*
      *
           PERFORM 5200-LE-CEP THRU 5200-FIM
             UNTIL WS-EOF-CEP EQUAL "SIM"
                OR CEP-NU-CEP NOT LESS SRTAA-NU-CEP.
      *
           MOVE 0 TO WS-CEP-ENCONTRADO.
           IF WS-EOF-CEP EQUAL "NAO"
              AND CEP-NU-CEP EQUAL SRTAA-NU-CEP
              AND SRTAA-NU-CEP NOT EQUAL ZEROS
              MOVE 1 TO WS-CEP-ENCONTRADO.
      *
           MOVE SPACES               TO EXC-REG.
           MOVE SRTAA-ID-AAP         TO EXC-ID-AAP.
           MOVE SRTAA-NM-AAP         TO EXC-NM-AAP.
           MOVE SRTAA-NU-CEP         TO EXC-NU-CEP.
           MOVE SRTAA-CS-MUNI-SINPAS TO EXC-CS-MUNI-SINPAS.
           MOVE SRTAA-NM-UF-SIGL     TO EXC-NM-UF-SIGL.
           MOVE SRTAA-TE-ENDERECO    TO EXC-TE-ENDERECO.
           MOVE SRTAA-NM-BAIRRO      TO EXC-NM-BAIRRO.
           MOVE 0                    TO EXC-IN-END-BRANCO.
           MOVE 0                    TO EXC-CS-MOTIVO-CEP.
           MOVE ZEROS                TO EXC-CEP-CS-MUNI-SINPAS.
      *
           IF SRTAA-TE-ENDERECO EQUAL SPACES
              OR SRTAA-NM-BAIRRO EQUAL SPACES
              MOVE 1 TO EXC-IN-END-BRANCO
              ADD 1  TO WS-CT-END-BRANCO.
      *
           IF WS-CEP-ENCONTRADO EQUAL 0
              MOVE 1 TO EXC-CS-MOTIVO-CEP
              ADD 1  TO WS-CT-CEP-INEXISTENTE
              GO TO 5300-GRAVA.
      *
           MOVE CEP-CS-MUNI-SINPAS   TO EXC-CEP-CS-MUNI-SINPAS.
           MOVE CEP-NM-UF-SIGL       TO EXC-CEP-NM-UF-SIGL.
           MOVE CEP-NM-LOCALIDADE    TO EXC-CEP-NM-LOCALIDADE.
           MOVE CEP-NM-LOGRADOURO    TO EXC-CEP-NM-LOGRADOURO.
           MOVE CEP-NM-BAIRRO        TO EXC-CEP-NM-BAIRRO.
      *
           IF CEP-NM-UF-SIGL NOT EQUAL SRTAA-NM-UF-SIGL
              MOVE 2 TO EXC-CS-MOTIVO-CEP
              ADD 1  TO WS-CT-CEP-OUTRA-UF
              GO TO 5300-GRAVA.
      *
      *SINPAS ZERADO NO DIRETORIO = MUNICIPIO SEM CONVERSAO NA CARGA;
      *SO A UF E CONFERIDA.
           IF CEP-CS-MUNI-SINPAS NOT EQUAL ZEROS
              AND CEP-CS-MUNI-SINPAS NOT EQUAL SRTAA-CS-MUNI-SINPAS
              MOVE 3 TO EXC-CS-MOTIVO-CEP
              ADD 1  TO WS-CT-CEP-OUTRO-MUNI.
      *
       5300-GRAVA.
           IF EXC-IN-END-BRANCO EQUAL 1
              OR EXC-CS-MOTIVO-CEP NOT EQUAL 0
              WRITE EXC-REG.
      *
           PERFORM 5100-RETORNA THRU 5100-FIM.
      *
       5300-FIM. EXIT.
      *---------*
       5000-CONFERE-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: RELATORIO EM ORDEM DE AAP E TRANSACAO DE
      *    CORRECAO DE ENDERECO (ACAO 3) PENDENTE PARA CADA EXCECAO.
      *----------------------------------------------------------------
       7000-EMITE-EXCECOES SECTION.
       7000-EMITE-LOOP.
      *----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
           PERFORM 7200-EMITE-AAP
              THRU 7200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 7000-EMITE-FIM.
      *
       7100-RETORNA.
      *-------------*
      *
           RETURN SORTWK2 INTO EXC-REG
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       7100-FIM. EXIT.
      *---------*
      *
       7200-EMITE-AAP.
      *---------------*
      *
           MOVE SPACES                 TO DET-CRITICA-CEP
                                          DET-CRITICA-END.
           MOVE EXC-ID-AAP             TO DET-ID-AAP.
           MOVE EXC-NU-CEP             TO DET-NU-CEP.
           MOVE EXC-CS-MUNI-SINPAS     TO DET-MUNI-AAP.
           MOVE EXC-NM-UF-SIGL         TO DET-UF-AAP.
           MOVE EXC-CEP-CS-MUNI-SINPAS TO DET-MUNI-CEP.
           MOVE EXC-CEP-NM-UF-SIGL     TO DET-UF-CEP.
           MOVE EXC-CEP-NM-LOCALIDADE  TO DET-LOCALIDADE.
      *
           IF EXC-CS-MOTIVO-CEP EQUAL 1
              MOVE "CEP INEXISTENTE"        TO DET-CRITICA-CEP.
           IF EXC-CS-MOTIVO-CEP EQUAL 2
              MOVE "CEP DE OUTRA UF"        TO DET-CRITICA-CEP.
           IF EXC-CS-MOTIVO-CEP EQUAL 3
              MOVE "CEP DE OUTRO MUNICIPIO" TO DET-CRITICA-CEP.
           IF EXC-IN-END-BRANCO EQUAL 1
              MOVE "ENDERECO EM BRANCO"     TO DET-CRITICA-END.
      *
           WRITE LINHA-LSDCLBDCEPVAL FROM DET-CEPVAL AFTER 1.
      *
      *PROPOSTA DE CORRECAO: ENDERECO ATUAL DO AAP, COM LOGRADOURO E
      *BAIRRO EM BRANCO COMPLETADOS PELO DIRETORIO QUANDO O CEP EXISTE.
           MOVE SPACES                 TO TRANS00233-REG.
           MOVE EXC-ID-AAP             TO TRANS00233-CHAVE-ID-AAP.
           MOVE 3                      TO TRANS00233-CS-ACAO.
           MOVE WS-DATA-MOVIMENTO      TO TRANS00233-DT-MOVIMENTO.
           MOVE ZEROS                  TO TRANS00233-ID-AAP-DESTINO.
           MOVE ZEROS                  TO TRANS00233-ID-MICRO-DESTINO.
           MOVE 0                      TO TRANS00233-IN-APROVADO.
           MOVE SPACES                 TO TRANS00233-ID-GESTOR.
           MOVE EXC-TE-ENDERECO        TO TRANS00233-TE-ENDERECO.
           MOVE EXC-NM-BAIRRO          TO TRANS00233-NM-BAIRRO.
           MOVE EXC-NU-CEP             TO TRANS00233-NU-CEP.
           MOVE EXC-CS-MUNI-SINPAS     TO TRANS00233-CS-MUNI-SINPAS.
           MOVE EXC-NM-UF-SIGL         TO TRANS00233-NM-UF-SIGL.
      *
           IF EXC-CS-MOTIVO-CEP NOT EQUAL 1
              IF EXC-TE-ENDERECO EQUAL SPACES
                 MOVE EXC-CEP-NM-LOGRADOURO TO TRANS00233-TE-ENDERECO
              END-IF
              IF EXC-NM-BAIRRO EQUAL SPACES
                 MOVE EXC-CEP-NM-BAIRRO     TO TRANS00233-NM-BAIRRO
              END-IF
           END-IF.
      *
           WRITE TRANS00233-REG.
           ADD 1 TO WS-CT-TRANSACOES.
      *
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
       7200-FIM. EXIT.
      *---------*
       7000-EMITE-FIM. EXIT.
      *
       3000-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-CEPVAL.
           MOVE "AAP LIDOS DA TB00233                         " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-LIDOS TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 2.
      *
           MOVE "AAP FECHADOS (NAO CRITICADOS)                " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-FECHADOS TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
           MOVE "AAP CRITICADOS                               " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-CRITICADOS TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
           MOVE "AAP COM ENDERECO OU BAIRRO EM BRANCO         " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-END-BRANCO TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
           MOVE "AAP COM CEP ZERADO OU INEXISTENTE            " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-CEP-INEXISTENTE TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
           MOVE "AAP COM CEP DE OUTRA UF                      " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-CEP-OUTRA-UF TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
           MOVE "AAP COM CEP DE OUTRO MUNICIPIO               " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-CEP-OUTRO-MUNI TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
           MOVE "TRANSACOES DE CORRECAO GERADAS (PENDENTES)   " TO
                                                  TEXTO-TRL-CEPVAL.
           MOVE WS-CT-TRANSACOES TO QT-TRL-CEPVAL.
           WRITE LINHA-LSDCLBDCEPVAL FROM TRAILER-CEPVAL AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSDCLBDTRANSCEP SAVE.
           CLOSE LSDCLBDCEPVAL.
      *
       4000-FIM. EXIT.
      *---------*
