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
       PROGRAM-ID.      PSDCLBDPENDLST.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: AGENDA DAS ALTERACOES PENDENTES DAS TABELAS TB00233 *
      *            E TB00494 (FILA D/SDC/LBD/PEND, VIDE B/SDC/LBD/     *
      *            PEND). LISTA, EM ORDEM DE DATA DE EFETIVACAO, TODA  *
      *            ALTERACAO AINDA PENDENTE QUE ENTRA EM VIGOR ATE     *
      *            HOJE + WS-PAR-DIAS DIAS CORRIDOS, COM A ACAO, O     *
      *            JOB QUE AGENDOU E O APROVADOR. PENDENTE COM DATA JA *
      *            ALCANCADA E APONTADA COMO VENCIDA (O                *
      *            PSDCLBDPENDAPL DO DIA AINDA NAO A ENCAMINHOU, OU    *
      *            ELA FOI ADIADA POR OUTRA DA MESMA CHAVE).           *
      *                                                                *
      *  PARAMETRO: WS-PAR-DIAS - HORIZONTE EM DIAS CORRIDOS (ZEROS    *
      *            ASSUME 30).                                         *
      *  ENTRADA:  DSDCLBDPEND    - FILA DE PENDENTES.                 *
      *  SAIDA:    LSDCLBDPENDLST - AGENDA DE ALTERACOES.              *
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
           SELECT OPTIONAL DSDCLBDPEND ASSIGN TO DISK.
           SELECT LSDCLBDPENDLST     ASSIGN TO PRINTER.
           SELECT SORTPL             ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSDCLBDPEND
           RECORD CONTAINS  220 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/PEND ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/PEND ON PKBDSGF".
      *
        FD LSDCLBDPENDLST.
        01 LINHA-PENDLST           PIC X(133).
      *
        SD SORTPL.
        01 SRTL-REG.
           03 SRTL-CS-TABELA          PIC X(05).
           03 SRTL-CHAVE              PIC 9(06).
           03 SRTL-DT-EFETIVACAO      PIC 9(08).
           03 SRTL-CS-SITUACAO        PIC X(01).
           03 SRTL-DT-PROGRAMACAO     PIC 9(08).
           03 SRTL-HR-PROGRAMACAO     PIC 9(06).
           03 SRTL-PROGRAMA           PIC X(17).
           03 SRTL-NU-MATRICULA       PIC 9(08).
           03 SRTL-DT-ENCAMINHADO     PIC 9(08).
           03 SRTL-TRANS              PIC X(134).
           03 FILLER                  PIC X(19).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *IMAGENS DAS TRANSACOES, PARA O RESUMO DE CADA LINHA.
           COPY "*B/SDC/LBD/TRANS00233 ON PKBDSGF".
           COPY "*B/SDC/LBD/TRANS00494 ON PKBDSGF".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-DIAS                PIC 9(03) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DT-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WS-DT-EFETIVA-ATUAL        PIC 9(08) VALUE ZEROS.
       77  WS-CT-AGENDA               PIC 9(08) VALUE ZEROS.
       77  WS-CT-00233                PIC 9(08) VALUE ZEROS.
       77  WS-CT-00494                PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENCIDAS             PIC 9(08) VALUE ZEROS.
      *
      *HORIZONTE = HOJE + WS-PAR-DIAS, UM DIA POR VEZ (MESMA REGRA DE
      *3000-SOMA-1-DIA DO SSUBLIB2K602).
       01  WS-DT-HORIZONTE            PIC 9(08).
       01  WS-DT-HORIZONTE-R REDEFINES WS-DT-HORIZONTE.
           03 WS-ANO-HRZ              PIC 9(04).
           03 WS-MES-HRZ              PIC 9(02).
           03 WS-DIA-HRZ              PIC 9(02).
       77  WS-DIAS-NO-MES             PIC 9(02) VALUE ZEROS.
       77  WS-QUOC-BIS                PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-4                 PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-100               PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-400               PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DIAS-MES.
           03 FILLER                  PIC X(24) VALUE
              "312831303130313130313031".
       01  WS-TABELA-DIAS-MES-R REDEFINES WS-TABELA-DIAS-MES.
           03 TB-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
      *
       01  WS-RESUMO-00233.
           03 WS-RES-ACAO             PIC X(11).
           03 FILLER                  PIC X(08) VALUE " GESTOR ".
           03 WS-RES-GESTOR           PIC X(17).
      *
       01  WS-RESUMO-00494.
           03 FILLER                  PIC X(05) VALUE "OPS: ".
           03 WS-RES-OP-1             PIC 9(06).
           03 FILLER                  PIC X(01) VALUE "/".
           03 WS-RES-OP-2             PIC 9(06).
           03 FILLER                  PIC X(01) VALUE "/".
           03 WS-RES-OP-3             PIC 9(06).
           03 FILLER                  PIC X(08) VALUE " RESTR: ".
           03 WS-RES-RESTRITO         PIC 9(01).
      *
       01  CAB-01-PENDLST.
           03 FILLER                PIC X(18) VALUE "P/SDC/LBD/PENDLST".
           03 FILLER                PIC X(48) VALUE
              "AGENDA DE ALTERACOES DAS TABELAS TB00233/TB00494".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PENDLST.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-PENDLST.
           03 FILLER                PIC X(28) VALUE
              "PENDENTES COM EFETIVACAO ATE".
           03 FILLER                PIC X(01) VALUE SPACES.
           03 CAB03-DT-HORIZONTE    PIC 9(08).
           03 FILLER                PIC X(02) VALUE " (".
           03 CAB03-DIAS            PIC ZZ9.
           03 FILLER                PIC X(06) VALUE " DIAS)".
      *
       01  CAB-04-PENDLST.
           03 FILLER                PIC X(20) VALUE
              "EFETIVACAO EM ".
           03 CAB04-DT-EFETIVACAO   PIC 9(08).
      *
       01  DET-PENDLST.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-TABELA            PIC X(05).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CHAVE             PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RESUMO            PIC X(40).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-PROGRAMACAO    PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-PROGRAMA          PIC X(17).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NU-MATRICULA      PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(07).
      *
       01  MSG-VAZIA-PENDLST.
           03 FILLER                PIC X(60) VALUE
              "*** NENHUMA ALTERACAO AGENDADA NO HORIZONTE. ***".
      *
       01  TRAILER-PENDLST.
           03 TEXTO-TRL-PENDLST     PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PENDLST        PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-DIAS.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTPL
                ASCENDING KEY SRTL-DT-EFETIVACAO SRTL-CS-TABELA
                              SRTL-CHAVE
                INPUT  PROCEDURE 2000-SELECIONA
                                 THRU 2000-SELECIONA-FIM
                OUTPUT PROCEDURE 3000-LISTA
                                 THRU 3000-LISTA-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSDCLBDPENDLST.
      *
           IF WS-PAR-DIAS EQUAL ZEROS
              MOVE 30 TO WS-PAR-DIAS.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           MOVE WS-DT-HOJE TO WS-DT-HORIZONTE.
           PERFORM 1100-SOMA-1-DIA
              THRU 1100-FIM
                   WS-PAR-DIAS TIMES.
      *
           MOVE WS-DT-HORIZONTE   TO CAB03-DT-HORIZONTE.
           MOVE WS-PAR-DIAS       TO CAB03-DIAS.
      *
           WRITE LINHA-PENDLST FROM CAB-01-PENDLST AFTER PAGE.
           WRITE LINHA-PENDLST FROM CAB-02-PENDLST AFTER 1.
           WRITE LINHA-PENDLST FROM CAB-03-PENDLST AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-SOMA-1-DIA.
      *----------------*
      *
           MOVE TB-DIAS-MES (WS-MES-HRZ) TO WS-DIAS-NO-MES.
           IF WS-MES-HRZ EQUAL 2
              DIVIDE WS-ANO-HRZ BY 4   GIVING WS-QUOC-BIS
                                       REMAINDER WS-RESTO-4
              DIVIDE WS-ANO-HRZ BY 100 GIVING WS-QUOC-BIS
                                       REMAINDER WS-RESTO-100
              DIVIDE WS-ANO-HRZ BY 400 GIVING WS-QUOC-BIS
                                       REMAINDER WS-RESTO-400
              IF WS-RESTO-4 EQUAL ZEROS
                 AND (WS-RESTO-100 NOT EQUAL ZEROS
                      OR WS-RESTO-400 EQUAL ZEROS)
                 MOVE 29 TO WS-DIAS-NO-MES.
      *
           IF WS-DIA-HRZ NOT LESS WS-DIAS-NO-MES
              MOVE 1 TO WS-DIA-HRZ
              IF WS-MES-HRZ EQUAL 12
                 MOVE 1 TO WS-MES-HRZ
                 ADD  1 TO WS-ANO-HRZ
              ELSE
                 ADD  1 TO WS-MES-HRZ
           ELSE
              ADD 1 TO WS-DIA-HRZ.
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: PENDENTES ("P") COM EFETIVACAO ATE O
      *    HORIZONTE.
      *----------------------------------------------------------------
       2000-SELECIONA SECTION.
       2000-SELECIONA-INICIO.
      *----------------------*
      *
           OPEN INPUT DSDCLBDPEND.
           PERFORM 2100-LE-PENDENTE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSDCLBDPEND.
      *
           GO TO 2000-SELECIONA-FIM.
      *
       2100-LE-PENDENTE.
      *-----------------*
      *
           READ DSDCLBDPEND
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           IF PEND-CS-SITUACAO NOT EQUAL "P"
              OR PEND-DT-EFETIVACAO GREATER WS-DT-HORIZONTE
              GO TO 2100-FIM.
      *
           MOVE PEND-REG TO SRTL-REG.
           RELEASE SRTL-REG.
      *
       2100-FIM. EXIT.
      *---------*
       2000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: AGENDA POR DATA DE EFETIVACAO.
      *----------------------------------------------------------------
       3000-LISTA SECTION.
       3000-LISTA-INICIO.
      *------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-LISTA-PENDENTE
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 3000-LISTA-FIM.
      *
       3100-LISTA-PENDENTE.
      *--------------------*
      *
           RETURN SORTPL
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-CT-AGENDA EQUAL ZEROS
              OR SRTL-DT-EFETIVACAO NOT EQUAL WS-DT-EFETIVA-ATUAL
              MOVE SRTL-DT-EFETIVACAO TO WS-DT-EFETIVA-ATUAL
                                         CAB04-DT-EFETIVACAO
              WRITE LINHA-PENDLST FROM CAB-04-PENDLST AFTER 2.
      *
           ADD 1 TO WS-CT-AGENDA.
      *
           MOVE SPACES              TO DET-PENDLST.
           MOVE SRTL-CS-TABELA      TO DET-TABELA.
           MOVE SRTL-CHAVE          TO DET-CHAVE.
           MOVE SRTL-DT-PROGRAMACAO TO DET-DT-PROGRAMACAO.
           MOVE SRTL-PROGRAMA       TO DET-PROGRAMA.
           MOVE SRTL-NU-MATRICULA   TO DET-NU-MATRICULA.
      *
           IF SRTL-CS-TABELA EQUAL "00233"
              ADD 1 TO WS-CT-00233
              MOVE SRTL-TRANS TO TRANS00233-REG
              EVALUATE TRANS00233-CS-ACAO
                 WHEN 1 MOVE "ABERTURA"   TO WS-RES-ACAO
                 WHEN 2 MOVE "FECHAMENTO" TO WS-RES-ACAO
                 WHEN 3 MOVE "ENDERECO"   TO WS-RES-ACAO
                 WHEN OTHER MOVE "INVALIDA"  TO WS-RES-ACAO
              END-EVALUATE
              MOVE TRANS00233-ID-GESTOR TO WS-RES-GESTOR
              MOVE WS-RESUMO-00233      TO DET-RESUMO
           ELSE
              ADD 1 TO WS-CT-00494
              MOVE SRTL-TRANS TO TRANS00494-REG
              MOVE TRANS00494-ID-OP-PREFERENCIA TO WS-RES-OP-1
              MOVE TRANS00494-ID-OP-PREF-2      TO WS-RES-OP-2
              MOVE TRANS00494-ID-OP-PREF-3      TO WS-RES-OP-3
              MOVE TRANS00494-IN-ACESS-RESTRITO TO WS-RES-RESTRITO
              MOVE WS-RESUMO-00494              TO DET-RESUMO
           END-IF.
      *
           IF SRTL-DT-EFETIVACAO NOT GREATER WS-DT-HOJE
              ADD 1 TO WS-CT-VENCIDAS
              MOVE "VENCIDA" TO DET-SITUACAO.
      *
           WRITE LINHA-PENDLST FROM DET-PENDLST AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
       3000-LISTA-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           IF WS-CT-AGENDA EQUAL ZEROS
              WRITE LINHA-PENDLST FROM MSG-VAZIA-PENDLST AFTER 2.
      *
           MOVE SPACES TO TRAILER-PENDLST.
           MOVE "ALTERACOES AGENDADAS NO HORIZONTE            " TO
                                                   TEXTO-TRL-PENDLST.
           MOVE WS-CT-AGENDA TO QT-TRL-PENDLST.
           WRITE LINHA-PENDLST FROM TRAILER-PENDLST AFTER 2.
      *
           MOVE "  DA TB00233 (AAP)                           " TO
                                                   TEXTO-TRL-PENDLST.
           MOVE WS-CT-00233 TO QT-TRL-PENDLST.
           WRITE LINHA-PENDLST FROM TRAILER-PENDLST AFTER 1.
      *
           MOVE "  DA TB00494 (MICRO-REGIAO)                  " TO
                                                   TEXTO-TRL-PENDLST.
           MOVE WS-CT-00494 TO QT-TRL-PENDLST.
           WRITE LINHA-PENDLST FROM TRAILER-PENDLST AFTER 1.
      *
           MOVE "VENCIDAS AINDA NAO ENCAMINHADAS              " TO
                                                   TEXTO-TRL-PENDLST.
           MOVE WS-CT-VENCIDAS TO QT-TRL-PENDLST.
           WRITE LINHA-PENDLST FROM TRAILER-PENDLST AFTER 1.
      *
           CLOSE LSDCLBDPENDLST.
      *
       4000-FIM. EXIT.
      *---------*
