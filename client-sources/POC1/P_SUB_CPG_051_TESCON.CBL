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
       PROGRAM-ID.      PSUBCPG051TESCON.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONCILIACAO DA CONFIRMACAO DE LIBERACAO DE RECURSOS *
      *            DA TESOURARIA (D/SUB/CPG/051/TES/LIB) CONTRA A      *
      *            SOLICITACAO (D/SUB/CPG/051/TES/SOL) GRAVADA POR     *
      *            PSUBCPG051TESSOL, POR DATA/ORIGEM/BANCO.            *
      *            ANTES DE CONCILIAR, A QUANTIDADE E O VALOR DO       *
      *            TRAILER DA CONFIRMACAO SAO CONFERIDOS CONTRA OS     *
      *            DETALHES (ARQUIVO TRUNCADO GERARIA FALTA FALSA) -   *
      *            DIVERGINDO, O RUN E RECUSADO.                       *
      *            PARTE 1: LINHAS EM QUE O LIBERADO DIFERE DO         *
      *            SOLICITADO (A MENOR, A MAIOR, NAO LIBERADO, COM     *
      *            ATRASO, SEM SOLICITACAO; DATA FUTURA SEM LIBERACAO  *
      *            = PENDENTE, NAO E DIVERGENCIA).                     *
      *            PARTE 2: DIAS EM QUE O RECURSO LIBERADO ATE A DATA  *
      *            DE PROVISAO FICOU ABAIXO DO EMITIDO NO 052, POR     *
      *            BANCO. LIBERACAO COM DATA POSTERIOR A PROVISAO NAO  *
      *            COBRE O DIA. HAVENDO FALTA, O RUN TERMINA COM       *
      *            STATUS DE ERRO PARA O JOB ALERTAR A TESOURARIA.     *
      *                                                                *
      *  ENTRADA:  DSUBCPG051SOL - SOLICITACAO (B/SUB/CPG/051/SOL).    *
      *            DSUBCPG051LIB - CONFIRMACAO (B/SUB/CPG/051/LIB).    *
      *  SAIDA:    LSUBCPG051TESCON - RELATORIO DA CONCILIACAO.        *
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
           SELECT DSUBCPG051SOL    ASSIGN TO DISK.
           SELECT DSUBCPG051LIB    ASSIGN TO DISK.
           SELECT LSUBCPG051TESCON ASSIGN TO PRINTER.
           SELECT SORTCN           ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG051SOL
           RECORD CONTAINS  100 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/TES/SOL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SOL ON PKBDSGF".
      *
        FD DSUBCPG051LIB
           RECORD CONTAINS  100 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/TES/LIB ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/LIB ON PKBDSGF".
      *
        FD LSUBCPG051TESCON.
        01 LINHA-TESCON           PIC X(133).
      *
        SD SORTCN.
        01 SRTC-REG.
           03 SRTC-DT-PROVISAO        PIC 9(08).
           03 SRTC-ID-BANCO           PIC 9(03).
           03 SRTC-VL-EMITIDO         PIC 9(15)V99.
           03 SRTC-VL-LIBERADO        PIC 9(15)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DT-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIB-DETALHES         PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIB-DETALHES         PIC 9(15)V99 VALUE ZEROS.
       77  WS-QTDE-TRAILER            PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-TRAILER           PIC 9(15)V99 VALUE ZEROS.
       77  WS-ACHOU-TRAILER           PIC 9(01) VALUE 0.
       77  WS-CT-DIVERGENCIAS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-PENDENTES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-DIAS-FALTA           PIC 9(08) VALUE ZEROS.
       77  WS-VL-TOT-SOLICITADO       PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-TOT-LIBERADO         PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-TOT-FALTA            PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-LIB-TOTAL            PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA            PIC S9(15)V99 VALUE ZEROS.
      *
      *SOLICITACAO X LIBERACAO POR DATA + ORIGEM + BANCO.
      *TB-CON-VL-LIBERADO = LIBERADO ATE A DATA DE PROVISAO;
      *TB-CON-VL-ATRASO   = LIBERADO DEPOIS DELA.
       01  TABELA-CONCILIACAO.
           05 TB-CON OCCURS 3000 TIMES.
               10 TB-CON-CHAVE.
                  15 TB-CON-DT           PIC 9(08).
                  15 TB-CON-ORIG-ORC     PIC 9(01).
                  15 TB-CON-ID-BANCO     PIC 9(03).
               10 TB-CON-IN-SOLICITADO   PIC 9(01).
               10 TB-CON-VL-SOLICITADO   PIC 9(15)V99.
               10 TB-CON-VL-EMITIDO      PIC 9(15)V99.
               10 TB-CON-VL-LIBERADO     PIC 9(15)V99.
               10 TB-CON-VL-ATRASO       PIC 9(15)V99.
       77  WS-QTDE-CON                PIC 9(04) VALUE ZEROS.
       77  WS-IX-CON                  PIC 9(04) VALUE ZEROS.
       77  WS-CON-ENCONTRADO          PIC 9(01) VALUE 0.
       01  WS-CON-CHAVE-ATUAL.
           03 WS-CCA-DT               PIC 9(08).
           03 WS-CCA-ORIG-ORC         PIC 9(01).
           03 WS-CCA-ID-BANCO         PIC 9(03).
      *
      *QUEBRA DA PARTE 2 (DATA + BANCO).
       01  WS-DIA-CHAVE-ATUAL.
           03 WS-DCA-DT               PIC 9(08) VALUE ZEROS.
           03 WS-DCA-ID-BANCO         PIC 9(03) VALUE ZEROS.
       77  WS-VL-DIA-EMITIDO          PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-DIA-LIBERADO         PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-DIA-FALTA            PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-TESCON.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/051/CON".
           03 FILLER                PIC X(48) VALUE
              "CONCILIACAO SOLICITACAO X LIBERACAO TESOURARIA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-TESCON.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-P1-TESCON.
           03 FILLER                PIC X(60) VALUE
              "PARTE 1 - SOLICITACAO X LIBERACAO POR DATA/ORIGEM/BANCO".
      *
       01  CAB-P1-COL-TESCON.
           03 FILLER                PIC X(14) VALUE "DT-PROVISAO".
           03 FILLER                PIC X(07) VALUE "ORIGEM".
           03 FILLER                PIC X(06) VALUE "BANCO".
           03 FILLER                PIC X(20) VALUE
              "          SOLICITADO".
           03 FILLER                PIC X(20) VALUE
              "  LIBERADO NO PRAZO".
           03 FILLER                PIC X(20) VALUE
              "   LIBERADO ATRASADO".
           03 FILLER                PIC X(21) VALUE
              "           DIFERENCA".
           03 FILLER                PIC X(16) VALUE "  SITUACAO".
      *
       01  DET-P1-TESCON.
           03 DET1-DT-PROVISAO      PIC 9(08).
           03 FILLER                PIC X(08) VALUE SPACES.
           03 DET1-ORIG-ORC         PIC 9(01).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET1-ID-BANCO         PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET1-VL-SOLICITADO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET1-VL-LIBERADO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET1-VL-ATRASO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET1-VL-DIFERENCA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET1-SITUACAO         PIC X(16).
      *
       01  CAB-P2-TESCON.
           03 FILLER                PIC X(60) VALUE
              "PARTE 2 - DIAS/BANCO COM LIBERACAO ABAIXO DO EMITIDO".
      *
       01  CAB-P2-COL-TESCON.
           03 FILLER                PIC X(14) VALUE "DT-PROVISAO".
           03 FILLER                PIC X(06) VALUE "BANCO".
           03 FILLER                PIC X(20) VALUE
              "             EMITIDO".
           03 FILLER                PIC X(20) VALUE
              "  LIBERADO NO PRAZO".
           03 FILLER                PIC X(20) VALUE
              "               FALTA".
      *
       01  DET-P2-TESCON.
           03 DET2-DT-PROVISAO      PIC 9(08).
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET2-ID-BANCO         PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET2-VL-EMITIDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET2-VL-LIBERADO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET2-VL-FALTA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  MSG-SEM-FALTA-TESCON.
           03 FILLER                PIC X(60) VALUE
              "*** NENHUM DIA COM LIBERACAO ABAIXO DO EMITIDO ***".
      *
       01  MSG-FALTA-TESCON.
           03 FILLER                PIC X(70) VALUE
              "*** LIBERADO ABAIXO DO EMITIDO - ACIONAR TESOURARIA ***".
      *
       01  TRAILER-TESCON.
           03 TEXTO-TRL-TESCON      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-TESCON         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-TESCON.
           03 TEXTO-TRL-VL-TESCON   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-TESCON         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 2000-LE-SOLICITACAO
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG051SOL.
           MOVE "NAO" TO WS-EOF.
      *
           PERFORM 2100-LE-LIBERACAO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG051LIB.
      *
           PERFORM 2300-CONFERE-TRAILER
              THRU 2300-FIM.
      *
           SORT SORTCN
                ASCENDING KEY SRTC-DT-PROVISAO SRTC-ID-BANCO
                INPUT  PROCEDURE 3000-CONCILIA-LINHAS
                                 THRU 3000-CONCILIA-FIM
                OUTPUT PROCEDURE 4000-FALTA-POR-DIA
                                 THRU 4000-FALTA-FIM.
      *
           PERFORM 5000-FINALIZA
              THRU 5000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN INPUT  DSUBCPG051SOL
                       DSUBCPG051LIB.
           OPEN OUTPUT LSUBCPG051TESCON.
      *
           MOVE ZEROS TO TABELA-CONCILIACAO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           WRITE LINHA-TESCON FROM CAB-01-TESCON AFTER PAGE.
           WRITE LINHA-TESCON FROM CAB-02-TESCON AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       2000-LE-SOLICITACAO.
      *--------------------*
      *
           READ DSUBCPG051SOL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           IF SOL-TP-REGISTRO NOT EQUAL "1"
              GO TO 2000-FIM.
      *
           MOVE SOL-DT-PROVISAO TO WS-CCA-DT.
           MOVE SOL-CS-ORIG-ORC TO WS-CCA-ORIG-ORC.
           MOVE SOL-ID-BANCO    TO WS-CCA-ID-BANCO.
           PERFORM 2200-PROCURA-LINHA
              THRU 2200-FIM.
           MOVE 1                 TO TB-CON-IN-SOLICITADO (WS-IX-CON).
           ADD SOL-VL-SOLICITADO  TO TB-CON-VL-SOLICITADO (WS-IX-CON)
                                     WS-VL-TOT-SOLICITADO.
           ADD SOL-VL-EMITIDO     TO TB-CON-VL-EMITIDO (WS-IX-CON).
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LE-LIBERACAO.
      *------------------*
      *
           READ DSUBCPG051LIB
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           IF LIB-TP-REGISTRO EQUAL "9"
              MOVE 1                   TO WS-ACHOU-TRAILER
              MOVE LIB-T-QTDE-DETALHES TO WS-QTDE-TRAILER
              MOVE LIB-T-VL-LIBERADO   TO WS-VALOR-TRAILER
              GO TO 2100-FIM.
      *
           IF LIB-TP-REGISTRO NOT EQUAL "1"
              GO TO 2100-FIM.
      *
           ADD 1               TO WS-CT-LIB-DETALHES.
           ADD LIB-VL-LIBERADO TO WS-VL-LIB-DETALHES.
      *
           MOVE LIB-DT-PROVISAO TO WS-CCA-DT.
           MOVE LIB-CS-ORIG-ORC TO WS-CCA-ORIG-ORC.
           MOVE LIB-ID-BANCO    TO WS-CCA-ID-BANCO.
           PERFORM 2200-PROCURA-LINHA
              THRU 2200-FIM.
      *
           IF LIB-DT-LIBERACAO GREATER LIB-DT-PROVISAO
              ADD LIB-VL-LIBERADO TO TB-CON-VL-ATRASO (WS-IX-CON)
           ELSE
              ADD LIB-VL-LIBERADO TO TB-CON-VL-LIBERADO (WS-IX-CON).
      *
       2100-FIM. EXIT.
      *---------*
      *
      *ACHA (OU ABRE) A LINHA DA DATA/ORIGEM/BANCO EM WS-CON-CHAVE-
      *ATUAL; WS-IX-CON FICA APONTANDO PARA ELA.
       2200-PROCURA-LINHA.
      *-------------------*
      *
           MOVE 0 TO WS-CON-ENCONTRADO.
           PERFORM VARYING WS-IX-CON FROM 1 BY 1
                     UNTIL WS-IX-CON GREATER WS-QTDE-CON
                        OR WS-CON-ENCONTRADO EQUAL 1
              IF TB-CON-CHAVE (WS-IX-CON) EQUAL WS-CON-CHAVE-ATUAL
                 MOVE 1 TO WS-CON-ENCONTRADO
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA A LINHA CERTA.
           IF WS-CON-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-CON
              GO TO 2200-FIM.
      *
           IF WS-QTDE-CON NOT LESS 3000
              DISPLAY "PSUBCPG051TESCON - MAIS DE 3000 LINHAS DE "
                      "CONCILIACAO - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-CON.
           MOVE WS-QTDE-CON TO WS-IX-CON.
           MOVE WS-CON-CHAVE-ATUAL TO TB-CON-CHAVE (WS-IX-CON).
      *
       2200-FIM. EXIT.
      *---------*
      *
      *CONFIRMACAO SEM TRAILER OU COM TRAILER QUE NAO BATE COM OS
      *DETALHES E RECUSADA (MESMA CONFERENCIA DO PSUBCPG052MANCHK).
       2300-CONFERE-TRAILER.
      *---------------------*
      *
           IF WS-ACHOU-TRAILER EQUAL 0
              DISPLAY "PSUBCPG051TESCON - CONFIRMACAO DA TESOURARIA "
                      "SEM TRAILER - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           IF WS-QTDE-TRAILER  NOT EQUAL WS-CT-LIB-DETALHES
           OR WS-VALOR-TRAILER NOT EQUAL WS-VL-LIB-DETALHES
              DISPLAY "PSUBCPG051TESCON - TRAILER DA CONFIRMACAO NAO "
                      "CONFERE COM OS DETALHES - RUN ABORTADO"
              DISPLAY "   TRAILER QTDE/VALOR: " WS-QTDE-TRAILER " "
                      WS-VALOR-TRAILER
              DISPLAY "   DETALHES QTDE/VALOR: " WS-CT-LIB-DETALHES " "
                      WS-VL-LIB-DETALHES
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
       2300-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: PARTE 1 DO RELATORIO E LIBERACAO DE CADA
      *    LINHA JA VENCIDA PARA A PARTE 2 (DATA + BANCO).
      *----------------------------------------------------------------
       3000-CONCILIA-LINHAS SECTION.
       3000-CONCILIA-INICIO.
      *---------------------*
      *
           WRITE LINHA-TESCON FROM CAB-P1-TESCON AFTER 2.
           WRITE LINHA-TESCON FROM CAB-P1-COL-TESCON AFTER 1.
      *
           PERFORM 3100-CONCILIA-LINHA
              THRU 3100-FIM
              VARYING WS-IX-CON FROM 1 BY 1
                UNTIL WS-IX-CON GREATER WS-QTDE-CON.
      *
           GO TO 3000-CONCILIA-FIM.
      *
       3100-CONCILIA-LINHA.
      *--------------------*
      *
           COMPUTE WS-VL-LIB-TOTAL = TB-CON-VL-LIBERADO (WS-IX-CON)
                                   + TB-CON-VL-ATRASO (WS-IX-CON).
           COMPUTE WS-VL-DIFERENCA = WS-VL-LIB-TOTAL
                                   - TB-CON-VL-SOLICITADO (WS-IX-CON).
           ADD WS-VL-LIB-TOTAL TO WS-VL-TOT-LIBERADO.
      *
           MOVE SPACES TO DET1-SITUACAO.
           IF TB-CON-IN-SOLICITADO (WS-IX-CON) EQUAL 0
              MOVE "SEM SOLICITACAO" TO DET1-SITUACAO
           ELSE
           IF WS-VL-LIB-TOTAL EQUAL ZEROS
              IF TB-CON-DT (WS-IX-CON) GREATER WS-DT-HOJE
                 MOVE "PENDENTE"     TO DET1-SITUACAO
              ELSE
                 MOVE "NAO LIBERADO" TO DET1-SITUACAO
              END-IF
           ELSE
           IF WS-VL-DIFERENCA LESS ZEROS
              MOVE "A MENOR"         TO DET1-SITUACAO
           ELSE
           IF WS-VL-DIFERENCA GREATER ZEROS
              MOVE "A MAIOR"         TO DET1-SITUACAO
           ELSE
           IF TB-CON-VL-ATRASO (WS-IX-CON) GREATER ZEROS
              MOVE "COM ATRASO"      TO DET1-SITUACAO.
      *
           IF DET1-SITUACAO EQUAL "PENDENTE"
              ADD 1 TO WS-CT-PENDENTES
           ELSE
           IF DET1-SITUACAO NOT EQUAL SPACES
              ADD 1 TO WS-CT-DIVERGENCIAS.
      *
           IF DET1-SITUACAO NOT EQUAL SPACES
              MOVE TB-CON-DT (WS-IX-CON)            TO DET1-DT-PROVISAO
              MOVE TB-CON-ORIG-ORC (WS-IX-CON)      TO DET1-ORIG-ORC
              MOVE TB-CON-ID-BANCO (WS-IX-CON)      TO DET1-ID-BANCO
              MOVE TB-CON-VL-SOLICITADO (WS-IX-CON)
                                              TO DET1-VL-SOLICITADO
              MOVE TB-CON-VL-LIBERADO (WS-IX-CON)   TO DET1-VL-LIBERADO
              MOVE TB-CON-VL-ATRASO (WS-IX-CON)     TO DET1-VL-ATRASO
              MOVE WS-VL-DIFERENCA                  TO DET1-VL-DIFERENCA
              WRITE LINHA-TESCON FROM DET-P1-TESCON AFTER 1.
      *
      *DIA AINDA NAO VENCIDO NAO ENTRA NA APURACAO DE FALTA.
           IF TB-CON-DT (WS-IX-CON) GREATER WS-DT-HOJE
              GO TO 3100-FIM.
      *
           MOVE TB-CON-DT (WS-IX-CON)          TO SRTC-DT-PROVISAO.
           MOVE TB-CON-ID-BANCO (WS-IX-CON)    TO SRTC-ID-BANCO.
           MOVE TB-CON-VL-EMITIDO (WS-IX-CON)  TO SRTC-VL-EMITIDO.
           MOVE TB-CON-VL-LIBERADO (WS-IX-CON) TO SRTC-VL-LIBERADO.
           RELEASE SRTC-REG.
      *
       3100-FIM. EXIT.
      *---------*
       3000-CONCILIA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: PARTE 2 - SOMA AS ORIGENS DE CADA
      *    DATA/BANCO E LISTA ONDE O LIBERADO NO PRAZO NAO COBRIU O
      *    EMITIDO NO 052.
      *----------------------------------------------------------------
       4000-FALTA-POR-DIA SECTION.
       4000-FALTA-INICIO.
      *------------------*
      *
           WRITE LINHA-TESCON FROM CAB-P2-TESCON AFTER 2.
           WRITE LINHA-TESCON FROM CAB-P2-COL-TESCON AFTER 1.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE ZEROS TO WS-DIA-CHAVE-ATUAL
                         WS-VL-DIA-EMITIDO WS-VL-DIA-LIBERADO.
           PERFORM 4100-LE-SORT
              THRU 4100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-DCA-DT NOT EQUAL ZEROS
              PERFORM 4200-QUEBRA-DIA
                 THRU 4200-FIM.
      *
           IF WS-CT-DIAS-FALTA EQUAL ZEROS
              WRITE LINHA-TESCON FROM MSG-SEM-FALTA-TESCON AFTER 1.
      *
           GO TO 4000-FALTA-FIM.
      *
       4100-LE-SORT.
      *-------------*
      *
           RETURN SORTCN
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 4100-FIM.
      *
           IF SRTC-DT-PROVISAO NOT EQUAL WS-DCA-DT
           OR SRTC-ID-BANCO    NOT EQUAL WS-DCA-ID-BANCO
              IF WS-DCA-DT NOT EQUAL ZEROS
                 PERFORM 4200-QUEBRA-DIA
                    THRU 4200-FIM
              END-IF
              MOVE SRTC-DT-PROVISAO TO WS-DCA-DT
              MOVE SRTC-ID-BANCO    TO WS-DCA-ID-BANCO
              MOVE ZEROS TO WS-VL-DIA-EMITIDO WS-VL-DIA-LIBERADO
           END-IF.
      *
           ADD SRTC-VL-EMITIDO  TO WS-VL-DIA-EMITIDO.
           ADD SRTC-VL-LIBERADO TO WS-VL-DIA-LIBERADO.
      *
       4100-FIM. EXIT.
      *---------*
      *
       4200-QUEBRA-DIA.
      *----------------*
      *
           IF WS-VL-DIA-EMITIDO EQUAL ZEROS
           OR WS-VL-DIA-LIBERADO NOT LESS WS-VL-DIA-EMITIDO
              GO TO 4200-FIM.
      *
           COMPUTE WS-VL-DIA-FALTA = WS-VL-DIA-EMITIDO
                                   - WS-VL-DIA-LIBERADO.
           ADD 1               TO WS-CT-DIAS-FALTA.
           ADD WS-VL-DIA-FALTA TO WS-VL-TOT-FALTA.
      *
           MOVE WS-DCA-DT          TO DET2-DT-PROVISAO.
           MOVE WS-DCA-ID-BANCO    TO DET2-ID-BANCO.
           MOVE WS-VL-DIA-EMITIDO  TO DET2-VL-EMITIDO.
           MOVE WS-VL-DIA-LIBERADO TO DET2-VL-LIBERADO.
           MOVE WS-VL-DIA-FALTA    TO DET2-VL-FALTA.
           WRITE LINHA-TESCON FROM DET-P2-TESCON AFTER 1.
      *
       4200-FIM. EXIT.
      *---------*
       4000-FALTA-FIM. EXIT.
      *
       5000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-TESCON.
           MOVE "LINHAS CONCILIADAS                           " TO
                                                   TEXTO-TRL-TESCON.
           MOVE WS-QTDE-CON TO QT-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-TESCON AFTER 2.
      *
           MOVE "DETALHES DA CONFIRMACAO DA TESOURARIA        " TO
                                                   TEXTO-TRL-TESCON.
           MOVE WS-CT-LIB-DETALHES TO QT-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-TESCON AFTER 1.
      *
           MOVE "LINHAS DIVERGENTES                           " TO
                                                   TEXTO-TRL-TESCON.
           MOVE WS-CT-DIVERGENCIAS TO QT-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-TESCON AFTER 1.
      *
           MOVE "LINHAS PENDENTES (DATA FUTURA)               " TO
                                                   TEXTO-TRL-TESCON.
           MOVE WS-CT-PENDENTES TO QT-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-TESCON AFTER 1.
      *
           MOVE "DIAS/BANCO COM LIBERACAO ABAIXO DO EMITIDO   " TO
                                                   TEXTO-TRL-TESCON.
           MOVE WS-CT-DIAS-FALTA TO QT-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-TESCON AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-TESCON.
           MOVE "VALOR SOLICITADO                             " TO
                                                TEXTO-TRL-VL-TESCON.
           MOVE WS-VL-TOT-SOLICITADO TO VL-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-VL-TESCON AFTER 2.
      *
           MOVE "VALOR LIBERADO                               " TO
                                                TEXTO-TRL-VL-TESCON.
           MOVE WS-VL-TOT-LIBERADO TO VL-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-VL-TESCON AFTER 1.
      *
           MOVE "FALTA DE RECURSO SOBRE O EMITIDO             " TO
                                                TEXTO-TRL-VL-TESCON.
           MOVE WS-VL-TOT-FALTA TO VL-TRL-TESCON.
           WRITE LINHA-TESCON FROM TRAILER-VL-TESCON AFTER 1.
      *
           IF WS-CT-DIAS-FALTA GREATER ZEROS
              WRITE LINHA-TESCON FROM MSG-FALTA-TESCON AFTER 2
              DISPLAY "PSUBCPG051TESCON - LIBERACAO DA TESOURARIA "
                      "ABAIXO DO EMITIDO EM " WS-CT-DIAS-FALTA
                      " DIA(S)/BANCO - VIDE LSUBCPG051TESCON"
              SET MYSELF (STATUS) TO -1.
      *
           CLOSE LSUBCPG051TESCON.
      *
       5000-FIM. EXIT.
      *---------*
