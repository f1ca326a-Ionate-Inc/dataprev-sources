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
       PROGRAM-ID.      PSUBGERRELCAT.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CATALOGO DO ACERVO ELETRONICO DE RELATORIOS (VIDE   *
      *            PSUBGERRELCAPT). LE O INDICE D/SUB/GER/REL/IDX E    *
      *            LISTA, POR PROGRAMA EMISSOR, CADA RELATORIO AINDA   *
      *            NO ACERVO (DATA DE EXECUCAO, COMPETENCIA,           *
      *            PARAMETROS, CAPTURA, LINHAS, RETENCAO E             *
      *            EXPIRACAO), APONTANDO O QUE JA VENCEU E O QUE VENCE *
      *            DENTRO DO HORIZONTE DE AVISO - PARA QUEM PRECISA DE *
      *            UM RELATORIO PEDIR A EXTRACAO ANTES DO EXPURGO.     *
      *            COM WS-PAR-ACAO = "EXPU", OS DATASETS VENCIDOS SAO  *
      *            REMOVIDOS (OPEN + CLOSE PURGE, MESMO RECURSO DO     *
      *            PSUBCPG052ARQMES) E O EXPURGO E REGISTRADO NO       *
      *            INDICE COM O EVENTO "X".                            *
      *                                                                *
      *  PARAMETROS: WS-PAR-MESES-AVISO - HORIZONTE DE AVISO EM MESES  *
      *                                   (ZEROS ASSUME 1).            *
      *              WS-PAR-ACAO        - "EXPU" = EXPURGA VENCIDOS;   *
      *                                   OUTRO  = SO LISTA.           *
      *  ENTRADA/SAIDA: DSUBGERRELIDX - INDICE DO ACERVO (EXTEND NO    *
      *                                 EXPURGO).                      *
      *                 DSUBGERRELARQ - DATASETS DATADOS (PURGE).      *
      *  SAIDA:    LSUBGERRELCAT - CATALOGO DO ACERVO.                 *
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
      *OPTIONAL: SITE QUE AINDA NAO CAPTUROU NADA TEM O ACERVO VAZIO.
           SELECT OPTIONAL DSUBGERRELIDX ASSIGN TO DISK.
      *OPTIONAL: DATASET JA REMOVIDO POR FORA NAO ABORTA O EXPURGO.
           SELECT OPTIONAL DSUBGERRELARQ ASSIGN TO DISK.
           SELECT LSUBGERRELCAT   ASSIGN TO PRINTER.
           SELECT SORTRC          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBGERRELIDX
           RECORD CONTAINS  130 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/IDX ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/GER/REL/IDX ON PKBDSGF".
      *
      *DATASET DATADO DO ACERVO - TITULO TROCADO VIA CHANGE ATTRIBUTE
      *ANTES DE CADA EXPURGO.
        FD DSUBGERRELARQ
           RECORD CONTAINS  133 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/ARQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBGERRELARQ      PIC X(133).
      *
        FD LSUBGERRELCAT.
        01 LINHA-RELCAT           PIC X(133).
      *
      *RELATORIOS AINDA NO ACERVO, POR PROGRAMA/CAPTURA.
        SD SORTRC.
        01 SRTR-REG.
           03 SRTR-PROGRAMA           PIC X(17).
           03 SRTR-DT-CAPTURA         PIC 9(08).
           03 SRTR-HR-CAPTURA         PIC 9(06).
           03 SRTR-DT-EXEC            PIC 9(08).
           03 SRTR-COMPETENCIA        PIC 9(06).
           03 SRTR-PARAMETROS         PIC X(40).
           03 SRTR-QT-LINHAS          PIC 9(08).
           03 SRTR-QT-MESES-RET       PIC 9(03).
           03 SRTR-DT-EXPIRA          PIC 9(08).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-MESES-AVISO         PIC 9(02) VALUE ZEROS.
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-NO-ACERVO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LINHAS               PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENCIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-A-VENCER             PIC 9(08) VALUE ZEROS.
       77  WS-CT-EXPURGADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-PROGRAMA             PIC 9(08) VALUE ZEROS.
       77  WS-PROGRAMA-ATUAL          PIC X(17) VALUE SPACES.
      *
       77  WS-TOT-MESES               PIC 9(07) BINARY.
       77  WS-ANO-AVS                 PIC 9(04).
       77  WS-MES-AVS                 PIC 9(02).
       01  WS-DT-HOJE                 PIC 9(08).
       01  WS-DT-HOJE-R REDEFINES WS-DT-HOJE.
           03 WS-DTH-ANO              PIC 9(04).
           03 WS-DTH-MES              PIC 9(02).
           03 WS-DTH-DIA              PIC 9(02).
       01  WS-DT-AVISO                PIC 9(08).
       01  WS-DT-AVISO-R REDEFINES WS-DT-AVISO.
           03 WS-DTA-ANO              PIC 9(04).
           03 WS-DTA-MES              PIC 9(02).
           03 WS-DTA-DIA              PIC 9(02).
      *
      *EVENTOS "A" DO INDICE, NA ORDEM DE CAPTURA; O "X" DO EXPURGO
      *MARCA A LINHA DO SEU "A" (SO AS NAO MARCADAS ESTAO NO ACERVO).
       01  TABELA-ACERVO.
           05 TB-ACV OCCURS 5000 TIMES.
              10 TB-ACV-PROGRAMA      PIC X(17).
              10 TB-ACV-DT-EXEC       PIC 9(08).
              10 TB-ACV-COMPETENCIA   PIC 9(06).
              10 TB-ACV-PARAMETROS    PIC X(40).
              10 TB-ACV-DT-CAPTURA    PIC 9(08).
              10 TB-ACV-HR-CAPTURA    PIC 9(06).
              10 TB-ACV-QT-LINHAS     PIC 9(08).
              10 TB-ACV-QT-MESES-RET  PIC 9(03).
              10 TB-ACV-DT-EXPIRA     PIC 9(08).
              10 TB-ACV-IN-EXPURGADO  PIC 9(01).
       77  WS-QTDE-ACV                PIC 9(04) VALUE ZEROS.
       77  WS-IX-ACV                  PIC 9(04) VALUE ZEROS.
      *
      *TITULO DATADO DO DATASET DO ACERVO (MESMO DO PSUBGERRELCAPT).
       01  WS-TITLE-REL-ARQ.
           03 FILLER                  PIC X(18) VALUE
              "D/SUB/GER/REL/ARQ/".
           03 WS-TIT-DT-CAPTURA       PIC 9(08).
           03 FILLER                  PIC X(01) VALUE "/".
           03 WS-TIT-HR-CAPTURA       PIC 9(06).
           03 FILLER                  PIC X(12) VALUE " ON PKDADOS.".
      *
       01  CAB-01-RELCAT.
           03 FILLER                PIC X(18) VALUE "P/SUB/GER/REL/CAT".
           03 FILLER                PIC X(46) VALUE
              "CATALOGO DO ACERVO DE RELATORIOS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-RELCAT.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-RELCAT.
           03 FILLER                PIC X(25) VALUE
              "AVISO DE VENCIMENTO ATE ".
           03 CAB03-DT-AVISO        PIC 9(08).
           03 FILLER                PIC X(09) VALUE "   ACAO: ".
           03 CAB03-ACAO            PIC X(04).
      *
       01  CAB-04-RELCAT.
           03 FILLER                PIC X(10) VALUE "PROGRAMA: ".
           03 CAB04-PROGRAMA        PIC X(17).
      *
       01  CAB-05-RELCAT.
           03 FILLER                PIC X(11) VALUE "  EXECUCAO".
           03 FILLER                PIC X(08) VALUE "  COMP.".
           03 FILLER                PIC X(42) VALUE "  PARAMETROS".
           03 FILLER                PIC X(18) VALUE "  CAPTURA".
           03 FILLER                PIC X(12) VALUE "     LINHAS".
           03 FILLER                PIC X(06) VALUE "  RET".
           03 FILLER                PIC X(10) VALUE "  EXPIRA".
           03 FILLER                PIC X(12) VALUE "  SITUACAO".
      *
       01  DET-RELCAT.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-EXEC           PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-COMPETENCIA       PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-PARAMETROS        PIC X(40).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-CAPTURA        PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-HR-CAPTURA        PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-QT-LINHAS         PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-QT-MESES-RET      PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-EXPIRA         PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(09).
      *
       01  DET-TOT-PROGRAMA-RELCAT.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(30) VALUE
              "RELATORIOS DO PROGRAMA:".
           03 DET-TOT-PROGRAMA      PIC ZZ.ZZZ.ZZ9.
      *
       01  MSG-ACERVO-VAZIO-RELCAT.
           03 FILLER                PIC X(60) VALUE
              "*** ACERVO VAZIO - NENHUM RELATORIO CAPTURADO. ***".
      *
       01  MSG-TABELA-CHEIA-RELCAT.
           03 FILLER                PIC X(60) VALUE
              "*** TABELA DO ACERVO CHEIA - CATALOGO INCOMPLETO. ***".
      *
       01  TRAILER-RELCAT.
           03 TEXTO-TRL-RELCAT      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-RELCAT         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-MESES-AVISO
                  WS-PAR-ACAO.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-CARREGA-INDICE
              THRU 2000-FIM.
      *
      *O EXPURGO ACRESCENTA O "X" NO INDICE DURANTE A LISTAGEM.
           IF WS-PAR-ACAO EQUAL "EXPU"
              OPEN EXTEND DSUBGERRELIDX.
      *
           SORT SORTRC
                ASCENDING KEY SRTR-PROGRAMA SRTR-DT-CAPTURA
                              SRTR-HR-CAPTURA
                INPUT  PROCEDURE 3000-SELECIONA-ACERVO
                                 THRU 3000-SELECIONA-FIM
                OUTPUT PROCEDURE 4000-LISTA-ACERVO
                                 THRU 4000-LISTA-FIM.
      *
           IF WS-PAR-ACAO EQUAL "EXPU"
              CLOSE DSUBGERRELIDX SAVE.
      *
           PERFORM 5000-FINALIZA
              THRU 5000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBGERRELCAT.
      *
           IF WS-PAR-MESES-AVISO EQUAL ZEROS
              MOVE 1 TO WS-PAR-MESES-AVISO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
      *HORIZONTE DE AVISO = HOJE + WS-PAR-MESES-AVISO MESES.
           MOVE WS-DT-HOJE TO WS-DT-AVISO.
           COMPUTE WS-TOT-MESES = (WS-DTH-ANO * 12) + WS-DTH-MES
                                - 1 + WS-PAR-MESES-AVISO.
           DIVIDE WS-TOT-MESES BY 12 GIVING WS-ANO-AVS
                                     REMAINDER WS-MES-AVS.
           ADD 1 TO WS-MES-AVS.
           MOVE WS-ANO-AVS TO WS-DTA-ANO.
           MOVE WS-MES-AVS TO WS-DTA-MES.
      *
           MOVE WS-DT-AVISO       TO CAB03-DT-AVISO.
           MOVE WS-PAR-ACAO       TO CAB03-ACAO.
      *
           WRITE LINHA-RELCAT FROM CAB-01-RELCAT AFTER PAGE.
           WRITE LINHA-RELCAT FROM CAB-02-RELCAT AFTER 1.
           WRITE LINHA-RELCAT FROM CAB-03-RELCAT AFTER 1.
      *
           MOVE ZEROS TO TABELA-ACERVO.
      *
       1000-FIM. EXIT.
      *---------*
      *
       2000-CARREGA-INDICE.
      *--------------------*
      *
           OPEN INPUT DSUBGERRELIDX.
           PERFORM 2100-LE-INDICE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBGERRELIDX.
           MOVE "NAO" TO WS-EOF.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LE-INDICE.
      *---------------*
      *
           READ DSUBGERRELIDX
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           IF IDX-CS-EVENTO EQUAL "X"
              PERFORM 2200-MARCA-EXPURGO
                 THRU 2200-FIM
                 VARYING WS-IX-ACV FROM 1 BY 1
                   UNTIL WS-IX-ACV GREATER WS-QTDE-ACV
              GO TO 2100-FIM.
      *
           IF IDX-CS-EVENTO NOT EQUAL "A"
              GO TO 2100-FIM.
      *
           IF WS-QTDE-ACV NOT LESS 5000
              WRITE LINHA-RELCAT FROM MSG-TABELA-CHEIA-RELCAT AFTER 2
              MOVE "SIM" TO WS-EOF
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-QTDE-ACV.
           MOVE IDX-PROGRAMA     TO TB-ACV-PROGRAMA (WS-QTDE-ACV).
           MOVE IDX-DT-EXEC      TO TB-ACV-DT-EXEC (WS-QTDE-ACV).
           MOVE IDX-COMPETENCIA  TO TB-ACV-COMPETENCIA (WS-QTDE-ACV).
           MOVE IDX-PARAMETROS   TO TB-ACV-PARAMETROS (WS-QTDE-ACV).
           MOVE IDX-DT-CAPTURA   TO TB-ACV-DT-CAPTURA (WS-QTDE-ACV).
           MOVE IDX-HR-CAPTURA   TO TB-ACV-HR-CAPTURA (WS-QTDE-ACV).
           MOVE IDX-QT-LINHAS    TO TB-ACV-QT-LINHAS (WS-QTDE-ACV).
           MOVE IDX-QT-MESES-RET TO TB-ACV-QT-MESES-RET (WS-QTDE-ACV).
           MOVE IDX-DT-EXPIRA    TO TB-ACV-DT-EXPIRA (WS-QTDE-ACV).
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-MARCA-EXPURGO.
      *-------------------*
      *
           IF TB-ACV-DT-CAPTURA (WS-IX-ACV) EQUAL IDX-DT-CAPTURA
              AND TB-ACV-HR-CAPTURA (WS-IX-ACV) EQUAL IDX-HR-CAPTURA
              MOVE 1 TO TB-ACV-IN-EXPURGADO (WS-IX-ACV).
      *
       2200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: RELATORIOS AINDA NO ACERVO.
      *----------------------------------------------------------------
       3000-SELECIONA-ACERVO SECTION.
       3000-SELECIONA-INICIO.
      *----------------------*
      *
           PERFORM 3100-LIBERA-RELATORIO
              THRU 3100-FIM
              VARYING WS-IX-ACV FROM 1 BY 1
                UNTIL WS-IX-ACV GREATER WS-QTDE-ACV.
      *
           GO TO 3000-SELECIONA-FIM.
      *
       3100-LIBERA-RELATORIO.
      *----------------------*
      *
           IF TB-ACV-IN-EXPURGADO (WS-IX-ACV) EQUAL 1
              GO TO 3100-FIM.
      *
           MOVE TB-ACV-PROGRAMA (WS-IX-ACV)     TO SRTR-PROGRAMA.
           MOVE TB-ACV-DT-CAPTURA (WS-IX-ACV)   TO SRTR-DT-CAPTURA.
           MOVE TB-ACV-HR-CAPTURA (WS-IX-ACV)   TO SRTR-HR-CAPTURA.
           MOVE TB-ACV-DT-EXEC (WS-IX-ACV)      TO SRTR-DT-EXEC.
           MOVE TB-ACV-COMPETENCIA (WS-IX-ACV)  TO SRTR-COMPETENCIA.
           MOVE TB-ACV-PARAMETROS (WS-IX-ACV)   TO SRTR-PARAMETROS.
           MOVE TB-ACV-QT-LINHAS (WS-IX-ACV)    TO SRTR-QT-LINHAS.
           MOVE TB-ACV-QT-MESES-RET (WS-IX-ACV) TO SRTR-QT-MESES-RET.
           MOVE TB-ACV-DT-EXPIRA (WS-IX-ACV)    TO SRTR-DT-EXPIRA.
           RELEASE SRTR-REG.
      *
       3100-FIM. EXIT.
      *---------*
       3000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: CATALOGO POR PROGRAMA, COM A SITUACAO DA
      *    RETENCAO; NO MODO "EXPU" O VENCIDO E EXPURGADO AQUI.
      *----------------------------------------------------------------
       4000-LISTA-ACERVO SECTION.
       4000-LISTA-INICIO.
      *------------------*
      *
           MOVE "NAO"  TO WS-EOF-SORT.
           MOVE SPACES TO WS-PROGRAMA-ATUAL.
           PERFORM 4100-LE-SORT
              THRU 4100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-PROGRAMA-ATUAL NOT EQUAL SPACES
              PERFORM 4300-TOTAL-PROGRAMA
                 THRU 4300-FIM.
      *
           GO TO 4000-LISTA-FIM.
      *
       4100-LE-SORT.
      *-------------*
      *
           RETURN SORTRC
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 4100-FIM.
      *
           IF SRTR-PROGRAMA NOT EQUAL WS-PROGRAMA-ATUAL
              IF WS-PROGRAMA-ATUAL NOT EQUAL SPACES
                 PERFORM 4300-TOTAL-PROGRAMA
                    THRU 4300-FIM
              END-IF
              MOVE SRTR-PROGRAMA TO WS-PROGRAMA-ATUAL CAB04-PROGRAMA
              MOVE ZEROS         TO WS-CT-PROGRAMA
              WRITE LINHA-RELCAT FROM CAB-04-RELCAT AFTER 2
              WRITE LINHA-RELCAT FROM CAB-05-RELCAT AFTER 1
           END-IF.
      *
           ADD 1              TO WS-CT-NO-ACERVO WS-CT-PROGRAMA.
           ADD SRTR-QT-LINHAS TO WS-CT-LINHAS.
      *
           MOVE SPACES TO DET-SITUACAO.
           IF SRTR-DT-EXPIRA NOT GREATER WS-DT-HOJE
              ADD 1 TO WS-CT-VENCIDOS
              MOVE "VENCIDO" TO DET-SITUACAO
              IF WS-PAR-ACAO EQUAL "EXPU"
                 PERFORM 4200-EXPURGA
                    THRU 4200-FIM
              END-IF
           ELSE
              IF SRTR-DT-EXPIRA NOT GREATER WS-DT-AVISO
                 ADD 1 TO WS-CT-A-VENCER
                 MOVE "A VENCER" TO DET-SITUACAO.
      *
           MOVE SRTR-DT-EXEC      TO DET-DT-EXEC.
           MOVE SRTR-COMPETENCIA  TO DET-COMPETENCIA.
           MOVE SRTR-PARAMETROS   TO DET-PARAMETROS.
           MOVE SRTR-DT-CAPTURA   TO DET-DT-CAPTURA.
           MOVE SRTR-HR-CAPTURA   TO DET-HR-CAPTURA.
           MOVE SRTR-QT-LINHAS    TO DET-QT-LINHAS.
           MOVE SRTR-QT-MESES-RET TO DET-QT-MESES-RET.
           MOVE SRTR-DT-EXPIRA    TO DET-DT-EXPIRA.
           WRITE LINHA-RELCAT FROM DET-RELCAT AFTER 1.
      *
       4100-FIM. EXIT.
      *---------*
      *
      *REMOVE O DATASET DATADO E REGISTRA O "X" NO INDICE.
       4200-EXPURGA.
      *-------------*
      *
           MOVE SRTR-DT-CAPTURA TO WS-TIT-DT-CAPTURA.
           MOVE SRTR-HR-CAPTURA TO WS-TIT-HR-CAPTURA.
           CHANGE ATTRIBUTE TITLE OF DSUBGERRELARQ
                                            TO WS-TITLE-REL-ARQ.
           OPEN INPUT DSUBGERRELARQ.
           CLOSE DSUBGERRELARQ PURGE.
      *
           MOVE SPACES            TO IDX-REG.
           MOVE "X"               TO IDX-CS-EVENTO.
           MOVE SRTR-PROGRAMA     TO IDX-PROGRAMA.
           MOVE SRTR-DT-EXEC      TO IDX-DT-EXEC.
           MOVE SRTR-COMPETENCIA  TO IDX-COMPETENCIA.
           MOVE SRTR-PARAMETROS   TO IDX-PARAMETROS.
           MOVE SRTR-DT-CAPTURA   TO IDX-DT-CAPTURA.
           MOVE SRTR-HR-CAPTURA   TO IDX-HR-CAPTURA.
           MOVE SRTR-QT-LINHAS    TO IDX-QT-LINHAS.
           MOVE SRTR-QT-MESES-RET TO IDX-QT-MESES-RET.
           MOVE SRTR-DT-EXPIRA    TO IDX-DT-EXPIRA.
           MOVE WS-DT-HOJE        TO IDX-DT-EXPURGO.
           WRITE IDX-REG.
      *
           ADD 1 TO WS-CT-EXPURGADOS.
      *
       4200-FIM. EXIT.
      *---------*
      *
       4300-TOTAL-PROGRAMA.
      *--------------------*
      *
           MOVE WS-CT-PROGRAMA TO DET-TOT-PROGRAMA.
           WRITE LINHA-RELCAT FROM DET-TOT-PROGRAMA-RELCAT AFTER 1.
      *
       4300-FIM. EXIT.
      *---------*
       4000-LISTA-FIM. EXIT.
      *
       5000-FINALIZA.
      *-------------*
      *
           IF WS-CT-NO-ACERVO EQUAL ZEROS
              WRITE LINHA-RELCAT FROM MSG-ACERVO-VAZIO-RELCAT AFTER 2.
      *
           MOVE SPACES TO TRAILER-RELCAT.
           MOVE "RELATORIOS NO ACERVO                         " TO
                                                   TEXTO-TRL-RELCAT.
           MOVE WS-CT-NO-ACERVO TO QT-TRL-RELCAT.
           WRITE LINHA-RELCAT FROM TRAILER-RELCAT AFTER 2.
      *
           MOVE "LINHAS ARQUIVADAS                            " TO
                                                   TEXTO-TRL-RELCAT.
           MOVE WS-CT-LINHAS TO QT-TRL-RELCAT.
           WRITE LINHA-RELCAT FROM TRAILER-RELCAT AFTER 1.
      *
           MOVE "RELATORIOS VENCIDOS                          " TO
                                                   TEXTO-TRL-RELCAT.
           MOVE WS-CT-VENCIDOS TO QT-TRL-RELCAT.
           WRITE LINHA-RELCAT FROM TRAILER-RELCAT AFTER 1.
      *
           MOVE "RELATORIOS A VENCER NO HORIZONTE DE AVISO    " TO
                                                   TEXTO-TRL-RELCAT.
           MOVE WS-CT-A-VENCER TO QT-TRL-RELCAT.
           WRITE LINHA-RELCAT FROM TRAILER-RELCAT AFTER 1.
      *
           MOVE "RELATORIOS EXPURGADOS NESTE RUN              " TO
                                                   TEXTO-TRL-RELCAT.
           MOVE WS-CT-EXPURGADOS TO QT-TRL-RELCAT.
           WRITE LINHA-RELCAT FROM TRAILER-RELCAT AFTER 1.
      *
           CLOSE LSUBGERRELCAT.
      *
       5000-FIM. EXIT.
      *---------*
