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
       PROGRAM-ID.      PSUBCPG2KSOD.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: SEGREGACAO DE FUNCOES NA SOLICITACAO DE CREDITO. O  *
      *            CP50 GUARDA A MATRICULA DE QUEM SOLICITOU           *
      *            (CP50-NU-MATRIC-SOLIC), DE QUEM VALIDOU             *
      *            (CP50-NU-MATR-VALIDACAO), DO REVISOR                *
      *            (CP50-NU-MATRIC-REVISOR) E DO VALIDADOR ANTERIOR    *
      *            (CP50-NU-MATR-VAL-ANT); O CP77 GUARDA QUEM PEDIU O  *
      *            CALCULO JUDICIAL (CP77-NU-MATR-SOL-CALC). A NORMA   *
      *            DE CONTROLE INTERNO PROIBE O MESMO SERVIDOR EM DOIS *
      *            PAPEIS DO MESMO CREDITO, MAS NADA CONFERIA. ESTE    *
      *            JOB MENSAL CASA CP01, CP50 E CP77 PELA CHAVE DO     *
      *            CREDITO (SORT; O CP77 NAO TEM NIT, ENTAO A CHAVE DE *
      *            CASAMENTO NAO INCLUI O NIT) E APONTA CADA PAR DE    *
      *            PAPEIS PREENCHIDO PELA MESMA MATRICULA:             *
      *              SOLICITANTE = VALIDADOR                           *
      *              SOLICITANTE = REVISOR                             *
      *              SOLICITANTE = VALIDADOR ANTERIOR                  *
      *              VALIDADOR   = REVISOR                             *
      *              SOLICITANTE CALCULO (CP77) = VALIDADOR            *
      *              SOLICITANTE CALCULO (CP77) = REVISOR              *
      *            MATRICULA ZERADA NAO CONTA (PAPEL NAO EXERCIDO).    *
      *            TOTALIZA POR OL SOLICITANTE (CP50-ID-OL-SOLIC-CRED) *
      *            E POR MATRICULA, PONDERADO PELO VALOR LIQUIDO DO    *
      *            CREDITO CASADO NO CP01, E IMPRIME AS DUAS LISTAS EM *
      *            ORDEM DECRESCENTE DE VALOR PARA A AUDITORIA         *
      *            INTERNA. UM CREDITO COM MAIS DE UM PAR VIOLADO      *
      *            CONTA UMA VEZ NO VALOR DA OL E DE CADA MATRICULA    *
      *            ENVOLVIDA.                                          *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401  - MOVIMENTO CP01 (VALOR DO CREDITO).  *
      *            DSUBCPG2K450  - SOLICITACOES DE CREDITO (CP50).     *
      *            DSUBCPG2K477  - DADOS COMPLEMENTARES (CP77).        *
      *  SAIDA:    LSUBCPG2KSOD  - VIOLACOES E RANKING POR OL E POR    *
      *                            MATRICULA.                          *
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
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K477 ASSIGN TO DISK.
           SELECT LSUBCPG2KSOD    ASSIGN TO PRINTER.
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
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
        FD DSUBCPG2K477
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/477 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/477 ON PKBDSGF".
      *
        FD LSUBCPG2KSOD.
        01 LINHA-SOD              PIC X(133).
      *
      *CHAVE DO CREDITO SEM O NIT; DENTRO DA CHAVE, 1 = CP01,
      *2 = CP50, 3 = CP77.
        SD SORTWK.
        01 SRTS-REG.
           03 SRTS-CHAVE.
              05 SRTS-DT-MOV-CREDITO  PIC 9(08).
              05 SRTS-NU-NB           PIC 9(10).
              05 SRTS-CS-NATUR-CRED   PIC 9(02).
              05 SRTS-DT-FIM-PERIODO  PIC 9(08).
              05 SRTS-DT-INI-PERIODO  PIC 9(08).
              05 SRTS-SEQ-REG         PIC 9(09).
           03 SRTS-TIPO               PIC 9(01).
           03 SRTS-ID-OL              PIC 9(08).
           03 SRTS-MATR-SOLIC         PIC 9(08).
           03 SRTS-MATR-VALIDACAO     PIC 9(08).
           03 SRTS-MATR-REVISOR       PIC 9(08).
           03 SRTS-MATR-VAL-ANT       PIC 9(08).
           03 SRTS-MATR-SOL-CALC      PIC 9(08).
           03 SRTS-VALOR              PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KSOD".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-477            PIC 9(08) VALUE ZEROS.
       77  WS-CT-VIOLACOES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CRED-VIOLADOS        PIC 9(08) VALUE ZEROS.
       77  WS-VL-CRED-VIOLADOS        PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-SEM-CP01             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CP77-SEM-CP50        PIC 9(08) VALUE ZEROS.
      *
      *CREDITO CORRENTE NA SAIDA DO SORT.
       77  WS-IN-GRUPO-ABERTO         PIC 9(01) VALUE 0.
       01  WS-GRP-CHAVE.
           03 WS-GRP-DT-MOV-CREDITO   PIC 9(08).
           03 WS-GRP-NU-NB            PIC 9(10).
           03 WS-GRP-CS-NATUR-CRED    PIC 9(02).
           03 WS-GRP-DT-FIM-PERIODO   PIC 9(08).
           03 WS-GRP-DT-INI-PERIODO   PIC 9(08).
           03 WS-GRP-SEQ-REG          PIC 9(09).
       77  WS-GRP-IN-CP01             PIC 9(01) VALUE 0.
       77  WS-GRP-VALOR               PIC 9(13)V99 VALUE ZEROS.
       77  WS-GRP-MATR-SOL-CALC       PIC 9(08) VALUE ZEROS.
      *
      *SOLICITACOES CP50 DA CHAVE CORRENTE (UMA POR NIT).
       01  TABELA-SOLIC.
           03  TB-SOL OCCURS 20 TIMES.
               05  TB-SOL-ID-OL             PIC 9(08).
               05  TB-SOL-MATR-SOLIC        PIC 9(08).
               05  TB-SOL-MATR-VALIDACAO    PIC 9(08).
               05  TB-SOL-MATR-REVISOR      PIC 9(08).
               05  TB-SOL-MATR-VAL-ANT      PIC 9(08).
       77  WS-QTDE-SOL                PIC 9(02) VALUE ZEROS.
       77  WS-IX-SOL                  PIC 9(02) VALUE ZEROS.
      *
      *PAR VIOLADO EM CURSO E MATRICULAS ENVOLVIDAS NO CREDITO.
       77  WS-VIO-MATR                PIC 9(08) VALUE ZEROS.
       77  WS-VIO-DESCRICAO           PIC X(40) VALUE SPACES.
       77  WS-QT-VIO-CRED             PIC 9(02) VALUE ZEROS.
       01  TABELA-ENVOLVIDOS.
           03  TB-ENV-MATR OCCURS 6 TIMES   PIC 9(08).
       77  WS-QTDE-ENV                PIC 9(01) VALUE ZEROS.
       77  WS-IX-ENV                  PIC 9(01) VALUE ZEROS.
       77  WS-IN-ACHOU                PIC 9(01) VALUE ZEROS.
      *
      *ACUMULACAO POR OL SOLICITANTE.
       01  TABELA-OL.
           03  TB-OL OCCURS 3000 TIMES.
               05  TB-OL-ID                 PIC 9(08).
               05  TB-OL-QT-CRED            PIC 9(07).
               05  TB-OL-QT-VIOL            PIC 9(07).
               05  TB-OL-VL                 PIC 9(13)V99.
               05  TB-OL-IN-IMPRESSO        PIC 9(01).
       77  WS-QTDE-OL                 PIC 9(04) VALUE ZEROS.
       77  WS-IX-OL                   PIC 9(04) BINARY.
      *
      *ACUMULACAO POR MATRICULA (OL DA PRIMEIRA OCORRENCIA).
       01  TABELA-MATRICULA.
           03  TB-MAT OCCURS 5000 TIMES.
               05  TB-MAT-NU                PIC 9(08).
               05  TB-MAT-ID-OL             PIC 9(08).
               05  TB-MAT-QT-CRED           PIC 9(07).
               05  TB-MAT-QT-VIOL           PIC 9(07).
               05  TB-MAT-VL                PIC 9(13)V99.
               05  TB-MAT-IN-IMPRESSO       PIC 9(01).
       77  WS-QTDE-MAT                PIC 9(04) VALUE ZEROS.
       77  WS-IX-MAT                  PIC 9(04) BINARY.
      *
       77  WS-IX-MAIOR                PIC 9(04) BINARY.
       77  WS-IX-RANK                 PIC 9(04) BINARY.
       77  WS-POSICAO-RANK            PIC 9(04) VALUE ZEROS.
      *
       01  CAB-01-SOD.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/SOD".
           03 FILLER                PIC X(48) VALUE
              "SEGREGACAO DE FUNCOES - CP50 / CP77".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-SOD.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-SOD.
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "DT-MOV".
           03 FILLER                PIC X(09) VALUE "OL".
           03 FILLER                PIC X(10) VALUE "MATRICULA".
           03 FILLER                PIC X(41) VALUE "PAPEIS".
           03 FILLER                PIC X(16) VALUE
              "   VALOR CREDITO".
      *
       01  DET-SOD.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-MOV            PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-ID-OL             PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-MATR              PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DESCRICAO         PIC X(40).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  SUBTIT-SOD.
           03 SUBTIT-TEXTO          PIC X(80).
      *
       01  CAB-RANK-SOD.
           03 FILLER                PIC X(06) VALUE "POS.".
           03 CAB-RK-CHAVE          PIC X(10).
           03 FILLER                PIC X(10).
           03 FILLER                PIC X(12) VALUE "   CREDITOS".
           03 FILLER                PIC X(12) VALUE "  VIOLACOES".
           03 FILLER                PIC X(22) VALUE
              "     VALOR PONDERADO".
      *
       01  DET-RANK-SOD.
           03 DET-RK-POSICAO        PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RK-CHAVE          PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RK-OL-TXT         PIC X(04).
           03 DET-RK-OL             PIC Z(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RK-QT-CRED        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RK-QT-VIOL        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RK-VL             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-SOD.
           03 TEXTO-TRL-SOD         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-SOD            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-SOD.
           03 TEXTO-TRL-VL-SOD      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-SOD            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                ASCENDING KEY SRTS-CHAVE SRTS-TIPO
                INPUT  PROCEDURE 2000-SOLTA-REGISTROS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CONFERE-PAPEIS
                                 THRU 3000-CONFERE-FIM.
      *
           PERFORM 5000-EMITIR-RANKING
              THRU 5000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KSOD.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-SOD FROM CAB-01-SOD AFTER PAGE.
           WRITE LINHA-SOD FROM CAB-02-SOD AFTER 1.
           WRITE LINHA-SOD FROM CAB-03-SOD AFTER 1.
           WRITE LINHA-SOD FROM CAB-02-SOD AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA CP01, CP50 E CP77 PELA CHAVE DO
      *    CREDITO.
      *----------------------------------------------------------------
       2000-SOLTA-REGISTROS SECTION.
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
           OPEN INPUT DSUBCPG2K477.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-CALCULO
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K477.
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
           MOVE ZEROS                 TO SRTS-REG.
           MOVE CP01-DT-MOV-CREDITO   TO SRTS-DT-MOV-CREDITO.
           MOVE CP01-NU-NB            TO SRTS-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO SRTS-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTS-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTS-DT-INI-PERIODO.
           MOVE CP01-SEQ-REG          TO SRTS-SEQ-REG.
           MOVE 1                     TO SRTS-TIPO.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTS-VALOR.
           RELEASE SRTS-REG.
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
           MOVE ZEROS                  TO SRTS-REG.
           MOVE CP50-DT-MOV-CREDITO    TO SRTS-DT-MOV-CREDITO.
           MOVE CP50-NU-NB             TO SRTS-NU-NB.
           MOVE CP50-CS-NATUR-CREDITO  TO SRTS-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO    TO SRTS-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO    TO SRTS-DT-INI-PERIODO.
           MOVE CP50-SEQ-REG           TO SRTS-SEQ-REG.
           MOVE 2                      TO SRTS-TIPO.
           MOVE CP50-ID-OL-SOLIC-CRED  TO SRTS-ID-OL.
           MOVE CP50-NU-MATRIC-SOLIC   TO SRTS-MATR-SOLIC.
           MOVE CP50-NU-MATR-VALIDACAO TO SRTS-MATR-VALIDACAO.
           MOVE CP50-NU-MATRIC-REVISOR TO SRTS-MATR-REVISOR.
           MOVE CP50-NU-MATR-VAL-ANT   TO SRTS-MATR-VAL-ANT.
           RELEASE SRTS-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-CALCULO.
      *----------------*
      *
           READ DSUBCPG2K477
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-477.
           IF CP77-NU-MATR-SOL-CALC EQUAL ZEROS
              GO TO 2300-FIM.
      *
           MOVE ZEROS                 TO SRTS-REG.
           MOVE CP77-DT-MOV-CREDITO   TO SRTS-DT-MOV-CREDITO.
           MOVE CP77-NU-NB            TO SRTS-NU-NB.
           MOVE CP77-CS-NATUR-CREDITO TO SRTS-CS-NATUR-CRED.
           MOVE CP77-DT-FIM-PERIODO   TO SRTS-DT-FIM-PERIODO.
           MOVE CP77-DT-INI-PERIODO   TO SRTS-DT-INI-PERIODO.
           MOVE CP77-SEQ-REG          TO SRTS-SEQ-REG.
           MOVE 3                     TO SRTS-TIPO.
           MOVE CP77-NU-MATR-SOL-CALC TO SRTS-MATR-SOL-CALC.
           RELEASE SRTS-REG.
      *
       2300-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: AGRUPA POR CHAVE DO CREDITO E, NA QUEBRA,
      *    CONFERE OS PAPEIS DE CADA SOLICITACAO CP50 DA CHAVE.
      *----------------------------------------------------------------
       3000-CONFERE-PAPEIS SECTION.
       3000-CONFERE-CHAVES.
      *--------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-GRUPO-ABERTO EQUAL 1
              PERFORM 3500-FECHA-CREDITO
                 THRU 3500-FIM.
           GO TO 3000-CONFERE-FIM.
      *
       3100-UM-REGISTRO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-IN-GRUPO-ABERTO EQUAL 1
              AND SRTS-CHAVE NOT EQUAL WS-GRP-CHAVE
              PERFORM 3500-FECHA-CREDITO
                 THRU 3500-FIM.
      *
           IF WS-IN-GRUPO-ABERTO EQUAL 0
              MOVE 1          TO WS-IN-GRUPO-ABERTO
              MOVE SRTS-CHAVE TO WS-GRP-CHAVE
              MOVE 0          TO WS-GRP-IN-CP01
              MOVE ZEROS      TO WS-GRP-VALOR WS-GRP-MATR-SOL-CALC
                                 WS-QTDE-SOL.
      *
           IF SRTS-TIPO EQUAL 1
              MOVE 1 TO WS-GRP-IN-CP01
              ADD SRTS-VALOR TO WS-GRP-VALOR
              GO TO 3100-FIM.
      *
           IF SRTS-TIPO EQUAL 3
              MOVE SRTS-MATR-SOL-CALC TO WS-GRP-MATR-SOL-CALC
              GO TO 3100-FIM.
      *
           IF WS-QTDE-SOL EQUAL 20
              DISPLAY "PSUBCPG2KSOD: MAIS DE 20 CP50 NA CHAVE DO NB "
                      WS-GRP-NU-NB
              DISPLAY "REVER O LIMITE DA TABELA-SOLIC"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-SOL.
           MOVE SRTS-ID-OL          TO TB-SOL-ID-OL (WS-QTDE-SOL).
           MOVE SRTS-MATR-SOLIC     TO TB-SOL-MATR-SOLIC (WS-QTDE-SOL).
           MOVE SRTS-MATR-VALIDACAO TO
                                 TB-SOL-MATR-VALIDACAO (WS-QTDE-SOL).
           MOVE SRTS-MATR-REVISOR   TO
                                 TB-SOL-MATR-REVISOR (WS-QTDE-SOL).
           MOVE SRTS-MATR-VAL-ANT   TO
                                 TB-SOL-MATR-VAL-ANT (WS-QTDE-SOL).
      *
       3100-FIM. EXIT.
      *---------*
      *
       3500-FECHA-CREDITO.
      *-------------------*
      *
           MOVE 0 TO WS-IN-GRUPO-ABERTO.
      *
           IF WS-QTDE-SOL EQUAL ZEROS
              IF WS-GRP-MATR-SOL-CALC NOT EQUAL ZEROS
                 ADD 1 TO WS-CT-CP77-SEM-CP50
              END-IF
              GO TO 3500-FIM.
      *
           PERFORM 3600-CONFERE-SOLICITACAO
              THRU 3600-FIM
              VARYING WS-IX-SOL FROM 1 BY 1
                UNTIL WS-IX-SOL GREATER WS-QTDE-SOL.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-CONFERE-SOLICITACAO.
      *-------------------------*
      *
           MOVE ZEROS TO WS-QT-VIO-CRED WS-QTDE-ENV.
      *
           IF TB-SOL-MATR-SOLIC (WS-IX-SOL) NOT EQUAL ZEROS
              IF TB-SOL-MATR-SOLIC (WS-IX-SOL) EQUAL
                 TB-SOL-MATR-VALIDACAO (WS-IX-SOL)
                 MOVE TB-SOL-MATR-SOLIC (WS-IX-SOL) TO WS-VIO-MATR
                 MOVE "SOLICITANTE = VALIDADOR" TO WS-VIO-DESCRICAO
                 PERFORM 3610-REGISTRA-VIOLACAO
                    THRU 3610-FIM
              END-IF
              IF TB-SOL-MATR-SOLIC (WS-IX-SOL) EQUAL
                 TB-SOL-MATR-REVISOR (WS-IX-SOL)
                 MOVE TB-SOL-MATR-SOLIC (WS-IX-SOL) TO WS-VIO-MATR
                 MOVE "SOLICITANTE = REVISOR" TO WS-VIO-DESCRICAO
                 PERFORM 3610-REGISTRA-VIOLACAO
                    THRU 3610-FIM
              END-IF
              IF TB-SOL-MATR-SOLIC (WS-IX-SOL) EQUAL
                 TB-SOL-MATR-VAL-ANT (WS-IX-SOL)
                 MOVE TB-SOL-MATR-SOLIC (WS-IX-SOL) TO WS-VIO-MATR
                 MOVE "SOLICITANTE = VALIDADOR ANTERIOR" TO
                                                    WS-VIO-DESCRICAO
                 PERFORM 3610-REGISTRA-VIOLACAO
                    THRU 3610-FIM
              END-IF
           END-IF.
      *
           IF TB-SOL-MATR-VALIDACAO (WS-IX-SOL) NOT EQUAL ZEROS
              AND TB-SOL-MATR-VALIDACAO (WS-IX-SOL) EQUAL
                  TB-SOL-MATR-REVISOR (WS-IX-SOL)
              MOVE TB-SOL-MATR-VALIDACAO (WS-IX-SOL) TO WS-VIO-MATR
              MOVE "VALIDADOR = REVISOR" TO WS-VIO-DESCRICAO
              PERFORM 3610-REGISTRA-VIOLACAO
                 THRU 3610-FIM.
      *
           IF WS-GRP-MATR-SOL-CALC NOT EQUAL ZEROS
              IF WS-GRP-MATR-SOL-CALC EQUAL
                 TB-SOL-MATR-VALIDACAO (WS-IX-SOL)
                 MOVE WS-GRP-MATR-SOL-CALC TO WS-VIO-MATR
                 MOVE "SOLICITANTE CALCULO (CP77) = VALIDADOR"
                                                 TO WS-VIO-DESCRICAO
                 PERFORM 3610-REGISTRA-VIOLACAO
                    THRU 3610-FIM
              END-IF
              IF WS-GRP-MATR-SOL-CALC EQUAL
                 TB-SOL-MATR-REVISOR (WS-IX-SOL)
                 MOVE WS-GRP-MATR-SOL-CALC TO WS-VIO-MATR
                 MOVE "SOLICITANTE CALCULO (CP77) = REVISOR"
                                                 TO WS-VIO-DESCRICAO
                 PERFORM 3610-REGISTRA-VIOLACAO
                    THRU 3610-FIM
              END-IF
           END-IF.
      *
           IF WS-QT-VIO-CRED EQUAL ZEROS
              GO TO 3600-FIM.
      *
           ADD 1            TO WS-CT-CRED-VIOLADOS.
           ADD WS-GRP-VALOR TO WS-VL-CRED-VIOLADOS.
           IF WS-GRP-IN-CP01 EQUAL 0
              ADD 1 TO WS-CT-SEM-CP01.
      *
           PERFORM 3700-ACUMULA-OL
              THRU 3700-FIM.
           PERFORM 3800-ACUMULA-MATRICULA
              THRU 3800-FIM
              VARYING WS-IX-ENV FROM 1 BY 1
                UNTIL WS-IX-ENV GREATER WS-QTDE-ENV.
      *
       3600-FIM. EXIT.
      *---------*
      *
       3610-REGISTRA-VIOLACAO.
      *-----------------------*
      *
           ADD 1 TO WS-CT-VIOLACOES WS-QT-VIO-CRED.
      *
           MOVE WS-GRP-NU-NB                 TO DET-NU-NB.
           MOVE WS-GRP-DT-MOV-CREDITO        TO DET-DT-MOV.
           MOVE TB-SOL-ID-OL (WS-IX-SOL)     TO DET-ID-OL.
           MOVE WS-VIO-MATR                  TO DET-MATR.
           MOVE WS-VIO-DESCRICAO             TO DET-DESCRICAO.
           MOVE WS-GRP-VALOR                 TO DET-VALOR.
           WRITE LINHA-SOD FROM DET-SOD AFTER 1.
      *
           MOVE 0 TO WS-IN-ACHOU.
           PERFORM VARYING WS-IX-ENV FROM 1 BY 1
                     UNTIL WS-IX-ENV GREATER WS-QTDE-ENV
              IF TB-ENV-MATR (WS-IX-ENV) EQUAL WS-VIO-MATR
                 MOVE 1 TO WS-IN-ACHOU
              END-IF
           END-PERFORM.
           IF WS-IN-ACHOU EQUAL 0
              ADD 1 TO WS-QTDE-ENV
              MOVE WS-VIO-MATR TO TB-ENV-MATR (WS-QTDE-ENV).
      *
       3610-FIM. EXIT.
      *---------*
      *
       3700-ACUMULA-OL.
      *----------------*
      *
           MOVE 0 TO WS-IN-ACHOU.
           PERFORM VARYING WS-IX-OL FROM 1 BY 1
                     UNTIL WS-IX-OL GREATER WS-QTDE-OL
                        OR WS-IN-ACHOU EQUAL 1
              IF TB-OL-ID (WS-IX-OL) EQUAL TB-SOL-ID-OL (WS-IX-SOL)
                 MOVE 1 TO WS-IN-ACHOU
              END-IF
           END-PERFORM.
      *
           IF WS-IN-ACHOU EQUAL 1
              SUBTRACT 1 FROM WS-IX-OL
           ELSE
              IF WS-QTDE-OL EQUAL 3000
                 DISPLAY "PSUBCPG2KSOD: TABELA DE OL ESTOUROU"
                 DISPLAY "REVER O LIMITE DA TABELA-OL"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              ELSE
                 ADD 1 TO WS-QTDE-OL
                 MOVE WS-QTDE-OL TO WS-IX-OL
                 MOVE TB-SOL-ID-OL (WS-IX-SOL) TO TB-OL-ID (WS-IX-OL)
                 MOVE ZEROS TO TB-OL-QT-CRED (WS-IX-OL)
                               TB-OL-QT-VIOL (WS-IX-OL)
                               TB-OL-VL (WS-IX-OL)
                               TB-OL-IN-IMPRESSO (WS-IX-OL).
      *
           ADD 1              TO TB-OL-QT-CRED (WS-IX-OL).
           ADD WS-QT-VIO-CRED TO TB-OL-QT-VIOL (WS-IX-OL).
           ADD WS-GRP-VALOR   TO TB-OL-VL (WS-IX-OL).
      *
       3700-FIM. EXIT.
      *---------*
      *
       3800-ACUMULA-MATRICULA.
      *-----------------------*
      *
           MOVE 0 TO WS-IN-ACHOU.
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
                     UNTIL WS-IX-MAT GREATER WS-QTDE-MAT
                        OR WS-IN-ACHOU EQUAL 1
              IF TB-MAT-NU (WS-IX-MAT) EQUAL TB-ENV-MATR (WS-IX-ENV)
                 MOVE 1 TO WS-IN-ACHOU
              END-IF
           END-PERFORM.
      *
           IF WS-IN-ACHOU EQUAL 1
              SUBTRACT 1 FROM WS-IX-MAT
           ELSE
              IF WS-QTDE-MAT EQUAL 5000
                 DISPLAY "PSUBCPG2KSOD: TABELA DE MATRICULAS ESTOUROU"
                 DISPLAY "REVER O LIMITE DA TABELA-MATRICULA"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              ELSE
                 ADD 1 TO WS-QTDE-MAT
                 MOVE WS-QTDE-MAT TO WS-IX-MAT
                 MOVE TB-ENV-MATR (WS-IX-ENV) TO TB-MAT-NU (WS-IX-MAT)
                 MOVE TB-SOL-ID-OL (WS-IX-SOL) TO
                                             TB-MAT-ID-OL (WS-IX-MAT)
                 MOVE ZEROS TO TB-MAT-QT-CRED (WS-IX-MAT)
                               TB-MAT-QT-VIOL (WS-IX-MAT)
                               TB-MAT-VL (WS-IX-MAT)
                               TB-MAT-IN-IMPRESSO (WS-IX-MAT).
      *
           ADD 1              TO TB-MAT-QT-CRED (WS-IX-MAT).
           ADD WS-QT-VIO-CRED TO TB-MAT-QT-VIOL (WS-IX-MAT).
           ADD WS-GRP-VALOR   TO TB-MAT-VL (WS-IX-MAT).
      *
       3800-FIM. EXIT.
      *---------*
       3000-CONFERE-FIM. EXIT.
      *
      *RANKING: VARRE A TABELA REPETIDAS VEZES, IMPRIMINDO A CADA
      *PASSADA O MAIOR VALOR AINDA NAO IMPRESSO (MESMO RECURSO DE
      *PSUBCPG052PABTRD).
       5000-EMITIR-RANKING.
      *-------------------*
      *
           MOVE "OL SOLICITANTE (MAIOR VALOR PRIMEIRO):" TO
                                                     SUBTIT-TEXTO.
           WRITE LINHA-SOD FROM CAB-02-SOD AFTER 2.
           WRITE LINHA-SOD FROM SUBTIT-SOD AFTER 1.
           MOVE "OL"         TO CAB-RK-CHAVE.
           WRITE LINHA-SOD FROM CAB-RANK-SOD AFTER 1.
      *
           MOVE ZEROS TO WS-POSICAO-RANK.
           PERFORM 5100-IMPRIME-MAIOR-OL
              THRU 5100-FIM
              VARYING WS-IX-RANK FROM 1 BY 1
                UNTIL WS-IX-RANK GREATER WS-QTDE-OL.
      *
           MOVE "MATRICULA (MAIOR VALOR PRIMEIRO):" TO SUBTIT-TEXTO.
           WRITE LINHA-SOD FROM CAB-02-SOD AFTER 2.
           WRITE LINHA-SOD FROM SUBTIT-SOD AFTER 1.
           MOVE "MATRICULA"  TO CAB-RK-CHAVE.
           WRITE LINHA-SOD FROM CAB-RANK-SOD AFTER 1.
      *
           MOVE ZEROS TO WS-POSICAO-RANK.
           PERFORM 5200-IMPRIME-MAIOR-MAT
              THRU 5200-FIM
              VARYING WS-IX-RANK FROM 1 BY 1
                UNTIL WS-IX-RANK GREATER WS-QTDE-MAT.
      *
           MOVE SPACES TO TRAILER-SOD.
           MOVE "CREDITOS LIDOS (CP01)                        " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 2.
      *
           MOVE "SOLICITACOES LIDAS (CP50)                    " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 1.
      *
           MOVE "DADOS COMPLEMENTARES LIDOS (CP77)            " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-LIDOS-477 TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 1.
      *
           MOVE "CP77 COM SOLICITANTE DE CALCULO SEM CP50     " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-CP77-SEM-CP50 TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 1.
      *
           MOVE "PARES DE PAPEIS VIOLADOS                     " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-VIOLACOES TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 1.
      *
           MOVE "SOLICITACOES COM VIOLACAO                    " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-CRED-VIOLADOS TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 1.
      *
           MOVE "SOLICITACOES COM VIOLACAO SEM CREDITO CP01   " TO
                                                      TEXTO-TRL-SOD.
           MOVE WS-CT-SEM-CP01 TO QT-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-SOD AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-SOD.
           MOVE "VALOR DOS CREDITOS COM VIOLACAO              " TO
                                                   TEXTO-TRL-VL-SOD.
           MOVE WS-VL-CRED-VIOLADOS TO VL-TRL-SOD.
           WRITE LINHA-SOD FROM TRAILER-VL-SOD AFTER 1.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-IMPRIME-MAIOR-OL.
      *----------------------*
      *
           MOVE ZEROS TO WS-IX-MAIOR.
           PERFORM 5110-ACHA-MAIOR-OL
              THRU 5110-FIM
              VARYING WS-IX-OL FROM 1 BY 1
                UNTIL WS-IX-OL GREATER WS-QTDE-OL.
      *
           IF WS-IX-MAIOR EQUAL ZEROS
              GO TO 5100-FIM.
      *
           ADD 1 TO WS-POSICAO-RANK.
           MOVE SPACES                        TO DET-RANK-SOD.
           MOVE WS-POSICAO-RANK               TO DET-RK-POSICAO.
           MOVE TB-OL-ID (WS-IX-MAIOR)        TO DET-RK-CHAVE.
           MOVE TB-OL-QT-CRED (WS-IX-MAIOR)   TO DET-RK-QT-CRED.
           MOVE TB-OL-QT-VIOL (WS-IX-MAIOR)   TO DET-RK-QT-VIOL.
           MOVE TB-OL-VL (WS-IX-MAIOR)        TO DET-RK-VL.
           WRITE LINHA-SOD FROM DET-RANK-SOD AFTER 1.
           MOVE 1 TO TB-OL-IN-IMPRESSO (WS-IX-MAIOR).
      *
       5100-FIM. EXIT.
      *---------*
      *
       5110-ACHA-MAIOR-OL.
      *-------------------*
      *
           IF TB-OL-IN-IMPRESSO (WS-IX-OL) EQUAL ZEROS
              IF WS-IX-MAIOR EQUAL ZEROS
                 MOVE WS-IX-OL TO WS-IX-MAIOR
              ELSE
                 IF TB-OL-VL (WS-IX-OL) GREATER
                    TB-OL-VL (WS-IX-MAIOR)
                    MOVE WS-IX-OL TO WS-IX-MAIOR.
      *
       5110-FIM. EXIT.
      *---------*
      *
       5200-IMPRIME-MAIOR-MAT.
      *-----------------------*
      *
           MOVE ZEROS TO WS-IX-MAIOR.
           PERFORM 5210-ACHA-MAIOR-MAT
              THRU 5210-FIM
              VARYING WS-IX-MAT FROM 1 BY 1
                UNTIL WS-IX-MAT GREATER WS-QTDE-MAT.
      *
           IF WS-IX-MAIOR EQUAL ZEROS
              GO TO 5200-FIM.
      *
           ADD 1 TO WS-POSICAO-RANK.
           MOVE SPACES                        TO DET-RANK-SOD.
           MOVE WS-POSICAO-RANK               TO DET-RK-POSICAO.
           MOVE TB-MAT-NU (WS-IX-MAIOR)       TO DET-RK-CHAVE.
           MOVE "OL: "                        TO DET-RK-OL-TXT.
           MOVE TB-MAT-ID-OL (WS-IX-MAIOR)    TO DET-RK-OL.
           MOVE TB-MAT-QT-CRED (WS-IX-MAIOR)  TO DET-RK-QT-CRED.
           MOVE TB-MAT-QT-VIOL (WS-IX-MAIOR)  TO DET-RK-QT-VIOL.
           MOVE TB-MAT-VL (WS-IX-MAIOR)       TO DET-RK-VL.
           WRITE LINHA-SOD FROM DET-RANK-SOD AFTER 1.
           MOVE 1 TO TB-MAT-IN-IMPRESSO (WS-IX-MAIOR).
      *
       5200-FIM. EXIT.
      *---------*
      *
       5210-ACHA-MAIOR-MAT.
      *--------------------*
      *
           IF TB-MAT-IN-IMPRESSO (WS-IX-MAT) EQUAL ZEROS
              IF WS-IX-MAIOR EQUAL ZEROS
                 MOVE WS-IX-MAT TO WS-IX-MAIOR
              ELSE
                 IF TB-MAT-VL (WS-IX-MAT) GREATER
                    TB-MAT-VL (WS-IX-MAIOR)
                    MOVE WS-IX-MAT TO WS-IX-MAIOR.
      *
       5210-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KSOD.
      *
       4000-FIM. EXIT.
      *---------*
