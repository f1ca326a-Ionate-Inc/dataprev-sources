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
       PROGRAM-ID.      PSUBCPG2KSUB.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DO CREDITO SUBSTITUTO. O CREDITO COM    *
      *            CP01-IN-CRED-SUBSTIT = 1 SUBSTITUI UM ANTERIOR DO   *
      *            MESMO NB E PERIODO, E A REGRA E QUE O SUBSTITUIDO   *
      *            ESTEJA CANCELADO (CP01-IN-CRED-CANCELADO) OU NAO    *
      *            TENHA SIDO PAGO - MAS NADA CONFRONTAVA UMA MARCA    *
      *            COM A OUTRA. ESTE JOB:                              *
      *            (1) CASA O MOVIMENTO D/SUB/CPG/2K/401 COM A VISAO   *
      *                DE SITUACAO D/SUB/CPG/2K/462 PELA SUBCHAVE      *
      *                DOCUMENTADA (MESMO MERGE DE PSUBCPG2K492) PARA  *
      *                SABER SE CADA CREDITO FOI DE FATO EFETIVADO     *
      *                PELO BANCO (RETORNO 01). CREDITO SEM RETORNO 01 *
      *                ESTA ENCERRADO SEM PAGAMENTO SE FOI CANCELADO,  *
      *                REJEITADO (02) OU EXPIROU (03); SENAO, ESTA EM  *
      *                ABERTO;                                         *
      *            (2) CLASSIFICA OS CREDITOS PELA CHAVE DE            *
      *                SUBSTITUICAO (NB, CS-NATUR-CREDITO,             *
      *                DT-FIM/INI-PERIODO) E, DENTRO DELA, POR         *
      *                MOVIMENTO: O SUBSTITUIDO DE CADA SUBSTITUTO E O *
      *                CREDITO IMEDIATAMENTE ANTERIOR NA MESMA CHAVE   *
      *                (SUBSTITUICAO SUCESSIVA FORMA CADEIA);          *
      *            (3) APONTA OS PARES COM OS DOIS PAGOS, OS PARES COM *
      *                OS DOIS EM ABERTO E O SUBSTITUTO SEM CREDITO    *
      *                ANTERIOR NA CHAVE. PAR COM OS DOIS PAGOS E      *
      *                DEBITO A RECUPERAR: VAI PARA O FEED DE ABERTURA *
      *                D/SUB/CPG/2K/REC/ABR/SUB (ORIGEM "S", VIDE      *
      *                B/SUB/CPG/2K/REC) PELO VALOR DO SUBSTITUIDO,    *
      *                COM A DATA DO MOVIMENTO DO SUBSTITUTO COMO      *
      *                REFERENCIA - REENVIAR O FEED NAO DUPLICA O      *
      *                DEBITO NO PSUBCPG2KREC.                         *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/462 E D/SUB/CPG/2K/401 EM ORDEM        *
      *            ASCENDENTE DA SUBCHAVE (CONFERIVEL COM              *
      *            PSUBCPG2K490).                                      *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2K462    - SITUACOES DE RETORNO (SIT01).     *
      *  SAIDA:    DSUBCPG2KRECSUB - FEED DE ABERTURA DE CASO DE       *
      *                              RECUPERACAO (PSUBCPG2KREC).       *
      *            LSUBCPG2KSUB    - RELATORIO DE OCORRENCIAS.         *
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
           SELECT OPTIONAL DSUBCPG2K462    ASSIGN TO DISK.
           SELECT DSUBCPG2KRECSUB ASSIGN TO DISK.
           SELECT LSUBCPG2KSUB    ASSIGN TO PRINTER.
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
        FD DSUBCPG2K462
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/462 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  SIT01-REG.
            03  SIT01-CHAVE.
                05  SIT01-DT-MOV-CREDITO     PIC 9(08).
                05  SIT01-NU-NB              PIC 9(10).
                05  SIT01-CS-NATUR-CREDITO   PIC 9(02).
                05  SIT01-DT-FIM-PERIODO     PIC 9(08).
                05  SIT01-DT-INI-PERIODO     PIC 9(08).
                05  SIT01-SEQ-REG            PIC 9(09).
            03  SIT01-ID-BANCO               PIC 9(03).
            03  SIT01-CS-RETORNO             PIC 9(02).
            03  SIT01-DT-RETORNO             PIC 9(08).
            03  SIT01-VL-LIQUIDO-CRED        PIC 9(10)V99.
            03  FILLER                       PIC X(10).
      *
        FD DSUBCPG2KRECSUB
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC/ABR/SUB ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/RECABR ON PKBDSGF".
      *
        FD LSUBCPG2KSUB.
        01 LINHA-SUB              PIC X(133).
      *
      *CHAVE DE SUBSTITUICAO (NB, NATUREZA, PERIODO) E, DENTRO DELA, O
      *MOVIMENTO - O SUBSTITUIDO VEM ANTES DO SUBSTITUTO.
        SD SORTWK.
        01 SRTS-REG.
           03 SRTS-CHAVE.
              05 SRTS-NU-NB           PIC 9(10).
              05 SRTS-CS-NATUR-CRED   PIC 9(02).
              05 SRTS-DT-FIM-PERIODO  PIC 9(08).
              05 SRTS-DT-INI-PERIODO  PIC 9(08).
           03 SRTS-DT-MOV-CREDITO     PIC 9(08).
           03 SRTS-SEQ-REG            PIC 9(09).
           03 SRTS-IN-SUBSTIT         PIC 9(01).
           03 SRTS-CS-SITUACAO        PIC X(01).
      *        "P" = PAGO (RETORNO 01)
      *        "E" = ENCERRADO SEM PAGAMENTO (CANCELADO, 02 OU 03)
      *        "A" = EM ABERTO
           03 SRTS-ID-BANCO           PIC 9(03).
           03 SRTS-CS-UF              PIC 9(02).
           03 SRTS-CS-ESPECIE         PIC 9(03).
           03 SRTS-VL-LIQUIDO         PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KSUB".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-462            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SUBSTITUTOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-PARES-REGULARES      PIC 9(08) VALUE ZEROS.
       77  WS-CT-AMBOS-PAGOS          PIC 9(08) VALUE ZEROS.
       77  WS-VL-AMBOS-PAGOS          PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-AMBOS-ABERTOS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-ORIGINAL         PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED-GRAVADOS        PIC 9(08) VALUE ZEROS.
      *
      *SUBCHAVE COMUM (MESMO GRUPO DISPLAY DE PSUBCPG2K461).
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
      *
       01  WS-SUBCHAVE-SIT.
           03 WS-SCST-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SCST-NU-NB           PIC 9(10).
           03 WS-SCST-CS-NATUR-CRED   PIC 9(02).
           03 WS-SCST-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SCST-DT-INI-PERIODO  PIC 9(08).
           03 WS-SCST-SEQ-REG         PIC 9(09).
      *
      *SITUACOES JA ACUMULADAS PARA A ULTIMA SUBCHAVE AVALIADA (A
      *VISAO E ACUMULADA: UM CREDITO PODE TER MAIS DE UM RETORNO, E
      *MAIS DE UM CP01 PODE TER A MESMA SUBCHAVE).
       01  WS-SUBCHAVE-AVAL           PIC X(45) VALUE LOW-VALUES.
       77  WS-AVAL-IN-EFETIVADO       PIC 9(01) VALUE 0.
       77  WS-AVAL-IN-DEVOLVIDO       PIC 9(01) VALUE 0.
       77  WS-AVAL-ID-BANCO           PIC 9(03) VALUE ZEROS.
      *
      *CREDITOS DA CHAVE DE SUBSTITUICAO CORRENTE, EM ORDEM DE
      *MOVIMENTO.
       77  WS-IN-CHAVE-ABERTA         PIC 9(01) VALUE 0.
       01  WS-CHAVE-CORRENTE.
           03 WS-CHV-NU-NB            PIC 9(10).
           03 WS-CHV-CS-NATUR-CRED    PIC 9(02).
           03 WS-CHV-DT-FIM-PERIODO   PIC 9(08).
           03 WS-CHV-DT-INI-PERIODO   PIC 9(08).
       77  WS-CHV-IN-TEM-SUBSTIT      PIC 9(01) VALUE 0.
       01  TABELA-CREDITO.
           03  TB-CRD OCCURS 50 TIMES.
               05  TB-CRD-DT-MOV          PIC 9(08).
               05  TB-CRD-SEQ-REG         PIC 9(09).
               05  TB-CRD-IN-SUBSTIT      PIC 9(01).
               05  TB-CRD-CS-SITUACAO     PIC X(01).
               05  TB-CRD-ID-BANCO        PIC 9(03).
               05  TB-CRD-CS-UF           PIC 9(02).
               05  TB-CRD-CS-ESPECIE      PIC 9(03).
               05  TB-CRD-VL-LIQUIDO      PIC 9(10)V99.
       77  WS-QTDE-CRD                PIC 9(02) VALUE ZEROS.
       77  WS-IX-CRD                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-ORI                  PIC 9(02) VALUE ZEROS.
      *
       01  CAB-01-SUB.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/SUB".
           03 FILLER                PIC X(48) VALUE
              "CONFERENCIA DE CREDITO SUBSTITUTO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-SUB.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-SUB.
           03 FILLER                PIC X(10) VALUE "NB".
           03 FILLER                PIC X(05) VALUE " NAT".
           03 FILLER                PIC X(24) VALUE
              "  PERIODO".
           03 FILLER                PIC X(33) VALUE
              "  SUBSTITUIDO (MOV/SEQ/SIT)".
           03 FILLER                PIC X(31) VALUE
              "SUBSTITUTO (MOV/SEQ/SIT)".
           03 FILLER                PIC X(24) VALUE
              "OCORRENCIA".
      *
       01  DET-SUB.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CS-NATUR          PIC 9(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-DT-INI            PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-DT-FIM            PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-ORI-DT-MOV        PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-ORI-SEQ           PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-ORI-SIT           PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SUB-DT-MOV        PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-SUB-SEQ           PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-SUB-SIT           PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-OCORRENCIA        PIC X(28).
      *
       01  TRAILER-SUB.
           03 TEXTO-TRL-SUB         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-SUB            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-SUB.
           03 TEXTO-TRL-VL-SUB      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-SUB            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                ASCENDING KEY SRTS-CHAVE SRTS-DT-MOV-CREDITO
                              SRTS-SEQ-REG
                INPUT  PROCEDURE 2000-CASA-SITUACAO
                                 THRU 2000-CASA-FIM
                OUTPUT PROCEDURE 3000-PAREIA
                                 THRU 3000-PAREIA-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT DSUBCPG2KRECSUB.
           OPEN OUTPUT LSUBCPG2KSUB.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-SUB FROM CAB-01-SUB AFTER PAGE.
           WRITE LINHA-SUB FROM CAB-02-SUB AFTER 1.
           WRITE LINHA-SUB FROM CAB-03-SUB AFTER 2.
           WRITE LINHA-SUB FROM CAB-02-SUB AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE MOVIMENTO X SITUACOES PELA SUBCHAVE.
      *    TODO CREDITO VAI PARA O SORT JA COM A SUA SITUACAO.
      *----------------------------------------------------------------
       2000-CASA-SITUACAO SECTION.
       2000-CASA-MERGE.
      *----------------*
      *
           OPEN INPUT DSUBCPG2K462.
           OPEN INPUT DSUBCPG2K401.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K462.
           CLOSE DSUBCPG2K401.
           GO TO 2000-CASA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
           IF WS-SUBCHAVE-CP01 NOT EQUAL WS-SUBCHAVE-AVAL
              MOVE WS-SUBCHAVE-CP01 TO WS-SUBCHAVE-AVAL
              MOVE 0     TO WS-AVAL-IN-EFETIVADO WS-AVAL-IN-DEVOLVIDO
              MOVE ZEROS TO WS-AVAL-ID-BANCO
              PERFORM 9010-LE-SIT
                 THRU 9010-FIM
                UNTIL WS-EOF-SIT EQUAL "SIM"
                   OR WS-SUBCHAVE-SIT NOT LESS WS-SUBCHAVE-CP01
              PERFORM 2050-ACUMULA-SIT
                 THRU 2050-FIM
                UNTIL WS-EOF-SIT EQUAL "SIM"
                   OR WS-SUBCHAVE-SIT NOT EQUAL WS-SUBCHAVE-CP01.
      *
           MOVE CP01-NU-NB            TO SRTS-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO SRTS-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTS-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTS-DT-INI-PERIODO.
           MOVE CP01-DT-MOV-CREDITO   TO SRTS-DT-MOV-CREDITO.
           MOVE CP01-SEQ-REG          TO SRTS-SEQ-REG.
           MOVE CP01-CS-UF-OP         TO SRTS-CS-UF.
           MOVE CP01-CS-ESPECIE       TO SRTS-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTS-VL-LIQUIDO.
           MOVE WS-AVAL-ID-BANCO      TO SRTS-ID-BANCO.
           IF CP01-IN-CRED-SUBSTIT EQUAL 1
              MOVE 1 TO SRTS-IN-SUBSTIT
           ELSE
              MOVE 0 TO SRTS-IN-SUBSTIT.
      *
           IF WS-AVAL-IN-EFETIVADO EQUAL 1
              MOVE "P" TO SRTS-CS-SITUACAO
           ELSE
              IF CP01-IN-CRED-CANCELADO EQUAL 1
                 OR WS-AVAL-IN-DEVOLVIDO EQUAL 1
                 MOVE "E" TO SRTS-CS-SITUACAO
              ELSE
                 MOVE "A" TO SRTS-CS-SITUACAO.
           RELEASE SRTS-REG.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2050-ACUMULA-SIT.
      *-----------------*
      *
           IF SIT01-CS-RETORNO EQUAL 01
              MOVE 1 TO WS-AVAL-IN-EFETIVADO.
           IF SIT01-CS-RETORNO EQUAL 02
              OR SIT01-CS-RETORNO EQUAL 03
              MOVE 1 TO WS-AVAL-IN-DEVOLVIDO.
           MOVE SIT01-ID-BANCO TO WS-AVAL-ID-BANCO.
      *
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
       2050-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS-401
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-SC01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-SC01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-SC01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-SC01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-SC01-DT-INI-PERIODO
                        MOVE CP01-SEQ-REG        TO WS-SC01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *---------*
      *
       9010-LE-SIT.
      *-----------*
      *
           READ DSUBCPG2K462
                AT END MOVE "SIM" TO WS-EOF-SIT
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-SIT
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS-462
                        MOVE SIT01-DT-MOV-CREDITO TO
                                       WS-SCST-DT-MOV-CREDITO
                        MOVE SIT01-NU-NB          TO WS-SCST-NU-NB
                        MOVE SIT01-CS-NATUR-CREDITO TO
                                       WS-SCST-CS-NATUR-CRED
                        MOVE SIT01-DT-FIM-PERIODO TO
                                       WS-SCST-DT-FIM-PERIODO
                        MOVE SIT01-DT-INI-PERIODO TO
                                       WS-SCST-DT-INI-PERIODO
                        MOVE SIT01-SEQ-REG        TO WS-SCST-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
       2000-CASA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: QUEBRA POR CHAVE DE SUBSTITUICAO; NA
      *    QUEBRA, CADA SUBSTITUTO E CONFRONTADO COM O CREDITO
      *    IMEDIATAMENTE ANTERIOR DA CHAVE.
      *----------------------------------------------------------------
       3000-PAREIA SECTION.
       3000-PAREIA-CHAVES.
      *-------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-CREDITO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-CHAVE-ABERTA EQUAL 1
              PERFORM 3500-FECHA-CHAVE
                 THRU 3500-FIM.
           GO TO 3000-PAREIA-FIM.
      *
       3100-UM-CREDITO.
      *----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-IN-CHAVE-ABERTA EQUAL 1
              AND SRTS-CHAVE NOT EQUAL WS-CHAVE-CORRENTE
              PERFORM 3500-FECHA-CHAVE
                 THRU 3500-FIM.
      *
           IF WS-IN-CHAVE-ABERTA EQUAL 0
              MOVE 1          TO WS-IN-CHAVE-ABERTA
              MOVE SRTS-CHAVE TO WS-CHAVE-CORRENTE
              MOVE 0          TO WS-CHV-IN-TEM-SUBSTIT
              MOVE ZEROS      TO WS-QTDE-CRD.
      *
           IF WS-QTDE-CRD EQUAL 50
              DISPLAY "PSUBCPG2KSUB: MAIS DE 50 CREDITOS PARA O NB "
                      WS-CHV-NU-NB " NO MESMO PERIODO"
              DISPLAY "REVER O LIMITE DA TABELA-CREDITO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-CRD.
           MOVE SRTS-DT-MOV-CREDITO TO TB-CRD-DT-MOV (WS-QTDE-CRD).
           MOVE SRTS-SEQ-REG        TO TB-CRD-SEQ-REG (WS-QTDE-CRD).
           MOVE SRTS-IN-SUBSTIT     TO TB-CRD-IN-SUBSTIT (WS-QTDE-CRD).
           MOVE SRTS-CS-SITUACAO    TO TB-CRD-CS-SITUACAO (WS-QTDE-CRD).
           MOVE SRTS-ID-BANCO       TO TB-CRD-ID-BANCO (WS-QTDE-CRD).
           MOVE SRTS-CS-UF          TO TB-CRD-CS-UF (WS-QTDE-CRD).
           MOVE SRTS-CS-ESPECIE     TO TB-CRD-CS-ESPECIE (WS-QTDE-CRD).
           MOVE SRTS-VL-LIQUIDO     TO TB-CRD-VL-LIQUIDO (WS-QTDE-CRD).
           IF SRTS-IN-SUBSTIT EQUAL 1
              MOVE 1 TO WS-CHV-IN-TEM-SUBSTIT.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3500-FECHA-CHAVE.
      *-----------------*
      *
           MOVE 0 TO WS-IN-CHAVE-ABERTA.
           IF WS-CHV-IN-TEM-SUBSTIT EQUAL 0
              GO TO 3500-FIM.
      *
           PERFORM 3600-CONFERE-SUBSTITUTO
              THRU 3600-FIM
           VARYING WS-IX-CRD FROM 1 BY 1
             UNTIL WS-IX-CRD GREATER WS-QTDE-CRD.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-CONFERE-SUBSTITUTO.
      *------------------------*
      *
           IF TB-CRD-IN-SUBSTIT (WS-IX-CRD) NOT EQUAL 1
              GO TO 3600-FIM.
      *
           ADD 1 TO WS-CT-SUBSTITUTOS.
           MOVE SPACES                  TO DET-ORI-SIT.
           MOVE ZEROS                   TO DET-ORI-DT-MOV DET-ORI-SEQ.
           MOVE WS-CHV-NU-NB            TO DET-NU-NB.
           MOVE WS-CHV-CS-NATUR-CRED    TO DET-CS-NATUR.
           MOVE WS-CHV-DT-INI-PERIODO   TO DET-DT-INI.
           MOVE WS-CHV-DT-FIM-PERIODO   TO DET-DT-FIM.
           MOVE TB-CRD-DT-MOV (WS-IX-CRD)  TO DET-SUB-DT-MOV.
           MOVE TB-CRD-SEQ-REG (WS-IX-CRD) TO DET-SUB-SEQ.
           MOVE TB-CRD-CS-SITUACAO (WS-IX-CRD) TO DET-SUB-SIT.
           PERFORM 3700-TEXTO-SITUACAO
              THRU 3700-FIM.
      *
           IF WS-IX-CRD EQUAL 1
              ADD 1 TO WS-CT-SEM-ORIGINAL
              MOVE "SUBSTITUTO SEM ORIGINAL" TO DET-OCORRENCIA
              WRITE LINHA-SUB FROM DET-SUB AFTER 1
              GO TO 3600-FIM.
      *
           COMPUTE WS-IX-ORI = WS-IX-CRD - 1.
           MOVE TB-CRD-DT-MOV (WS-IX-ORI)      TO DET-ORI-DT-MOV.
           MOVE TB-CRD-SEQ-REG (WS-IX-ORI)     TO DET-ORI-SEQ.
           MOVE TB-CRD-CS-SITUACAO (WS-IX-ORI) TO DET-ORI-SIT.
           PERFORM 3700-TEXTO-SITUACAO
              THRU 3700-FIM.
      *
           IF TB-CRD-CS-SITUACAO (WS-IX-ORI) EQUAL "P"
              AND TB-CRD-CS-SITUACAO (WS-IX-CRD) EQUAL "P"
              ADD 1 TO WS-CT-AMBOS-PAGOS
              ADD TB-CRD-VL-LIQUIDO (WS-IX-ORI) TO WS-VL-AMBOS-PAGOS
              MOVE "ORIGINAL E SUBSTITUTO PAGOS" TO DET-OCORRENCIA
              WRITE LINHA-SUB FROM DET-SUB AFTER 1
              PERFORM 3800-GRAVA-FEED
                 THRU 3800-FIM
              GO TO 3600-FIM.
      *
           IF TB-CRD-CS-SITUACAO (WS-IX-ORI) EQUAL "A"
              AND TB-CRD-CS-SITUACAO (WS-IX-CRD) EQUAL "A"
              ADD 1 TO WS-CT-AMBOS-ABERTOS
              MOVE "OS DOIS EM ABERTO"    TO DET-OCORRENCIA
              WRITE LINHA-SUB FROM DET-SUB AFTER 1
              GO TO 3600-FIM.
      *
           ADD 1 TO WS-CT-PARES-REGULARES.
      *
       3600-FIM. EXIT.
      *---------*
      *
      *TRADUZ OS CODIGOS DE SITUACAO JA MOVIDOS PARA A LINHA.
       3700-TEXTO-SITUACAO.
      *--------------------*
      *
           IF DET-SUB-SIT EQUAL "P"
              MOVE "PAGO"     TO DET-SUB-SIT.
           IF DET-SUB-SIT EQUAL "E"
              MOVE "NAO PAGO" TO DET-SUB-SIT.
           IF DET-SUB-SIT EQUAL "A"
              MOVE "ABERTO"   TO DET-SUB-SIT.
           IF DET-ORI-SIT EQUAL "P"
              MOVE "PAGO"     TO DET-ORI-SIT.
           IF DET-ORI-SIT EQUAL "E"
              MOVE "NAO PAGO" TO DET-ORI-SIT.
           IF DET-ORI-SIT EQUAL "A"
              MOVE "ABERTO"   TO DET-ORI-SIT.
      *
       3700-FIM. EXIT.
      *---------*
      *
      *DEBITO A RECUPERAR: O SUBSTITUIDO NAO DEVIA TER SIDO PAGO.
       3800-GRAVA-FEED.
      *----------------*
      *
           MOVE SPACES                        TO RABR-REG.
           MOVE WS-CHV-NU-NB                  TO RABR-NU-NB.
           MOVE "S"                           TO RABR-CS-ORIGEM.
           MOVE TB-CRD-CS-UF (WS-IX-ORI)      TO RABR-CS-UF.
           MOVE TB-CRD-CS-ESPECIE (WS-IX-ORI) TO RABR-CS-ESPECIE.
           MOVE TB-CRD-DT-MOV (WS-IX-CRD)     TO RABR-DT-REFER.
           MOVE TB-CRD-VL-LIQUIDO (WS-IX-ORI) TO RABR-VL-DEVIDO.
           MOVE ZEROS                         TO RABR-NU-NB-REFER.
           WRITE RABR-REG.
           ADD 1 TO WS-CT-FEED-GRAVADOS.
      *
       3800-FIM. EXIT.
      *---------*
       3000-PAREIA-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-SUB.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 3.
      *
           MOVE "SITUACOES LIDAS (D/SUB/CPG/2K/462)           " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-LIDOS-462 TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE "CREDITOS SUBSTITUTOS                         " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-SUBSTITUTOS TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE "  PARES REGULARES                            " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-PARES-REGULARES TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE "  SUBSTITUIDO E SUBSTITUTO PAGOS             " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-AMBOS-PAGOS TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE "  OS DOIS EM ABERTO                          " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-AMBOS-ABERTOS TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE "  SUBSTITUTO SEM ORIGINAL                    " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-SEM-ORIGINAL TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE "DEBITOS GRAVADOS (D/SUB/CPG/2K/REC/ABR/SUB)  " TO
                                                      TEXTO-TRL-SUB.
           MOVE WS-CT-FEED-GRAVADOS TO QT-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-SUB AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-SUB.
           MOVE "VALOR PAGO EM DUPLICIDADE (SUBSTITUIDOS)     " TO
                                                   TEXTO-TRL-VL-SUB.
           MOVE WS-VL-AMBOS-PAGOS TO VL-TRL-SUB.
           WRITE LINHA-SUB FROM TRAILER-VL-SUB AFTER 1.
      *
           CLOSE DSUBCPG2KRECSUB SAVE.
           CLOSE LSUBCPG2KSUB.
      *
       4000-FIM. EXIT.
      *---------*
