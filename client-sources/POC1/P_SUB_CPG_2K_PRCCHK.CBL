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
       PROGRAM-ID.      PSUBCPG2KPRCCHK.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DOS CREDITOS PAGOS A TERCEIRO CONTRA O  *
      *            CADASTRO DE PROCURACOES (D/SUB/CPG/2K/PRC, MANTIDO  *
      *            POR PSUBCPG2KPRCMAN). CREDITO A TERCEIRO E O DO     *
      *            CP450 COM CP50-NM-RECEBEDOR PREENCHIDO E DIFERENTE  *
      *            DE CP50-NM-SEGURADO, OU COM MOTIVO DE SOLICITACAO   *
      *            07 (PAGAMENTO POR PROCURACAO). O CP450 E CASADO COM *
      *            O CP01 PELA CHAVE DO CREDITO SEM O NIT (MESMO       *
      *            CRITERIO DE PSUBCPG2KSOD) PARA TER                  *
      *            CP01-DT-INI-VALIDADE, E O CONJUNTO, CLASSIFICADO    *
      *            POR NB, E FUNDIDO COM O CADASTRO. E LISTADO TODO    *
      *            CREDITO A TERCEIRO SEM PROCURACAO CADASTRADA, COM A *
      *            PROCURACAO VENCIDA ANTES DA DATA DE VALIDADE DO     *
      *            CREDITO, AINDA NAO VIGENTE NESSA DATA, OU CUJO      *
      *            RECEBEDOR NAO E NENHUM DOS PROCURADORES VIGENTES.   *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2K450 - MOVIMENTO CP450.                     *
      *            DSUBCPG2KPRC - CADASTRO DE PROCURACOES              *
      *                           (CLASSIFICADO POR NB).               *
      *  SAIDA:    LSUBCPG2KPRCCHK - RELATORIO DE CREDITOS A TERCEIRO  *
      *                              SEM PROCURACAO VALIDA.            *
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
           SELECT OPTIONAL DSUBCPG2KPRC ASSIGN TO DISK.
           SELECT LSUBCPG2KPRCCHK ASSIGN TO PRINTER.
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
        FD DSUBCPG2KPRC
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRC ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRC.
           03 PRC-NU-NB              PIC 9(10).
           03 PRC-NU-CPF             PIC 9(11).
           03 PRC-NM-PROCURADOR      PIC X(28).
           03 PRC-NU-DOCUMENTO       PIC X(20).
           03 PRC-DT-INICIO          PIC 9(08).
           03 PRC-DT-FIM             PIC 9(08).
           03 FILLER                 PIC X(15).
      *
        FD LSUBCPG2KPRCCHK.
        01 LINHA-PRCCHK           PIC X(133).
      *
        SD SORTWK.
        01 SRTK-REG.
           03 SRTK-CHAVE.
              05 SRTK-NU-NB           PIC 9(10).
              05 SRTK-DT-MOV-CREDITO  PIC 9(08).
              05 SRTK-CS-NATUR-CRED   PIC 9(02).
              05 SRTK-DT-FIM-PERIODO  PIC 9(08).
              05 SRTK-DT-INI-PERIODO  PIC 9(08).
              05 SRTK-SEQ-REG         PIC 9(09).
      *        1 - CP01   2 - CP50 A TERCEIRO
           03 SRTK-TIPO               PIC 9(01).
           03 SRTK-DT-INI-VALID       PIC 9(08).
           03 SRTK-VALOR              PIC 9(10)V99.
           03 SRTK-CS-UF              PIC 9(02).
           03 SRTK-ID-OP              PIC 9(06).
           03 SRTK-CS-MOTIVO          PIC 9(02).
           03 SRTK-NM-RECEBEDOR       PIC X(28).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPRCCHK".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-PRC                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CP01                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-CP50                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-TERCEIRO             PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CP01             PIC 9(08) VALUE ZEROS.
       77  WS-CT-REGULAR              PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-PROCURACAO       PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENCIDA              PIC 9(08) VALUE ZEROS.
       77  WS-CT-NAO-VIGENTE          PIC 9(08) VALUE ZEROS.
       77  WS-CT-OUTRO-RECEBEDOR      PIC 9(08) VALUE ZEROS.
       77  WS-VL-IRREGULAR            PIC 9(15)V99 VALUE ZEROS.
      *GUARDA DE SEQUENCIA DO CADASTRO (TEM DE VIR CLASSIFICADO POR
      *NB - E A INSTALACAO DE PSUBCPG2KPRCMAN QUEM O MANTEM ASSIM).
       77  WS-NB-PRC-ANT              PIC 9(10) VALUE ZEROS.
      *
      *ULTIMO CP01 VISTO (O CP01 VEM ANTES DO CP50 NA MESMA CHAVE).
       01  WS-CP01-CHAVE              PIC X(45) VALUE SPACES.
       77  WS-CP01-DT-INI-VALID       PIC 9(08) VALUE ZEROS.
       77  WS-CP01-VALOR              PIC 9(10)V99 VALUE ZEROS.
       77  WS-CP01-CS-UF              PIC 9(02) VALUE ZEROS.
       77  WS-CP01-ID-OP              PIC 9(06) VALUE ZEROS.
      *
      *PROCURACOES DO NB CORRENTE. 50 PROCURADORES POR NB E MUITO
      *ALEM DO QUE A PRATICA ADMITE; ACIMA DISSO O CADASTRO ESTA
      *CORROMPIDO E O JOB PARA.
       77  WS-NB-CARREGADO            PIC 9(10) VALUE ZEROS.
       01  TABELA-PROCURACAO.
           05 TB-PRC OCCURS 50 TIMES.
              10 TB-PRC-NM-PROCURADOR PIC X(28).
              10 TB-PRC-DT-INI        PIC 9(08).
              10 TB-PRC-DT-FIM        PIC 9(08).
       77  WS-QTDE-PRC                PIC 9(02) VALUE ZEROS.
       77  WS-IX-PRC                  PIC 9(02) VALUE ZEROS.
      *
       77  WS-IN-VIGENTE              PIC 9(01) VALUE 0.
       77  WS-IN-RECEBEDOR-OK         PIC 9(01) VALUE 0.
       77  WS-DT-FIM-MAIOR            PIC 9(08) VALUE ZEROS.
      *
       01  CAB-01-PRCCHK.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PRCC".
           03 FILLER                PIC X(48) VALUE
              "CREDITOS A TERCEIRO SEM PROCURACAO VALIDA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PRCCHK.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-01-PRCCHK.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET01-NU-NB           PIC 9(10).
           03 FILLER                PIC X(11) VALUE "  VALIDADE:".
           03 DET01-DT-INI-VALID    PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  UF/OP: ".
           03 DET01-CS-UF           PIC 9(02).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET01-ID-OP           PIC 9(06).
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET01-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(13) VALUE "  RECEBEDOR: ".
           03 DET01-NM-RECEBEDOR    PIC X(28).
           03 FILLER                PIC X(07) VALUE "  MOT: ".
           03 DET01-CS-MOTIVO       PIC 9(02).
      *
       01  DET-02-PRCCHK.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET02-SITUACAO        PIC X(40).
           03 DET02-TEXTO-DATA      PIC X(20).
           03 DET02-DT-FIM          PIC 9999/99/99.
      *
       01  TRAILER-PRCCHK.
           03 TEXTO-TRL-PRCCHK      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PRCCHK         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-PRCCHK.
           03 TEXTO-TRL-VL-PRCCHK   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-PRCCHK         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                ASCENDING KEY SRTK-CHAVE SRTK-TIPO
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
           OPEN OUTPUT LSUBCPG2KPRCCHK.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-PRCCHK FROM CAB-01-PRCCHK AFTER PAGE.
           WRITE LINHA-PRCCHK FROM CAB-02-PRCCHK AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA TODO CP01 E SO O CP50 DE CREDITO A
      *    TERCEIRO, AMBOS COM A CHAVE DO CREDITO ENCABECADA PELO NB.
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
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-CP50
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
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
           MOVE SPACES                TO SRTK-REG.
           MOVE CP01-NU-NB            TO SRTK-NU-NB.
           MOVE CP01-DT-MOV-CREDITO   TO SRTK-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO TO SRTK-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTK-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTK-DT-INI-PERIODO.
           MOVE CP01-SEQ-REG          TO SRTK-SEQ-REG.
           MOVE 1                     TO SRTK-TIPO.
           MOVE CP01-DT-INI-VALIDADE  TO SRTK-DT-INI-VALID.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTK-VALOR.
           MOVE CP01-CS-UF-OP         TO SRTK-CS-UF.
           MOVE CP01-ID-ORGAO-PAGADOR TO SRTK-ID-OP.
           MOVE ZEROS                 TO SRTK-CS-MOTIVO.
           RELEASE SRTK-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-CP50.
      *-------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-CP50.
      *
           IF CP50-CS-MOTIVO-SOLIC NOT EQUAL 07
              AND (CP50-NM-RECEBEDOR EQUAL SPACES
                   OR CP50-NM-RECEBEDOR EQUAL CP50-NM-SEGURADO)
              GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-TERCEIRO.
           MOVE SPACES                TO SRTK-REG.
           MOVE CP50-NU-NB            TO SRTK-NU-NB.
           MOVE CP50-DT-MOV-CREDITO   TO SRTK-DT-MOV-CREDITO.
           MOVE CP50-CS-NATUR-CREDITO TO SRTK-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTK-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTK-DT-INI-PERIODO.
           MOVE CP50-SEQ-REG          TO SRTK-SEQ-REG.
           MOVE 2                     TO SRTK-TIPO.
           MOVE ZEROS                 TO SRTK-DT-INI-VALID SRTK-VALOR
                                         SRTK-CS-UF SRTK-ID-OP.
           MOVE CP50-CS-MOTIVO-SOLIC  TO SRTK-CS-MOTIVO.
           MOVE CP50-NM-RECEBEDOR     TO SRTK-NM-RECEBEDOR.
           RELEASE SRTK-REG.
      *
       2200-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: GUARDA O CP01 DE CADA CHAVE E, PARA O CP50
      *    A TERCEIRO DA MESMA CHAVE, CONFERE AS PROCURACOES DO NB
      *    (CARREGADAS DO CADASTRO NA TROCA DE NB).
      *----------------------------------------------------------------
       3000-CONFERE SECTION.
       3000-CONFERE-MERGE.
      *-------------------*
      *
           OPEN INPUT DSUBCPG2KPRC.
           MOVE "NAO" TO WS-EOF-PRC.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-LE-PRC THRU 3100-FIM.
      *
           PERFORM 3200-UM-REGISTRO
              THRU 3200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           CLOSE DSUBCPG2KPRC.
           GO TO 3000-CONFERE-FIM.
      *
       3100-LE-PRC.
      *------------*
      *
           READ DSUBCPG2KPRC
                AT END MOVE "SIM" TO WS-EOF-PRC
                       GO TO 3100-FIM.
      *
           IF PRC-NU-NB LESS WS-NB-PRC-ANT
              DISPLAY "PSUBCPG2KPRCCHK: CADASTRO DE PROCURACOES"
              DISPLAY "FORA DE ORDEM DE NB - REINSTALAR PELO"
              DISPLAY "PSUBCPG2KPRCMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE PRC-NU-NB TO WS-NB-PRC-ANT.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-UM-REGISTRO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3200-FIM.
      *
           IF SRTK-TIPO EQUAL 1
              MOVE SRTK-CHAVE        TO WS-CP01-CHAVE
              MOVE SRTK-DT-INI-VALID TO WS-CP01-DT-INI-VALID
              MOVE SRTK-VALOR        TO WS-CP01-VALOR
              MOVE SRTK-CS-UF        TO WS-CP01-CS-UF
              MOVE SRTK-ID-OP        TO WS-CP01-ID-OP
              GO TO 3200-FIM.
      *
      *CP50 A TERCEIRO SEM CP01 NA MESMA CHAVE NAO TEM DATA DE
      *VALIDADE PARA CONFERIR - SO CONTADO.
           IF SRTK-CHAVE NOT EQUAL WS-CP01-CHAVE
              ADD 1 TO WS-CT-SEM-CP01
              GO TO 3200-FIM.
      *
           IF SRTK-NU-NB NOT EQUAL WS-NB-CARREGADO
              PERFORM 3300-CARREGA-NB
                 THRU 3300-FIM.
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
           MOVE SRTK-NU-NB TO WS-NB-CARREGADO.
           MOVE ZEROS      TO WS-QTDE-PRC.
      *
           PERFORM 3100-LE-PRC
              THRU 3100-FIM
             UNTIL WS-EOF-PRC EQUAL "SIM"
                OR PRC-NU-NB NOT LESS SRTK-NU-NB.
      *
           PERFORM 3310-GUARDA-PRC
              THRU 3310-FIM
             UNTIL WS-EOF-PRC EQUAL "SIM"
                OR PRC-NU-NB NOT EQUAL SRTK-NU-NB.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3310-GUARDA-PRC.
      *----------------*
      *
           IF WS-QTDE-PRC EQUAL 50
              DISPLAY "PSUBCPG2KPRCCHK: MAIS DE 50 PROCURACOES"
              DISPLAY "PARA O NB " PRC-NU-NB " - CONFERIR O"
              DISPLAY "CADASTRO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-PRC.
           MOVE PRC-NM-PROCURADOR TO
                            TB-PRC-NM-PROCURADOR (WS-QTDE-PRC).
           MOVE PRC-DT-INICIO     TO TB-PRC-DT-INI (WS-QTDE-PRC).
           MOVE PRC-DT-FIM        TO TB-PRC-DT-FIM (WS-QTDE-PRC).
      *
           PERFORM 3100-LE-PRC THRU 3100-FIM.
      *
       3310-FIM. EXIT.
      *---------*
      *
       3400-AVALIA.
      *------------*
      *
           MOVE 0     TO WS-IN-VIGENTE WS-IN-RECEBEDOR-OK.
           MOVE ZEROS TO WS-DT-FIM-MAIOR.
      *
           PERFORM VARYING WS-IX-PRC FROM 1 BY 1
                     UNTIL WS-IX-PRC GREATER WS-QTDE-PRC
              IF TB-PRC-DT-INI (WS-IX-PRC) NOT GREATER
                                           WS-CP01-DT-INI-VALID
                 AND TB-PRC-DT-FIM (WS-IX-PRC) NOT LESS
                                           WS-CP01-DT-INI-VALID
                 MOVE 1 TO WS-IN-VIGENTE
                 IF TB-PRC-NM-PROCURADOR (WS-IX-PRC) EQUAL
                                           SRTK-NM-RECEBEDOR
                    MOVE 1 TO WS-IN-RECEBEDOR-OK
                 END-IF
              ELSE
                 IF TB-PRC-DT-FIM (WS-IX-PRC) LESS
                                           WS-CP01-DT-INI-VALID
                    AND TB-PRC-DT-FIM (WS-IX-PRC) GREATER
                                           WS-DT-FIM-MAIOR
                    MOVE TB-PRC-DT-FIM (WS-IX-PRC) TO
                                           WS-DT-FIM-MAIOR
                 END-IF
              END-IF
           END-PERFORM.
      *
      *MOTIVO 07 SEM NOME DE RECEBEDOR: BASTA A PROCURACAO VIGENTE.
           IF SRTK-NM-RECEBEDOR EQUAL SPACES
              MOVE 1 TO WS-IN-RECEBEDOR-OK.
      *
           IF WS-IN-VIGENTE EQUAL 1
              AND WS-IN-RECEBEDOR-OK EQUAL 1
              ADD 1 TO WS-CT-REGULAR
              GO TO 3400-FIM.
      *
           MOVE SPACES TO DET02-TEXTO-DATA.
           MOVE ZEROS  TO DET02-DT-FIM.
           IF WS-QTDE-PRC EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-PROCURACAO
              MOVE "SEM PROCURACAO CADASTRADA" TO DET02-SITUACAO
           ELSE
              IF WS-IN-VIGENTE EQUAL 1
                 ADD 1 TO WS-CT-OUTRO-RECEBEDOR
                 MOVE "RECEBEDOR NAO E PROCURADOR VIGENTE" TO
                                                   DET02-SITUACAO
              ELSE
                 IF WS-DT-FIM-MAIOR NOT EQUAL ZEROS
                    ADD 1 TO WS-CT-VENCIDA
                    MOVE "PROCURACAO VENCIDA ANTES DA VALIDADE" TO
                                                   DET02-SITUACAO
                    MOVE "  VENCIDA EM:       " TO DET02-TEXTO-DATA
                    MOVE WS-DT-FIM-MAIOR TO DET02-DT-FIM
                 ELSE
                    ADD 1 TO WS-CT-NAO-VIGENTE
                    MOVE "PROCURACAO AINDA NAO VIGENTE NA VALIDADE"
                                                TO DET02-SITUACAO
                 END-IF
              END-IF
           END-IF.
      *
           ADD WS-CP01-VALOR TO WS-VL-IRREGULAR.
           MOVE SRTK-NU-NB           TO DET01-NU-NB.
           MOVE WS-CP01-DT-INI-VALID TO DET01-DT-INI-VALID.
           MOVE WS-CP01-CS-UF        TO DET01-CS-UF.
           MOVE WS-CP01-ID-OP        TO DET01-ID-OP.
           MOVE WS-CP01-VALOR        TO DET01-VALOR.
           MOVE SRTK-NM-RECEBEDOR    TO DET01-NM-RECEBEDOR.
           MOVE SRTK-CS-MOTIVO       TO DET01-CS-MOTIVO.
           WRITE LINHA-PRCCHK FROM DET-01-PRCCHK AFTER 2.
           WRITE LINHA-PRCCHK FROM DET-02-PRCCHK AFTER 1.
      *
       3400-FIM. EXIT.
      *---------*
       3000-CONFERE-FIM. EXIT.
      *
       3900-TOTAIS.
      *------------*
      *
           MOVE SPACES TO TRAILER-PRCCHK.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-CP01 TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 3.
      *
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-CP50 TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "CREDITOS A TERCEIRO NO CP450                 " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-TERCEIRO TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "  SEM CP01 CORRESPONDENTE (NAO CONFERIDOS)   " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-SEM-CP01 TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "  COM PROCURACAO VIGENTE                     " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-REGULAR TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "  SEM PROCURACAO CADASTRADA                  " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-SEM-PROCURACAO TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "  PROCURACAO VENCIDA ANTES DA VALIDADE       " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-VENCIDA TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "  PROCURACAO AINDA NAO VIGENTE               " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-NAO-VIGENTE TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE "  RECEBEDOR NAO E PROCURADOR VIGENTE         " TO
                                                  TEXTO-TRL-PRCCHK.
           MOVE WS-CT-OUTRO-RECEBEDOR TO QT-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-PRCCHK AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-PRCCHK.
           MOVE "VALOR DOS CREDITOS LISTADOS                  " TO
                                               TEXTO-TRL-VL-PRCCHK.
           MOVE WS-VL-IRREGULAR TO VL-TRL-PRCCHK.
           WRITE LINHA-PRCCHK FROM TRAILER-VL-PRCCHK AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPRCCHK.
      *
       4000-FIM. EXIT.
      *---------*
