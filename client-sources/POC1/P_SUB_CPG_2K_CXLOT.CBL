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
       PROGRAM-ID.      PSUBCPG2KCXLOT.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CAPACIDADE DE CAIXA DOS AAP LOTERICOS NO PAGAMENTO. *
      *            O PSUBCPG2K468 CONTA O QUE CADA CANAL PAGOU, MAS    *
      *            NADA CONFRONTAVA O DINHEIRO QUE UM LOTERICO PEQUENO *
      *            TERA DE ENTREGAR NUM DIA COM O QUE ELE CONSEGUE     *
      *            GUARDAR. ESTE JOB PROJETA, PARA CADA AAP LOTERICO   *
      *            (CS-PORTE-LOTERICO PREENCHIDO NA TB00233), O VALOR  *
      *            E A QUANTIDADE DE SAQUES ESPERADOS POR DIA UTIL:    *
      *            CADA CREDITO DO CP01 ROTEADO PARA ELE               *
      *            (CP01-ID-ORGAO-PAGADOR) CAI NA DATA DO CALENDARIO   *
      *            OFICIAL (D/SUB/CPG/CLD, GERADO PELO PSUBCPGCALEND)  *
      *            PARA O DIGITO FINAL DO NB - OU NO CP01-DT-INI-      *
      *            VALIDADE, SE ESTE FOR POSTERIOR - AJUSTADA PARA O   *
      *            DIA UTIL SEGUINTE QUANDO CAI EM FERIADO/FIM DE      *
      *            SEMANA DA UF (SSUBLIB2K603). CREDITO CANCELADO,     *
      *            BLOQUEADO OU COM VALIDADE VENCIDA NA DATA PROJETADA *
      *            NAO ENTRA. O TOTAL POR AAP/DIA E CONFRONTADO COM A  *
      *            TABELA DE CAPACIDADE POR PORTE (D/SUB/CPG/2K/CXLOT/ *
      *            CAP) E OS AAP/DIAS ACIMA DO LIMITE (VALOR OU        *
      *            QUANTIDADE) SAEM NO RELATORIO, PARA O BANCO         *
      *            REFORCAR O NUMERARIO OU PARA O REROTEAMENTO ANTES   *
      *            DO DIA.                                             *
      *            SEM CALENDARIO DA COMPETENCIA, A PROJECAO USA SO O  *
      *            CP01-DT-INI-VALIDADE (AVISO NO RELATORIO).          *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - MES DE PAGAMENTO (AAAAMM) DO  *
      *            CALENDARIO (ZEROS = MES CORRENTE).                  *
      *  ENTRADA:  DSDCLBDSETTB00233 - D/SDC/LBD/SETTB00233.           *
      *            DSUBCPG2K401      - D/SUB/CPG/2K/401 (CP01).        *
      *            DSUBCPGCLD        - D/SUB/CPG/CLD (CALENDARIO).     *
      *            DSUBCPG2KCXCAP    - D/SUB/CPG/2K/CXLOT/CAP.         *
      *  SAIDA:    LSUBCPG2KCXLOT    - RELATORIO DE AAP/DIA ACIMA DA   *
      *            CAPACIDADE.                                         *
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
           SELECT DSDCLBDSETTB00233 ASSIGN TO DISK.
           SELECT DSUBCPG2K401      ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPGCLD ASSIGN TO DISK.
           SELECT DSUBCPG2KCXCAP    ASSIGN TO DISK.
           SELECT LSUBCPG2KCXLOT    ASSIGN TO PRINTER.
           SELECT SORTWK            ASSIGN TO DISK.
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
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *CALENDARIO OFICIAL (MESMO LAYOUT DE PSUBCPGCALEND).
        FD DSUBCPGCLD
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/CLD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 CLD01-REG.
           03 CLD01-COMPETENCIA       PIC 9(06).
           03 CLD01-DIGITO-NB         PIC 9(01).
           03 CLD01-DT-PAGAMENTO      PIC 9(08).
           03 FILLER                  PIC X(05).
      *
      *CAPACIDADE DE CAIXA POR PORTE DE LOTERICO, MANTIDA PELA
      *OPERACAO. LIMITE ZERADO = NAO CONFERIDO; PORTE SEM REGISTRO
      *TEM OS DIAS PROJETADOS CONTADOS A PARTE, SEM CONFRONTO.
        FD DSUBCPG2KCXCAP
           RECORD CONTAINS  30 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CXLOT/CAP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 CAP-REG.
           03 CAP-CS-PORTE            PIC X(01).
           03 CAP-VL-LIMITE-DIA       PIC 9(13)V99.
           03 CAP-QT-SAQUES-DIA       PIC 9(06).
           03 FILLER                  PIC X(08).
      *
        FD LSUBCPG2KCXLOT.
        01 LINHA-LSUBCPG2KCXLOT   PIC X(133).
      *
        SD SORTWK.
        01 SRTCX-REG.
           03 SRTCX-ID-AAP            PIC 9(06).
           03 SRTCX-DT-PROJETADA      PIC 9(08).
           03 SRTCX-PORTE             PIC X(01).
           03 SRTCX-UF                PIC X(02).
           03 SRTCX-VALOR             PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCXLOT".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-TB00233             PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CLD                 PIC X(03) VALUE "NAO".
       01  WS-EOF-CAP                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-AAAAMM          PIC 9(06).
           03 WS-HOJE-DD              PIC 9(02).
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-OUTROS-CANAIS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-BLOQUEADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-FORA-VALIDADE        PIC 9(08) VALUE ZEROS.
       77  WS-CT-PROJETADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-AAP-DIAS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-ACIMA                PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CAPACIDADE       PIC 9(08) VALUE ZEROS.
       77  WS-VL-PROJETADO            PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-EXCEDENTE            PIC 9(15)V99 VALUE ZEROS.
      *
      *AAP LOTERICOS DA TB00233 EM MEMORIA (MESMO MODELO DE
      *1100-CARREGA-AAP DO PSUBCPG2K468).
       01  TABELA-AAP.
           05 TB-AAP OCCURS 5000 TIMES
                     INDEXED BY IX-TB-AAP.
               10 TB-AAP-ID           PIC 9(06).
               10 TB-AAP-PORTE        PIC X(01).
               10 TB-AAP-UF           PIC X(02).
       77  WS-QTDE-AAP                PIC 9(04) VALUE ZEROS.
       77  WS-IX-ACHOU                PIC 9(04) VALUE ZEROS.
      *
      *CAPACIDADE POR PORTE.
       01  TABELA-CAPACIDADE.
           05 TB-CAP OCCURS 20 TIMES.
               10 TB-CAP-PORTE        PIC X(01).
               10 TB-CAP-VL-LIMITE    PIC 9(13)V99.
               10 TB-CAP-QT-SAQUES    PIC 9(06).
       77  WS-QTDE-CAP                PIC 9(02) VALUE ZEROS.
       77  WS-IX-CAP                  PIC 9(02) VALUE ZEROS.
       77  WS-CAP-ENCONTRADA          PIC 9(01) VALUE 0.
      *
      *DATAS OFICIAIS DA COMPETENCIA (INDICE = DIGITO + 1).
       01  TABELA-DATAS.
           05 TB-DT-PAGAMENTO         PIC 9(08) OCCURS 10 TIMES.
       77  WS-QTDE-DATAS              PIC 9(02) VALUE ZEROS.
       77  WS-IX-DT                   PIC 9(02) VALUE ZEROS.
      *
      *DIGITO FINAL DO NB.
       01  WS-NU-NB                   PIC 9(10) VALUE ZEROS.
       01  WS-NU-NB-R REDEFINES WS-NU-NB.
           03 FILLER                  PIC 9(09).
           03 WS-NB-DIGITO-FINAL      PIC 9(01).
      *
       77  WS-DT-PROJETADA            PIC 9(08) VALUE ZEROS.
      *
      *INTERFACE SSUBLIB2K603.
       77  WS-FUNCAO-603              PIC X(01).
       77  WS-DATA-BASE-603           PIC 9(08) VALUE ZEROS.
       77  WS-OFFSET-UTEIS            PIC S9(05) VALUE ZEROS.
       77  WS-UF-CONSULTA             PIC 9(02) VALUE ZEROS.
       77  WS-DATA-RESULTADO          PIC 9(08) VALUE ZEROS.
       77  WS-IN-DIA-UTIL             PIC 9(01) VALUE ZEROS.
       77  WS-STATUS-603              PIC 9(01) VALUE ZEROS.
      *
      *ULTIMO AJUSTE DE DIA UTIL (OS CREDITOS DO MESMO DIGITO/UF CAEM
      *NA MESMA DATA - A ROTINA SO E CHAMADA QUANDO DATA OU UF MUDAM).
       77  WS-ULT-DATA-BASE           PIC 9(08) VALUE ZEROS.
       77  WS-ULT-UF                  PIC 9(02) VALUE ZEROS.
       77  WS-ULT-DATA-UTIL           PIC 9(08) VALUE ZEROS.
      *
      *QUEBRA AAP/DIA NO OUTPUT PROCEDURE.
       77  WS-QB-ID-AAP               PIC 9(06) VALUE ZEROS.
       77  WS-QB-DT-PROJETADA         PIC 9(08) VALUE ZEROS.
       77  WS-QB-PORTE                PIC X(01) VALUE SPACES.
       77  WS-QB-UF                   PIC X(02) VALUE SPACES.
       77  WS-QB-QT-SAQUES            PIC 9(08) VALUE ZEROS.
       77  WS-QB-VALOR                PIC 9(13)V99 VALUE ZEROS.
       77  WS-IN-EXCEDE-VALOR         PIC 9(01) VALUE 0.
       77  WS-IN-EXCEDE-QTDE          PIC 9(01) VALUE 0.
      *
       01  CAB-01-2KCXLOT.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CXLT".
           03 FILLER                PIC X(42) VALUE
              "CAPACIDADE DE CAIXA DOS AAP LOTERICOS".
           03 FILLER                PIC X(06) VALUE "COMP: ".
           03 CAB01-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(07) VALUE " DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KCXLOT.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  SUBTIT-2KCXLOT.
           03 SUBTIT-TEXTO-2KCXLOT  PIC X(80).
      *
       01  DET-2KCXLOT.
           03 FILLER                PIC X(05) VALUE "AAP: ".
           03 DET-ID-AAP            PIC 9(06).
           03 FILLER                PIC X(09) VALUE "  PORTE: ".
           03 DET-PORTE             PIC X(01).
           03 FILLER                PIC X(06) VALUE "  UF: ".
           03 DET-UF                PIC X(02).
           03 FILLER                PIC X(07) VALUE "  DIA: ".
           03 DET-DT-PROJETADA      PIC 9(08).
           03 FILLER                PIC X(10) VALUE "  SAQUES: ".
           03 DET-QT-SAQUES         PIC ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE " CAP: ".
           03 DET-CAP-QTDE          PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-CAP-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(10) VALUE "  EXCEDE: ".
           03 DET-EXCEDE            PIC X(05).
      *
       01  TRAILER-2KCXLOT.
           03 TEXTO-TRL-2KCXLOT     PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KCXLOT        PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-2KCXLOT.
           03 TEXTO-TRL-VL-2KCXLOT  PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-2KCXLOT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-COMPETENCIA.
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
                ASCENDING KEY SRTCX-ID-AAP SRTCX-DT-PROJETADA
                INPUT  PROCEDURE 2000-PROJETA-SAQUES
                                 THRU 2000-PROJETA-FIM
                OUTPUT PROCEDURE 5000-CONFRONTA-CAPACIDADE
                                 THRU 5000-CONFRONTA-FIM.
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
           OPEN OUTPUT LSUBCPG2KCXLOT.
      *
           MOVE ZEROS TO TABELA-AAP TABELA-CAPACIDADE TABELA-DATAS.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO WS-DATA-HOJE.
           IF WS-PAR-COMPETENCIA EQUAL ZEROS
              MOVE WS-HOJE-AAAAMM  TO WS-PAR-COMPETENCIA.
      *
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPETENCIA.
           WRITE LINHA-LSUBCPG2KCXLOT FROM CAB-01-2KCXLOT AFTER PAGE.
           WRITE LINHA-LSUBCPG2KCXLOT FROM CAB-02-2KCXLOT AFTER 1.
      *
           OPEN INPUT DSDCLBDSETTB00233.
           PERFORM 1100-CARREGA-AAP
              THRU 1100-FIM
             UNTIL WS-EOF-TB00233 EQUAL "SIM".
           CLOSE DSDCLBDSETTB00233.
      *
           OPEN INPUT DSUBCPG2KCXCAP.
           PERFORM 1200-CARREGA-CAPACIDADE
              THRU 1200-FIM
             UNTIL WS-EOF-CAP EQUAL "SIM".
           CLOSE DSUBCPG2KCXCAP.
      *
           OPEN INPUT DSUBCPGCLD.
           PERFORM 1300-CARREGA-CALENDARIO
              THRU 1300-FIM
             UNTIL WS-EOF-CLD EQUAL "SIM".
           CLOSE DSUBCPGCLD.
      *
           IF WS-QTDE-DATAS LESS 10
              MOVE ZEROS TO WS-QTDE-DATAS
              MOVE
              "*** SEM CALENDARIO DA COMPETENCIA - PROJECAO PELO DT-INI"
                                        TO SUBTIT-TEXTO-2KCXLOT
              WRITE LINHA-LSUBCPG2KCXLOT FROM SUBTIT-2KCXLOT AFTER 2.
      *
           MOVE "AAP LOTERICOS / DIAS ACIMA DA CAPACIDADE DE CAIXA:"
                                        TO SUBTIT-TEXTO-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM SUBTIT-2KCXLOT AFTER 2.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-AAP.
      *-----------------*
      *
           READ DSDCLBDSETTB00233
                AT END MOVE "SIM" TO WS-EOF-TB00233
                       GO TO 1100-FIM.
      *
           IF CS-PORTE-LOTERICO EQUAL SPACES
              GO TO 1100-FIM.
      *
           IF WS-QTDE-AAP NOT LESS 5000
              DISPLAY "PSUBCPG2KCXLOT - MAIS DE 5000 AAP LOTERICOS NA "
                      "TB00233 - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-AAP.
           SET IX-TB-AAP TO WS-QTDE-AAP.
           MOVE ID-AAP            TO TB-AAP-ID (IX-TB-AAP).
           MOVE CS-PORTE-LOTERICO TO TB-AAP-PORTE (IX-TB-AAP).
           MOVE NM-UF-SIGL        TO TB-AAP-UF (IX-TB-AAP).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-CAPACIDADE.
      *------------------------*
      *
           READ DSUBCPG2KCXCAP
                AT END MOVE "SIM" TO WS-EOF-CAP
                       GO TO 1200-FIM.
      *
           IF WS-QTDE-CAP NOT LESS 20
              DISPLAY "PSUBCPG2KCXLOT - TABELA DE CAPACIDADE ACIMA DE "
                      "20 PORTES - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-CAP.
           MOVE CAP-CS-PORTE      TO TB-CAP-PORTE (WS-QTDE-CAP).
           MOVE CAP-VL-LIMITE-DIA TO TB-CAP-VL-LIMITE (WS-QTDE-CAP).
           MOVE CAP-QT-SAQUES-DIA TO TB-CAP-QT-SAQUES (WS-QTDE-CAP).
      *
       1200-FIM. EXIT.
      *---------*
      *
       1300-CARREGA-CALENDARIO.
      *------------------------*
      *
           READ DSUBCPGCLD
                AT END MOVE "SIM" TO WS-EOF-CLD
                NOT AT END
                   IF CLD01-COMPETENCIA EQUAL WS-PAR-COMPETENCIA
                      COMPUTE WS-IX-DT = CLD01-DIGITO-NB + 1
                      MOVE CLD01-DT-PAGAMENTO
                           TO TB-DT-PAGAMENTO (WS-IX-DT)
                      ADD 1 TO WS-QTDE-DATAS
                   END-IF
           END-READ.
      *
       1300-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: PROJETA CADA CREDITO ROTEADO PARA UM AAP
      *    LOTERICO NO DIA UTIL EM QUE O SAQUE E ESPERADO.
      *----------------------------------------------------------------
       2000-PROJETA-SAQUES SECTION.
       2000-PROJETA-LEITURA.
      *---------------------*
      *
           OPEN INPUT DSUBCPG2K401.
           PERFORM 9000-LE-CP01 THRU 9000-FIM.
           PERFORM 2010-LOOP-CP01
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           GO TO 2000-PROJETA-FIM.
      *
       2010-LOOP-CP01.
      *---------------*
      *
           ADD 1 TO WS-CT-LIDOS.
      *
           MOVE ZEROS TO WS-IX-ACHOU.
           PERFORM VARYING IX-TB-AAP FROM 1 BY 1
                     UNTIL IX-TB-AAP GREATER WS-QTDE-AAP
                        OR WS-IX-ACHOU NOT EQUAL ZEROS
              IF TB-AAP-ID (IX-TB-AAP) EQUAL CP01-ID-ORGAO-PAGADOR
                 SET WS-IX-ACHOU TO IX-TB-AAP
              END-IF
           END-PERFORM.
      *
           IF WS-IX-ACHOU EQUAL ZEROS
              ADD 1 TO WS-CT-OUTROS-CANAIS
              GO TO 2010-PROXIMO.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) OU
      *BLOQUEADO NAO VAI AO GUICHE.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2010-PROXIMO.
      *
           IF CP01-IN-CR-BLOQUEADO EQUAL 2
              ADD 1 TO WS-CT-BLOQUEADOS
              GO TO 2010-PROXIMO.
      *
           PERFORM 2100-PROJETA-DATA
              THRU 2100-FIM.
      *
           IF CP01-DT-FIM-VALIDADE NOT EQUAL ZEROS
              AND CP01-DT-FIM-VALIDADE LESS WS-DT-PROJETADA
              ADD 1 TO WS-CT-FORA-VALIDADE
              GO TO 2010-PROXIMO.
      *
           ADD 1 TO WS-CT-PROJETADOS.
           ADD CP01-VL-LIQUIDO-CRED           TO WS-VL-PROJETADO.
           MOVE TB-AAP-ID (WS-IX-ACHOU)       TO SRTCX-ID-AAP.
           MOVE WS-DT-PROJETADA               TO SRTCX-DT-PROJETADA.
           MOVE TB-AAP-PORTE (WS-IX-ACHOU)    TO SRTCX-PORTE.
           MOVE TB-AAP-UF (WS-IX-ACHOU)       TO SRTCX-UF.
           MOVE CP01-VL-LIQUIDO-CRED          TO SRTCX-VALOR.
           RELEASE SRTCX-REG.
      *
       2010-PROXIMO.
           PERFORM 9000-LE-CP01 THRU 9000-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
      *DATA DO CALENDARIO PARA O DIGITO FINAL DO NB; CREDITO QUE SO
      *VALE DEPOIS DELA (CONCESSAO, REEMISSAO) USA O DT-INI-VALIDADE.
      *DATA NAO UTIL NA UF DO ORGAO PAGADOR VAI PARA O DIA UTIL
      *SEGUINTE.
       2100-PROJETA-DATA.
      *------------------*
      *
           MOVE CP01-DT-INI-VALIDADE TO WS-DT-PROJETADA.
           IF WS-QTDE-DATAS NOT EQUAL ZEROS
              MOVE CP01-NU-NB TO WS-NU-NB
              COMPUTE WS-IX-DT = WS-NB-DIGITO-FINAL + 1
              IF TB-DT-PAGAMENTO (WS-IX-DT) GREATER WS-DT-PROJETADA
                 MOVE TB-DT-PAGAMENTO (WS-IX-DT) TO WS-DT-PROJETADA
              END-IF
           END-IF.
      *
           IF WS-DT-PROJETADA EQUAL WS-ULT-DATA-BASE
              AND CP01-CS-UF-OP EQUAL WS-ULT-UF
              MOVE WS-ULT-DATA-UTIL TO WS-DT-PROJETADA
              GO TO 2100-FIM.
      *
           MOVE WS-DT-PROJETADA  TO WS-ULT-DATA-BASE.
           MOVE CP01-CS-UF-OP    TO WS-ULT-UF.
      *
           MOVE "U"              TO WS-FUNCAO-603.
           MOVE WS-DT-PROJETADA  TO WS-DATA-BASE-603.
           MOVE ZEROS            TO WS-OFFSET-UTEIS.
           MOVE CP01-CS-UF-OP    TO WS-UF-CONSULTA.
           CALL "SSUBLIB2K603" USING WS-FUNCAO-603 WS-DATA-BASE-603
                                     WS-OFFSET-UTEIS WS-UF-CONSULTA
                                     WS-DATA-RESULTADO WS-IN-DIA-UTIL
                                     WS-STATUS-603.
           IF WS-IN-DIA-UTIL NOT EQUAL 1
              MOVE "P" TO WS-FUNCAO-603
              MOVE 1   TO WS-OFFSET-UTEIS
              CALL "SSUBLIB2K603" USING WS-FUNCAO-603 WS-DATA-BASE-603
                                        WS-OFFSET-UTEIS WS-UF-CONSULTA
                                        WS-DATA-RESULTADO
                                        WS-IN-DIA-UTIL WS-STATUS-603
              MOVE WS-DATA-RESULTADO TO WS-DT-PROJETADA.
      *
           MOVE WS-DT-PROJETADA  TO WS-ULT-DATA-UTIL.
      *
       2100-FIM. EXIT.
      *---------*
       2000-PROJETA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: TOTALIZA POR AAP/DIA E CONFRONTA COM A
      *    CAPACIDADE DO PORTE.
      *----------------------------------------------------------------
       5000-CONFRONTA-CAPACIDADE SECTION.
       5000-CONFRONTA-LOOP.
      *--------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-RETORNA THRU 5100-FIM.
      *
           PERFORM 5200-ACUMULA-DIA
              THRU 5200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 5000-CONFRONTA-FIM.
      *
       5100-RETORNA.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-ACUMULA-DIA.
      *-----------------*
      *
           MOVE SRTCX-ID-AAP       TO WS-QB-ID-AAP.
           MOVE SRTCX-DT-PROJETADA TO WS-QB-DT-PROJETADA.
           MOVE SRTCX-PORTE        TO WS-QB-PORTE.
           MOVE SRTCX-UF           TO WS-QB-UF.
           MOVE ZEROS              TO WS-QB-QT-SAQUES WS-QB-VALOR.
      *
           PERFORM 5210-SOMA-SAQUE
              THRU 5210-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM"
                OR SRTCX-ID-AAP NOT EQUAL WS-QB-ID-AAP
                OR SRTCX-DT-PROJETADA NOT EQUAL WS-QB-DT-PROJETADA.
      *
           ADD 1 TO WS-CT-AAP-DIAS.
           PERFORM 5300-CONFRONTA-DIA
              THRU 5300-FIM.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5210-SOMA-SAQUE.
      *----------------*
      *
           ADD 1           TO WS-QB-QT-SAQUES.
           ADD SRTCX-VALOR TO WS-QB-VALOR.
           PERFORM 5100-RETORNA THRU 5100-FIM.
      *
       5210-FIM. EXIT.
      *---------*
      *
       5300-CONFRONTA-DIA.
      *-------------------*
      *
           MOVE 0 TO WS-CAP-ENCONTRADA.
           PERFORM VARYING WS-IX-CAP FROM 1 BY 1
                     UNTIL WS-IX-CAP GREATER WS-QTDE-CAP
                        OR WS-CAP-ENCONTRADA EQUAL 1
              IF TB-CAP-PORTE (WS-IX-CAP) EQUAL WS-QB-PORTE
                 MOVE 1 TO WS-CAP-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-CAP-ENCONTRADA EQUAL 0
              ADD 1 TO WS-CT-SEM-CAPACIDADE
              GO TO 5300-FIM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O PORTE CERTO.
           SUBTRACT 1 FROM WS-IX-CAP.
      *
           MOVE 0 TO WS-IN-EXCEDE-VALOR WS-IN-EXCEDE-QTDE.
           IF TB-CAP-VL-LIMITE (WS-IX-CAP) NOT EQUAL ZEROS
              AND WS-QB-VALOR GREATER TB-CAP-VL-LIMITE (WS-IX-CAP)
              MOVE 1 TO WS-IN-EXCEDE-VALOR
              COMPUTE WS-VL-EXCEDENTE = WS-VL-EXCEDENTE
                    + WS-QB-VALOR - TB-CAP-VL-LIMITE (WS-IX-CAP).
           IF TB-CAP-QT-SAQUES (WS-IX-CAP) NOT EQUAL ZEROS
              AND WS-QB-QT-SAQUES GREATER TB-CAP-QT-SAQUES (WS-IX-CAP)
              MOVE 1 TO WS-IN-EXCEDE-QTDE.
      *
           IF WS-IN-EXCEDE-VALOR EQUAL 0
              AND WS-IN-EXCEDE-QTDE EQUAL 0
              GO TO 5300-FIM.
      *
           ADD 1 TO WS-CT-ACIMA.
           MOVE WS-QB-ID-AAP                 TO DET-ID-AAP.
           MOVE WS-QB-PORTE                  TO DET-PORTE.
           MOVE WS-QB-UF                     TO DET-UF.
           MOVE WS-QB-DT-PROJETADA           TO DET-DT-PROJETADA.
           MOVE WS-QB-QT-SAQUES              TO DET-QT-SAQUES.
           MOVE WS-QB-VALOR                  TO DET-VALOR.
           MOVE TB-CAP-QT-SAQUES (WS-IX-CAP) TO DET-CAP-QTDE.
           MOVE TB-CAP-VL-LIMITE (WS-IX-CAP) TO DET-CAP-VALOR.
           IF WS-IN-EXCEDE-VALOR EQUAL 1
              AND WS-IN-EXCEDE-QTDE EQUAL 1
              MOVE "AMBOS" TO DET-EXCEDE
           ELSE
              IF WS-IN-EXCEDE-VALOR EQUAL 1
                 MOVE "VALOR" TO DET-EXCEDE
              ELSE
                 MOVE "QTDE"  TO DET-EXCEDE
              END-IF
           END-IF.
           WRITE LINHA-LSUBCPG2KCXLOT FROM DET-2KCXLOT AFTER 1.
      *
       5300-FIM. EXIT.
      *---------*
       5000-CONFRONTA-FIM. EXIT.
      *
       3000-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-2KCXLOT.
           MOVE "TOTAL DE CREDITOS LIDOS                      " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-LIDOS TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 2.
      *
           MOVE "CREDITOS EM OUTROS CANAIS (NAO LOTERICOS)    " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-OUTROS-CANAIS TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "CREDITOS CANCELADOS (FORA DA PROJECAO)       " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "CREDITOS BLOQUEADOS (FORA DA PROJECAO)       " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-BLOQUEADOS TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "CREDITOS VENCIDOS NA DATA PROJETADA          " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-FORA-VALIDADE TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "SAQUES PROJETADOS EM AAP LOTERICOS           " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-PROJETADOS TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "AAP/DIAS PROJETADOS                          " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-AAP-DIAS TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "AAP/DIAS DE PORTE SEM CAPACIDADE CADASTRADA  " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-SEM-CAPACIDADE TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE "AAP/DIAS ACIMA DA CAPACIDADE                 " TO
                                                  TEXTO-TRL-2KCXLOT.
           MOVE WS-CT-ACIMA TO QT-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-2KCXLOT AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-2KCXLOT.
           MOVE "VALOR PROJETADO EM AAP LOTERICOS             " TO
                                               TEXTO-TRL-VL-2KCXLOT.
           MOVE WS-VL-PROJETADO TO VL-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-VL-2KCXLOT AFTER 1.
      *
           MOVE "VALOR EXCEDENTE A CAPACIDADE (REFORCO)       " TO
                                               TEXTO-TRL-VL-2KCXLOT.
           MOVE WS-VL-EXCEDENTE TO VL-TRL-2KCXLOT.
           WRITE LINHA-LSUBCPG2KCXLOT FROM TRAILER-VL-2KCXLOT AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KCXLOT.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01.
      *
       9000-FIM. EXIT.
      *---------*
