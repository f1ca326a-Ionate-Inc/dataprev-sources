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
       PROGRAM-ID.      PSUBCPG2KOPBCO.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA ORGAO PAGADOR X BANCO X UF DO           *
      *            MOVIMENTO. CADA OP (CP01-ID-ORGAO-PAGADOR) PERTENCE *
      *            A UM BANCO (ID-INSTIT-AAP) E A UMA UF (NM-UF-SIGL)  *
      *            NA TB00233 (VIA SETTB00233), MAS O MOVIMENTO AS     *
      *            VEZES CHEGA COM CP01-ID-BANCO OU CP01-CS-UF-OP QUE  *
      *            NAO CONFEREM COM O OP, E O CREDITO VAI PARA UM      *
      *            BANCO QUE NAO PODE PAGA-LO NAQUELE BALCAO. ESTE JOB *
      *            CARREGA A GERACAO CORRENTE DA TB00233 E CONFERE     *
      *            CADA CREDITO DO D/SUB/CPG/2K/401: O OP EXISTE; O OP *
      *            ESTA ABERTO EM CP01-DT-INI-VALIDADE                 *
      *            (DT-ABERTURA-AAP ATE A DATA E DT-FECHAMENTO-AAP     *
      *            ZERADA OU POSTERIOR);                               *
      *            A INSTITUICAO/BANCO DO OP E CP01-ID-BANCO; A UF DO  *
      *            OP E A DE CP01-CS-UF-OP (CODIGO IBGE CONVERTIDO     *
      *            PELA B/SUB/CPG/2K/UF/SIGLAS). O CREDITO REPROVADO   *
      *            VAI PARA D/SUB/CPG/2K/OPBCO/REJ COM UM FLAG xxx-OK  *
      *            POR CONFERENCIA (COMO NO D/SUB/CPG/2K/410) E SAI NO *
      *            RELATORIO, QUE FECHA COM O RESUMO POR BANCO. O 401  *
      *            NAO E ALTERADO. CREDITO CANCELADO (VIDE             *
      *            PSUBCPG2KCAN) NAO E CONFERIDO.                      *
      *                                                                *
      *  PREMISSA: OP SEM CADASTRO NA TB00233 SO REPROVA A PRIMEIRA    *
      *            CONFERENCIA - AS DEMAIS FICAM COM 1, POIS NAO HA    *
      *            CONTRA O QUE CONFERIR.                              *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401      - MOVIMENTO CP01.                 *
      *            DSDCLBDSETTB00233 - TABELA DE AAP/OP.               *
      *  SAIDA:    DSUBCPG2KOPBCOREJ - CREDITOS REPROVADOS.            *
      *            LSUBCPG2KOPBCO    - RELATORIO.                      *
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
           SELECT DSUBCPG2K401      ASSIGN TO DISK.
           SELECT DSDCLBDSETTB00233 ASSIGN TO DISK.
           SELECT DSUBCPG2KOPBCOREJ ASSIGN TO DISK.
           SELECT LSUBCPG2KOPBCO    ASSIGN TO PRINTER.
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
        FD DSDCLBDSETTB00233
           RECORD CONTAINS 325 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/SETTB00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/SETTB00233 ON PKBDSGF".
      *
        FD DSUBCPG2KOPBCOREJ
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/OPBCO/REJ ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/OPBCO ON PKBDSGF".
      *
        FD LSUBCPG2KOPBCO.
        01 LINHA-OPBCO            PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KOPBCO".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *CODIGO IBGE DA UF X SIGLA.
           COPY "*B/SUB/CPG/2K/UF/SIGLAS ON PKBDSGF".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONFERIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJEITADOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-REJEITADOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-REJ-OP               PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJ-VIGENCIA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJ-BANCO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJ-UF               PIC 9(08) VALUE ZEROS.
      *
      *AAP/OP DA GERACAO CORRENTE DA TB00233 (MESMO LIMITE DE
      *PSUBCPG2KMUNIC: SE A TABELA OFICIAL PASSAR DISSO O JOB PARA EM
      *VEZ DE CONFERIR COM CADASTRO TRUNCADO).
       01  TABELA-OP.
           05 TB-OP OCCURS 9999 TIMES.
              10 TB-OP-ID             PIC 9(06).
              10 TB-OP-INSTIT         PIC 9(04).
              10 TB-OP-NM-UF          PIC X(02).
              10 TB-OP-DT-ABERTURA    PIC 9(08).
              10 TB-OP-DT-FECHAMENTO  PIC 9(08).
       77  WS-QTDE-OP                 PIC 9(05) VALUE ZEROS.
       77  WS-IX-OP                   PIC 9(05) VALUE ZEROS.
       77  WS-OP-ENCONTRADO           PIC 9(01) VALUE 0.
      *
      *RESUMO POR BANCO, ENDERECADO PELO PROPRIO CODIGO (BANCO + 1).
       01  TABELA-BANCO.
           05 TB-BCO OCCURS 1000 TIMES.
              10 TB-BCO-QT-CONFERIDOS PIC 9(08).
              10 TB-BCO-QT-REJEITADOS PIC 9(08).
              10 TB-BCO-QT-REJ-OP     PIC 9(08).
              10 TB-BCO-QT-REJ-VIG    PIC 9(08).
              10 TB-BCO-QT-REJ-BANCO  PIC 9(08).
              10 TB-BCO-QT-REJ-UF     PIC 9(08).
              10 TB-BCO-VL-REJEITADOS PIC 9(15)V99.
       77  WS-IX-BCO                  PIC 9(04) VALUE ZEROS.
      *
       01  CAB-01-OPBCO.
           03 FILLER                PIC X(18) VALUE
              "P/SUB/CPG/2K/OPBCO".
           03 FILLER                PIC X(48) VALUE
              "CONFERENCIA ORGAO PAGADOR X BANCO X UF".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-OPBCO.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-SECAO-OPBCO.
           03 CAB-SECAO-TEXTO       PIC X(60).
      *
       01  CAB-03-OPBCO.
           03 FILLER                PIC X(12) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "DT-MOV".
           03 FILLER                PIC X(11) VALUE "SEQ-REG".
           03 FILLER                PIC X(08) VALUE "OP".
           03 FILLER                PIC X(06) VALUE "BCO".
           03 FILLER                PIC X(07) VALUE "INST.".
           03 FILLER                PIC X(08) VALUE "UF CRED".
           03 FILLER                PIC X(07) VALUE "UF OP".
           03 FILLER                PIC X(11) VALUE "VALIDADE".
           03 FILLER                PIC X(19) VALUE
              "     VALOR LIQUIDO".
           03 FILLER                PIC X(17) VALUE
              "  OP VIG BCO UF".
      *
       01  DET-OPBCO.
           03 DET-NB                PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-MOV            PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-SEQ-REG           PIC 9(09).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-OP                PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-BANCO             PIC 9(03).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-INSTIT            PIC 9(04).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-UF-CODIGO         PIC 9(02).
           03 FILLER                PIC X(01) VALUE "-".
           03 DET-UF-CP01           PIC X(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-UF-OP             PIC X(02).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 DET-DT-VALIDADE       PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-IN-OP             PIC 9(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-IN-VIGENCIA       PIC 9(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-IN-BANCO          PIC 9(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-IN-UF             PIC 9(01).
      *
       01  CAB-04-OPBCO.
           03 FILLER                PIC X(08) VALUE "BANCO".
           03 FILLER                PIC X(13) VALUE "   CONFERIDOS".
           03 FILLER                PIC X(13) VALUE "   REJEITADOS".
           03 FILLER                PIC X(13) VALUE "      SEM OP".
           03 FILLER                PIC X(13) VALUE "  OP FECHADO".
           03 FILLER                PIC X(13) VALUE " OUTRO BANCO".
           03 FILLER                PIC X(13) VALUE "    OUTRA UF".
           03 FILLER                PIC X(24) VALUE
              "        VALOR REJEITADO".
      *
       01  DET-BCO-OPBCO.
           03 DET-BCO-BANCO         PIC 9(03).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 DET-BCO-CONFERIDOS    PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-BCO-REJEITADOS    PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-BCO-REJ-OP        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-BCO-REJ-VIG       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-BCO-REJ-BANCO     PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-BCO-REJ-UF        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-BCO-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-OPBCO.
           03 TEXTO-TRL-OPBCO       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-OPBCO          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-OPBCO.
           03 TEXTO-TRLV-OPBCO      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-OPBCO          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 2000-CONFERE
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-EMITE
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
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2KOPBCOREJ.
           OPEN OUTPUT LSUBCPG2KOPBCO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE ZEROS             TO TABELA-BANCO.
      *
           WRITE LINHA-OPBCO FROM CAB-01-OPBCO AFTER PAGE.
           WRITE LINHA-OPBCO FROM CAB-02-OPBCO AFTER 1.
      *
           OPEN INPUT DSDCLBDSETTB00233.
           PERFORM 1100-CARREGA-OP
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSDCLBDSETTB00233.
           MOVE "NAO" TO WS-EOF.
      *
           MOVE "CREDITOS REPROVADOS (0 = NAO CONFERE)" TO
                                                   CAB-SECAO-TEXTO.
           WRITE LINHA-OPBCO FROM CAB-SECAO-OPBCO AFTER 2.
           WRITE LINHA-OPBCO FROM CAB-03-OPBCO AFTER 2.
           WRITE LINHA-OPBCO FROM CAB-02-OPBCO AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-OP.
      *----------------*
      *
           READ DSDCLBDSETTB00233
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   IF WS-QTDE-OP EQUAL 9999
                      DISPLAY "PSUBCPG2KOPBCO: TB00233 ACIMA DE"
                      DISPLAY "9999 AAP - REVER O LIMITE DA TABELA"
                      SET MYSELF (STATUS) TO -1
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-OP
                   MOVE ID-AAP OF REGISTRO-TB00233-R
                        TO TB-OP-ID (WS-QTDE-OP)
                   MOVE ID-INSTIT-AAP OF REGISTRO-TB00233-R
                        TO TB-OP-INSTIT (WS-QTDE-OP)
                   MOVE NM-UF-SIGL OF REGISTRO-TB00233-R
                        TO TB-OP-NM-UF (WS-QTDE-OP)
                   MOVE DT-ABERTURA-AAP OF REGISTRO-TB00233-R
                        TO TB-OP-DT-ABERTURA (WS-QTDE-OP)
                   MOVE DT-FECHAMENTO-AAP OF REGISTRO-TB00233-R
                        TO TB-OP-DT-FECHAMENTO (WS-QTDE-OP).
      *
       1100-FIM. EXIT.
      *---------*
      *
       2000-CONFERE.
      *-------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-CREDITOS.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-CONFERIDOS.
           COMPUTE WS-IX-BCO = CP01-ID-BANCO + 1.
           ADD 1 TO TB-BCO-QT-CONFERIDOS (WS-IX-BCO).
      *
           MOVE SPACES                TO OPB-REG.
           MOVE CP01-DT-MOV-CREDITO   TO OPB-DT-MOV-CREDITO.
           MOVE CP01-NU-NB            TO OPB-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO OPB-CS-NATUR-CREDITO.
           MOVE CP01-DT-FIM-PERIODO   TO OPB-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO OPB-DT-INI-PERIODO.
           MOVE CP01-ID-NIT           TO OPB-ID-NIT.
           MOVE CP01-SEQ-REG          TO OPB-SEQ-REG.
           MOVE CP01-ID-ORGAO-PAGADOR TO OPB-ID-ORGAO-PAGADOR.
           MOVE CP01-ID-BANCO         TO OPB-ID-BANCO.
           MOVE CP01-CS-UF-OP         TO OPB-CS-UF-OP.
           MOVE CP01-DT-INI-VALIDADE  TO OPB-DT-INI-VALIDADE.
           MOVE CP01-CS-MEIO-PAGTO    TO OPB-CS-MEIO-PAGTO.
           MOVE CP01-CS-ESPECIE       TO OPB-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED  TO OPB-VL-LIQUIDO-CRED.
           MOVE ZEROS                 TO OPB-ID-INSTIT-AAP
                                         OPB-DT-ABERTURA-AAP
                                         OPB-DT-FECHAMENTO-AAP.
           MOVE W77-DATA              TO OPB-DT-CONFERENCIA.
           MOVE 1                     TO OPB-IN-OP-OK
                                         OPB-IN-VIGENCIA-OK
                                         OPB-IN-BANCO-OK
                                         OPB-IN-UF-OK.
      *
      *SIGLA DA UF DO CREDITO (CODIGO FORA DA TABELA FICA EM BRANCO E
      *NAO CONFERE COM NENHUM OP).
           MOVE 0 TO WS-UF-SIGLA-ENCONTRADA.
           PERFORM VARYING WS-IX-UF-SIGLA FROM 1 BY 1
                     UNTIL WS-IX-UF-SIGLA GREATER WS-QTDE-UF-SIGLA
                        OR WS-UF-SIGLA-ENCONTRADA EQUAL 1
              IF UFSIG-CS-UF (WS-IX-UF-SIGLA) EQUAL CP01-CS-UF-OP
                 MOVE 1 TO WS-UF-SIGLA-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-UF-SIGLA-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-UF-SIGLA
              MOVE UFSIG-NM-SIGLA (WS-IX-UF-SIGLA) TO
                                          OPB-NM-UF-SIGL-CP01.
      *
           MOVE 0 TO WS-OP-ENCONTRADO.
           PERFORM VARYING WS-IX-OP FROM 1 BY 1
                     UNTIL WS-IX-OP GREATER WS-QTDE-OP
                        OR WS-OP-ENCONTRADO EQUAL 1
              IF TB-OP-ID (WS-IX-OP) EQUAL CP01-ID-ORGAO-PAGADOR
                 MOVE 1 TO WS-OP-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-OP-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-OP.
      *
           IF WS-OP-ENCONTRADO EQUAL 0
              MOVE 0 TO OPB-IN-OP-OK
              ADD 1 TO WS-CT-REJ-OP
              ADD 1 TO TB-BCO-QT-REJ-OP (WS-IX-BCO)
              GO TO 2000-REJEITA.
      *
           MOVE TB-OP-INSTIT (WS-IX-OP)       TO OPB-ID-INSTIT-AAP.
           MOVE TB-OP-NM-UF (WS-IX-OP)        TO OPB-NM-UF-SIGL-AAP.
           MOVE TB-OP-DT-ABERTURA (WS-IX-OP)  TO OPB-DT-ABERTURA-AAP.
           MOVE TB-OP-DT-FECHAMENTO (WS-IX-OP) TO
                                             OPB-DT-FECHAMENTO-AAP.
      *
           IF (TB-OP-DT-ABERTURA (WS-IX-OP) NOT EQUAL ZEROS
               AND TB-OP-DT-ABERTURA (WS-IX-OP) GREATER
                                            CP01-DT-INI-VALIDADE)
              OR (TB-OP-DT-FECHAMENTO (WS-IX-OP) NOT EQUAL ZEROS
               AND TB-OP-DT-FECHAMENTO (WS-IX-OP) NOT GREATER
                                            CP01-DT-INI-VALIDADE)
              MOVE 0 TO OPB-IN-VIGENCIA-OK
              ADD 1 TO WS-CT-REJ-VIGENCIA
              ADD 1 TO TB-BCO-QT-REJ-VIG (WS-IX-BCO).
      *
           IF TB-OP-INSTIT (WS-IX-OP) NOT EQUAL CP01-ID-BANCO
              MOVE 0 TO OPB-IN-BANCO-OK
              ADD 1 TO WS-CT-REJ-BANCO
              ADD 1 TO TB-BCO-QT-REJ-BANCO (WS-IX-BCO).
      *
           IF WS-UF-SIGLA-ENCONTRADA EQUAL 0
              OR TB-OP-NM-UF (WS-IX-OP) NOT EQUAL OPB-NM-UF-SIGL-CP01
              MOVE 0 TO OPB-IN-UF-OK
              ADD 1 TO WS-CT-REJ-UF
              ADD 1 TO TB-BCO-QT-REJ-UF (WS-IX-BCO).
      *
           IF OPB-IN-VIGENCIA-OK EQUAL 1
              AND OPB-IN-BANCO-OK EQUAL 1
              AND OPB-IN-UF-OK EQUAL 1
              GO TO 2000-FIM.
      *
       2000-REJEITA.
      *
           WRITE OPB-REG.
           ADD 1 TO WS-CT-REJEITADOS.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-REJEITADOS.
           ADD 1 TO TB-BCO-QT-REJEITADOS (WS-IX-BCO).
           ADD CP01-VL-LIQUIDO-CRED TO TB-BCO-VL-REJEITADOS (WS-IX-BCO).
      *
           MOVE OPB-NU-NB             TO DET-NB.
           MOVE OPB-DT-MOV-CREDITO    TO DET-DT-MOV.
           MOVE OPB-SEQ-REG           TO DET-SEQ-REG.
           MOVE OPB-ID-ORGAO-PAGADOR  TO DET-OP.
           MOVE OPB-ID-BANCO          TO DET-BANCO.
           MOVE OPB-ID-INSTIT-AAP     TO DET-INSTIT.
           MOVE OPB-CS-UF-OP          TO DET-UF-CODIGO.
           MOVE OPB-NM-UF-SIGL-CP01   TO DET-UF-CP01.
           MOVE OPB-NM-UF-SIGL-AAP    TO DET-UF-OP.
           MOVE OPB-DT-INI-VALIDADE   TO DET-DT-VALIDADE.
           MOVE OPB-VL-LIQUIDO-CRED   TO DET-VALOR.
           MOVE OPB-IN-OP-OK          TO DET-IN-OP.
           MOVE OPB-IN-VIGENCIA-OK    TO DET-IN-VIGENCIA.
           MOVE OPB-IN-BANCO-OK       TO DET-IN-BANCO.
           MOVE OPB-IN-UF-OK          TO DET-IN-UF.
           WRITE LINHA-OPBCO FROM DET-OPBCO AFTER 1.
      *
       2000-FIM. EXIT.
      *---------*
      *
       3000-EMITE.
      *-----------*
      *
           WRITE LINHA-OPBCO FROM CAB-01-OPBCO AFTER PAGE.
           WRITE LINHA-OPBCO FROM CAB-02-OPBCO AFTER 1.
           MOVE "RESUMO POR BANCO (CP01-ID-BANCO)" TO CAB-SECAO-TEXTO.
           WRITE LINHA-OPBCO FROM CAB-SECAO-OPBCO AFTER 2.
           WRITE LINHA-OPBCO FROM CAB-04-OPBCO AFTER 2.
           WRITE LINHA-OPBCO FROM CAB-02-OPBCO AFTER 1.
      *
           PERFORM 3100-LINHA-BANCO
              THRU 3100-FIM
              VARYING WS-IX-BCO FROM 1 BY 1
                UNTIL WS-IX-BCO GREATER 1000.
      *
           MOVE SPACES TO TRAILER-OPBCO.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-CREDITOS TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (NAO CONFERIDOS)         " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-CANCELADOS TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "CREDITOS CONFERIDOS                          " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-CONFERIDOS TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "CREDITOS REPROVADOS                          " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-REJEITADOS TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "  OP SEM CADASTRO NA TB00233                 " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-REJ-OP TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "  OP FECHADO NA DATA DE VALIDADE DO CREDITO  " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-REJ-VIGENCIA TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "  BANCO DO CREDITO DIFERENTE DO BANCO DO OP  " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-REJ-BANCO TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "  UF DO CREDITO DIFERENTE DA UF DO OP        " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-CT-REJ-UF TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE "AAP/OP CARREGADOS DA TB00233                 " TO
                                                   TEXTO-TRL-OPBCO.
           MOVE WS-QTDE-OP TO QT-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-OPBCO AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-OPBCO.
           MOVE "VALOR LIQUIDO DOS CREDITOS REPROVADOS        " TO
                                                   TEXTO-TRLV-OPBCO.
           MOVE WS-VL-REJEITADOS TO VL-TRL-OPBCO.
           WRITE LINHA-OPBCO FROM TRAILER-VL-OPBCO AFTER 2.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-LINHA-BANCO.
      *-----------------*
      *
           IF TB-BCO-QT-CONFERIDOS (WS-IX-BCO) EQUAL ZEROS
              GO TO 3100-FIM.
      *
           COMPUTE DET-BCO-BANCO = WS-IX-BCO - 1.
           MOVE TB-BCO-QT-CONFERIDOS (WS-IX-BCO) TO DET-BCO-CONFERIDOS.
           MOVE TB-BCO-QT-REJEITADOS (WS-IX-BCO) TO DET-BCO-REJEITADOS.
           MOVE TB-BCO-QT-REJ-OP (WS-IX-BCO)     TO DET-BCO-REJ-OP.
           MOVE TB-BCO-QT-REJ-VIG (WS-IX-BCO)    TO DET-BCO-REJ-VIG.
           MOVE TB-BCO-QT-REJ-BANCO (WS-IX-BCO)  TO DET-BCO-REJ-BANCO.
           MOVE TB-BCO-QT-REJ-UF (WS-IX-BCO)     TO DET-BCO-REJ-UF.
           MOVE TB-BCO-VL-REJEITADOS (WS-IX-BCO) TO DET-BCO-VALOR.
           WRITE LINHA-OPBCO FROM DET-BCO-OPBCO AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2KOPBCOREJ SAVE.
           CLOSE LSUBCPG2KOPBCO.
      *
           DISPLAY "PSUBCPG2KOPBCO - CONFERIDOS: " WS-CT-CONFERIDOS
                   " REPROVADOS: " WS-CT-REJEITADOS.
      *
       4000-FIM. EXIT.
      *---------*
