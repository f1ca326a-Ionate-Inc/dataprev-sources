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
       PROGRAM-ID.      PSUBCPG2KCONPRZ.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: PRAZO DO PRIMEIRO PAGAMENTO DE CONCESSOES. O        *
      *            CREDITO COM CP01-CS-ROTINA-PAGTO = 1 (CONCESSAO) E  *
      *            O PRIMEIRO PAGAMENTO DE UM BENEFICIO NOVO, E A LEI  *
      *            FIXA PRAZO ENTRE O INICIO DO BENEFICIO E ESSE       *
      *            PAGAMENTO - RECLAMACAO DE PRIMEIRO PAGAMENTO E A    *
      *            MAIOR CATEGORIA DA OUVIDORIA. PARA CADA CONCESSAO   *
      *            DE D/SUB/CPG/2K/401 (NAO CANCELADA) ESTE JOB MEDE   *
      *            EM DIAS UTEIS (SSUBLIB2K602, FERIADOS DA UF DO OP)  *
      *            O INTERVALO DE CP01-DT-INI-PERIODO ATE A            *
      *            DISPONIBILIZACAO (CP01-DT-INI-VALIDADE) E, QUANDO A *
      *            VISAO D/SUB/CPG/2K/462 TEM RETORNO 01 (EFETIVADO)   *
      *            PARA O CREDITO, ATE A EFETIVACAO (SIT01-DT-RETORNO, *
      *            MESMO MERGE PELA SUBCHAVE DE PSUBCPG2K493). A       *
      *            EFETIVACAO, QUANDO HOUVER, DECIDE O ATRASO; SENAO   *
      *            VALE A DISPONIBILIZACAO. CONCESSAO ACIMA DO PRAZO   *
      *            E LISTADA COM A CORRECAO MONETARIA DEVIDA: FATOR    *
      *            ACUMULADO DA COMPETENCIA DO PAGAMENTO SOBRE O DA    *
      *            COMPETENCIA DO VENCIMENTO DO PRAZO (SSUBLIB2K603),  *
      *            PELA MESMA SERIE D/SUB/CPG/2K/492/IDX DA REEMISSAO  *
      *            TARDIA (PSUBCPG2K492). TOTALIZA POR UF/OP (COM      *
      *            TOTAL DA UF) E POR ESPECIE.                         *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/401 E D/SUB/CPG/2K/462 EM ORDEM        *
      *            ASCENDENTE DA SUBCHAVE (CONFERIVEL COM              *
      *            PSUBCPG2K490).                                      *
      *                                                                *
      *  PARAMETRO: WS-PAR-PRAZO-DIAS - PRAZO EM DIAS UTEIS DO INICIO  *
      *            DO BENEFICIO ATE O PRIMEIRO PAGAMENTO (ZEROS = 30). *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2K462    - SITUACOES/RETORNOS ACUMULADOS.    *
      *            DSUBCPG2K492IDX - SERIE DE CORRECAO (OPCIONAL).     *
      *            DSUBLIB2K042FER (VIA SSUBLIB2K602/603).             *
      *  SAIDA:    LSUBCPG2KCONPRZ - CONCESSOES EM ATRASO E TOTAIS.    *
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
           SELECT DSUBCPG2K462    ASSIGN TO DISK.
      *SEM A SERIE DE CORRECAO O ATRASO E APURADO DO MESMO JEITO; SO A
      *CORRECAO FICA ZERADA E A FALTA E CONTADA NO RELATORIO.
           SELECT OPTIONAL DSUBCPG2K492IDX ASSIGN TO DISK.
           SELECT LSUBCPG2KCONPRZ ASSIGN TO PRINTER.
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
        FD DSUBCPG2K492IDX
           RECORD CONTAINS 20 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/492/IDX ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K492IDX.
           03 IDX-COMPETENCIA        PIC 9(06).
           03 IDX-FATOR              PIC 9(03)V9(08).
           03 FILLER                 PIC X(03).
      *
        FD LSUBCPG2KCONPRZ.
        01 LINHA-LSUBCPG2KCONPRZ  PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCONPRZ".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-IDX                 PIC X(03) VALUE "NAO".
       77  WS-PAR-PRAZO-DIAS          PIC 9(03) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONCESSOES           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADAS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-CT-EFETIVADAS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATRASADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-INDICE           PIC 9(08) VALUE ZEROS.
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
      *SUBCHAVE DA ULTIMA BUSCA DE EFETIVACAO: AS SITUACOES DA
      *SUBCHAVE SAO CONSUMIDAS NA BUSCA, ENTAO UM SEGUNDO CP01 COM A
      *MESMA SUBCHAVE (OUTRO NIT) REAPROVEITA A DATA JA ACHADA.
       01  WS-SUBCHAVE-EFET           PIC X(45) VALUE LOW-VALUES.
       01  WS-DT-EFETIVACAO           PIC 9(08) VALUE ZEROS.
      *
      *DATAS DO CREDITO EM APURACAO; A COMPETENCIA (AAAAMM) DO
      *PAGAMENTO E DO VENCIMENTO DO PRAZO LOCALIZA O FATOR NA SERIE.
       01  WS-DT-PAGAMENTO            PIC 9(08) VALUE ZEROS.
       01  WS-DT-PAGAMENTO-R REDEFINES WS-DT-PAGAMENTO.
           03 WS-COMP-PAGAMENTO       PIC 9(06).
           03 FILLER                  PIC 9(02).
       01  WS-DT-PRAZO                PIC 9(08) VALUE ZEROS.
       01  WS-DT-PRAZO-R REDEFINES WS-DT-PRAZO.
           03 WS-COMP-PRAZO           PIC 9(06).
           03 FILLER                  PIC 9(02).
       77  WS-DU-DISPONIVEL           PIC 9(05) VALUE ZEROS.
       77  WS-DU-EFETIVACAO           PIC 9(05) VALUE ZEROS.
       77  WS-DU-REFERENCIA           PIC 9(05) VALUE ZEROS.
      *
      *INTERFACE SSUBLIB2K602 (DIAS UTEIS ENTRE DATAS).
       77  WS-DATA-INICIO-602         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM-602            PIC 9(08) VALUE ZEROS.
       77  WS-UF-CONSULTA             PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-UTEIS              PIC 9(05) BINARY.
       77  WS-HORAS-UTEIS             PIC 9(07) BINARY.
       77  WS-STATUS-PERIODO          PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE SSUBLIB2K603 (N-ESIMO DIA UTIL APOS X).
       77  WS-FUNCAO-603              PIC X(01).
       77  WS-DATA-BASE-603           PIC 9(08) VALUE ZEROS.
       77  WS-OFFSET-UTEIS            PIC S9(05) VALUE ZEROS.
       77  WS-DATA-RESULTADO          PIC 9(08) VALUE ZEROS.
       77  WS-IN-DIA-UTIL             PIC 9(01) VALUE ZEROS.
       77  WS-STATUS-603              PIC 9(01) VALUE ZEROS.
      *
      *SERIE DE FATORES ACUMULADOS POR COMPETENCIA (VIDE
      *PSUBCPG2K492).
       01  TABELA-INDICE.
           05 TB-IDX OCCURS 300 TIMES.
              10 TB-IDX-COMP          PIC 9(06).
              10 TB-IDX-FATOR         PIC 9(03)V9(08).
       77  WS-QTDE-IDX                PIC 9(03) VALUE ZEROS.
       77  WS-IX-IDX                  PIC 9(03) VALUE ZEROS.
       77  WS-FATOR-PRAZO             PIC 9(03)V9(08) VALUE ZEROS.
       77  WS-FATOR-PAGAMENTO         PIC 9(03)V9(08) VALUE ZEROS.
       77  WS-VL-CORRECAO             PIC 9(10)V99 VALUE ZEROS.
      *
      *TOTAIS POR UF/OP (FIND-OR-INSERT), POR UF (INDICE = UF + 1) E
      *POR ESPECIE (INDICE = ESPECIE + 1). TOTAL GERAL A PARTE.
       01  TABELA-OP.
           05 TB-OP OCCURS 5000 TIMES.
              10 TB-OP-UF             PIC 9(02).
              10 TB-OP-ID             PIC 9(06).
              10 TB-OP-QT-CONC        PIC 9(08).
              10 TB-OP-QT-ATRAS       PIC 9(08).
              10 TB-OP-PIOR-DU        PIC 9(05).
              10 TB-OP-VL-ATRAS       PIC 9(13)V99.
              10 TB-OP-VL-CORR        PIC 9(13)V99.
       77  WS-QTDE-OP                 PIC 9(04) VALUE ZEROS.
       77  WS-IX-OP                   PIC 9(04) VALUE ZEROS.
       77  WS-OP-ENCONTRADO           PIC 9(01) VALUE 0.
      *
       01  TABELA-UF.
           05 TB-UF OCCURS 100 TIMES.
              10 TB-UF-QT-CONC        PIC 9(08).
              10 TB-UF-QT-ATRAS       PIC 9(08).
              10 TB-UF-PIOR-DU        PIC 9(05).
              10 TB-UF-VL-ATRAS       PIC 9(13)V99.
              10 TB-UF-VL-CORR        PIC 9(13)V99.
       77  WS-IX-UF                   PIC 9(03) VALUE ZEROS.
      *
       01  TABELA-ESPECIE.
           05 TB-ESP OCCURS 1000 TIMES.
              10 TB-ESP-QT-CONC       PIC 9(08).
              10 TB-ESP-QT-ATRAS      PIC 9(08).
              10 TB-ESP-PIOR-DU       PIC 9(05).
              10 TB-ESP-VL-ATRAS      PIC 9(13)V99.
              10 TB-ESP-VL-CORR       PIC 9(13)V99.
       77  WS-IX-ESP                  PIC 9(04) VALUE ZEROS.
      *
       01  WS-TOTAL-GERAL.
           05 WS-TOT-QT-CONC          PIC 9(08).
           05 WS-TOT-QT-ATRAS         PIC 9(08).
           05 WS-TOT-PIOR-DU          PIC 9(05).
           05 WS-TOT-VL-ATRAS         PIC 9(13)V99.
           05 WS-TOT-VL-CORR          PIC 9(13)V99.
      *
      *ROTULOS DAS LINHAS DE TOTAL.
       01  WS-ROTULO-OP.
           03 FILLER                PIC X(07) VALUE "UF/OP: ".
           03 ROT-OP-UF             PIC 9(02).
           03 FILLER                PIC X(01) VALUE "/".
           03 ROT-OP-ID             PIC 9(06).
       01  WS-ROTULO-UF.
           03 FILLER                PIC X(13) VALUE "TOTAL DA UF  ".
           03 ROT-UF                PIC 9(02).
       01  WS-ROTULO-ESP.
           03 FILLER                PIC X(09) VALUE "ESPECIE: ".
           03 ROT-ESP               PIC 9(03).
      *
       01  CAB-01-2KCONPRZ.
           03 FILLER                PIC X(21) VALUE
              "P/SUB/CPG/2K/CONPRZ".
           03 FILLER                PIC X(45) VALUE
              "PRAZO DO PRIMEIRO PAGAMENTO DE CONCESSOES".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KCONPRZ.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KCONPRZ.
           03 FILLER                PIC X(36) VALUE
              "PRAZO DO PRIMEIRO PAGAMENTO (DU)  : ".
           03 CAB03-PRAZO           PIC ZZ9.
      *
       01  CAB-SECAO-2KCONPRZ.
           03 CABS-TEXTO            PIC X(60).
      *
      *DU DISP = DIAS UTEIS DO INICIO ATE A DISPONIBILIZACAO;
      *DU EFET = ATE A EFETIVACAO ("    -" QUANDO NAO HA RETORNO 01).
       01  DET-ATRASO-2KCONPRZ.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-NB                PIC 9(10).
           03 FILLER                PIC X(08) VALUE " UF/OP: ".
           03 DET-UF                PIC 9(02).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-OP                PIC 9(06).
           03 FILLER                PIC X(06) VALUE " ESP: ".
           03 DET-ESP               PIC 9(03).
           03 FILLER                PIC X(06) VALUE " INI: ".
           03 DET-INICIO            PIC 9(08).
           03 FILLER                PIC X(10) VALUE " DU DISP: ".
           03 DET-DU-DISP           PIC ZZZZ9.
           03 FILLER                PIC X(10) VALUE " DU EFET: ".
           03 DET-EFET-G.
              05 DET-DU-EFET        PIC ZZZZ9.
           03 FILLER                PIC X(05) VALUE " VL: ".
           03 DET-VALOR             PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE " CORR: ".
           03 DET-CORRECAO          PIC Z.ZZZ.ZZ9,99.
      *
       01  DET-GRUPO-2KCONPRZ.
           03 DETG-ROTULO           PIC X(16).
           03 FILLER                PIC X(08) VALUE "  CONC: ".
           03 DETG-QT-CONC          PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  ATRAS: ".
           03 DETG-QT-ATRAS         PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(11) VALUE "  PIOR DU: ".
           03 DETG-PIOR-DU          PIC ZZZZ9.
           03 FILLER                PIC X(13) VALUE "  VL ATRAS:  ".
           03 DETG-VL-ATRAS         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE "  CORRECAO: ".
           03 DETG-VL-CORR          PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-2KCONPRZ.
           03 TEXTO-TRL-2KCONPRZ    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KCONPRZ       PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-PRAZO-DIAS.
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
           PERFORM 2000-LOOP-MERGE
              THRU 2000-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           PERFORM 3000-EMITIR-RELATORIO
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
           OPEN INPUT  DSUBCPG2K462.
           OPEN OUTPUT LSUBCPG2KCONPRZ.
      *
           MOVE ZEROS TO TABELA-OP TABELA-UF TABELA-ESPECIE
                         WS-TOTAL-GERAL.
           IF WS-PAR-PRAZO-DIAS EQUAL ZEROS
              MOVE 30 TO WS-PAR-PRAZO-DIAS.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE WS-PAR-PRAZO-DIAS TO CAB03-PRAZO.
      *
           WRITE LINHA-LSUBCPG2KCONPRZ FROM CAB-01-2KCONPRZ AFTER PAGE.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM CAB-02-2KCONPRZ AFTER 1.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM CAB-03-2KCONPRZ AFTER 1.
      *
           MOVE SPACES TO CAB-SECAO-2KCONPRZ.
           MOVE "CONCESSOES COM PRIMEIRO PAGAMENTO FORA DO PRAZO"
                                                     TO CABS-TEXTO.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM CAB-SECAO-2KCONPRZ
                                                          AFTER 2.
      *
      *SERIE DE FATORES DE CORRECAO (VAZIA/AUSENTE = SEM CORRECAO).
           OPEN INPUT DSUBCPG2K492IDX.
           PERFORM 1150-CARREGA-INDICE
              THRU 1150-FIM
             UNTIL WS-EOF-IDX EQUAL "SIM"
                OR WS-QTDE-IDX EQUAL 300.
           CLOSE DSUBCPG2K492IDX.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1150-CARREGA-INDICE.
      *--------------------*
      *
           READ DSUBCPG2K492IDX
                AT END MOVE "SIM" TO WS-EOF-IDX
                NOT AT END
                   ADD 1 TO WS-QTDE-IDX
                   MOVE IDX-COMPETENCIA TO TB-IDX-COMP (WS-QTDE-IDX)
                   MOVE IDX-FATOR       TO TB-IDX-FATOR (WS-QTDE-IDX).
      *
       1150-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    MERGE DIRIGIDO PELO CP01: SO INTERESSAM AS CONCESSOES NAO
      *    CANCELADAS. PARA CADA UMA, BUSCA A EFETIVACAO NAS SITUACOES
      *    E APURA O PRAZO.
      *----------------------------------------------------------------
       2000-LOOP-MERGE.
      *---------------*
      *
           ADD 1 TO WS-CT-LIDOS.
      *
           IF CP01-CS-ROTINA-PAGTO NOT EQUAL 1
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
      *CONCESSAO CANCELADA ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO
      *CHEGOU A SER PAGA - FICA FORA DA APURACAO.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADAS
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-CONCESSOES.
      *
           PERFORM 2100-BUSCA-EFETIVACAO
              THRU 2100-FIM.
      *
           PERFORM 2200-APURA-PRAZO
              THRU 2200-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    AVANCA AS SITUACOES ATE A SUBCHAVE DO CP01 E CONSOME AS DA
      *    MESMA SUBCHAVE, GUARDANDO A DATA DO PRIMEIRO RETORNO 01
      *    (CREDITO EFETIVADO PELO BANCO).
      *----------------------------------------------------------------
       2100-BUSCA-EFETIVACAO.
      *----------------------*
      *
           IF WS-SUBCHAVE-CP01 EQUAL WS-SUBCHAVE-EFET
              GO TO 2100-FIM.
      *
           MOVE WS-SUBCHAVE-CP01 TO WS-SUBCHAVE-EFET.
           MOVE ZEROS            TO WS-DT-EFETIVACAO.
      *
           PERFORM 9010-LE-SIT
              THRU 9010-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM"
                OR WS-SUBCHAVE-SIT NOT LESS WS-SUBCHAVE-CP01.
      *
           PERFORM 2110-CONSOME-SIT
              THRU 2110-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM"
                OR WS-SUBCHAVE-SIT NOT EQUAL WS-SUBCHAVE-CP01.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2110-CONSOME-SIT.
      *-----------------*
      *
           IF SIT01-CS-RETORNO EQUAL 01
              AND SIT01-DT-RETORNO NOT EQUAL ZEROS
              AND WS-DT-EFETIVACAO EQUAL ZEROS
              MOVE SIT01-DT-RETORNO TO WS-DT-EFETIVACAO.
      *
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
       2110-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    DIAS UTEIS (UF DO OP) DO INICIO DO BENEFICIO ATE A
      *    DISPONIBILIZACAO E ATE A EFETIVACAO. PAGAMENTO ANTERIOR AO
      *    INICIO (STATUS 1 DO SSUBLIB2K602) CONTA COMO ZERO DIAS.
      *----------------------------------------------------------------
       2200-APURA-PRAZO.
      *-----------------*
      *
           IF CP01-DT-INI-PERIODO EQUAL ZEROS
              OR CP01-DT-INI-VALIDADE EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-DATA
              GO TO 2200-FIM.
      *
           MOVE CP01-CS-UF-OP        TO WS-UF-CONSULTA.
           MOVE CP01-DT-INI-PERIODO  TO WS-DATA-INICIO-602.
           MOVE CP01-DT-INI-VALIDADE TO WS-DATA-FIM-602.
           PERFORM 2210-CHAMA-602
              THRU 2210-FIM.
           MOVE WS-DIAS-UTEIS        TO WS-DU-DISPONIVEL.
      *
           MOVE ZEROS TO WS-DU-EFETIVACAO.
           IF WS-DT-EFETIVACAO NOT EQUAL ZEROS
              ADD 1 TO WS-CT-EFETIVADAS
              MOVE WS-DT-EFETIVACAO TO WS-DATA-FIM-602
              PERFORM 2210-CHAMA-602
                 THRU 2210-FIM
              MOVE WS-DIAS-UTEIS    TO WS-DU-EFETIVACAO
              MOVE WS-DU-EFETIVACAO TO WS-DU-REFERENCIA
              MOVE WS-DT-EFETIVACAO TO WS-DT-PAGAMENTO
           ELSE
              MOVE WS-DU-DISPONIVEL     TO WS-DU-REFERENCIA
              MOVE CP01-DT-INI-VALIDADE TO WS-DT-PAGAMENTO
           END-IF.
      *
           PERFORM 2300-LOCALIZA-GRUPOS
              THRU 2300-FIM.
      *
           ADD 1 TO TB-OP-QT-CONC (WS-IX-OP)
                    TB-UF-QT-CONC (WS-IX-UF)
                    TB-ESP-QT-CONC (WS-IX-ESP)
                    WS-TOT-QT-CONC.
      *
           IF WS-DU-REFERENCIA NOT GREATER WS-PAR-PRAZO-DIAS
              GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-ATRASADAS.
      *
           PERFORM 2400-CALCULA-CORRECAO
              THRU 2400-FIM.
      *
           PERFORM 2500-ACUMULA-ATRASO
              THRU 2500-FIM.
      *
           MOVE CP01-NU-NB            TO DET-NB.
           MOVE CP01-CS-UF-OP         TO DET-UF.
           MOVE CP01-ID-ORGAO-PAGADOR TO DET-OP.
           MOVE CP01-CS-ESPECIE       TO DET-ESP.
           MOVE CP01-DT-INI-PERIODO   TO DET-INICIO.
           MOVE WS-DU-DISPONIVEL      TO DET-DU-DISP.
           IF WS-DT-EFETIVACAO EQUAL ZEROS
              MOVE "    -"            TO DET-EFET-G
           ELSE
              MOVE WS-DU-EFETIVACAO   TO DET-DU-EFET
           END-IF.
           MOVE CP01-VL-LIQUIDO-CRED  TO DET-VALOR.
           MOVE WS-VL-CORRECAO        TO DET-CORRECAO.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM DET-ATRASO-2KCONPRZ
                                                          AFTER 1.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2210-CHAMA-602.
      *---------------*
      *
           CALL "SSUBLIB2K602" USING WS-DATA-INICIO-602
                                     WS-DATA-FIM-602
                                     WS-UF-CONSULTA
                                     WS-DIAS-UTEIS WS-HORAS-UTEIS
                                     WS-STATUS-PERIODO.
           IF WS-STATUS-PERIODO NOT EQUAL 0
              MOVE ZEROS TO WS-DIAS-UTEIS.
      *
       2210-FIM. EXIT.
      *---------*
      *
       2300-LOCALIZA-GRUPOS.
      *---------------------*
      *
           COMPUTE WS-IX-UF  = CP01-CS-UF-OP + 1.
           COMPUTE WS-IX-ESP = CP01-CS-ESPECIE + 1.
      *
           MOVE 0 TO WS-OP-ENCONTRADO.
           PERFORM VARYING WS-IX-OP FROM 1 BY 1
                     UNTIL WS-IX-OP GREATER WS-QTDE-OP
                        OR WS-OP-ENCONTRADO EQUAL 1
              IF TB-OP-UF (WS-IX-OP) EQUAL CP01-CS-UF-OP
                 AND TB-OP-ID (WS-IX-OP) EQUAL CP01-ID-ORGAO-PAGADOR
                 MOVE 1 TO WS-OP-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-OP-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-OP.
      *
           IF WS-OP-ENCONTRADO EQUAL 0
              IF WS-QTDE-OP EQUAL 5000
                 DISPLAY "PSUBCPG2KCONPRZ: MAIS DE 5000 ORGAOS"
                 DISPLAY "PAGADORES COM CONCESSAO - AMPLIAR TABELA-OP"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-OP
              MOVE WS-QTDE-OP            TO WS-IX-OP
              MOVE CP01-CS-UF-OP         TO TB-OP-UF (WS-IX-OP)
              MOVE CP01-ID-ORGAO-PAGADOR TO TB-OP-ID (WS-IX-OP).
      *
       2300-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CORRECAO DEVIDA: VENCIMENTO DO PRAZO = INICIO + PRAZO EM
      *    DIAS UTEIS DA UF (SSUBLIB2K603); AJUSTE = VALOR X (FATOR DA
      *    COMPETENCIA DO PAGAMENTO / FATOR DA COMPETENCIA DO
      *    VENCIMENTO) - VALOR. PAGAMENTO NA MESMA COMPETENCIA DO
      *    VENCIMENTO NAO TEM CORRECAO; FATOR AUSENTE NA SERIE DEIXA A
      *    CORRECAO ZERADA E E CONTADO.
      *----------------------------------------------------------------
       2400-CALCULA-CORRECAO.
      *----------------------*
      *
           MOVE ZEROS TO WS-VL-CORRECAO.
      *
           MOVE "P"                 TO WS-FUNCAO-603.
           MOVE CP01-DT-INI-PERIODO TO WS-DATA-BASE-603.
           MOVE WS-PAR-PRAZO-DIAS   TO WS-OFFSET-UTEIS.
           MOVE CP01-CS-UF-OP       TO WS-UF-CONSULTA.
           CALL "SSUBLIB2K603" USING WS-FUNCAO-603 WS-DATA-BASE-603
                                     WS-OFFSET-UTEIS WS-UF-CONSULTA
                                     WS-DATA-RESULTADO WS-IN-DIA-UTIL
                                     WS-STATUS-603.
           IF WS-STATUS-603 NOT EQUAL 0
              ADD 1 TO WS-CT-SEM-INDICE
              GO TO 2400-FIM.
           MOVE WS-DATA-RESULTADO TO WS-DT-PRAZO.
      *
           IF WS-COMP-PAGAMENTO NOT GREATER WS-COMP-PRAZO
              GO TO 2400-FIM.
      *
           MOVE ZEROS TO WS-FATOR-PRAZO WS-FATOR-PAGAMENTO.
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                     UNTIL WS-IX-IDX GREATER WS-QTDE-IDX
              IF TB-IDX-COMP (WS-IX-IDX) EQUAL WS-COMP-PRAZO
                 MOVE TB-IDX-FATOR (WS-IX-IDX) TO WS-FATOR-PRAZO
              END-IF
              IF TB-IDX-COMP (WS-IX-IDX) EQUAL WS-COMP-PAGAMENTO
                 MOVE TB-IDX-FATOR (WS-IX-IDX) TO WS-FATOR-PAGAMENTO
              END-IF
           END-PERFORM.
      *
           IF WS-FATOR-PRAZO EQUAL ZEROS
              OR WS-FATOR-PAGAMENTO EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-INDICE
              GO TO 2400-FIM.
      *
           COMPUTE WS-VL-CORRECAO ROUNDED =
                   CP01-VL-LIQUIDO-CRED
                   * (WS-FATOR-PAGAMENTO / WS-FATOR-PRAZO)
                   - CP01-VL-LIQUIDO-CRED.
      *
       2400-FIM. EXIT.
      *---------*
      *
       2500-ACUMULA-ATRASO.
      *--------------------*
      *
           ADD 1 TO TB-OP-QT-ATRAS (WS-IX-OP)
                    TB-UF-QT-ATRAS (WS-IX-UF)
                    TB-ESP-QT-ATRAS (WS-IX-ESP)
                    WS-TOT-QT-ATRAS.
           ADD CP01-VL-LIQUIDO-CRED TO TB-OP-VL-ATRAS (WS-IX-OP)
                                       TB-UF-VL-ATRAS (WS-IX-UF)
                                       TB-ESP-VL-ATRAS (WS-IX-ESP)
                                       WS-TOT-VL-ATRAS.
           ADD WS-VL-CORRECAO       TO TB-OP-VL-CORR (WS-IX-OP)
                                       TB-UF-VL-CORR (WS-IX-UF)
                                       TB-ESP-VL-CORR (WS-IX-ESP)
                                       WS-TOT-VL-CORR.
      *
           IF WS-DU-REFERENCIA GREATER TB-OP-PIOR-DU (WS-IX-OP)
              MOVE WS-DU-REFERENCIA TO TB-OP-PIOR-DU (WS-IX-OP).
           IF WS-DU-REFERENCIA GREATER TB-UF-PIOR-DU (WS-IX-UF)
              MOVE WS-DU-REFERENCIA TO TB-UF-PIOR-DU (WS-IX-UF).
           IF WS-DU-REFERENCIA GREATER TB-ESP-PIOR-DU (WS-IX-ESP)
              MOVE WS-DU-REFERENCIA TO TB-ESP-PIOR-DU (WS-IX-ESP).
           IF WS-DU-REFERENCIA GREATER WS-TOT-PIOR-DU
              MOVE WS-DU-REFERENCIA TO WS-TOT-PIOR-DU.
      *
       2500-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    TOTAIS POR UF/OP (CADA UF SEGUIDA DO SEU TOTAL), POR
      *    ESPECIE E GERAL, E OS TRAILERS DE CONTROLE.
      *----------------------------------------------------------------
       3000-EMITIR-RELATORIO.
      *---------------------*
      *
           MOVE SPACES TO CAB-SECAO-2KCONPRZ.
           MOVE "TOTAIS POR UF / ORGAO PAGADOR" TO CABS-TEXTO.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM CAB-SECAO-2KCONPRZ
                                                          AFTER 2.
      *
           PERFORM 3100-IMPRIME-UF
              THRU 3100-FIM
              VARYING WS-IX-UF FROM 1 BY 1
                UNTIL WS-IX-UF GREATER 100.
      *
           MOVE SPACES TO CAB-SECAO-2KCONPRZ.
           MOVE "TOTAIS POR ESPECIE" TO CABS-TEXTO.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM CAB-SECAO-2KCONPRZ
                                                          AFTER 2.
      *
           PERFORM 3300-IMPRIME-ESPECIE
              THRU 3300-FIM
              VARYING WS-IX-ESP FROM 1 BY 1
                UNTIL WS-IX-ESP GREATER 1000.
      *
           MOVE "TOTAL GERAL"   TO DETG-ROTULO.
           MOVE WS-TOT-QT-CONC  TO DETG-QT-CONC.
           MOVE WS-TOT-QT-ATRAS TO DETG-QT-ATRAS.
           MOVE WS-TOT-PIOR-DU  TO DETG-PIOR-DU.
           MOVE WS-TOT-VL-ATRAS TO DETG-VL-ATRAS.
           MOVE WS-TOT-VL-CORR  TO DETG-VL-CORR.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM DET-GRUPO-2KCONPRZ AFTER 2.
      *
           MOVE SPACES TO TRAILER-2KCONPRZ.
           MOVE "TOTAL DE CREDITOS LIDOS                      " TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-LIDOS TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 2.
      *
           MOVE "CONCESSOES APURADAS                          " TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-CONCESSOES TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 1.
      *
           MOVE "CONCESSOES CANCELADAS (FORA DA APURACAO)     " TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-CANCELADAS TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 1.
      *
           MOVE "CONCESSOES SEM INICIO OU SEM DISPONIBILIZACAO" TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-SEM-DATA TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 1.
      *
           MOVE "CONCESSOES COM EFETIVACAO (RETORNO 01)       " TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-EFETIVADAS TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 1.
      *
           MOVE "CONCESSOES FORA DO PRAZO                     " TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-ATRASADAS TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 1.
      *
           MOVE "ATRASADAS SEM FATOR NA SERIE (SEM CORRECAO)  " TO
                                                  TEXTO-TRL-2KCONPRZ.
           MOVE WS-CT-SEM-INDICE TO QT-TRL-2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM TRAILER-2KCONPRZ AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-IMPRIME-UF.
      *----------------*
      *
           IF TB-UF-QT-CONC (WS-IX-UF) EQUAL ZEROS
              GO TO 3100-FIM.
      *
           PERFORM 3200-IMPRIME-OP
              THRU 3200-FIM
              VARYING WS-IX-OP FROM 1 BY 1
                UNTIL WS-IX-OP GREATER WS-QTDE-OP.
      *
           COMPUTE ROT-UF = WS-IX-UF - 1.
           MOVE WS-ROTULO-UF               TO DETG-ROTULO.
           MOVE TB-UF-QT-CONC (WS-IX-UF)   TO DETG-QT-CONC.
           MOVE TB-UF-QT-ATRAS (WS-IX-UF)  TO DETG-QT-ATRAS.
           MOVE TB-UF-PIOR-DU (WS-IX-UF)   TO DETG-PIOR-DU.
           MOVE TB-UF-VL-ATRAS (WS-IX-UF)  TO DETG-VL-ATRAS.
           MOVE TB-UF-VL-CORR (WS-IX-UF)   TO DETG-VL-CORR.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM DET-GRUPO-2KCONPRZ AFTER 1.
           MOVE SPACES TO LINHA-LSUBCPG2KCONPRZ.
           WRITE LINHA-LSUBCPG2KCONPRZ AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-IMPRIME-OP.
      *----------------*
      *
           IF TB-OP-UF (WS-IX-OP) + 1 NOT EQUAL WS-IX-UF
              GO TO 3200-FIM.
      *
           MOVE TB-OP-UF (WS-IX-OP)        TO ROT-OP-UF.
           MOVE TB-OP-ID (WS-IX-OP)        TO ROT-OP-ID.
           MOVE WS-ROTULO-OP               TO DETG-ROTULO.
           MOVE TB-OP-QT-CONC (WS-IX-OP)   TO DETG-QT-CONC.
           MOVE TB-OP-QT-ATRAS (WS-IX-OP)  TO DETG-QT-ATRAS.
           MOVE TB-OP-PIOR-DU (WS-IX-OP)   TO DETG-PIOR-DU.
           MOVE TB-OP-VL-ATRAS (WS-IX-OP)  TO DETG-VL-ATRAS.
           MOVE TB-OP-VL-CORR (WS-IX-OP)   TO DETG-VL-CORR.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM DET-GRUPO-2KCONPRZ AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-IMPRIME-ESPECIE.
      *---------------------*
      *
           IF TB-ESP-QT-CONC (WS-IX-ESP) EQUAL ZEROS
              GO TO 3300-FIM.
      *
           COMPUTE ROT-ESP = WS-IX-ESP - 1.
           MOVE WS-ROTULO-ESP              TO DETG-ROTULO.
           MOVE TB-ESP-QT-CONC (WS-IX-ESP) TO DETG-QT-CONC.
           MOVE TB-ESP-QT-ATRAS (WS-IX-ESP) TO DETG-QT-ATRAS.
           MOVE TB-ESP-PIOR-DU (WS-IX-ESP) TO DETG-PIOR-DU.
           MOVE TB-ESP-VL-ATRAS (WS-IX-ESP) TO DETG-VL-ATRAS.
           MOVE TB-ESP-VL-CORR (WS-IX-ESP) TO DETG-VL-CORR.
           WRITE LINHA-LSUBCPG2KCONPRZ FROM DET-GRUPO-2KCONPRZ AFTER 1.
      *
       3300-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K462.
           CLOSE LSUBCPG2KCONPRZ.
      *
           DISPLAY "PSUBCPG2KCONPRZ - CONCESSOES APURADAS  = "
                                                     WS-CT-CONCESSOES.
           DISPLAY "PSUBCPG2KCONPRZ - FORA DO PRAZO        = "
                                                     WS-CT-ATRASADAS.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
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
