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
       PROGRAM-ID.      PSUBCPG2KIRVAL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: RECALCULO DO IR RETIDO DE CADA CREDITO CONTRA A     *
      *            TABELA PROGRESSIVA D/SUB/CPG/2K/IRT (MANTIDA POR    *
      *            PSUBCPG2KIRTMAN). O CP01-VL-IR CHEGA PRONTO E OS    *
      *            PSUBCPG2K497/498/499 SO O TOTALIZAM, RECOLHEM E     *
      *            CONFEREM A PARCELA JUDICIAL - RETENCAO ERRADA SO    *
      *            APARECIA UM ANO DEPOIS, NA RETIFICACAO DO INFORME   *
      *            DE RENDIMENTOS.                                     *
      *            O CP01 E CASADO COM O CP430 PELA CHAVE COMUM (MESMO *
      *            MERGE DE PSUBCPG2KLCT) PARA SOMAR AS RUBRICAS DE    *
      *            PROVENTO (RUBM-CS-CLASSE "P" DA RUBRICA MASTER) - O *
      *            RENDIMENTO BRUTO DO CREDITO. O CP450 ENTRA PELA     *
      *            CHAVE SEM O NIT (MESMO CRITERIO DE PSUBCPG2KPRCCHK) *
      *            SO PARA TRAZER CP50-DT-NASCIMENTO: A PARTIR DO MES  *
      *            EM QUE O BENEFICIARIO COMPLETA 65 ANOS, A PARCELA   *
      *            ISENTA DA TABELA SAI DA BASE. SEM CP450 (OU SEM     *
      *            NASCIMENTO NELE) A PARCELA NAO E APLICADA.          *
      *            CREDITO COM CP01-IN-CRED-ISENTO-IR = 1 TEM IR       *
      *            ESPERADO ZERO; CREDITO CANCELADO NAO E CONFERIDO.   *
      *            DIVERGENCIA ACIMA DA TOLERANCIA E LISTADA POR UF E  *
      *            ESPECIE, COM SUBTOTAIS. CREDITO CUJA COMPETENCIA    *
      *            NAO TEM TABELA INSTALADA TERMINA O RUN ANORMAL.     *
      *                                                                *
      *  PARAMETRO: WS-PAR-TOLERANCIA - DIFERENCA ACEITA ENTRE O IR    *
      *            RETIDO E O RECALCULADO (ZEROS ASSUME 1,00).         *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2K430 - RUBRICAS EXCEDENTES (CP430).         *
      *            DSUBCPG2K450 - MOVIMENTO CP450.                     *
      *            DSUBCPG2KIRT - TABELA PROGRESSIVA DO IR.            *
      *  SAIDA:    LSUBCPG2KIRVAL - DIVERGENCIAS POR UF E ESPECIE.     *
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
           SELECT DSUBCPG2K430    ASSIGN TO DISK.
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2KIRT    ASSIGN TO DISK.
           SELECT DSUBCPG2KIRVTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KIRVAL  ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
           SELECT SORTDV          ASSIGN TO DISK.
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
        FD DSUBCPG2K430
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/430 ON PKBDSGF".
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
        FD DSUBCPG2KIRT
           RECORD CONTAINS 180 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/IRT ON PKBDSGF".
      *
      *DIVERGENCIAS APURADAS, AGUARDANDO A CLASSIFICACAO POR UF E
      *ESPECIE PARA A LISTAGEM.
        FD DSUBCPG2KIRVTMP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRVAL/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KIRVTMP    PIC X(100).
      *
        FD LSUBCPG2KIRVAL.
        01 LINHA-IRVAL            PIC X(133).
      *
        SD SORTWK.
        01 SRTI-REG.
           03 SRTI-CHAVE.
              05 SRTI-NU-NB           PIC 9(10).
              05 SRTI-DT-MOV-CREDITO  PIC 9(08).
              05 SRTI-CS-NATUR-CRED   PIC 9(02).
              05 SRTI-DT-FIM-PERIODO  PIC 9(08).
              05 SRTI-DT-INI-PERIODO  PIC 9(08).
              05 SRTI-SEQ-REG         PIC 9(09).
      *        1 - CP50 (NASCIMENTO)   2 - CP01
           03 SRTI-TIPO               PIC 9(01).
           03 SRTI-DT-NASCIMENTO      PIC 9(08).
           03 SRTI-CS-UF              PIC 9(02).
           03 SRTI-CS-ESPECIE         PIC 9(03).
           03 SRTI-DT-COMPET          PIC 9(06).
           03 SRTI-VL-BRUTO           PIC 9(10)V99.
           03 SRTI-VL-IR              PIC 9(10)V99.
           03 SRTI-IN-ISENTO          PIC 9(01).
      *
        SD SORTDV.
        01 SRTD-REG.
           03 SRTD-CS-UF              PIC 9(02).
           03 SRTD-CS-ESPECIE         PIC 9(03).
           03 SRTD-NU-NB              PIC 9(10).
           03 SRTD-DT-COMPET          PIC 9(06).
           03 SRTD-VL-BRUTO           PIC 9(10)V99.
           03 SRTD-VL-BASE            PIC 9(10)V99.
           03 SRTD-VL-IR-RETIDO       PIC 9(10)V99.
           03 SRTD-VL-IR-CALC         PIC 9(10)V99.
           03 SRTD-VL-DIFERENCA       PIC S9(10)V99.
           03 SRTD-IN-65              PIC 9(01).
           03 SRTD-IN-ISENTO          PIC 9(01).
           03 SRTD-NU-FAIXA           PIC 9(02).
           03 FILLER                  PIC X(15).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KIRVAL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *RUBRICA MASTER - CLASSE (PROVENTO/DESCONTO) DE CADA RUBRICA.
           COPY "*B/RUBRICA/MASTER ON PKBDSGF".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP430               PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-TOLERANCIA          PIC 9(03)V99 VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONFERIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-ISENTOS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-CP50                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-65-ANOS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-TABELA           PIC 9(08) VALUE ZEROS.
       77  WS-CT-RUBR-SEM-MASTER      PIC 9(08) VALUE ZEROS.
       77  WS-CT-DIVERGENTES          PIC 9(08) VALUE ZEROS.
       77  WS-VL-IR-RETIDO-TOT        PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-IR-CALC-TOT          PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA-TOT        PIC S9(15)V99 VALUE ZEROS.
       77  WS-IN-TEM-CP430            PIC 9(01) VALUE 0.
       77  WS-IX-RUBRICA              PIC 9(02) VALUE ZEROS.
      *
      *RUBRICA EM APURACAO E RENDIMENTO BRUTO DO CREDITO.
       77  WS-CS-RUBRICA-APU          PIC 9(03) VALUE ZEROS.
       77  WS-VL-RUBRICA-APU          PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-BRUTO                PIC 9(10)V99 VALUE ZEROS.
      *
      *CHAVE COMPLETA COMUM CP01 X CP430 (MESMOS GRUPOS DE
      *PSUBCPG2KLCT).
       01  WS-CHAVE-CP01.
           03 WS-C01-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C01-NU-NB            PIC 9(10).
           03 WS-C01-CS-NATUR-CRED    PIC 9(02).
           03 WS-C01-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C01-DT-INI-PERIODO   PIC 9(08).
           03 WS-C01-ID-NIT           PIC 9(10).
           03 WS-C01-SEQ-REG          PIC 9(09).
      *
       01  WS-CHAVE-CP430.
           03 WS-C43-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C43-NU-NB            PIC 9(10).
           03 WS-C43-CS-NATUR-CRED    PIC 9(02).
           03 WS-C43-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C43-DT-INI-PERIODO   PIC 9(08).
           03 WS-C43-ID-NIT           PIC 9(10).
           03 WS-C43-SEQ-REG          PIC 9(09).
      *
      *ULTIMO CP50 VISTO (O CP50 VEM ANTES DO CP01 NA MESMA CHAVE).
       01  WS-CP50-CHAVE              PIC X(45) VALUE SPACES.
       77  WS-CP50-DT-NASCIMENTO      PIC 9(08) VALUE ZEROS.
       77  WS-NASC-COMPET             PIC 9(06) VALUE ZEROS.
      *
      *TABELA PROGRESSIVA CARREGADA (UMA ENTRADA POR COMPETENCIA).
       01  TABELA-IRT.
           05 TB-IRT OCCURS 60 TIMES.
               10 TB-IRT-COMPET          PIC 9(06).
               10 TB-IRT-ISENCAO-65      PIC 9(08)V99.
               10 TB-IRT-QT-FAIXA        PIC 9(02).
               10 TB-IRT-FAIXA OCCURS 6 TIMES.
                  15 TB-IRT-TETO         PIC 9(08)V99.
                  15 TB-IRT-ALIQUOTA     PIC 9(02)V99.
                  15 TB-IRT-DEDUZIR      PIC 9(08)V99.
               10 FILLER                 PIC X(18).
       77  WS-QTDE-IRT                PIC 9(02) VALUE ZEROS.
       77  WS-IX-IRT                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-FAIXA                PIC 9(02) VALUE ZEROS.
      *TABELA DA ULTIMA COMPETENCIA CONSULTADA (O MOVIMENTO E QUASE
      *TODO DE UMA COMPETENCIA SO).
       77  WS-COMPET-ULT              PIC 9(06) VALUE ZEROS.
       77  WS-IX-IRT-ULT              PIC 9(02) VALUE ZEROS.
      *
      *RECALCULO DO CREDITO CORRENTE.
       77  WS-VL-BASE                 PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-IR-CALC-S            PIC S9(10)V99 VALUE ZEROS.
       77  WS-VL-IR-CALC              PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA            PIC S9(10)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA-ABS        PIC 9(10)V99 VALUE ZEROS.
       77  WS-IN-65                   PIC 9(01) VALUE 0.
      *
      *DIVERGENCIA (LAYOUT DE DSUBCPG2KIRVTMP E DE SRTD-REG).
       01  WS-DIV.
           03 DIV-CS-UF               PIC 9(02).
           03 DIV-CS-ESPECIE          PIC 9(03).
           03 DIV-NU-NB               PIC 9(10).
           03 DIV-DT-COMPET           PIC 9(06).
           03 DIV-VL-BRUTO            PIC 9(10)V99.
           03 DIV-VL-BASE             PIC 9(10)V99.
           03 DIV-VL-IR-RETIDO        PIC 9(10)V99.
           03 DIV-VL-IR-CALC          PIC 9(10)V99.
           03 DIV-VL-DIFERENCA        PIC S9(10)V99.
           03 DIV-IN-65               PIC 9(01).
           03 DIV-IN-ISENTO           PIC 9(01).
           03 DIV-NU-FAIXA            PIC 9(02).
           03 FILLER                  PIC X(15).
      *
      *QUEBRAS DA LISTAGEM (UF E, DENTRO DELA, ESPECIE).
       77  WS-UF-CORRENTE             PIC 9(02) VALUE ZEROS.
       77  WS-ESPECIE-CORRENTE        PIC 9(03) VALUE ZEROS.
       77  WS-QT-ESPECIE              PIC 9(08) VALUE ZEROS.
       77  WS-VL-DIF-ESPECIE          PIC S9(15)V99 VALUE ZEROS.
       77  WS-QT-UF                   PIC 9(08) VALUE ZEROS.
       77  WS-VL-DIF-UF               PIC S9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-IRVAL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/IRVA".
           03 FILLER                PIC X(48) VALUE
              "RECALCULO DO IR RETIDO - DIVERGENCIAS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-IRVAL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-IRVAL.
           03 FILLER                PIC X(13) VALUE "TOLERANCIA: ".
           03 CAB03-TOLERANCIA      PIC ZZ9,99.
      *
       01  CAB-04-IRVAL.
           03 FILLER                PIC X(50) VALUE
              "UF  ESP  NB          COMPET          BRUTO  ".
           03 FILLER                PIC X(50) VALUE
              "         BASE         RETIDO    RECALCULADO  ".
           03 FILLER                PIC X(30) VALUE
              "    DIFERENCA  FX  OBS".
      *
       01  DET-DIV-IRVAL.
           03 DET-DIV-UF            PIC 99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-ESPECIE       PIC 999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-NU-NB         PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-COMPET        PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-BRUTO         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-BASE          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-RETIDO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-CALC          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-DIFERENCA     PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-FAIXA         PIC Z9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIV-OBS           PIC X(06).
      *
       01  SUB-ESP-IRVAL.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(12) VALUE "SUBTOTAL UF ".
           03 SUB-ESP-UF            PIC 99.
           03 FILLER                PIC X(09) VALUE " ESPECIE ".
           03 SUB-ESP-ESPECIE       PIC 999.
           03 FILLER                PIC X(16) VALUE ": DIVERGENCIAS ".
           03 SUB-ESP-QTDE          PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(13) VALUE "  DIFERENCA: ".
           03 SUB-ESP-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  SUB-UF-IRVAL.
           03 FILLER                PIC X(12) VALUE "TOTAL DA UF ".
           03 SUB-UF-UF             PIC 99.
           03 FILLER                PIC X(16) VALUE ": DIVERGENCIAS ".
           03 SUB-UF-QTDE           PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(13) VALUE "  DIFERENCA: ".
           03 SUB-UF-VALOR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-IRVAL.
           03 TEXTO-TRL-IRVAL       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-IRVAL          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-IRVAL.
           03 TEXTO-TRL-VL-IRVAL    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-IRVAL          PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-TOLERANCIA.
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
                ASCENDING KEY SRTI-CHAVE SRTI-TIPO
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-RECALCULA
                                 THRU 3000-RECALCULA-FIM.
      *
           SORT SORTDV
                ASCENDING KEY SRTD-CS-UF SRTD-CS-ESPECIE SRTD-NU-NB
                USING DSUBCPG2KIRVTMP
                OUTPUT PROCEDURE 5000-LISTA
                                 THRU 5000-LISTA-FIM.
      *
           PERFORM 6000-TRAILERS
              THRU 6000-FIM.
      *
           PERFORM 9000-FINALIZA
              THRU 9000-FIM.
      *
           IF WS-CT-SEM-TABELA GREATER ZEROS
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KIRVAL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           IF WS-PAR-TOLERANCIA EQUAL ZEROS
              MOVE 1,00 TO WS-PAR-TOLERANCIA.
           MOVE WS-PAR-TOLERANCIA TO CAB03-TOLERANCIA.
      *
           WRITE LINHA-IRVAL FROM CAB-01-IRVAL AFTER PAGE.
           WRITE LINHA-IRVAL FROM CAB-02-IRVAL AFTER 1.
           WRITE LINHA-IRVAL FROM CAB-03-IRVAL AFTER 1.
      *
           OPEN INPUT DSUBCPG2KIRT.
           PERFORM 1100-CARREGA-IRT
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KIRT.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-QTDE-IRT EQUAL ZEROS
              DISPLAY "PSUBCPG2KIRVAL: TABELA PROGRESSIVA DO IR VAZIA"
              DISPLAY "INSTALAR PELO PSUBCPG2KIRTMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-IRT.
      *-----------------*
      *
           READ DSUBCPG2KIRT
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-IRT NOT LESS 60
              DISPLAY "PSUBCPG2KIRVAL - TABELA DO IR COM MAIS DE 60 "
                      "COMPETENCIAS - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-IRT.
           MOVE IRT-REG TO TB-IRT (WS-QTDE-IRT).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE CP01 X CP430 PELA CHAVE COMUM -
      *    CADA CREDITO NAO CANCELADO E LIBERADO COM O RENDIMENTO
      *    BRUTO; DEPOIS O CP450 COM DATA DE NASCIMENTO.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-MERGE.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           OPEN INPUT DSUBCPG2K430.
      *
           PERFORM 2900-LE-CP01
              THRU 2900-FIM.
           PERFORM 2910-LE-CP430
              THRU 2910-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K430.
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-CP50
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
           GO TO 2000-SOLTA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
           ADD 1 TO WS-CT-CREDITOS.
      *
      *ANDA COM O CP430 ATE ALCANCAR O CP01 CORRENTE (ORFAOS SAO
      *ASSUNTO DO PSUBCPG2K431, AQUI SAO SO PULADOS).
           PERFORM 2910-LE-CP430
              THRU 2910-FIM
             UNTIL WS-EOF-CP430 EQUAL "SIM"
                OR WS-CHAVE-CP430 NOT LESS WS-CHAVE-CP01.
      *
           IF WS-EOF-CP430 NOT EQUAL "SIM"
              AND WS-CHAVE-CP430 EQUAL WS-CHAVE-CP01
              MOVE 1 TO WS-IN-TEM-CP430
           ELSE
              MOVE 0 TO WS-IN-TEM-CP430
           END-IF.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
           ELSE
              PERFORM 2100-LIBERA-CREDITO
                 THRU 2100-FIM
           END-IF.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM 2910-LE-CP430
                 THRU 2910-FIM.
      *
           PERFORM 2900-LE-CP01
              THRU 2900-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2100-LIBERA-CREDITO.
      *--------------------*
      *
           MOVE ZEROS TO WS-VL-BRUTO.
      *
           IF CP01-CS-RUBRICA1 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA1 TO WS-CS-RUBRICA-APU
              MOVE CP01-VL-RUBRICA1 TO WS-VL-RUBRICA-APU
              PERFORM 2200-SOMA-PROVENTO
                 THRU 2200-FIM.
           IF CP01-CS-RUBRICA2 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA2 TO WS-CS-RUBRICA-APU
              MOVE CP01-VL-RUBRICA2 TO WS-VL-RUBRICA-APU
              PERFORM 2200-SOMA-PROVENTO
                 THRU 2200-FIM.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM VARYING WS-IX-RUBRICA FROM 1 BY 1
                        UNTIL WS-IX-RUBRICA GREATER 13
                 IF CP430-CS-RUBRICA (WS-IX-RUBRICA) NOT EQUAL ZEROS
                    MOVE CP430-CS-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-CS-RUBRICA-APU
                    MOVE CP430-VL-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-VL-RUBRICA-APU
                    PERFORM 2200-SOMA-PROVENTO
                       THRU 2200-FIM
                 END-IF
              END-PERFORM.
      *
           MOVE SPACES                 TO SRTI-REG.
           MOVE CP01-NU-NB             TO SRTI-NU-NB.
           MOVE CP01-DT-MOV-CREDITO    TO SRTI-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO  TO SRTI-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO    TO SRTI-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO    TO SRTI-DT-INI-PERIODO.
           MOVE CP01-SEQ-REG           TO SRTI-SEQ-REG.
           MOVE 2                      TO SRTI-TIPO.
           MOVE ZEROS                  TO SRTI-DT-NASCIMENTO.
           MOVE CP01-CS-UF-OP          TO SRTI-CS-UF.
           MOVE CP01-CS-ESPECIE        TO SRTI-CS-ESPECIE.
           MOVE CP01-DT-COMPET-CREDITO TO SRTI-DT-COMPET.
           MOVE WS-VL-BRUTO            TO SRTI-VL-BRUTO.
           MOVE CP01-VL-IR             TO SRTI-VL-IR.
           MOVE CP01-IN-CRED-ISENTO-IR TO SRTI-IN-ISENTO.
           RELEASE SRTI-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *SO RUBRICA DE PROVENTO COMPOE O RENDIMENTO TRIBUTAVEL; RUBRICA
      *FORA DA MASTER E SO CONTADA.
       2200-SOMA-PROVENTO.
      *-------------------*
      *
           IF WS-VL-RUBRICA-APU EQUAL ZEROS
              GO TO 2200-FIM.
      *
           MOVE 0 TO WS-RUBRICA-MASTER-ENCONTRADA.
           PERFORM VARYING WS-IX-RUBRICA-MASTER FROM 1 BY 1
                     UNTIL WS-IX-RUBRICA-MASTER GREATER
                                             WS-QTDE-RUBRICA-MASTER
                        OR WS-RUBRICA-MASTER-ENCONTRADA EQUAL 1
              IF RUBM-CS-RUBRICA (WS-IX-RUBRICA-MASTER)
                                      EQUAL WS-CS-RUBRICA-APU
                 MOVE 1 TO WS-RUBRICA-MASTER-ENCONTRADA
              END-IF
           END-PERFORM.
      *
           IF WS-RUBRICA-MASTER-ENCONTRADA EQUAL 0
              ADD 1 TO WS-CT-RUBR-SEM-MASTER
              GO TO 2200-FIM.
      *
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADA=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA A RUBRICA.
           SUBTRACT 1 FROM WS-IX-RUBRICA-MASTER.
           IF RUBM-CS-CLASSE (WS-IX-RUBRICA-MASTER) EQUAL "P"
              ADD WS-VL-RUBRICA-APU TO WS-VL-BRUTO.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-CP50.
      *-------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-CP50.
           IF CP50-DT-NASCIMENTO EQUAL ZEROS
              GO TO 2300-FIM.
      *
           MOVE SPACES                TO SRTI-REG.
           MOVE CP50-NU-NB            TO SRTI-NU-NB.
           MOVE CP50-DT-MOV-CREDITO   TO SRTI-DT-MOV-CREDITO.
           MOVE CP50-CS-NATUR-CREDITO TO SRTI-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTI-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTI-DT-INI-PERIODO.
           MOVE CP50-SEQ-REG          TO SRTI-SEQ-REG.
           MOVE 1                     TO SRTI-TIPO.
           MOVE CP50-DT-NASCIMENTO    TO SRTI-DT-NASCIMENTO.
           MOVE ZEROS                 TO SRTI-CS-UF SRTI-CS-ESPECIE
                                         SRTI-DT-COMPET SRTI-VL-BRUTO
                                         SRTI-VL-IR SRTI-IN-ISENTO.
           RELEASE SRTI-REG.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2900-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-CHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-C01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-C01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-C01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-C01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-C01-DT-INI-PERIODO
                        MOVE CP01-ID-NIT         TO WS-C01-ID-NIT
                        MOVE CP01-SEQ-REG        TO WS-C01-SEQ-REG.
      *
       2900-FIM. EXIT.
      *---------*
      *
       2910-LE-CP430.
      *-------------*
      *
           READ DSUBCPG2K430
                AT END MOVE "SIM" TO WS-EOF-CP430
                        MOVE HIGH-VALUES TO WS-CHAVE-CP430
                NOT AT END
                        MOVE CP430-DT-MOV-CREDITO TO
                                       WS-C43-DT-MOV-CREDITO
                        MOVE CP430-NU-NB          TO WS-C43-NU-NB
                        MOVE CP430-CS-NATUR-CREDITO TO
                                       WS-C43-CS-NATUR-CRED
                        MOVE CP430-DT-FIM-PERIODO TO
                                       WS-C43-DT-FIM-PERIODO
                        MOVE CP430-DT-INI-PERIODO TO
                                       WS-C43-DT-INI-PERIODO
                        MOVE CP430-ID-NIT         TO WS-C43-ID-NIT
                        MOVE CP430-SEQ-REG        TO WS-C43-SEQ-REG.
      *
       2910-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: GUARDA O NASCIMENTO DO CP50 DE CADA CHAVE
      *    E RECALCULA O IR DO CP01 DA MESMA CHAVE; A DIVERGENCIA
      *    ACIMA DA TOLERANCIA VAI PARA O ARQUIVO DE TRABALHO.
      *----------------------------------------------------------------
       3000-RECALCULA SECTION.
       3000-RECALCULA-CREDITOS.
      *------------------------*
      *
           OPEN OUTPUT DSUBCPG2KIRVTMP.
           MOVE "NAO" TO WS-EOF-SORT.
      *
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           CLOSE DSUBCPG2KIRVTMP SAVE.
           GO TO 3000-RECALCULA-FIM.
      *
       3100-UM-REGISTRO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTI-TIPO EQUAL 1
              MOVE SRTI-CHAVE         TO WS-CP50-CHAVE
              MOVE SRTI-DT-NASCIMENTO TO WS-CP50-DT-NASCIMENTO
              GO TO 3100-FIM.
      *
           PERFORM 3200-TABELA-COMPET
              THRU 3200-FIM.
           IF WS-IX-IRT-ULT EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-TABELA
              GO TO 3100-FIM.
           MOVE WS-IX-IRT-ULT TO WS-IX-IRT.
      *
           ADD 1 TO WS-CT-CONFERIDOS.
           MOVE SRTI-VL-BRUTO TO WS-VL-BASE.
           MOVE 0             TO WS-IN-65.
           MOVE ZEROS         TO WS-IX-FAIXA WS-VL-IR-CALC.
      *
           IF SRTI-IN-ISENTO EQUAL 1
              ADD 1 TO WS-CT-ISENTOS
              GO TO 3100-COMPARA.
      *
      *PARCELA ISENTA A PARTIR DO MES EM QUE COMPLETA 65 ANOS.
           IF SRTI-CHAVE EQUAL WS-CP50-CHAVE
              COMPUTE WS-NASC-COMPET = WS-CP50-DT-NASCIMENTO / 100
              IF WS-NASC-COMPET + 6500 NOT GREATER SRTI-DT-COMPET
                 MOVE 1 TO WS-IN-65
                 ADD 1 TO WS-CT-65-ANOS
                 IF WS-VL-BASE GREATER TB-IRT-ISENCAO-65 (WS-IX-IRT)
                    SUBTRACT TB-IRT-ISENCAO-65 (WS-IX-IRT)
                        FROM WS-VL-BASE
                 ELSE
                    MOVE ZEROS TO WS-VL-BASE
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                     UNTIL WS-IX-FAIXA NOT LESS
                                       TB-IRT-QT-FAIXA (WS-IX-IRT)
                        OR WS-VL-BASE NOT GREATER
                                TB-IRT-TETO (WS-IX-IRT WS-IX-FAIXA)
              CONTINUE
           END-PERFORM.
      *
           COMPUTE WS-VL-IR-CALC-S ROUNDED =
                   WS-VL-BASE
                 * TB-IRT-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA) / 100
                 - TB-IRT-DEDUZIR (WS-IX-IRT WS-IX-FAIXA).
           IF WS-VL-IR-CALC-S GREATER ZEROS
              MOVE WS-VL-IR-CALC-S TO WS-VL-IR-CALC.
      *
       3100-COMPARA.
           ADD SRTI-VL-IR    TO WS-VL-IR-RETIDO-TOT.
           ADD WS-VL-IR-CALC TO WS-VL-IR-CALC-TOT.
           COMPUTE WS-VL-DIFERENCA = SRTI-VL-IR - WS-VL-IR-CALC.
           IF WS-VL-DIFERENCA LESS ZEROS
              COMPUTE WS-VL-DIFERENCA-ABS = WS-VL-DIFERENCA * -1
           ELSE
              MOVE WS-VL-DIFERENCA TO WS-VL-DIFERENCA-ABS.
      *
           IF WS-VL-DIFERENCA-ABS NOT GREATER WS-PAR-TOLERANCIA
              GO TO 3100-FIM.
      *
           ADD 1               TO WS-CT-DIVERGENTES.
           ADD WS-VL-DIFERENCA TO WS-VL-DIFERENCA-TOT.
           MOVE SPACES            TO WS-DIV.
           MOVE SRTI-CS-UF        TO DIV-CS-UF.
           MOVE SRTI-CS-ESPECIE   TO DIV-CS-ESPECIE.
           MOVE SRTI-NU-NB        TO DIV-NU-NB.
           MOVE SRTI-DT-COMPET    TO DIV-DT-COMPET.
           MOVE SRTI-VL-BRUTO     TO DIV-VL-BRUTO.
           MOVE WS-VL-BASE        TO DIV-VL-BASE.
           MOVE SRTI-VL-IR        TO DIV-VL-IR-RETIDO.
           MOVE WS-VL-IR-CALC     TO DIV-VL-IR-CALC.
           MOVE WS-VL-DIFERENCA   TO DIV-VL-DIFERENCA.
           MOVE WS-IN-65          TO DIV-IN-65.
           MOVE SRTI-IN-ISENTO    TO DIV-IN-ISENTO.
           MOVE WS-IX-FAIXA       TO DIV-NU-FAIXA.
           WRITE REG-DSUBCPG2KIRVTMP FROM WS-DIV.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *TABELA VIGENTE NA COMPETENCIA DO CREDITO: A DE MAIOR COMPETENCIA
      *QUE NAO PASSA DELA (ZEROS EM WS-IX-IRT-ULT = NENHUMA).
       3200-TABELA-COMPET.
      *-------------------*
      *
           IF SRTI-DT-COMPET EQUAL WS-COMPET-ULT
              GO TO 3200-FIM.
      *
           MOVE SRTI-DT-COMPET TO WS-COMPET-ULT.
           MOVE ZEROS          TO WS-IX-IRT-ULT.
           PERFORM VARYING WS-IX-IRT FROM 1 BY 1
                     UNTIL WS-IX-IRT GREATER WS-QTDE-IRT
              IF TB-IRT-COMPET (WS-IX-IRT) NOT GREATER SRTI-DT-COMPET
                 IF WS-IX-IRT-ULT EQUAL ZEROS
                    MOVE WS-IX-IRT TO WS-IX-IRT-ULT
                 ELSE
                    IF TB-IRT-COMPET (WS-IX-IRT) GREATER
                       TB-IRT-COMPET (WS-IX-IRT-ULT)
                       MOVE WS-IX-IRT TO WS-IX-IRT-ULT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       3200-FIM. EXIT.
      *---------*
       3000-RECALCULA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA LISTAGEM: DIVERGENCIAS POR UF E
      *    ESPECIE, COM SUBTOTAL DE CADA ESPECIE E TOTAL DA UF.
      *----------------------------------------------------------------
       5000-LISTA SECTION.
       5000-LISTA-DIVERGENCIAS.
      *------------------------*
      *
           WRITE LINHA-IRVAL FROM CAB-04-IRVAL AFTER 2.
           MOVE "NAO" TO WS-EOF-SORT.
      *
           RETURN SORTDV
                AT END MOVE "SIM" TO WS-EOF-SORT.
           IF WS-EOF-SORT EQUAL "NAO"
              MOVE SRTD-CS-UF      TO WS-UF-CORRENTE
              MOVE SRTD-CS-ESPECIE TO WS-ESPECIE-CORRENTE.
      *
           PERFORM 5100-UMA-DIVERGENCIA
              THRU 5100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           IF WS-QT-ESPECIE GREATER ZEROS
              PERFORM 5200-FECHA-ESPECIE
                 THRU 5200-FIM
              PERFORM 5300-FECHA-UF
                 THRU 5300-FIM.
      *
           GO TO 5000-LISTA-FIM.
      *
       5100-UMA-DIVERGENCIA.
      *---------------------*
      *
           IF SRTD-CS-UF NOT EQUAL WS-UF-CORRENTE
              PERFORM 5200-FECHA-ESPECIE
                 THRU 5200-FIM
              PERFORM 5300-FECHA-UF
                 THRU 5300-FIM
           ELSE
              IF SRTD-CS-ESPECIE NOT EQUAL WS-ESPECIE-CORRENTE
                 PERFORM 5200-FECHA-ESPECIE
                    THRU 5200-FIM
              END-IF
           END-IF.
      *
           MOVE SRTD-CS-UF      TO WS-UF-CORRENTE.
           MOVE SRTD-CS-ESPECIE TO WS-ESPECIE-CORRENTE.
      *
           MOVE SRTD-CS-UF         TO DET-DIV-UF.
           MOVE SRTD-CS-ESPECIE    TO DET-DIV-ESPECIE.
           MOVE SRTD-NU-NB         TO DET-DIV-NU-NB.
           MOVE SRTD-DT-COMPET     TO DET-DIV-COMPET.
           MOVE SRTD-VL-BRUTO      TO DET-DIV-BRUTO.
           MOVE SRTD-VL-BASE       TO DET-DIV-BASE.
           MOVE SRTD-VL-IR-RETIDO  TO DET-DIV-RETIDO.
           MOVE SRTD-VL-IR-CALC    TO DET-DIV-CALC.
           MOVE SRTD-VL-DIFERENCA  TO DET-DIV-DIFERENCA.
           MOVE SRTD-NU-FAIXA      TO DET-DIV-FAIXA.
           MOVE SPACES             TO DET-DIV-OBS.
           IF SRTD-IN-65 EQUAL 1
              MOVE "65+"           TO DET-DIV-OBS.
           IF SRTD-IN-ISENTO EQUAL 1
              MOVE "ISENTO"        TO DET-DIV-OBS.
           WRITE LINHA-IRVAL FROM DET-DIV-IRVAL AFTER 1.
      *
           ADD 1                 TO WS-QT-ESPECIE.
           ADD SRTD-VL-DIFERENCA TO WS-VL-DIF-ESPECIE.
      *
           RETURN SORTDV
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-FECHA-ESPECIE.
      *-------------------*
      *
           MOVE WS-UF-CORRENTE      TO SUB-ESP-UF.
           MOVE WS-ESPECIE-CORRENTE TO SUB-ESP-ESPECIE.
           MOVE WS-QT-ESPECIE       TO SUB-ESP-QTDE.
           MOVE WS-VL-DIF-ESPECIE   TO SUB-ESP-VALOR.
           WRITE LINHA-IRVAL FROM SUB-ESP-IRVAL AFTER 1.
      *
           ADD WS-QT-ESPECIE     TO WS-QT-UF.
           ADD WS-VL-DIF-ESPECIE TO WS-VL-DIF-UF.
           MOVE ZEROS TO WS-QT-ESPECIE WS-VL-DIF-ESPECIE.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5300-FECHA-UF.
      *--------------*
      *
           MOVE WS-UF-CORRENTE TO SUB-UF-UF.
           MOVE WS-QT-UF       TO SUB-UF-QTDE.
           MOVE WS-VL-DIF-UF   TO SUB-UF-VALOR.
           WRITE LINHA-IRVAL FROM SUB-UF-IRVAL AFTER 1.
           MOVE SPACES TO LINHA-IRVAL.
           WRITE LINHA-IRVAL AFTER 1.
           MOVE ZEROS TO WS-QT-UF WS-VL-DIF-UF.
      *
       5300-FIM. EXIT.
      *---------*
       5000-LISTA-FIM. EXIT.
      *
       6000-TRAILERS.
      *-------------*
      *
           MOVE SPACES TO TRAILER-IRVAL.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-CREDITOS TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (NAO CONFERIDOS)         " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-CANCELADOS TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "CREDITOS CONFERIDOS                          " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-CONFERIDOS TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "   DOS QUAIS ISENTOS DE IR                   " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-ISENTOS TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "   DOS QUAIS COM PARCELA ISENTA DE 65 ANOS   " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-65-ANOS TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "*** CREDITOS SEM TABELA DO IR NA COMPETENCIA " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-SEM-TABELA TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-CP50 TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "RUBRICAS FORA DA RUBRICA MASTER (IGNORADAS)  " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-RUBR-SEM-MASTER TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE "CREDITOS COM IR DIVERGENTE                   " TO
                                                   TEXTO-TRL-IRVAL.
           MOVE WS-CT-DIVERGENTES TO QT-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-IRVAL AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-IRVAL.
           MOVE "IR RETIDO NOS CREDITOS CONFERIDOS            " TO
                                                TEXTO-TRL-VL-IRVAL.
           MOVE WS-VL-IR-RETIDO-TOT TO VL-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-VL-IRVAL AFTER 1.
      *
           MOVE "IR RECALCULADO PELA TABELA PROGRESSIVA       " TO
                                                TEXTO-TRL-VL-IRVAL.
           MOVE WS-VL-IR-CALC-TOT TO VL-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-VL-IRVAL AFTER 1.
      *
           MOVE "DIFERENCA LIQUIDA DAS DIVERGENCIAS           " TO
                                                TEXTO-TRL-VL-IRVAL.
           MOVE WS-VL-DIFERENCA-TOT TO VL-TRL-IRVAL.
           WRITE LINHA-IRVAL FROM TRAILER-VL-IRVAL AFTER 1.
      *
       6000-FIM. EXIT.
      *---------*
      *
       9000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KIRVAL.
      *
       9000-FIM. EXIT.
      *---------*
