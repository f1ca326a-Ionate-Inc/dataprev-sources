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
       PROGRAM-ID.      PSUBCPG2KLIMVAL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONFERENCIA DO VALOR DE CADA CREDITO CONTRA O PISO  *
      *            (SALARIO MINIMO) E O TETO DO RGPS DA COMPETENCIA,   *
      *            PELA TABELA D/SUB/CPG/2K/LIM (MANTIDA POR           *
      *            PSUBCPG2KLIMMAN). O VALOR CONFERIDO E O RENDIMENTO  *
      *            BRUTO - SOMA DAS RUBRICAS DE PROVENTO (RUBM-CS-     *
      *            CLASSE "P") DO CP01 E DO CP430, CASADOS PELA CHAVE  *
      *            COMUM (MESMO MERGE DE PSUBCPG2KIRVAL); CREDITO SEM  *
      *            PROVENTO IDENTIFICADO E CONFERIDO PELO LIQUIDO.     *
      *            REGRAS POR ESPECIE, PELA LINHA VIGENTE NO CADASTRO  *
      *            DE ESPECIES (SSUBLIB2K607):                         *
      *            - LOAS (ESP-IN-LOAS = 1): EXATAMENTE UM SALARIO     *
      *              MINIMO;                                           *
      *            - NAO SUBSTITUTIVA DA RENDA (ESP-IN-SUBSTITUTIVO =  *
      *              0): SO O TETO;                                    *
      *            - SUBSTITUTIVAS DA RENDA: PISO E TETO.              *
      *            ESPECIE SEM LINHA NO CADASTRO SEGUE A MARCACAO      *
      *            CP01-CS-ESP-LOAS E A LISTA SEM PISO DA TABELA LIM.  *
      *            PERIODO PARCIAL (CP01-DT-INI/FIM-PERIODO DENTRO DE  *
      *            UM MES) PROPORCIONALIZA OS LIMITES EM DIAS          *
      *            COMERCIAIS/30. ATRASADOS (CP01-IN-CRED-ATRASADO OU  *
      *            PERIODO DE MAIS DE UM MES) NAO TEM PISO E O TETO E  *
      *            MULTIPLICADO PELOS MESES DO PERIODO; NO CREDITO COM *
      *            ADIANTAMENTO DO 13O (CP01-IN-ADIANT-13-SAL) O PISO  *
      *            NAO SE APLICA E O TETO CRESCE DA METADE. NA         *
      *            EXCECAO DE PISO/LOAS, VALOR IGUAL AO SALARIO MINIMO *
      *            DA TABELA ANTERIOR E MARCADO COMO REAJUSTE NAO      *
      *            APLICADO (TIPICO DE JANEIRO). CREDITO CANCELADO NAO *
      *            E CONFERIDO; COMPETENCIA SEM TABELA VIRA EXCECAO E  *
      *            TERMINA O RUN ANORMAL.                              *
      *                                                                *
      *  PARAMETRO: WS-PAR-TOLERANCIA - DIFERENCA ACEITA CONTRA O      *
      *            LIMITE (ZEROS ASSUME 1,00).                         *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2K430 - RUBRICAS EXCEDENTES (CP430).         *
      *            DSUBCPG2KLIM - TABELA DE PISO E TETO.               *
      *            D/SUB/CPG/2K/ESP - CADASTRO DE ESPECIES (VIA        *
      *                           SSUBLIB2K607).                       *
      *  SAIDA:    DSUBCPG2KLIMREJ - EXCECOES COM MOTIVO.              *
      *            LSUBCPG2KLIMVAL - EXCECOES POR UF E ESPECIE.        *
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
           SELECT DSUBCPG2KLIM    ASSIGN TO DISK.
           SELECT DSUBCPG2KLIMREJ ASSIGN TO DISK.
           SELECT LSUBCPG2KLIMVAL ASSIGN TO PRINTER.
           SELECT SORTLM          ASSIGN TO DISK.
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
        FD DSUBCPG2KLIM
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/LIM ON PKBDSGF".
      *
      *EXCECOES: CHAVE COMPLETA DO CP01 + MOTIVO + DADOS DA CONFERENCIA
      *(MESMO MOLDE DO D/SUB/CPG/2K/465/REJ).
        FD DSUBCPG2KLIMREJ
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM/REJ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REJLM-REG.
           03 REJLM-DT-MOV-CREDITO     PIC 9(08).
           03 REJLM-NU-NB              PIC 9(10).
           03 REJLM-CS-NATUR-CREDITO   PIC 9(02).
           03 REJLM-DT-FIM-PERIODO     PIC 9(08).
           03 REJLM-DT-INI-PERIODO     PIC 9(08).
           03 REJLM-ID-NIT             PIC 9(10).
           03 REJLM-SEQ-REG            PIC 9(09).
           03 REJLM-CS-MOTIVO          PIC 9(02).
      *       (01) ABAIXO DO PISO (SALARIO MINIMO PROPORCIONAL)
      *       (02) LOAS DIFERENTE DE UM SALARIO MINIMO
      *       (03) ACIMA DO TETO DO RGPS (PROPORCIONAL/ATRASADOS)
      *       (04) COMPETENCIA SEM TABELA DE PISO E TETO
           03 REJLM-CS-ESPECIE         PIC 9(03).
           03 REJLM-CS-UF-OP           PIC 9(02).
           03 REJLM-DT-COMPET          PIC 9(06).
           03 REJLM-VL-CONFERIDO       PIC 9(10)V99.
           03 REJLM-VL-LIMITE          PIC 9(10)V99.
           03 REJLM-VL-LIQUIDO-CRED    PIC 9(10)V99.
           03 REJLM-QT-MESES           PIC 9(03).
           03 REJLM-QT-DIAS            PIC 9(02).
           03 REJLM-IN-ATRASADO        PIC 9(01).
      *       (1) ATRASADOS OU PERIODO DE MAIS DE UM MES
           03 REJLM-IN-REAJUSTE        PIC 9(01).
      *       (1) VALOR IGUAL AO SALARIO MINIMO DA TABELA ANTERIOR
           03 FILLER                   PIC X(09).
      *
        FD LSUBCPG2KLIMVAL.
        01 LINHA-LIMVAL           PIC X(133).
      *
        SD SORTLM.
        01 SRTL-REG.
           03 SRTL-DT-MOV-CREDITO      PIC 9(08).
           03 SRTL-NU-NB               PIC 9(10).
           03 FILLER                   PIC X(37).
           03 SRTL-CS-MOTIVO           PIC 9(02).
           03 SRTL-CS-ESPECIE          PIC 9(03).
           03 SRTL-CS-UF-OP            PIC 9(02).
           03 SRTL-DT-COMPET           PIC 9(06).
           03 SRTL-VL-CONFERIDO        PIC 9(10)V99.
           03 SRTL-VL-LIMITE           PIC 9(10)V99.
           03 SRTL-VL-LIQUIDO-CRED     PIC 9(10)V99.
           03 SRTL-QT-MESES            PIC 9(03).
           03 SRTL-QT-DIAS             PIC 9(02).
           03 SRTL-IN-ATRASADO         PIC 9(01).
           03 SRTL-IN-REAJUSTE         PIC 9(01).
           03 FILLER                   PIC X(09).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KLIMVAL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *RUBRICA MASTER - CLASSE (PROVENTO/DESCONTO) DE CADA RUBRICA.
           COPY "*B/RUBRICA/MASTER ON PKBDSGF".
      *
      *INTERFACE DA CONSULTA AO CADASTRO DE ESPECIES (SSUBLIB2K607):
      *LINHA VIGENTE NO PRIMEIRO DIA DA COMPETENCIA DO CREDITO.
       77  WS-ESP-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       01  WS-ESP-DT-REFERENCIA       PIC 9(08) VALUE ZEROS.
       01  WS-ESP-DT-REFERENCIA-R REDEFINES WS-ESP-DT-REFERENCIA.
           03 WS-ESP-REF-AAAAMM       PIC 9(06).
           03 WS-ESP-REF-DD           PIC 9(02).
       77  WS-ESP-STATUS              PIC 9(01) VALUE ZEROS.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
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
       77  WS-CT-PARCIAIS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATRASADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ADIANT-13            PIC 9(08) VALUE ZEROS.
       77  WS-CT-PELO-LIQUIDO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-RUBR-SEM-MASTER      PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-01            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-02            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-03            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-04            PIC 9(08) VALUE ZEROS.
       77  WS-CT-EXC-JANEIRO          PIC 9(08) VALUE ZEROS.
       77  WS-CT-REAJUSTE             PIC 9(08) VALUE ZEROS.
       77  WS-IN-TEM-CP430            PIC 9(01) VALUE 0.
       77  WS-IX-RUBRICA              PIC 9(02) VALUE ZEROS.
       77  WS-CS-MOTIVO               PIC 9(02) VALUE ZEROS.
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
      *TABELA DE PISO E TETO CARREGADA (UMA ENTRADA POR COMPETENCIA).
       01  TABELA-LIM.
           05 TB-LIM OCCURS 60 TIMES.
               10 TB-LIM-COMPET          PIC 9(06).
               10 TB-LIM-SAL-MINIMO      PIC 9(08)V99.
               10 TB-LIM-TETO-RGPS       PIC 9(08)V99.
               10 TB-LIM-QT-ESP          PIC 9(02).
               10 TB-LIM-ESP             PIC 9(03) OCCURS 20 TIMES.
               10 FILLER                 PIC X(32).
       77  WS-QTDE-LIM                PIC 9(02) VALUE ZEROS.
       77  WS-IX-LIM                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-ESP                  PIC 9(02) VALUE ZEROS.
      *LIMITES DA ULTIMA COMPETENCIA CONSULTADA E A TABELA ANTERIOR A
      *ELA (O MOVIMENTO E QUASE TODO DE UMA COMPETENCIA SO).
       77  WS-COMPET-ULT              PIC 9(06) VALUE ZEROS.
       77  WS-IX-LIM-ULT              PIC 9(02) VALUE ZEROS.
       77  WS-IX-LIM-ANT              PIC 9(02) VALUE ZEROS.
      *
      *PERIODO DO CREDITO.
       01  WS-DT-INI-DESM             PIC 9(08).
       01  WS-DT-INI-DESM-R REDEFINES WS-DT-INI-DESM.
           03 WS-DI-ANO               PIC 9(04).
           03 WS-DI-MES               PIC 9(02).
           03 WS-DI-DIA               PIC 9(02).
       01  WS-DT-FIM-DESM             PIC 9(08).
       01  WS-DT-FIM-DESM-R REDEFINES WS-DT-FIM-DESM.
           03 WS-DF-ANO               PIC 9(04).
           03 WS-DF-MES               PIC 9(02).
           03 WS-DF-DIA               PIC 9(02).
       01  WS-COMPET-DESM             PIC 9(06).
       01  WS-COMPET-DESM-R REDEFINES WS-COMPET-DESM.
           03 WS-CD-ANO               PIC 9(04).
           03 WS-CD-MES               PIC 9(02).
       77  WS-QT-MESES                PIC S9(05) VALUE ZEROS.
       77  WS-QT-DIAS                 PIC S9(03) VALUE ZEROS.
       77  WS-FATOR                   PIC 9(03)V9(06) VALUE ZEROS.
       77  WS-IN-ATRASADO             PIC 9(01) VALUE 0.
       77  WS-IN-SEM-PISO             PIC 9(01) VALUE 0.
       77  WS-IN-LOAS-ESP             PIC 9(01) VALUE 0.
       77  WS-CT-SEM-CADASTRO         PIC 9(08) VALUE ZEROS.
      *
      *LIMITES DO CREDITO CORRENTE.
       77  WS-VL-PISO                 PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-TETO                 PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-PISO-ANT             PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-LIMITE               PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA            PIC S9(10)V99 VALUE ZEROS.
       77  WS-IN-REAJUSTE             PIC 9(01) VALUE 0.
      *
      *QUEBRAS DA LISTAGEM (UF E, DENTRO DELA, ESPECIE).
       77  WS-UF-CORRENTE             PIC 9(02) VALUE ZEROS.
       77  WS-ESPECIE-CORRENTE        PIC 9(03) VALUE ZEROS.
       77  WS-QT-ESPECIE              PIC 9(08) VALUE ZEROS.
       77  WS-VL-DIF-ESPECIE          PIC S9(15)V99 VALUE ZEROS.
       77  WS-QT-UF                   PIC 9(08) VALUE ZEROS.
       77  WS-VL-DIF-UF               PIC S9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-LIMVAL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/LIMV".
           03 FILLER                PIC X(48) VALUE
              "PISO E TETO DOS CREDITOS - EXCECOES".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-LIMVAL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-LIMVAL.
           03 FILLER                PIC X(13) VALUE "TOLERANCIA: ".
           03 CAB03-TOLERANCIA      PIC ZZ9,99.
      *
       01  CAB-04-LIMVAL.
           03 FILLER                PIC X(50) VALUE
              "UF  ESP  NB          COMPET  MT      CONFERIDO  ".
           03 FILLER                PIC X(50) VALUE
              "       LIMITE      DIFERENCA        LIQUIDO  MES ".
           03 FILLER                PIC X(30) VALUE
              "DD  OBS".
      *
       01  DET-EXC-LIMVAL.
           03 DET-EXC-UF            PIC 99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-ESPECIE       PIC 999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-NU-NB         PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-COMPET        PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-MOTIVO        PIC 99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-CONFERIDO     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-LIMITE        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-DIFERENCA     PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-LIQUIDO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-MESES         PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-EXC-DIAS          PIC Z9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-EXC-OBS           PIC X(12).
      *
       01  SUB-ESP-LIMVAL.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(12) VALUE "SUBTOTAL UF ".
           03 SUB-ESP-UF            PIC 99.
           03 FILLER                PIC X(09) VALUE " ESPECIE ".
           03 SUB-ESP-ESPECIE       PIC 999.
           03 FILLER                PIC X(13) VALUE ": EXCECOES   ".
           03 SUB-ESP-QTDE          PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(13) VALUE "  DIFERENCA: ".
           03 SUB-ESP-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  SUB-UF-LIMVAL.
           03 FILLER                PIC X(12) VALUE "TOTAL DA UF ".
           03 SUB-UF-UF             PIC 99.
           03 FILLER                PIC X(13) VALUE ": EXCECOES   ".
           03 SUB-UF-QTDE           PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(13) VALUE "  DIFERENCA: ".
           03 SUB-UF-VALOR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-LIMVAL.
           03 TEXTO-TRL-LIMVAL      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-LIMVAL         PIC ZZ.ZZZ.ZZ9.
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
           PERFORM 2000-LOOP
              THRU 2000-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K430.
           CLOSE DSUBCPG2KLIMREJ SAVE.
      *
           SORT SORTLM
                ASCENDING KEY SRTL-CS-UF-OP SRTL-CS-ESPECIE SRTL-NU-NB
                USING DSUBCPG2KLIMREJ
                OUTPUT PROCEDURE 5000-LISTA
                                 THRU 5000-LISTA-FIM.
      *
           PERFORM 6000-TRAILERS
              THRU 6000-FIM.
      *
           PERFORM 9000-FINALIZA
              THRU 9000-FIM.
      *
           IF WS-CT-MOTIVO-04 GREATER ZEROS
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KLIMVAL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           IF WS-PAR-TOLERANCIA EQUAL ZEROS
              MOVE 1,00 TO WS-PAR-TOLERANCIA.
           MOVE WS-PAR-TOLERANCIA TO CAB03-TOLERANCIA.
      *
           WRITE LINHA-LIMVAL FROM CAB-01-LIMVAL AFTER PAGE.
           WRITE LINHA-LIMVAL FROM CAB-02-LIMVAL AFTER 1.
           WRITE LINHA-LIMVAL FROM CAB-03-LIMVAL AFTER 1.
      *
           OPEN INPUT DSUBCPG2KLIM.
           PERFORM 1100-CARREGA-LIM
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KLIM.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-QTDE-LIM EQUAL ZEROS
              DISPLAY "PSUBCPG2KLIMVAL: TABELA DE PISO E TETO VAZIA"
              DISPLAY "INSTALAR PELO PSUBCPG2KLIMMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN INPUT  DSUBCPG2K430.
           OPEN OUTPUT DSUBCPG2KLIMREJ.
      *
           PERFORM 2900-LE-CP01
              THRU 2900-FIM.
           PERFORM 2910-LE-CP430
              THRU 2910-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-LIM.
      *-----------------*
      *
           READ DSUBCPG2KLIM
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-LIM NOT LESS 60
              DISPLAY "PSUBCPG2KLIMVAL - TABELA DE PISO E TETO COM "
                      "MAIS DE 60 COMPETENCIAS - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-LIM.
           MOVE LIM-REG TO TB-LIM (WS-QTDE-LIM).
      *
       1100-FIM. EXIT.
      *---------*
      *
       2000-LOOP.
      *---------*
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
              PERFORM 2100-CONFERE-CREDITO
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
       2000-FIM. EXIT.
      *---------*
      *
       2100-CONFERE-CREDITO.
      *---------------------*
      *
           MOVE ZEROS TO WS-VL-BRUTO WS-VL-LIMITE.
           MOVE 0     TO WS-IN-REAJUSTE.
           MOVE 1     TO WS-QT-MESES.
           MOVE 30    TO WS-QT-DIAS.
           MOVE 0     TO WS-IN-ATRASADO.
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
           IF WS-VL-BRUTO EQUAL ZEROS
              ADD 1 TO WS-CT-PELO-LIQUIDO
              MOVE CP01-VL-LIQUIDO-CRED TO WS-VL-BRUTO.
      *
           PERFORM 2300-TABELA-COMPET
              THRU 2300-FIM.
           IF WS-IX-LIM-ULT EQUAL ZEROS
              MOVE 04 TO WS-CS-MOTIVO
              PERFORM 2600-GRAVA-EXCECAO
                 THRU 2600-FIM
              GO TO 2100-FIM.
           MOVE WS-IX-LIM-ULT TO WS-IX-LIM.
      *
           ADD 1 TO WS-CT-CONFERIDOS.
           PERFORM 2400-PERIODO
              THRU 2400-FIM.
      *
           COMPUTE WS-VL-PISO ROUNDED =
                   TB-LIM-SAL-MINIMO (WS-IX-LIM) * WS-FATOR.
           COMPUTE WS-VL-TETO ROUNDED =
                   TB-LIM-TETO-RGPS (WS-IX-LIM) * WS-FATOR.
           MOVE ZEROS TO WS-VL-PISO-ANT.
           IF WS-IX-LIM-ANT NOT EQUAL ZEROS
              COMPUTE WS-VL-PISO-ANT ROUNDED =
                      TB-LIM-SAL-MINIMO (WS-IX-LIM-ANT) * WS-FATOR.
      *
           PERFORM 2700-ATRIBUTOS-ESPECIE
              THRU 2700-FIM.
      *
      *LOAS: EXATAMENTE UM SALARIO MINIMO (NOS ATRASADOS, NO MAXIMO UM
      *POR MES DO PERIODO).
           IF WS-IN-LOAS-ESP EQUAL 1
              MOVE WS-VL-PISO TO WS-VL-LIMITE
              COMPUTE WS-VL-DIFERENCA = WS-VL-BRUTO - WS-VL-PISO
              IF WS-VL-DIFERENCA GREATER WS-PAR-TOLERANCIA
                 OR (WS-IN-ATRASADO EQUAL 0
                     AND WS-VL-DIFERENCA + WS-PAR-TOLERANCIA
                                                   LESS ZEROS)
                 MOVE 02 TO WS-CS-MOTIVO
                 PERFORM 2500-REAJUSTE
                    THRU 2500-FIM
                 PERFORM 2600-GRAVA-EXCECAO
                    THRU 2600-FIM
              END-IF
              GO TO 2100-FIM.
      *
      *TETO: NO CREDITO COM ADIANTAMENTO DO 13O CABE MAIS MEIA RENDA.
           IF CP01-IN-ADIANT-13-SAL EQUAL 1
              ADD 1 TO WS-CT-ADIANT-13
              COMPUTE WS-VL-TETO ROUNDED = WS-VL-TETO * 1,5.
           MOVE WS-VL-TETO TO WS-VL-LIMITE.
           IF WS-VL-BRUTO GREATER WS-VL-TETO + WS-PAR-TOLERANCIA
              MOVE 03 TO WS-CS-MOTIVO
              PERFORM 2600-GRAVA-EXCECAO
                 THRU 2600-FIM
              GO TO 2100-FIM.
      *
      *PISO: SO NO BENEFICIO SUBSTITUTIVO DA RENDA, FORA DE ATRASADOS
      *E DO CREDITO COM ADIANTAMENTO DO 13O.
           IF WS-IN-ATRASADO EQUAL 1
              OR CP01-IN-ADIANT-13-SAL EQUAL 1
              GO TO 2100-FIM.
      *
           IF WS-IN-SEM-PISO EQUAL 1
              GO TO 2100-FIM.
      *
           MOVE WS-VL-PISO TO WS-VL-LIMITE.
           IF WS-VL-BRUTO + WS-PAR-TOLERANCIA LESS WS-VL-PISO
              MOVE 01 TO WS-CS-MOTIVO
              PERFORM 2500-REAJUSTE
                 THRU 2500-FIM
              PERFORM 2600-GRAVA-EXCECAO
                 THRU 2600-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *SO RUBRICA DE PROVENTO COMPOE O RENDIMENTO BRUTO; RUBRICA FORA
      *DA MASTER E SO CONTADA.
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
      *LIMITES VIGENTES NA COMPETENCIA DO CREDITO: OS DE MAIOR
      *COMPETENCIA QUE NAO PASSA DELA (ZEROS EM WS-IX-LIM-ULT =
      *NENHUM); WS-IX-LIM-ANT APONTA A TABELA IMEDIATAMENTE ANTERIOR.
       2300-TABELA-COMPET.
      *-------------------*
      *
           IF CP01-DT-COMPET-CREDITO EQUAL WS-COMPET-ULT
              GO TO 2300-FIM.
      *
           MOVE CP01-DT-COMPET-CREDITO TO WS-COMPET-ULT.
           MOVE ZEROS TO WS-IX-LIM-ULT WS-IX-LIM-ANT.
           PERFORM VARYING WS-IX-LIM FROM 1 BY 1
                     UNTIL WS-IX-LIM GREATER WS-QTDE-LIM
              IF TB-LIM-COMPET (WS-IX-LIM) NOT GREATER
                                            CP01-DT-COMPET-CREDITO
                 IF WS-IX-LIM-ULT EQUAL ZEROS
                    MOVE WS-IX-LIM TO WS-IX-LIM-ULT
                 ELSE
                    IF TB-LIM-COMPET (WS-IX-LIM) GREATER
                       TB-LIM-COMPET (WS-IX-LIM-ULT)
                       MOVE WS-IX-LIM TO WS-IX-LIM-ULT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-IX-LIM-ULT EQUAL ZEROS
              GO TO 2300-FIM.
      *
           PERFORM VARYING WS-IX-LIM FROM 1 BY 1
                     UNTIL WS-IX-LIM GREATER WS-QTDE-LIM
              IF TB-LIM-COMPET (WS-IX-LIM) LESS
                                   TB-LIM-COMPET (WS-IX-LIM-ULT)
                 IF WS-IX-LIM-ANT EQUAL ZEROS
                    MOVE WS-IX-LIM TO WS-IX-LIM-ANT
                 ELSE
                    IF TB-LIM-COMPET (WS-IX-LIM) GREATER
                       TB-LIM-COMPET (WS-IX-LIM-ANT)
                       MOVE WS-IX-LIM TO WS-IX-LIM-ANT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       2300-FIM. EXIT.
      *---------*
      *
      *FATOR DOS LIMITES PELO PERIODO DO CREDITO: DENTRO DE UM MES,
      *DIAS COMERCIAIS/30 (DO DIA 1 AO FIM DO MES CONTA 30); MAIS DE UM
      *MES OU CREDITO DE ATRASADOS, UM LIMITE POR MES DO PERIODO.
      *PERIODO NAO INFORMADO OU INVERTIDO VALE UM MES CHEIO.
       2400-PERIODO.
      *-------------*
      *
           MOVE 1,000000 TO WS-FATOR.
           IF CP01-IN-CRED-ATRASADO EQUAL 1
              MOVE 1 TO WS-IN-ATRASADO.
      *
           IF CP01-DT-INI-PERIODO EQUAL ZEROS
              OR CP01-DT-FIM-PERIODO EQUAL ZEROS
              OR CP01-DT-FIM-PERIODO LESS CP01-DT-INI-PERIODO
              GO TO 2400-CONTA.
      *
           MOVE CP01-DT-INI-PERIODO TO WS-DT-INI-DESM.
           MOVE CP01-DT-FIM-PERIODO TO WS-DT-FIM-DESM.
           COMPUTE WS-QT-MESES = (WS-DF-ANO * 12 + WS-DF-MES)
                               - (WS-DI-ANO * 12 + WS-DI-MES) + 1.
      *
           IF WS-QT-MESES GREATER 1
              MOVE 1 TO WS-IN-ATRASADO
              MOVE WS-QT-MESES TO WS-FATOR
              GO TO 2400-CONTA.
      *
           IF WS-DI-DIA EQUAL 1
              AND WS-DF-DIA NOT LESS 28
              GO TO 2400-CONTA.
      *
           COMPUTE WS-QT-DIAS = WS-DF-DIA - WS-DI-DIA + 1.
           IF WS-QT-DIAS GREATER 30
              MOVE 30 TO WS-QT-DIAS.
           IF WS-QT-DIAS LESS 30
              ADD 1 TO WS-CT-PARCIAIS
              COMPUTE WS-FATOR ROUNDED = WS-QT-DIAS / 30.
      *
       2400-CONTA.
           IF WS-IN-ATRASADO EQUAL 1
              ADD 1 TO WS-CT-ATRASADOS.
      *
       2400-FIM. EXIT.
      *---------*
      *
      *VALOR IGUAL AO SALARIO MINIMO DA TABELA ANTERIOR (PROPORCIONAL
      *AO PERIODO): O REAJUSTE DA NOVA COMPETENCIA NAO FOI APLICADO.
       2500-REAJUSTE.
      *--------------*
      *
           IF WS-VL-PISO-ANT EQUAL ZEROS
              GO TO 2500-FIM.
      *
           COMPUTE WS-VL-DIFERENCA = WS-VL-BRUTO - WS-VL-PISO-ANT.
           IF WS-VL-DIFERENCA NOT GREATER WS-PAR-TOLERANCIA
              AND WS-VL-DIFERENCA + WS-PAR-TOLERANCIA NOT LESS ZEROS
              MOVE 1 TO WS-IN-REAJUSTE.
      *
       2500-FIM. EXIT.
      *---------*
      *
       2600-GRAVA-EXCECAO.
      *-------------------*
      *
           MOVE SPACES                TO REJLM-REG.
           MOVE CP01-DT-MOV-CREDITO   TO REJLM-DT-MOV-CREDITO.
           MOVE CP01-NU-NB            TO REJLM-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO REJLM-CS-NATUR-CREDITO.
           MOVE CP01-DT-FIM-PERIODO   TO REJLM-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO REJLM-DT-INI-PERIODO.
           MOVE CP01-ID-NIT           TO REJLM-ID-NIT.
           MOVE CP01-SEQ-REG          TO REJLM-SEQ-REG.
           MOVE WS-CS-MOTIVO          TO REJLM-CS-MOTIVO.
           MOVE CP01-CS-ESPECIE       TO REJLM-CS-ESPECIE.
           MOVE CP01-CS-UF-OP         TO REJLM-CS-UF-OP.
           MOVE CP01-DT-COMPET-CREDITO TO REJLM-DT-COMPET.
           MOVE WS-VL-BRUTO           TO REJLM-VL-CONFERIDO.
           MOVE WS-VL-LIMITE          TO REJLM-VL-LIMITE.
           MOVE CP01-VL-LIQUIDO-CRED  TO REJLM-VL-LIQUIDO-CRED.
           MOVE WS-QT-MESES           TO REJLM-QT-MESES.
           MOVE WS-QT-DIAS            TO REJLM-QT-DIAS.
           MOVE WS-IN-ATRASADO        TO REJLM-IN-ATRASADO.
           MOVE WS-IN-REAJUSTE        TO REJLM-IN-REAJUSTE.
           WRITE REJLM-REG.
      *
           EVALUATE WS-CS-MOTIVO
              WHEN 01 ADD 1 TO WS-CT-MOTIVO-01
              WHEN 02 ADD 1 TO WS-CT-MOTIVO-02
              WHEN 03 ADD 1 TO WS-CT-MOTIVO-03
              WHEN 04 ADD 1 TO WS-CT-MOTIVO-04
           END-EVALUATE.
      *
      *O REAJUSTE DE JANEIRO CONCENTRA AS EXCECOES - CONTADAS A PARTE.
           MOVE CP01-DT-COMPET-CREDITO TO WS-COMPET-DESM.
           IF WS-CD-MES EQUAL 01
              ADD 1 TO WS-CT-EXC-JANEIRO.
           IF WS-IN-REAJUSTE EQUAL 1
              ADD 1 TO WS-CT-REAJUSTE.
      *
       2600-FIM. EXIT.
      *---------*
      *
      *LOAS E PISO DA ESPECIE PELO CADASTRO DE ESPECIES. SEM LINHA
      *VIGENTE, VALE A REGRA ANTERIOR AO CADASTRO: MARCACAO LOAS DO
      *PROPRIO CP01 E LISTA DE ESPECIES SEM PISO DA TABELA LIM.
       2700-ATRIBUTOS-ESPECIE.
      *-----------------------*
      *
           MOVE 0 TO WS-IN-LOAS-ESP WS-IN-SEM-PISO.
           MOVE CP01-CS-ESPECIE        TO WS-ESP-CS-ESPECIE.
           MOVE CP01-DT-COMPET-CREDITO TO WS-ESP-REF-AAAAMM.
           MOVE 01                     TO WS-ESP-REF-DD.
           CALL "SSUBLIB2K607" USING WS-ESP-CS-ESPECIE
                                     WS-ESP-DT-REFERENCIA
                                     ESP-REG WS-ESP-STATUS.
           IF WS-ESP-STATUS EQUAL 2
              DISPLAY "PSUBCPG2KLIMVAL - CADASTRO DE ESPECIES ACIMA DA "
                      "CAPACIDADE DA CONSULTA - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           IF WS-ESP-STATUS EQUAL 0
              MOVE ESP-IN-LOAS TO WS-IN-LOAS-ESP
              IF ESP-IN-SUBSTITUTIVO EQUAL 0
                 MOVE 1 TO WS-IN-SEM-PISO
              END-IF
              GO TO 2700-FIM.
      *
           ADD 1 TO WS-CT-SEM-CADASTRO.
           IF CP01-CS-ESP-LOAS EQUAL 3
              MOVE 1 TO WS-IN-LOAS-ESP.
           PERFORM VARYING WS-IX-ESP FROM 1 BY 1
                     UNTIL WS-IX-ESP GREATER TB-LIM-QT-ESP (WS-IX-LIM)
                        OR WS-IX-ESP GREATER 20
              IF TB-LIM-ESP (WS-IX-LIM WS-IX-ESP) EQUAL
                                                 CP01-CS-ESPECIE
                 MOVE 1 TO WS-IN-SEM-PISO
              END-IF
           END-PERFORM.
      *
       2700-FIM. EXIT.
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
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA LISTAGEM: EXCECOES POR UF E ESPECIE,
      *    COM SUBTOTAL DE CADA ESPECIE E TOTAL DA UF. A DIFERENCA E
      *    CONFERIDO MENOS LIMITE (SEM TABELA, O PROPRIO CONFERIDO).
      *----------------------------------------------------------------
       5000-LISTA SECTION.
       5000-LISTA-EXCECOES.
      *--------------------*
      *
           WRITE LINHA-LIMVAL FROM CAB-04-LIMVAL AFTER 2.
           MOVE "NAO" TO WS-EOF-SORT.
      *
           RETURN SORTLM
                AT END MOVE "SIM" TO WS-EOF-SORT.
           IF WS-EOF-SORT EQUAL "NAO"
              MOVE SRTL-CS-UF-OP   TO WS-UF-CORRENTE
              MOVE SRTL-CS-ESPECIE TO WS-ESPECIE-CORRENTE.
      *
           PERFORM 5100-UMA-EXCECAO
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
       5100-UMA-EXCECAO.
      *-----------------*
      *
           IF SRTL-CS-UF-OP NOT EQUAL WS-UF-CORRENTE
              PERFORM 5200-FECHA-ESPECIE
                 THRU 5200-FIM
              PERFORM 5300-FECHA-UF
                 THRU 5300-FIM
           ELSE
              IF SRTL-CS-ESPECIE NOT EQUAL WS-ESPECIE-CORRENTE
                 PERFORM 5200-FECHA-ESPECIE
                    THRU 5200-FIM
              END-IF
           END-IF.
      *
           MOVE SRTL-CS-UF-OP   TO WS-UF-CORRENTE.
           MOVE SRTL-CS-ESPECIE TO WS-ESPECIE-CORRENTE.
      *
           COMPUTE WS-VL-DIFERENCA =
                   SRTL-VL-CONFERIDO - SRTL-VL-LIMITE.
      *
           MOVE SRTL-CS-UF-OP         TO DET-EXC-UF.
           MOVE SRTL-CS-ESPECIE       TO DET-EXC-ESPECIE.
           MOVE SRTL-NU-NB            TO DET-EXC-NU-NB.
           MOVE SRTL-DT-COMPET        TO DET-EXC-COMPET.
           MOVE SRTL-CS-MOTIVO        TO DET-EXC-MOTIVO.
           MOVE SRTL-VL-CONFERIDO     TO DET-EXC-CONFERIDO.
           MOVE SRTL-VL-LIMITE        TO DET-EXC-LIMITE.
           MOVE WS-VL-DIFERENCA       TO DET-EXC-DIFERENCA.
           MOVE SRTL-VL-LIQUIDO-CRED  TO DET-EXC-LIQUIDO.
           MOVE SRTL-QT-MESES         TO DET-EXC-MESES.
           MOVE SRTL-QT-DIAS          TO DET-EXC-DIAS.
           MOVE SPACES                TO DET-EXC-OBS.
           IF SRTL-IN-ATRASADO EQUAL 1
              MOVE "ATRASADOS"        TO DET-EXC-OBS.
           IF SRTL-IN-REAJUSTE EQUAL 1
              MOVE "SM ANTERIOR"      TO DET-EXC-OBS.
           IF SRTL-CS-MOTIVO EQUAL 04
              MOVE "SEM TABELA"       TO DET-EXC-OBS.
           WRITE LINHA-LIMVAL FROM DET-EXC-LIMVAL AFTER 1.
      *
           ADD 1               TO WS-QT-ESPECIE.
           ADD WS-VL-DIFERENCA TO WS-VL-DIF-ESPECIE.
      *
           RETURN SORTLM
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
           WRITE LINHA-LIMVAL FROM SUB-ESP-LIMVAL AFTER 1.
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
           WRITE LINHA-LIMVAL FROM SUB-UF-LIMVAL AFTER 1.
           MOVE SPACES TO LINHA-LIMVAL.
           WRITE LINHA-LIMVAL AFTER 1.
           MOVE ZEROS TO WS-QT-UF WS-VL-DIF-UF.
      *
       5300-FIM. EXIT.
      *---------*
       5000-LISTA-FIM. EXIT.
      *
       6000-TRAILERS.
      *-------------*
      *
           MOVE SPACES TO TRAILER-LIMVAL.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-CREDITOS TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (NAO CONFERIDOS)         " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-CANCELADOS TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "CREDITOS CONFERIDOS                          " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-CONFERIDOS TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "   DOS QUAIS COM PERIODO PARCIAL             " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-PARCIAIS TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "   DOS QUAIS DE ATRASADOS (SEM PISO)         " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-ATRASADOS TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "   DOS QUAIS COM ADIANTAMENTO DO 13O SALARIO " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-ADIANT-13 TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "CREDITOS SEM PROVENTO (CONFERIDO O LIQUIDO)  " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-PELO-LIQUIDO TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "RUBRICAS FORA DA RUBRICA MASTER (IGNORADAS)  " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-RUBR-SEM-MASTER TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "ESPECIE FORA DO CADASTRO (REGRA DA TABELA LIM)" TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-SEM-CADASTRO TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "ABAIXO DO PISO (MOTIVO 01)                   " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-MOTIVO-01 TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "LOAS DIFERENTE DE UM SALARIO MINIMO (MOT 02) " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-MOTIVO-02 TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "ACIMA DO TETO DO RGPS (MOTIVO 03)            " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-MOTIVO-03 TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "*** COMPETENCIA SEM TABELA (MOTIVO 04)       " TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-MOTIVO-04 TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "EXCECOES EM COMPETENCIA DE JANEIRO (REAJUSTE)" TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-EXC-JANEIRO TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
           MOVE "EXCECOES COM SALARIO MINIMO DA TABELA ANTERIOR" TO
                                                   TEXTO-TRL-LIMVAL.
           MOVE WS-CT-REAJUSTE TO QT-TRL-LIMVAL.
           WRITE LINHA-LIMVAL FROM TRAILER-LIMVAL AFTER 1.
      *
       6000-FIM. EXIT.
      *---------*
      *
       9000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KLIMVAL.
      *
       9000-FIM. EXIT.
      *---------*
