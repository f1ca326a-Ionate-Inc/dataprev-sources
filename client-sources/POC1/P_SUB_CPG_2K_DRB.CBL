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
       PROGRAM-ID.      PSUBCPG2KDRB.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: FILA DE DIVERGENCIA DE RUBRICAS. A ORIGEM MARCA EM  *
      *            CP50-IN-DIVERGE-RUBR O CREDITO EM QUE DETECTOU      *
      *            DIVERGENCIA DE RUBRICAS, MAS NINGUEM LIA O FLAG E O *
      *            CREDITO ERA EMITIDO COMO ESTAVA. ESTE JOB SELECIONA *
      *            OS CREDITOS MARCADOS NO D/SUB/CPG/2K/450, REMONTA O *
      *            CONJUNTO COMPLETO DE RUBRICAS DE CADA UM (CP01 MAIS *
      *            AS EXCEDENTES DO CP430, COMO EM PSUBCPG2K432) E O   *
      *            CONFRONTA COM A RUBRICA MASTER (CADASTRO, ATIVA E   *
      *            VIGENCIA), COM A MATRIZ ESPECIE X RUBRICA           *
      *            D/SUB/CPG/2K/ECR (COMBINACAO VEDADA, COMO EM        *
      *            PSUBCPG2KECRVAL) E COM O CONJUNTO DO MESMO NB NA    *
      *            COMPETENCIA ANTERIOR, TIRADO DA GERACAO ANTERIOR    *
      *            DO 401/430 (/ANT). CADA DIVERGENCIA VIRA UM ITEM DA *
      *            FILA D/SUB/CPG/2K/DRB COM A CAUSA PROVAVEL          *
      *            (B/SUB/CPG/2K/DRB/CAUSAS); CREDITO MARCADO SEM      *
      *            DIVERGENCIA APARENTE ENTRA COM A CAUSA 10, PARA QUE *
      *            ALGUEM OLHE. O CREDITO NA FILA SAI NA NOVA GERACAO  *
      *            DO 401 BLOQUEADO (CP01-IN-CR-BLOQUEADO = 2) COM O   *
      *            MOTIVO PROPRIO EM CP01-IN-BLOQUEIO, COMO EM         *
      *            PSUBCPG2KAPD, ATE A DECISAO REGISTRADA POR          *
      *            PSUBCPG2KDRBRES: CONFIRMADO (C) OU CORRIGIDO PELO   *
      *            REPROCESSAMENTO (R) E DESBLOQUEADO; CANCELADO (X)   *
      *            CONTINUA BLOQUEADO ATE O PSUBCPG2KCAN CANCELAR.     *
      *            CREDITO JA NA FILA NAO E REAVALIADO NO RERUN (SO    *
      *            TEM A DATA DE MOVIMENTO ATUALIZADA). CREDITO COM O  *
      *            MOTIVO PROPRIO QUE NAO ESTA MAIS NA FILA E          *
      *            DESBLOQUEADO E LISTADO. CREDITO CANCELADO E         *
      *            IGNORADO; CREDITO JA BLOQUEADO POR OUTRO MOTIVO     *
      *            CONSERVA O MOTIVO DELE, MAS FICA NA FILA. ITEM CUJO *
      *            CREDITO ESTA FORA DO MOVIMENTO HA 3 MESES OU MAIS E *
      *            EXPURGADO NA REGRAVACAO DA FILA.                    *
      *                                                                *
      *  PREMISSA: RODA NA JANELA DOS BLOQUEIOS PRE-EMISSAO, DEPOIS DE *
      *            PSUBCPG2K404 E PSUBCPG2KCAN (AS DECISOES "R" E "X"  *
      *            JA APLICADAS) E ANTES DE PSUBCPG2KAPD. CP01 E CP430 *
      *            NA ORDEM ASCENDENTE DA CHAVE COMPLETA (VIDE         *
      *            PSUBCPG2K490). NA COMPETENCIA ANTERIOR SO ENTRAM OS *
      *            CREDITOS REGULARES (NAO CANCELADOS, NAO ATRASADOS,  *
      *            NAO RRA E NAO 13O SALARIO, COMO EM PSUBCPG2KSALTO); *
      *            SEM /ANT (OU SEM CREDITO DO NB NUMA COMPETENCIA     *
      *            MENOR) A COMPARACAO COM A ANTERIOR NAO E FEITA. A   *
      *            SOMA DAS RUBRICAS E CONFERIDA COM O LIQUIDO PELO    *
      *            MESMO CRITERIO DE PSUBCPG2K432.                     *
      *                                                                *
      *  PARAMETRO: WS-PAR-CS-BLOQUEIO - CODIGO DE MOTIVO DE BLOQUEIO  *
      *            POR DIVERGENCIA DE RUBRICAS EM CP01-IN-BLOQUEIO     *
      *            (ZEROS ASSUME 93). TEM DE SER EXCLUSIVO.            *
      *            WS-PAR-PC-VARIACAO - VARIACAO PERCENTUAL SOBRE O    *
      *            VALOR DA RUBRICA NA COMPETENCIA ANTERIOR A PARTIR   *
      *            DA QUAL ENTRA A CAUSA 07 (ZEROS ASSUME 10,00).      *
      *  ENTRADA:  DSUBCPG2K450   - MOVIMENTO CP450 (MARCA DA ORIGEM). *
      *            DSUBCPG2K401   - MOVIMENTO CP01.                    *
      *            DSUBCPG2K430   - RUBRICAS EXCEDENTES (CP430).       *
      *            DSUBCPG2K401A  - D/SUB/CPG/2K/401/ANT.              *
      *            DSUBCPG2K430A  - D/SUB/CPG/2K/430/ANT.              *
      *            DSUBCPG2KECR   - MATRIZ ESPECIE X RUBRICA.          *
      *            DSUBCPG2KDRB   - FILA DE DIVERGENCIA.               *
      *  SAIDA:    DSUBCPG2K401N  - NOVA GERACAO DO MOVIMENTO.         *
      *            DSUBCPG2KDRBN  - NOVA GERACAO DA FILA.              *
      *            DSUBCPGGERCAT  - EVENTO "G" NO CATALOGO.            *
      *            LSUBCPG2KDRB   - RELATORIO DA FILA.                 *
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
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT DSUBCPG2K430    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K401A   ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K430A   ASSIGN TO DISK.
           SELECT DSUBCPG2KECR    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KDRB    ASSIGN TO DISK.
           SELECT DSUBCPG2KDRBTMP ASSIGN TO DISK.
           SELECT DSUBCPG2KDRBN   ASSIGN TO DISK.
           SELECT DSUBCPG2K401N   ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT   ASSIGN TO DISK.
           SELECT LSUBCPG2KDRB    ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
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
      *GERACAO ANTERIOR DO 401 E DO 430, PRESERVADAS PELO FLUXO ANTES
      *DA REGERACAO (MESMOS LAYOUTS; CAMPOS QUALIFICADOS POR OF).
        FD DSUBCPG2K401A
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/ANT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K430A
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430/ANT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/430 ON PKBDSGF".
      *
      *MATRIZ DE COMPATIBILIDADE ESPECIE X RUBRICA (VIDE
      *PSUBCPG2KECRVAL).
        FD DSUBCPG2KECR
           RECORD CONTAINS  30 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ECR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KECR.
           03 ECR-CS-ESPECIE          PIC 9(03).
           03 ECR-CS-RUBRICA          PIC 9(03).
           03 ECR-IN-PERMITIDO        PIC 9(01).
      *        (0) = COMBINACAO PROIBIDA  (1) = PERMITIDA
           03 ECR-DT-INI-VIG          PIC 9(08).
           03 ECR-DT-FIM-VIG          PIC 9(08).
      *        ZEROS = VIGENCIA ABERTA
           03 FILLER                  PIC X(07).
      *
        FD DSUBCPG2KDRB
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DRB ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDRB       PIC X(200).
      *
      *APOIO: A FILA SAI DA MEMORIA FORA DE ORDEM E SO VIRA NOVA
      *GERACAO DEPOIS DE RECLASSIFICADA PELA CHAVE COMPLETA E ITEM.
        FD DSUBCPG2KDRBTMP
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DRB/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDRBTMP    PIC X(200).
      *
        FD DSUBCPG2KDRBN
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DRB ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/DRB ON PKBDSGF".
      *
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401N     PIC X(300).
      *
      *CATALOGO DE GERACOES (VIDE B/SUB/CPG/GER/CAT).
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG2KDRB.
        01 LINHA-DRB              PIC X(133).
      *
        SD SORTWK.
      *REGISTRO DO PRIMEIRO SORT: UM POR CREDITO, ENCABECADO PELO NB.
      *DENTRO DO NB A COMPETENCIA ANTERIOR (ORIGEM 1) CHEGA ANTES DA
      *CORRENTE, E NA CORRENTE A MARCA DO CP50 (TIPO 1) CHEGA ANTES
      *DO CREDITO (TIPO 2) DA MESMA CHAVE.
        01 SRTD-REG.
           03 SRTD-NU-NB              PIC 9(10).
      *        "1" = GERACAO ANTERIOR; "2" = CORRENTE
           03 SRTD-CS-ORIGEM          PIC X(01).
           03 SRTD-CHAVE-CRED.
              05 SRTD-DT-MOV-CREDITO  PIC 9(08).
              05 SRTD-CS-NATUR-CRED   PIC 9(02).
              05 SRTD-DT-FIM-PERIODO  PIC 9(08).
              05 SRTD-DT-INI-PERIODO  PIC 9(08).
              05 SRTD-ID-NIT          PIC 9(10).
              05 SRTD-SEQ-REG         PIC 9(09).
      *        1 - MARCA DO CP50   2 - CREDITO CP01 + CP430
           03 SRTD-TIPO               PIC 9(01).
           03 SRTD-IN-CANCELADO       PIC 9(01).
           03 SRTD-CS-ESPECIE         PIC 9(03).
           03 SRTD-CS-UF-OP           PIC 9(02).
           03 SRTD-VL-LIQUIDO         PIC 9(10)V99.
      *        QUANTIDADE DECLARADA EM CP01-QT-RUBRICA E QUANTIDADE
      *        DE FATO ENCONTRADA NO CP01 + CP430
           03 SRTD-QT-RUBRICA         PIC 9(02).
           03 SRTD-QT-RUBRICA-LIDA    PIC 9(02).
           03 SRTD-TAB-RUBRICAS.
              05 SRTD-RUBRICA OCCURS 15 TIMES.
                 10 SRTD-CS-RUBRICA   PIC 9(03).
                 10 SRTD-VL-RUBRICA   PIC 9(10)V99.
      *REGISTRO DO SEGUNDO SORT (LEIAUTE DE D/SUB/CPG/2K/DRB).
        01 SRTQ-REG.
           03 SRTQ-CHAVE              PIC X(55).
           03 SRTQ-NU-ITEM            PIC 9(02).
           03 FILLER                  PIC X(143).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KDRB".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *PORTAO DE COMPETENCIA FECHADA (SSUBLIB2K609) - A COMPETENCIA E
      *TIRADA PELA ROTINA DO PRIMEIRO REGISTRO DO 401.
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO PINO DE GERACAO DA CADEIA 2K (SSUBLIB2K605).
       77  WS-PIN-FUNCAO              PIC X(01).
       77  WS-PIN-ARQUIVO             PIC X(24).
       77  WS-PIN-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-PIN-HORA                PIC 9(06) VALUE ZEROS.
       77  WS-PIN-QTD-REG             PIC 9(08) VALUE ZEROS.
       77  WS-PIN-PROGRAMA            PIC X(17).
       77  WS-PIN-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *RUBRICA MASTER (CADASTRO/ATIVA/VIGENCIA) E CAUSAS DA FILA.
           COPY "*B/RUBRICA/MASTER ON PKBDSGF".
           COPY "*B/SUB/CPG/2K/DRB/CAUSAS ON PKBDSGF".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP430               PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01A               PIC X(03) VALUE "NAO".
       01  WS-EOF-CP430A              PIC X(03) VALUE "NAO".
       01  WS-EOF-FILA                PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-CS-BLOQUEIO         PIC 9(02) VALUE ZEROS.
       77  WS-PAR-PC-VARIACAO         PIC 9(03)V99 VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
      *
       01  WS-DT-HOJE                 PIC 9(08).
       01  WS-DT-HOJE-R REDEFINES WS-DT-HOJE.
           03 WS-HJ-ANO               PIC 9(04).
           03 WS-HJ-MES               PIC 9(02).
           03 WS-HJ-DIA               PIC 9(02).
      *
       01  WS-DT-ULT-MOV              PIC 9(08).
       01  WS-DT-ULT-MOV-R REDEFINES WS-DT-ULT-MOV.
           03 WS-UM-ANO               PIC 9(04).
           03 WS-UM-MES               PIC 9(02).
           03 WS-UM-DIA               PIC 9(02).
      *
       01  WS-DT-AUX                  PIC 9(08).
       01  WS-DT-AUX-R REDEFINES WS-DT-AUX.
           03 WS-AUX-AAMM             PIC 9(06).
           03 WS-AUX-DD               PIC 9(02).
      *
      *ITEM DA FILA COM O CREDITO FORA DO MOVIMENTO HA 3 MESES OU MAIS
      *E EXPURGADO NA REGRAVACAO.
       77  WS-QT-MESES-RETENCAO       PIC 9(02) VALUE 03.
       77  WS-QT-MESES                PIC S9(05) VALUE ZEROS.
      *
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MARCADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-430            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-401A           PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-430A           PIC 9(08) VALUE ZEROS.
       77  WS-CT-MARCA-SEM-CP01       PIC 9(08) VALUE ZEROS.
       77  WS-CT-MARCADOS-CANCEL      PIC 9(08) VALUE ZEROS.
       77  WS-CT-AVALIADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-ANTERIOR         PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-NA-FILA           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CRED-NOVOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-CRED-NOVOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-ITENS-NOVOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-DIVERGENCIA      PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-GRAVADOS             PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-BLOQUEADOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-BLOQUEADOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-OUTRO-MOTIVO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIBERADOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIBERADOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-FORA-FILA            PIC 9(08) VALUE ZEROS.
       77  WS-CT-FILA-LIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-FILA-GRAVADOS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-EXPURGADOS           PIC 9(08) VALUE ZEROS.
      *
      *TABELA DE COMBINACOES PROIBIDAS EM MEMORIA (SO AS LINHAS COM
      *ECR-IN-PERMITIDO = 0, COMO EM PSUBCPG2KECRVAL).
       01  TABELA-MATRIZ-ECR.
           05 TB-ECR OCCURS 300 TIMES.
              10 TB-ECR-ESPECIE       PIC 9(03).
              10 TB-ECR-RUBRICA       PIC 9(03).
              10 TB-ECR-DT-INI        PIC 9(08).
              10 TB-ECR-DT-FIM        PIC 9(08).
       77  WS-QTDE-ECR                PIC 9(03) VALUE ZEROS.
       77  WS-IX-ECR                  PIC 9(03) VALUE ZEROS.
       77  WS-IN-PROIBIDA             PIC 9(01) VALUE 0.
      *
      *FILA EM MEMORIA (MESMO LAYOUT DE B/SUB/CPG/2K/DRB).
       01  TABELA-FILA.
           05 TB-DRB OCCURS 5000 TIMES.
              10 TB-DRB-CHAVE.
                 15 TB-DRB-DT-MOV        PIC 9(08).
                 15 TB-DRB-NU-NB         PIC 9(10).
                 15 TB-DRB-NATUR         PIC 9(02).
                 15 TB-DRB-DT-FIM        PIC 9(08).
                 15 TB-DRB-DT-INI        PIC 9(08).
                 15 TB-DRB-ID-NIT        PIC 9(10).
                 15 TB-DRB-SEQ-REG       PIC 9(09).
              10 TB-DRB-NU-ITEM          PIC 9(02).
              10 TB-DRB-RUBRICA          PIC 9(03).
              10 TB-DRB-CAUSA            PIC 9(02).
              10 TB-DRB-VL-RUBRICA       PIC 9(10)V99.
              10 TB-DRB-VL-REFERENCIA    PIC 9(10)V99.
              10 TB-DRB-ESPECIE          PIC 9(03).
              10 TB-DRB-UF-OP            PIC 9(02).
              10 TB-DRB-VL-LIQUIDO       PIC 9(10)V99.
              10 TB-DRB-DT-INCLUSAO      PIC 9(08).
              10 TB-DRB-DT-ULT-MOV       PIC 9(08).
              10 TB-DRB-SITUACAO         PIC X(01).
              10 TB-DRB-DT-DECISAO       PIC 9(08).
              10 TB-DRB-MATRIC-DECISAO   PIC 9(08).
              10 TB-DRB-MATRIC-APROV     PIC 9(08).
              10 TB-DRB-VL-CORRIGIDO     PIC 9(10)V99.
              10 TB-DRB-JUSTIFICATIVA    PIC X(30).
              10 FILLER                  PIC X(14).
       77  WS-QTDE-DRB                PIC 9(04) VALUE ZEROS.
       77  WS-IX-DRB                  PIC 9(04) VALUE ZEROS.
       77  WS-DRB-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *CONJUNTO DO NB NA GERACAO ANTERIOR: UMA LINHA POR COMPETENCIA E
      *RUBRICA (O MAIOR VALOR, SE A RUBRICA VIER EM MAIS DE UM
      *CREDITO REGULAR DA MESMA COMPETENCIA).
       01  TABELA-ANTERIOR.
           05 TB-ANT OCCURS 100 TIMES.
              10 TB-ANT-AAMM          PIC 9(06).
              10 TB-ANT-RUBRICA       PIC 9(03).
              10 TB-ANT-VALOR         PIC 9(10)V99.
              10 TB-ANT-ACHADA        PIC 9(01).
       77  WS-QTDE-ANT                PIC 9(03) VALUE ZEROS.
       77  WS-IX-ANT                  PIC 9(03) VALUE ZEROS.
       77  WS-ANT-ENCONTRADA          PIC 9(01) VALUE 0.
      *COMPETENCIA ANTERIOR USADA NA COMPARACAO: A MAIOR COMPETENCIA
      *DO NB NA GERACAO ANTERIOR QUE SEJA MENOR QUE A DO CREDITO
      *(ZEROS = SEM COMPARACAO).
       77  WS-AAMM-CREDITO            PIC 9(06) VALUE ZEROS.
       77  WS-AAMM-REFERENCIA         PIC 9(06) VALUE ZEROS.
      *
      *DIVERGENCIAS DO CREDITO EM AVALIACAO.
       01  TABELA-ITENS.
           05 TB-ITEM OCCURS 99 TIMES.
              10 TB-ITEM-RUBRICA      PIC 9(03).
              10 TB-ITEM-CAUSA        PIC 9(02).
              10 TB-ITEM-VALOR        PIC 9(10)V99.
              10 TB-ITEM-REFERENCIA   PIC 9(10)V99.
       77  WS-QTDE-ITEM               PIC 9(02) VALUE ZEROS.
       77  WS-IX-ITEM                 PIC 9(02) VALUE ZEROS.
      *
       77  WS-NB-ATUAL                PIC 9(10) VALUE ZEROS.
       01  WS-CHAVE-MARCA             PIC X(45) VALUE LOW-VALUES.
       77  WS-IX-RUB                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-RUB2                 PIC 9(02) VALUE ZEROS.
       77  WS-IN-REPETIDA             PIC 9(01) VALUE 0.
       77  WS-CS-RUBRICA-AUX          PIC 9(03) VALUE ZEROS.
       77  WS-VL-RUBRICA-AUX          PIC 9(10)V99 VALUE ZEROS.
       77  WS-CS-CAUSA-AUX            PIC 9(02) VALUE ZEROS.
       77  WS-VL-REFERENCIA-AUX       PIC 9(10)V99 VALUE ZEROS.
       77  WS-SOMA-RUBRICAS           PIC 9(12)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA            PIC S9(12)V99 VALUE ZEROS.
       77  WS-VL-TOLERANCIA           PIC 9(12)V99 VALUE ZEROS.
      *
      *CHAVES COMPLETAS DOS MERGES (MESMOS GRUPOS DISPLAY DE
      *PSUBCPG2K432).
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
       01  WS-CHAVE-CP01A.
           03 WS-C1A-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C1A-NU-NB            PIC 9(10).
           03 WS-C1A-CS-NATUR-CRED    PIC 9(02).
           03 WS-C1A-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C1A-DT-INI-PERIODO   PIC 9(08).
           03 WS-C1A-ID-NIT           PIC 9(10).
           03 WS-C1A-SEQ-REG          PIC 9(09).
      *
       01  WS-CHAVE-CP430A.
           03 WS-C4A-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C4A-NU-NB            PIC 9(10).
           03 WS-C4A-CS-NATUR-CRED    PIC 9(02).
           03 WS-C4A-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C4A-DT-INI-PERIODO   PIC 9(08).
           03 WS-C4A-ID-NIT           PIC 9(10).
           03 WS-C4A-SEQ-REG          PIC 9(09).
      *
      *CHAVE DO CREDITO EM AVALIACAO, NO LEIAUTE DE DRB-CHAVE-CP01.
       01  WS-CHAVE-AVAL.
           03 WS-AVL-DT-MOV-CREDITO   PIC 9(08).
           03 WS-AVL-NU-NB            PIC 9(10).
           03 WS-AVL-CS-NATUR-CRED    PIC 9(02).
           03 WS-AVL-DT-FIM-PERIODO   PIC 9(08).
           03 WS-AVL-DT-INI-PERIODO   PIC 9(08).
           03 WS-AVL-ID-NIT           PIC 9(10).
           03 WS-AVL-SEQ-REG          PIC 9(09).
      *
      *ITEM CORRENTE DA NOVA GERACAO DA FILA NA PASSADA DE BLOQUEIO.
       01  WS-CHAVE-FILA              PIC X(55) VALUE LOW-VALUES.
       77  WS-SIT-FILA                PIC X(01) VALUE SPACES.
      *ACAO SOBRE O CREDITO: "B" BLOQUEAR, "L" LIBERAR, " " NADA.
       77  WS-ACAO                    PIC X(01) VALUE SPACES.
      *
       01  CAB-01-DRB.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/DRB".
           03 FILLER                PIC X(48) VALUE
              "FILA DE DIVERGENCIA DE RUBRICAS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-DRB.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-SECAO-DRB.
           03 CAB-SECAO-TEXTO       PIC X(60).
      *
       01  CAB-03-DRB.
           03 FILLER                PIC X(12) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "MOVIMENTO".
           03 FILLER                PIC X(11) VALUE "SEQ-REG".
           03 FILLER                PIC X(05) VALUE "ESP".
           03 FILLER                PIC X(04) VALUE "UF".
           03 FILLER                PIC X(04) VALUE "IT".
           03 FILLER                PIC X(05) VALUE "RUB".
           03 FILLER                PIC X(34) VALUE "CAUSA PROVAVEL".
           03 FILLER                PIC X(18) VALUE
              "      VALOR ATUAL".
           03 FILLER                PIC X(17) VALUE
              "  VL. REFERENCIA".
      *
       01  DET-DRB.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-SEQ-REG           PIC 9(09).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ESPECIE           PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-UF-OP             PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ITEM              PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RUBRICA           PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CAUSA             PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DS-CAUSA          PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-REFERENCIA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-FORA-DRB.
           03 FILLER                PIC X(32) VALUE
              "DESBLOQUEADO (FORA DA FILA)     ".
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-FORA-NB           PIC 9(10).
           03 FILLER                PIC X(07) VALUE "  MOV: ".
           03 DET-FORA-DT-MOV       PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-FORA-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-DRB.
           03 TEXTO-TRL-DRB         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-DRB            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-DRB.
           03 TEXTO-TRL-VL-DRB      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-DRB            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-CS-BLOQUEIO WS-PAR-PC-VARIACAO.
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
      *PORTAO DE COMPETENCIA FECHADA: MOVIMENTO DE COMPETENCIA FECHADA
      *PELO PSUBCPG2KFEC (E NAO REABERTA) NAO E REGRAVADO - O RUN E
      *RECUSADO ANTES DE TOCAR EM QUALQUER ARQUIVO (MOTIVO EXIBIDO E
      *GRAVADO NO LIVRO DE EXECUCOES PELA ROTINA).
           CALL "SSUBLIB2K609" USING WS-DEP-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-STATUS.
           IF WS-FEC-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTD-NU-NB SRTD-CS-ORIGEM
                              SRTD-CHAVE-CRED SRTD-TIPO
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-AVALIA
                                 THRU 3000-AVALIA-FIM.
      *
           PERFORM 3500-REGRAVA-FILA
              THRU 3500-FIM.
      *
      *SEGUNDO SORT: A FILA VIRA NOVA GERACAO NA ORDEM DA CHAVE
      *COMPLETA DO CP01, PARA O MERGE DE BLOQUEIO E PARA O
      *PSUBCPG2KDRBRES.
           SORT SORTWK
                ASCENDING KEY SRTQ-CHAVE SRTQ-NU-ITEM
                USING DSUBCPG2KDRBTMP
                GIVING DSUBCPG2KDRBN.
      *
           PERFORM 3700-BLOQUEIO
              THRU 3700-FIM.
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
           OPEN OUTPUT LSUBCPG2KDRB.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           IF WS-PAR-CS-BLOQUEIO EQUAL ZEROS
              MOVE 93 TO WS-PAR-CS-BLOQUEIO.
           IF WS-PAR-PC-VARIACAO EQUAL ZEROS
              MOVE 10 TO WS-PAR-PC-VARIACAO.
      *
           WRITE LINHA-DRB FROM CAB-01-DRB AFTER PAGE.
           WRITE LINHA-DRB FROM CAB-02-DRB AFTER 1.
      *
           OPEN INPUT DSUBCPG2KECR.
           PERFORM 1100-CARREGA-MATRIZ
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KECR.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KDRB.
           PERFORM 1200-CARREGA-FILA
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KDRB.
           MOVE "NAO" TO WS-EOF.
      *
           MOVE "ITENS NOVOS NA FILA DE DIVERGENCIA" TO CAB-SECAO-TEXTO.
           WRITE LINHA-DRB FROM CAB-SECAO-DRB AFTER 2.
           WRITE LINHA-DRB FROM CAB-03-DRB AFTER 2.
           WRITE LINHA-DRB FROM CAB-02-DRB AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-MATRIZ.
      *--------------------*
      *
           READ DSUBCPG2KECR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF ECR-IN-PERMITIDO NOT EQUAL 0
              GO TO 1100-FIM.
      *
           IF WS-QTDE-ECR EQUAL 300
              DISPLAY "PSUBCPG2KDRB: MATRIZ ESPECIE X RUBRICA COM"
              DISPLAY "MAIS DE 300 COMBINACOES PROIBIDAS - REVER O"
              DISPLAY "LIMITE DA TABELA"
              CLOSE DSUBCPG2KECR
                    LSUBCPG2KDRB
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-ECR.
           MOVE ECR-CS-ESPECIE TO TB-ECR-ESPECIE (WS-QTDE-ECR).
           MOVE ECR-CS-RUBRICA TO TB-ECR-RUBRICA (WS-QTDE-ECR).
           MOVE ECR-DT-INI-VIG TO TB-ECR-DT-INI (WS-QTDE-ECR).
           MOVE ECR-DT-FIM-VIG TO TB-ECR-DT-FIM (WS-QTDE-ECR).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-FILA.
      *------------------*
      *
           READ DSUBCPG2KDRB
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF WS-QTDE-DRB EQUAL 5000
              DISPLAY "PSUBCPG2KDRB: FILA DE DIVERGENCIA ACIMA DE"
              DISPLAY "5000 ITENS - REVER O LIMITE DA TABELA"
              DISPLAY "(NADA FOI REGRAVADO)"
              CLOSE DSUBCPG2KDRB
                    LSUBCPG2KDRB
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-DRB WS-CT-FILA-LIDOS.
           MOVE REG-DSUBCPG2KDRB TO TB-DRB (WS-QTDE-DRB).
      *
       1200-FIM. EXIT.
      *---------*
      /
      ******************************************************************
      *    INPUT PROCEDURE: SOLTA AS MARCAS DO CP450, OS CREDITOS DA   *
      *    GERACAO CORRENTE (CP01 X CP430) E OS CREDITOS REGULARES DA  *
      *    GERACAO ANTERIOR (401/ANT X 430/ANT), CADA CREDITO COM O    *
      *    CONJUNTO COMPLETO DE RUBRICAS.                              *
      ******************************************************************
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-INICIO.
      *
           OPEN INPUT DSUBCPG2K450.
           PERFORM 2010-UM-CP50
              THRU 2010-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2K401
                      DSUBCPG2K430.
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-CP430
              THRU 9010-FIM.
           PERFORM 2100-LOOP-CORRENTE
              THRU 2100-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
           CLOSE DSUBCPG2K401
                 DSUBCPG2K430.
      *
           OPEN INPUT DSUBCPG2K401A
                      DSUBCPG2K430A.
           PERFORM 9020-LE-CP01A
              THRU 9020-FIM.
           PERFORM 9030-LE-CP430A
              THRU 9030-FIM.
           PERFORM 2200-LOOP-ANTERIOR
              THRU 2200-FIM
             UNTIL WS-EOF-CP01A EQUAL "SIM".
           CLOSE DSUBCPG2K401A
                 DSUBCPG2K430A.
      *
           GO TO 2000-SOLTA-FIM.
      *
       2010-UM-CP50.
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2010-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-450.
           IF CP50-IN-DIVERGE-RUBR NOT EQUAL 1
              GO TO 2010-FIM.
      *
           ADD 1 TO WS-CT-MARCADOS.
           MOVE ZEROS                  TO SRTD-REG.
           MOVE CP50-NU-NB             TO SRTD-NU-NB.
           MOVE "2"                    TO SRTD-CS-ORIGEM.
           MOVE CP50-DT-MOV-CREDITO    TO SRTD-DT-MOV-CREDITO.
           MOVE CP50-CS-NATUR-CREDITO  TO SRTD-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO    TO SRTD-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO    TO SRTD-DT-INI-PERIODO.
           MOVE CP50-ID-NIT            TO SRTD-ID-NIT.
           MOVE CP50-SEQ-REG           TO SRTD-SEQ-REG.
           MOVE 1                      TO SRTD-TIPO.
           RELEASE SRTD-REG.
      *
       2010-FIM. EXIT.
      *
      *MERGE CP01 X CP430 DA GERACAO CORRENTE (MESMO MODELO DE
      *PSUBCPG2K432; RUBRICA EXCEDENTE ORFA E SO PULADA).
       2100-LOOP-CORRENTE.
      *
           ADD 1 TO WS-CT-LIDOS-401.
      *
           PERFORM 2110-AVANCA-CP430
              THRU 2110-FIM
             UNTIL WS-EOF-CP430 EQUAL "SIM"
                OR WS-CHAVE-CP430 NOT LESS WS-CHAVE-CP01.
      *
           MOVE ZEROS                  TO SRTD-REG.
           MOVE CP01-NU-NB OF DSUBCPG2K401 TO SRTD-NU-NB.
           MOVE "2"                    TO SRTD-CS-ORIGEM.
           MOVE WS-C01-DT-MOV-CREDITO  TO SRTD-DT-MOV-CREDITO.
           MOVE WS-C01-CS-NATUR-CRED   TO SRTD-CS-NATUR-CRED.
           MOVE WS-C01-DT-FIM-PERIODO  TO SRTD-DT-FIM-PERIODO.
           MOVE WS-C01-DT-INI-PERIODO  TO SRTD-DT-INI-PERIODO.
           MOVE WS-C01-ID-NIT          TO SRTD-ID-NIT.
           MOVE WS-C01-SEQ-REG         TO SRTD-SEQ-REG.
           MOVE 2                      TO SRTD-TIPO.
           MOVE CP01-IN-CRED-CANCELADO OF DSUBCPG2K401 TO
                                          SRTD-IN-CANCELADO.
           MOVE CP01-CS-ESPECIE OF DSUBCPG2K401 TO SRTD-CS-ESPECIE.
           MOVE CP01-CS-UF-OP OF DSUBCPG2K401   TO SRTD-CS-UF-OP.
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                          SRTD-VL-LIQUIDO.
           MOVE CP01-QT-RUBRICA OF DSUBCPG2K401 TO SRTD-QT-RUBRICA.
      *
           MOVE CP01-CS-RUBRICA1 OF DSUBCPG2K401 TO WS-CS-RUBRICA-AUX.
           MOVE CP01-VL-RUBRICA1 OF DSUBCPG2K401 TO WS-VL-RUBRICA-AUX.
           PERFORM 2400-ACRESCENTA-RUBRICA
              THRU 2400-FIM.
           MOVE CP01-CS-RUBRICA2 OF DSUBCPG2K401 TO WS-CS-RUBRICA-AUX.
           MOVE CP01-VL-RUBRICA2 OF DSUBCPG2K401 TO WS-VL-RUBRICA-AUX.
           PERFORM 2400-ACRESCENTA-RUBRICA
              THRU 2400-FIM.
      *
           IF WS-EOF-CP430 NOT EQUAL "SIM"
              AND WS-CHAVE-CP430 EQUAL WS-CHAVE-CP01
              PERFORM VARYING WS-IX-RUB FROM 1 BY 1
                        UNTIL WS-IX-RUB GREATER 13
                 MOVE CP430-CS-RUBRICA OF DSUBCPG2K430 (WS-IX-RUB)
                                          TO WS-CS-RUBRICA-AUX
                 MOVE CP430-VL-RUBRICA OF DSUBCPG2K430 (WS-IX-RUB)
                                          TO WS-VL-RUBRICA-AUX
                 PERFORM 2400-ACRESCENTA-RUBRICA
                    THRU 2400-FIM
              END-PERFORM
              PERFORM 9010-LE-CP430
                 THRU 9010-FIM.
      *
           RELEASE SRTD-REG.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2100-FIM. EXIT.
      *
       2110-AVANCA-CP430.
      *
           PERFORM 9010-LE-CP430
              THRU 9010-FIM.
      *
       2110-FIM. EXIT.
      *
      *MERGE 401/ANT X 430/ANT: SO O CREDITO REGULAR ENTRA NO
      *CONJUNTO DA COMPETENCIA ANTERIOR.
       2200-LOOP-ANTERIOR.
      *
           ADD 1 TO WS-CT-LIDOS-401A.
      *
           PERFORM 2210-AVANCA-CP430A
              THRU 2210-FIM
             UNTIL WS-EOF-CP430A EQUAL "SIM"
                OR WS-CHAVE-CP430A NOT LESS WS-CHAVE-CP01A.
      *
           IF CP01-IN-CRED-CANCELADO OF DSUBCPG2K401A EQUAL 1
              OR CP01-IN-CRED-ATRASADO OF DSUBCPG2K401A EQUAL 1
              OR CP01-IN-CREDITO-RRA OF DSUBCPG2K401A EQUAL 1
              OR CP01-IN-ADIANT-13-SAL OF DSUBCPG2K401A EQUAL 1
              GO TO 2200-PROXIMO.
      *
           MOVE ZEROS                  TO SRTD-REG.
           MOVE CP01-NU-NB OF DSUBCPG2K401A TO SRTD-NU-NB.
           MOVE "1"                    TO SRTD-CS-ORIGEM.
           MOVE WS-C1A-DT-MOV-CREDITO  TO SRTD-DT-MOV-CREDITO.
           MOVE WS-C1A-CS-NATUR-CRED   TO SRTD-CS-NATUR-CRED.
           MOVE WS-C1A-DT-FIM-PERIODO  TO SRTD-DT-FIM-PERIODO.
           MOVE WS-C1A-DT-INI-PERIODO  TO SRTD-DT-INI-PERIODO.
           MOVE WS-C1A-ID-NIT          TO SRTD-ID-NIT.
           MOVE WS-C1A-SEQ-REG         TO SRTD-SEQ-REG.
           MOVE 2                      TO SRTD-TIPO.
      *
           MOVE CP01-CS-RUBRICA1 OF DSUBCPG2K401A TO WS-CS-RUBRICA-AUX.
           MOVE CP01-VL-RUBRICA1 OF DSUBCPG2K401A TO WS-VL-RUBRICA-AUX.
           PERFORM 2400-ACRESCENTA-RUBRICA
              THRU 2400-FIM.
           MOVE CP01-CS-RUBRICA2 OF DSUBCPG2K401A TO WS-CS-RUBRICA-AUX.
           MOVE CP01-VL-RUBRICA2 OF DSUBCPG2K401A TO WS-VL-RUBRICA-AUX.
           PERFORM 2400-ACRESCENTA-RUBRICA
              THRU 2400-FIM.
      *
           IF WS-EOF-CP430A NOT EQUAL "SIM"
              AND WS-CHAVE-CP430A EQUAL WS-CHAVE-CP01A
              PERFORM VARYING WS-IX-RUB FROM 1 BY 1
                        UNTIL WS-IX-RUB GREATER 13
                 MOVE CP430-CS-RUBRICA OF DSUBCPG2K430A (WS-IX-RUB)
                                          TO WS-CS-RUBRICA-AUX
                 MOVE CP430-VL-RUBRICA OF DSUBCPG2K430A (WS-IX-RUB)
                                          TO WS-VL-RUBRICA-AUX
                 PERFORM 2400-ACRESCENTA-RUBRICA
                    THRU 2400-FIM
              END-PERFORM.
      *
           RELEASE SRTD-REG.
      *
       2200-PROXIMO.
      *
           IF WS-EOF-CP430A NOT EQUAL "SIM"
              AND WS-CHAVE-CP430A EQUAL WS-CHAVE-CP01A
              PERFORM 9030-LE-CP430A
                 THRU 9030-FIM.
      *
           PERFORM 9020-LE-CP01A
              THRU 9020-FIM.
      *
       2200-FIM. EXIT.
      *
       2210-AVANCA-CP430A.
      *
           PERFORM 9030-LE-CP430A
              THRU 9030-FIM.
      *
       2210-FIM. EXIT.
      *
      *ACRESCENTA UMA RUBRICA AO CONJUNTO DO CREDITO (CODIGO ZERADO E
      *POSICAO VAZIA; ALEM DE 15 NAO HA ONDE GUARDAR - O CONTADOR
      *SEGUE, E A CAUSA 09 APONTA A DIFERENCA).
       2400-ACRESCENTA-RUBRICA.
      *
           IF WS-CS-RUBRICA-AUX EQUAL ZEROS
              GO TO 2400-FIM.
      *
           IF SRTD-QT-RUBRICA-LIDA EQUAL 15
              GO TO 2400-FIM.
      *
           ADD 1 TO SRTD-QT-RUBRICA-LIDA.
           MOVE WS-CS-RUBRICA-AUX TO
                            SRTD-CS-RUBRICA (SRTD-QT-RUBRICA-LIDA).
           MOVE WS-VL-RUBRICA-AUX TO
                            SRTD-VL-RUBRICA (SRTD-QT-RUBRICA-LIDA).
      *
       2400-FIM. EXIT.
      *
       9000-LE-CP01.
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-CHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO OF DSUBCPG2K401 TO
                                       WS-C01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB OF DSUBCPG2K401 TO
                                       WS-C01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO OF DSUBCPG2K401 TO
                                       WS-C01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO OF DSUBCPG2K401 TO
                                       WS-C01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO OF DSUBCPG2K401 TO
                                       WS-C01-DT-INI-PERIODO
                        MOVE CP01-ID-NIT OF DSUBCPG2K401 TO
                                       WS-C01-ID-NIT
                        MOVE CP01-SEQ-REG OF DSUBCPG2K401 TO
                                       WS-C01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *
       9010-LE-CP430.
      *
           READ DSUBCPG2K430
                AT END MOVE "SIM" TO WS-EOF-CP430
                        MOVE HIGH-VALUES TO WS-CHAVE-CP430
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS-430
                        MOVE CP430-DT-MOV-CREDITO OF DSUBCPG2K430 TO
                                       WS-C43-DT-MOV-CREDITO
                        MOVE CP430-NU-NB OF DSUBCPG2K430 TO
                                       WS-C43-NU-NB
                        MOVE CP430-CS-NATUR-CREDITO OF DSUBCPG2K430 TO
                                       WS-C43-CS-NATUR-CRED
                        MOVE CP430-DT-FIM-PERIODO OF DSUBCPG2K430 TO
                                       WS-C43-DT-FIM-PERIODO
                        MOVE CP430-DT-INI-PERIODO OF DSUBCPG2K430 TO
                                       WS-C43-DT-INI-PERIODO
                        MOVE CP430-ID-NIT OF DSUBCPG2K430 TO
                                       WS-C43-ID-NIT
                        MOVE CP430-SEQ-REG OF DSUBCPG2K430 TO
                                       WS-C43-SEQ-REG.
      *
       9010-FIM. EXIT.
      *
       9020-LE-CP01A.
      *
           READ DSUBCPG2K401A
                AT END MOVE "SIM" TO WS-EOF-CP01A
                        MOVE HIGH-VALUES TO WS-CHAVE-CP01A
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO OF DSUBCPG2K401A TO
                                       WS-C1A-DT-MOV-CREDITO
                        MOVE CP01-NU-NB OF DSUBCPG2K401A TO
                                       WS-C1A-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO OF DSUBCPG2K401A TO
                                       WS-C1A-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO OF DSUBCPG2K401A TO
                                       WS-C1A-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO OF DSUBCPG2K401A TO
                                       WS-C1A-DT-INI-PERIODO
                        MOVE CP01-ID-NIT OF DSUBCPG2K401A TO
                                       WS-C1A-ID-NIT
                        MOVE CP01-SEQ-REG OF DSUBCPG2K401A TO
                                       WS-C1A-SEQ-REG.
      *
       9020-FIM. EXIT.
      *
       9030-LE-CP430A.
      *
           READ DSUBCPG2K430A
                AT END MOVE "SIM" TO WS-EOF-CP430A
                        MOVE HIGH-VALUES TO WS-CHAVE-CP430A
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS-430A
                        MOVE CP430-DT-MOV-CREDITO OF DSUBCPG2K430A TO
                                       WS-C4A-DT-MOV-CREDITO
                        MOVE CP430-NU-NB OF DSUBCPG2K430A TO
                                       WS-C4A-NU-NB
                        MOVE CP430-CS-NATUR-CREDITO OF DSUBCPG2K430A TO
                                       WS-C4A-CS-NATUR-CRED
                        MOVE CP430-DT-FIM-PERIODO OF DSUBCPG2K430A TO
                                       WS-C4A-DT-FIM-PERIODO
                        MOVE CP430-DT-INI-PERIODO OF DSUBCPG2K430A TO
                                       WS-C4A-DT-INI-PERIODO
                        MOVE CP430-ID-NIT OF DSUBCPG2K430A TO
                                       WS-C4A-ID-NIT
                        MOVE CP430-SEQ-REG OF DSUBCPG2K430A TO
                                       WS-C4A-SEQ-REG.
      *
       9030-FIM. EXIT.
      *
       9040-LE-FILA.
      *
           READ DSUBCPG2KDRBN
                AT END MOVE "SIM" TO WS-EOF-FILA
                        MOVE HIGH-VALUES TO WS-CHAVE-FILA
                NOT AT END
                        MOVE DRB-CHAVE-CP01 TO WS-CHAVE-FILA.
      *
       9040-FIM. EXIT.
      *
       2000-SOLTA-FIM. EXIT.
      /
      ******************************************************************
      *    OUTPUT PROCEDURE: MONTA POR NB O CONJUNTO DA COMPETENCIA    *
      *    ANTERIOR E AVALIA CADA CREDITO CORRENTE MARCADO PELA        *
      *    ORIGEM.                                                     *
      ******************************************************************
       3000-AVALIA SECTION.
       3000-AVALIA-INICIO.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
      *MARCA SEM CREDITO NO FIM DO ULTIMO NB.
           IF WS-CHAVE-MARCA NOT EQUAL LOW-VALUES
              ADD 1 TO WS-CT-MARCA-SEM-CP01.
      *
           GO TO 3000-AVALIA-FIM.
      *
       3100-UM-REGISTRO.
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTD-NU-NB NOT EQUAL WS-NB-ATUAL
              IF WS-CHAVE-MARCA NOT EQUAL LOW-VALUES
                 ADD 1 TO WS-CT-MARCA-SEM-CP01
              END-IF
              MOVE SRTD-NU-NB  TO WS-NB-ATUAL
              MOVE ZEROS       TO WS-QTDE-ANT
              MOVE LOW-VALUES  TO WS-CHAVE-MARCA.
      *
           IF SRTD-CS-ORIGEM EQUAL "1"
              PERFORM 3150-GUARDA-ANTERIOR
                 THRU 3150-FIM
              GO TO 3100-FIM.
      *
           IF SRTD-TIPO EQUAL 1
              IF WS-CHAVE-MARCA NOT EQUAL LOW-VALUES
                 ADD 1 TO WS-CT-MARCA-SEM-CP01
              END-IF
              MOVE SRTD-CHAVE-CRED TO WS-CHAVE-MARCA
              GO TO 3100-FIM.
      *
           IF SRTD-CHAVE-CRED NOT EQUAL WS-CHAVE-MARCA
              GO TO 3100-FIM.
           MOVE LOW-VALUES TO WS-CHAVE-MARCA.
      *
           IF SRTD-IN-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-MARCADOS-CANCEL
              GO TO 3100-FIM.
      *
           PERFORM 3200-AVALIA-CREDITO
              THRU 3200-FIM.
      *
       3100-FIM. EXIT.
      *
      *GUARDA AS RUBRICAS DE UM CREDITO REGULAR DA GERACAO ANTERIOR
      *NO CONJUNTO DO NB, POR COMPETENCIA.
       3150-GUARDA-ANTERIOR.
      *
           MOVE SRTD-DT-MOV-CREDITO TO WS-DT-AUX.
           PERFORM 3160-ACUMULA-ANTERIOR
              THRU 3160-FIM
              VARYING WS-IX-RUB FROM 1 BY 1
                UNTIL WS-IX-RUB GREATER SRTD-QT-RUBRICA-LIDA.
      *
       3150-FIM. EXIT.
      *
       3160-ACUMULA-ANTERIOR.
      *
           MOVE 0 TO WS-ANT-ENCONTRADA.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
                     UNTIL WS-IX-ANT GREATER WS-QTDE-ANT
                        OR WS-ANT-ENCONTRADA EQUAL 1
              IF TB-ANT-AAMM (WS-IX-ANT) EQUAL WS-AUX-AAMM
                 AND TB-ANT-RUBRICA (WS-IX-ANT) EQUAL
                                     SRTD-CS-RUBRICA (WS-IX-RUB)
                 MOVE 1 TO WS-ANT-ENCONTRADA
              END-IF
           END-PERFORM.
      *
           IF WS-ANT-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-ANT
              IF SRTD-VL-RUBRICA (WS-IX-RUB) GREATER
                                        TB-ANT-VALOR (WS-IX-ANT)
                 MOVE SRTD-VL-RUBRICA (WS-IX-RUB) TO
                                        TB-ANT-VALOR (WS-IX-ANT)
              END-IF
              GO TO 3160-FIM.
      *
           IF WS-QTDE-ANT EQUAL 100
              DISPLAY "PSUBCPG2KDRB: NB " SRTD-NU-NB " COM MAIS DE"
              DISPLAY "100 RUBRICAS NA GERACAO ANTERIOR - REVER O"
              DISPLAY "LIMITE DA TABELA (NADA FOI REGRAVADO)"
              CLOSE LSUBCPG2KDRB
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-ANT.
           MOVE WS-AUX-AAMM       TO TB-ANT-AAMM (WS-QTDE-ANT).
           MOVE SRTD-CS-RUBRICA (WS-IX-RUB) TO
                                  TB-ANT-RUBRICA (WS-QTDE-ANT).
           MOVE SRTD-VL-RUBRICA (WS-IX-RUB) TO
                                  TB-ANT-VALOR (WS-QTDE-ANT).
      *
       3160-FIM. EXIT.
      *
      *CREDITO CORRENTE MARCADO: SE JA ESTA NA FILA SO ATUALIZA A
      *DATA DE MOVIMENTO; SENAO REMONTA O CONJUNTO, LEVANTA AS
      *DIVERGENCIAS E ENFILEIRA.
       3200-AVALIA-CREDITO.
      *
           MOVE SRTD-DT-MOV-CREDITO TO WS-AVL-DT-MOV-CREDITO.
           MOVE SRTD-NU-NB          TO WS-AVL-NU-NB.
           MOVE SRTD-CS-NATUR-CRED  TO WS-AVL-CS-NATUR-CRED.
           MOVE SRTD-DT-FIM-PERIODO TO WS-AVL-DT-FIM-PERIODO.
           MOVE SRTD-DT-INI-PERIODO TO WS-AVL-DT-INI-PERIODO.
           MOVE SRTD-ID-NIT         TO WS-AVL-ID-NIT.
           MOVE SRTD-SEQ-REG        TO WS-AVL-SEQ-REG.
      *
           MOVE 0 TO WS-DRB-ENCONTRADO.
           PERFORM VARYING WS-IX-DRB FROM 1 BY 1
                     UNTIL WS-IX-DRB GREATER WS-QTDE-DRB
              IF TB-DRB-CHAVE (WS-IX-DRB) EQUAL WS-CHAVE-AVAL
                 MOVE 1        TO WS-DRB-ENCONTRADO
                 MOVE W77-DATA TO TB-DRB-DT-ULT-MOV (WS-IX-DRB)
              END-IF
           END-PERFORM.
      *
           IF WS-DRB-ENCONTRADO EQUAL 1
              ADD 1 TO WS-CT-JA-NA-FILA
              GO TO 3200-FIM.
      *
           ADD 1 TO WS-CT-AVALIADOS.
           MOVE ZEROS TO WS-QTDE-ITEM.
      *
      *COMPETENCIA ANTERIOR DE REFERENCIA.
           MOVE SRTD-DT-MOV-CREDITO TO WS-DT-AUX.
           MOVE WS-AUX-AAMM         TO WS-AAMM-CREDITO.
           MOVE ZEROS               TO WS-AAMM-REFERENCIA.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
                     UNTIL WS-IX-ANT GREATER WS-QTDE-ANT
              MOVE 0 TO TB-ANT-ACHADA (WS-IX-ANT)
              IF TB-ANT-AAMM (WS-IX-ANT) LESS WS-AAMM-CREDITO
                 AND TB-ANT-AAMM (WS-IX-ANT) GREATER
                                              WS-AAMM-REFERENCIA
                 MOVE TB-ANT-AAMM (WS-IX-ANT) TO WS-AAMM-REFERENCIA
              END-IF
           END-PERFORM.
           IF WS-AAMM-REFERENCIA EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-ANTERIOR.
      *
           IF SRTD-QT-RUBRICA NOT EQUAL SRTD-QT-RUBRICA-LIDA
              MOVE ZEROS                TO WS-CS-RUBRICA-AUX
              MOVE 09                   TO WS-CS-CAUSA-AUX
              MOVE ZEROS                TO WS-VL-RUBRICA-AUX
                                           WS-VL-REFERENCIA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM.
      *
           MOVE ZEROS TO WS-SOMA-RUBRICAS.
           PERFORM 3210-CONFERE-RUBRICA
              THRU 3210-FIM
              VARYING WS-IX-RUB FROM 1 BY 1
                UNTIL WS-IX-RUB GREATER SRTD-QT-RUBRICA-LIDA.
      *
      *RUBRICA DA COMPETENCIA ANTERIOR QUE NAO VEIO NO CREDITO.
           IF WS-AAMM-REFERENCIA NOT EQUAL ZEROS
              PERFORM 3250-ANTERIOR-AUSENTE
                 THRU 3250-FIM
                 VARYING WS-IX-ANT FROM 1 BY 1
                   UNTIL WS-IX-ANT GREATER WS-QTDE-ANT.
      *
           IF WS-SOMA-RUBRICAS NOT EQUAL SRTD-VL-LIQUIDO
              MOVE ZEROS                TO WS-CS-RUBRICA-AUX
              MOVE 04                   TO WS-CS-CAUSA-AUX
              MOVE WS-SOMA-RUBRICAS     TO WS-VL-RUBRICA-AUX
              MOVE SRTD-VL-LIQUIDO      TO WS-VL-REFERENCIA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM.
      *
           IF WS-QTDE-ITEM EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-DIVERGENCIA
              MOVE ZEROS                TO WS-CS-RUBRICA-AUX
              MOVE 10                   TO WS-CS-CAUSA-AUX
              MOVE ZEROS                TO WS-VL-RUBRICA-AUX
                                           WS-VL-REFERENCIA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM.
      *
           PERFORM 3300-ENFILEIRA
              THRU 3300-FIM.
      *
       3200-FIM. EXIT.
      *
      *CONFRONTA UMA RUBRICA DO CREDITO: REPETIDA NO PROPRIO CREDITO;
      *RUBRICA MASTER; MATRIZ ESPECIE X RUBRICA; COMPETENCIA ANTERIOR.
       3210-CONFERE-RUBRICA.
      *
           ADD SRTD-VL-RUBRICA (WS-IX-RUB) TO WS-SOMA-RUBRICAS.
           MOVE SRTD-CS-RUBRICA (WS-IX-RUB) TO WS-CS-RUBRICA-AUX.
           MOVE SRTD-VL-RUBRICA (WS-IX-RUB) TO WS-VL-RUBRICA-AUX.
           MOVE ZEROS                       TO WS-VL-REFERENCIA-AUX.
      *
           MOVE 0 TO WS-IN-REPETIDA.
           PERFORM VARYING WS-IX-RUB2 FROM 1 BY 1
                     UNTIL WS-IX-RUB2 NOT LESS WS-IX-RUB
              IF SRTD-CS-RUBRICA (WS-IX-RUB2) EQUAL WS-CS-RUBRICA-AUX
                 MOVE 1 TO WS-IN-REPETIDA
              END-IF
           END-PERFORM.
           IF WS-IN-REPETIDA EQUAL 1
              MOVE 08 TO WS-CS-CAUSA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM
              GO TO 3210-FIM.
      *
           PERFORM 3220-BUSCA-MASTER
              THRU 3220-FIM.
           IF WS-RUBRICA-MASTER-ENCONTRADA EQUAL 0
              MOVE 01 TO WS-CS-CAUSA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM
           ELSE
              IF RUBM-IN-ATIVA (WS-IX-RUBRICA-MASTER) NOT EQUAL 1
                 OR (RUBM-DT-INI-VIGENCIA (WS-IX-RUBRICA-MASTER)
                                        NOT EQUAL ZEROS
                 AND RUBM-DT-INI-VIGENCIA (WS-IX-RUBRICA-MASTER)
                                        GREATER SRTD-DT-MOV-CREDITO)
                 OR (RUBM-DT-FIM-VIGENCIA (WS-IX-RUBRICA-MASTER)
                                        NOT EQUAL ZEROS
                 AND RUBM-DT-FIM-VIGENCIA (WS-IX-RUBRICA-MASTER)
                                        LESS SRTD-DT-MOV-CREDITO)
                 MOVE 02 TO WS-CS-CAUSA-AUX
                 PERFORM 3260-NOVO-ITEM
                    THRU 3260-FIM.
      *
           PERFORM 3230-BUSCA-MATRIZ
              THRU 3230-FIM.
           IF WS-IN-PROIBIDA EQUAL 1
              MOVE 03 TO WS-CS-CAUSA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM.
      *
           IF WS-AAMM-REFERENCIA EQUAL ZEROS
              GO TO 3210-FIM.
      *
           PERFORM 3240-BUSCA-ANTERIOR
              THRU 3240-FIM.
           IF WS-ANT-ENCONTRADA EQUAL 0
              MOVE 05 TO WS-CS-CAUSA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM
              GO TO 3210-FIM.
      *
      *VARIACAO SOBRE O VALOR ANTERIOR ACIMA DO PERCENTUAL.
           MOVE TB-ANT-VALOR (WS-IX-ANT) TO WS-VL-REFERENCIA-AUX.
           COMPUTE WS-VL-DIFERENCA = WS-VL-RUBRICA-AUX
                                   - WS-VL-REFERENCIA-AUX.
           IF WS-VL-DIFERENCA LESS ZEROS
              COMPUTE WS-VL-DIFERENCA = WS-VL-DIFERENCA * -1.
           COMPUTE WS-VL-TOLERANCIA ROUNDED = WS-VL-REFERENCIA-AUX
                                      * WS-PAR-PC-VARIACAO / 100.
           IF WS-VL-DIFERENCA GREATER WS-VL-TOLERANCIA
              MOVE 07 TO WS-CS-CAUSA-AUX
              PERFORM 3260-NOVO-ITEM
                 THRU 3260-FIM.
      *
       3210-FIM. EXIT.
      *
      *BUSCA LINEAR NA RUBRICA MASTER (MESMO MODELO DE
      *2300-IMPRIME-RUBRICA DO PSUBCPG2K432).
       3220-BUSCA-MASTER.
      *
           MOVE 0 TO WS-RUBRICA-MASTER-ENCONTRADA.
           PERFORM VARYING WS-IX-RUBRICA-MASTER FROM 1 BY 1
                     UNTIL WS-IX-RUBRICA-MASTER GREATER
                                           WS-QTDE-RUBRICA-MASTER
                        OR WS-RUBRICA-MASTER-ENCONTRADA EQUAL 1
              IF RUBM-CS-RUBRICA (WS-IX-RUBRICA-MASTER) EQUAL
                                           WS-CS-RUBRICA-AUX
                 MOVE 1 TO WS-RUBRICA-MASTER-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-RUBRICA-MASTER-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-RUBRICA-MASTER.
      *
       3220-FIM. EXIT.
      *
      *COMBINACAO ESPECIE X RUBRICA PROIBIDA E VIGENTE NA DATA DO
      *MOVIMENTO (MESMO CRITERIO DE PSUBCPG2KECRVAL).
       3230-BUSCA-MATRIZ.
      *
           MOVE 0 TO WS-IN-PROIBIDA.
           PERFORM VARYING WS-IX-ECR FROM 1 BY 1
                     UNTIL WS-IX-ECR GREATER WS-QTDE-ECR
                        OR WS-IN-PROIBIDA EQUAL 1
              IF TB-ECR-ESPECIE (WS-IX-ECR) EQUAL SRTD-CS-ESPECIE
                 AND TB-ECR-RUBRICA (WS-IX-ECR) EQUAL
                                            WS-CS-RUBRICA-AUX
                 AND TB-ECR-DT-INI (WS-IX-ECR) NOT GREATER
                                            SRTD-DT-MOV-CREDITO
                 AND (TB-ECR-DT-FIM (WS-IX-ECR) EQUAL ZEROS
                   OR TB-ECR-DT-FIM (WS-IX-ECR) NOT LESS
                                            SRTD-DT-MOV-CREDITO)
                 MOVE 1 TO WS-IN-PROIBIDA
              END-IF
           END-PERFORM.
      *
       3230-FIM. EXIT.
      *
      *RUBRICA NO CONJUNTO DA COMPETENCIA DE REFERENCIA (MARCA A LINHA
      *ACHADA PARA A CONFERENCIA DAS AUSENTES).
       3240-BUSCA-ANTERIOR.
      *
           MOVE 0 TO WS-ANT-ENCONTRADA.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
                     UNTIL WS-IX-ANT GREATER WS-QTDE-ANT
                        OR WS-ANT-ENCONTRADA EQUAL 1
              IF TB-ANT-AAMM (WS-IX-ANT) EQUAL WS-AAMM-REFERENCIA
                 AND TB-ANT-RUBRICA (WS-IX-ANT) EQUAL
                                            WS-CS-RUBRICA-AUX
                 MOVE 1 TO WS-ANT-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-ANT-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-ANT
              MOVE 1 TO TB-ANT-ACHADA (WS-IX-ANT).
      *
       3240-FIM. EXIT.
      *
       3250-ANTERIOR-AUSENTE.
      *
           IF TB-ANT-AAMM (WS-IX-ANT) NOT EQUAL WS-AAMM-REFERENCIA
              OR TB-ANT-ACHADA (WS-IX-ANT) EQUAL 1
              GO TO 3250-FIM.
      *
           MOVE TB-ANT-RUBRICA (WS-IX-ANT) TO WS-CS-RUBRICA-AUX.
           MOVE 06                         TO WS-CS-CAUSA-AUX.
           MOVE ZEROS                      TO WS-VL-RUBRICA-AUX.
           MOVE TB-ANT-VALOR (WS-IX-ANT)   TO WS-VL-REFERENCIA-AUX.
           PERFORM 3260-NOVO-ITEM
              THRU 3260-FIM.
      *
       3250-FIM. EXIT.
      *
      *ALEM DE 99 DIVERGENCIAS NO MESMO CREDITO AS SEGUINTES NAO SAO
      *GUARDADAS (O CREDITO JA ESTA NA FILA DE QUALQUER FORMA).
       3260-NOVO-ITEM.
      *
           IF WS-QTDE-ITEM EQUAL 99
              GO TO 3260-FIM.
      *
           ADD 1 TO WS-QTDE-ITEM.
           MOVE WS-CS-RUBRICA-AUX    TO TB-ITEM-RUBRICA (WS-QTDE-ITEM).
           MOVE WS-CS-CAUSA-AUX      TO TB-ITEM-CAUSA (WS-QTDE-ITEM).
           MOVE WS-VL-RUBRICA-AUX    TO TB-ITEM-VALOR (WS-QTDE-ITEM).
           MOVE WS-VL-REFERENCIA-AUX TO
                                   TB-ITEM-REFERENCIA (WS-QTDE-ITEM).
      *
       3260-FIM. EXIT.
      *
       3300-ENFILEIRA.
      *
           ADD 1                TO WS-CT-CRED-NOVOS.
           ADD SRTD-VL-LIQUIDO  TO WS-VL-CRED-NOVOS.
           PERFORM 3310-INCLUI-ITEM
              THRU 3310-FIM
              VARYING WS-IX-ITEM FROM 1 BY 1
                UNTIL WS-IX-ITEM GREATER WS-QTDE-ITEM.
      *
       3300-FIM. EXIT.
      *
       3310-INCLUI-ITEM.
      *
           IF WS-QTDE-DRB EQUAL 5000
              DISPLAY "PSUBCPG2KDRB: FILA DE DIVERGENCIA CHEIA"
              DISPLAY "(5000) - REVER O LIMITE DA TABELA"
              DISPLAY "(NADA FOI REGRAVADO)"
              CLOSE LSUBCPG2KDRB
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-DRB WS-CT-ITENS-NOVOS.
           MOVE WS-QTDE-DRB TO WS-IX-DRB.
           MOVE SPACES                TO TB-DRB (WS-IX-DRB).
           MOVE WS-CHAVE-AVAL         TO TB-DRB-CHAVE (WS-IX-DRB).
           MOVE WS-IX-ITEM            TO TB-DRB-NU-ITEM (WS-IX-DRB).
           MOVE TB-ITEM-RUBRICA (WS-IX-ITEM) TO
                                      TB-DRB-RUBRICA (WS-IX-DRB).
           MOVE TB-ITEM-CAUSA (WS-IX-ITEM)   TO
                                      TB-DRB-CAUSA (WS-IX-DRB).
           MOVE TB-ITEM-VALOR (WS-IX-ITEM)   TO
                                      TB-DRB-VL-RUBRICA (WS-IX-DRB).
           MOVE TB-ITEM-REFERENCIA (WS-IX-ITEM) TO
                                      TB-DRB-VL-REFERENCIA (WS-IX-DRB).
           MOVE SRTD-CS-ESPECIE       TO TB-DRB-ESPECIE (WS-IX-DRB).
           MOVE SRTD-CS-UF-OP         TO TB-DRB-UF-OP (WS-IX-DRB).
           MOVE SRTD-VL-LIQUIDO       TO TB-DRB-VL-LIQUIDO (WS-IX-DRB).
           MOVE W77-DATA              TO TB-DRB-DT-INCLUSAO (WS-IX-DRB)
                                         TB-DRB-DT-ULT-MOV (WS-IX-DRB).
           MOVE "P"                   TO TB-DRB-SITUACAO (WS-IX-DRB).
           MOVE ZEROS                 TO TB-DRB-DT-DECISAO (WS-IX-DRB)
                                      TB-DRB-MATRIC-DECISAO (WS-IX-DRB)
                                      TB-DRB-MATRIC-APROV (WS-IX-DRB)
                                      TB-DRB-VL-CORRIGIDO (WS-IX-DRB).
      *
      *DESCRICAO DA CAUSA (BUSCA LINEAR NA TABELA DE CAUSAS).
           MOVE 0 TO WS-CAUSA-DRB-ENCONTRADA.
           PERFORM VARYING WS-IX-CAUSA-DRB FROM 1 BY 1
                     UNTIL WS-IX-CAUSA-DRB GREATER WS-QTDE-CAUSA-DRB
                        OR WS-CAUSA-DRB-ENCONTRADA EQUAL 1
              IF CAUDRB-CS-CAUSA (WS-IX-CAUSA-DRB) EQUAL
                                        TB-DRB-CAUSA (WS-IX-DRB)
                 MOVE 1 TO WS-CAUSA-DRB-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-CAUSA-DRB-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-CAUSA-DRB
              MOVE CAUDRB-DESCRICAO (WS-IX-CAUSA-DRB) TO DET-DS-CAUSA
           ELSE
              MOVE SPACES TO DET-DS-CAUSA.
      *
           MOVE TB-DRB-NU-NB (WS-IX-DRB)     TO DET-NU-NB.
           MOVE TB-DRB-DT-MOV (WS-IX-DRB)    TO DET-DT-MOV.
           MOVE TB-DRB-SEQ-REG (WS-IX-DRB)   TO DET-SEQ-REG.
           MOVE TB-DRB-ESPECIE (WS-IX-DRB)   TO DET-ESPECIE.
           MOVE TB-DRB-UF-OP (WS-IX-DRB)     TO DET-UF-OP.
           MOVE TB-DRB-NU-ITEM (WS-IX-DRB)   TO DET-ITEM.
           MOVE TB-DRB-RUBRICA (WS-IX-DRB)   TO DET-RUBRICA.
           MOVE TB-DRB-CAUSA (WS-IX-DRB)     TO DET-CAUSA.
           MOVE TB-DRB-VL-RUBRICA (WS-IX-DRB)    TO DET-VALOR.
           MOVE TB-DRB-VL-REFERENCIA (WS-IX-DRB) TO DET-REFERENCIA.
           WRITE LINHA-DRB FROM DET-DRB AFTER 1.
      *
       3310-FIM. EXIT.
      *
       3000-AVALIA-FIM. EXIT.
      *
      *ITENS DA FILA NO ARQUIVO DE APOIO, SEM OS DE CREDITO FORA DO
      *MOVIMENTO HA WS-QT-MESES-RETENCAO MESES OU MAIS.
       3500-REGRAVA-FILA.
      *------------------*
      *
           OPEN OUTPUT DSUBCPG2KDRBTMP.
           PERFORM 3510-GRAVA-FILA
              THRU 3510-FIM
              VARYING WS-IX-DRB FROM 1 BY 1
                UNTIL WS-IX-DRB GREATER WS-QTDE-DRB.
           CLOSE DSUBCPG2KDRBTMP.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3510-GRAVA-FILA.
      *----------------*
      *
           MOVE TB-DRB-DT-ULT-MOV (WS-IX-DRB) TO WS-DT-ULT-MOV.
           COMPUTE WS-QT-MESES = (WS-HJ-ANO * 12 + WS-HJ-MES)
                               - (WS-UM-ANO * 12 + WS-UM-MES).
           IF WS-QT-MESES NOT LESS WS-QT-MESES-RETENCAO
              ADD 1 TO WS-CT-EXPURGADOS
              GO TO 3510-FIM.
      *
           MOVE TB-DRB (WS-IX-DRB) TO REG-DSUBCPG2KDRBTMP.
           WRITE REG-DSUBCPG2KDRBTMP.
           ADD 1 TO WS-CT-FILA-GRAVADOS.
      *
       3510-FIM. EXIT.
      *---------*
      *
      *MERGE CP01 X NOVA GERACAO DA FILA PELA CHAVE COMPLETA. TODO
      *CP01 VAI PARA A NOVA GERACAO DO 401; O CREDITO PENDENTE OU A
      *CANCELAR SAI BLOQUEADO, O DECIDIDO (C/R) E O QUE SAIU DA FILA
      *SAEM DESBLOQUEADOS SE ESTAVAM COM O MOTIVO PROPRIO.
       3700-BLOQUEIO.
      *-------------*
      *
           MOVE "NAO" TO WS-EOF-CP01.
           OPEN INPUT  DSUBCPG2K401
                       DSUBCPG2KDRBN.
           OPEN OUTPUT DSUBCPG2K401N.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9040-LE-FILA
              THRU 9040-FIM.
           PERFORM 3710-LOOP-CP01
              THRU 3710-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2KDRBN.
      *
       3700-FIM. EXIT.
      *---------*
      *
       3710-LOOP-CP01.
      *---------------*
      *
           ADD 1 TO WS-CT-LIDOS.
           MOVE SPACES TO WS-ACAO WS-SIT-FILA.
      *
           PERFORM 9040-LE-FILA
              THRU 9040-FIM
             UNTIL WS-CHAVE-FILA NOT LESS WS-CHAVE-CP01.
      *
      *TODOS OS ITENS DO CREDITO TEM A MESMA SITUACAO.
           IF WS-CHAVE-FILA EQUAL WS-CHAVE-CP01
              MOVE DRB-CS-SITUACAO TO WS-SIT-FILA
              PERFORM 9040-LE-FILA
                 THRU 9040-FIM
                UNTIL WS-CHAVE-FILA NOT EQUAL WS-CHAVE-CP01.
      *
           IF CP01-IN-CRED-CANCELADO OF DSUBCPG2K401 EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 3710-GRAVA.
      *
           IF WS-SIT-FILA EQUAL SPACES
              IF CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401 EQUAL 2
                 AND CP01-IN-BLOQUEIO OF DSUBCPG2K401 EQUAL
                                               WS-PAR-CS-BLOQUEIO
                 MOVE "L" TO WS-ACAO
                 ADD 1 TO WS-CT-FORA-FILA
                 MOVE CP01-NU-NB OF DSUBCPG2K401 TO DET-FORA-NB
                 MOVE CP01-DT-MOV-CREDITO OF DSUBCPG2K401 TO
                                               DET-FORA-DT-MOV
                 MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                               DET-FORA-VALOR
                 WRITE LINHA-DRB FROM DET-FORA-DRB AFTER 1
              END-IF
              GO TO 3710-GRAVA.
      *
           IF WS-SIT-FILA EQUAL "C" OR "R"
              IF CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401 EQUAL 2
                 AND CP01-IN-BLOQUEIO OF DSUBCPG2K401 EQUAL
                                               WS-PAR-CS-BLOQUEIO
                 MOVE "L" TO WS-ACAO
                 ADD 1 TO WS-CT-LIBERADOS
                 ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                               WS-VL-LIBERADOS
              END-IF
              GO TO 3710-GRAVA.
      *
      *PENDENTE OU A CANCELAR: CREDITO JA BLOQUEADO POR OUTRO MOTIVO
      *CONSERVA O MOTIVO DELE.
           ADD 1 TO WS-CT-BLOQUEADOS.
           ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO WS-VL-BLOQUEADOS.
           IF CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401 EQUAL 2
              AND CP01-IN-BLOQUEIO OF DSUBCPG2K401 NOT EQUAL
                                               WS-PAR-CS-BLOQUEIO
              ADD 1 TO WS-CT-OUTRO-MOTIVO
           ELSE
              MOVE "B" TO WS-ACAO.
      *
       3710-GRAVA.
      *
           IF WS-ACAO EQUAL "B"
              MOVE 2                  TO
                                 CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401
              MOVE WS-PAR-CS-BLOQUEIO TO
                                 CP01-IN-BLOQUEIO OF DSUBCPG2K401.
      *
           IF WS-ACAO EQUAL "L"
              MOVE 1                  TO
                                 CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401
              MOVE ZEROS              TO
                                 CP01-IN-BLOQUEIO OF DSUBCPG2K401.
      *
           WRITE REG-DSUBCPG2K401N FROM CP01-REG1 OF DSUBCPG2K401.
           ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO WS-VL-GRAVADOS.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       3710-FIM. EXIT.
      *---------*
      *
       3900-TOTAIS.
      *------------*
      *
           WRITE LINHA-DRB FROM CAB-01-DRB AFTER PAGE.
           WRITE LINHA-DRB FROM CAB-02-DRB AFTER 1.
      *
           MOVE SPACES TO TRAILER-DRB.
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 2.
      *
           MOVE "  MARCADOS PELA ORIGEM (CP50-IN-DIVERGE-RUBR)" TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-MARCADOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "  MARCADOS SEM CREDITO NO 401                " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-MARCA-SEM-CP01 TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "  MARCADOS COM CREDITO CANCELADO (IGNORADOS) " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-MARCADOS-CANCEL TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "  MARCADOS JA NA FILA (NAO REAVALIADOS)      " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-JA-NA-FILA TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "  CREDITOS AVALIADOS E ENFILEIRADOS NESTE RUN" TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-CRED-NOVOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "    SEM COMPETENCIA ANTERIOR PARA COMPARAR   " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-SEM-ANTERIOR TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "    SEM DIVERGENCIA APARENTE (CAUSA 10)      " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-SEM-DIVERGENCIA TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "ITENS NOVOS NA FILA                          " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-ITENS-NOVOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "REGISTROS CP01 LIDOS E REGRAVADOS            " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-LIDOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "REGISTROS CP430 LIDOS                        " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-LIDOS-430 TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "REGISTROS CP01 LIDOS NA GERACAO ANTERIOR     " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-LIDOS-401A TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "REGISTROS CP430 LIDOS NA GERACAO ANTERIOR    " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-LIDOS-430A TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "CREDITOS CANCELADOS (IGNORADOS)              " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-CANCELADOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "CREDITOS RETIDOS PELA FILA (PENDENTE/CANCELAR)" TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-BLOQUEADOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "  JA BLOQUEADOS POR OUTRO MOTIVO             " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-OUTRO-MOTIVO TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "DESBLOQUEADOS POR DECISAO (CONFIRMA/CORRIGE) " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-LIBERADOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "DESBLOQUEADOS POR SAIREM DA FILA             " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-FORA-FILA TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "ITENS DA FILA LIDOS                          " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-FILA-LIDOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "ITENS DA FILA EXPURGADOS                     " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-EXPURGADOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE "ITENS DA FILA GRAVADOS                       " TO
                                                   TEXTO-TRL-DRB.
           MOVE WS-CT-FILA-GRAVADOS TO QT-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-DRB AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-DRB.
           MOVE "VALOR LIQUIDO DOS CREDITOS ENFILEIRADOS      " TO
                                                   TEXTO-TRL-VL-DRB.
           MOVE WS-VL-CRED-NOVOS TO VL-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-VL-DRB AFTER 2.
      *
           MOVE "VALOR RETIDO PELA FILA                       " TO
                                                   TEXTO-TRL-VL-DRB.
           MOVE WS-VL-BLOQUEADOS TO VL-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-VL-DRB AFTER 1.
      *
           MOVE "VALOR DESBLOQUEADO POR DECISAO               " TO
                                                   TEXTO-TRL-VL-DRB.
           MOVE WS-VL-LIBERADOS TO VL-TRL-DRB.
           WRITE LINHA-DRB FROM TRAILER-VL-DRB AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2K401.
      *
      *REGISTRA A GERACAO PRODUZIDA NO CATALOGO (VIDE
      *B/SUB/CPG/GER/CAT).
           CALL "ZHORA IN DTP/L1" GIVING W77-HORA.
           OPEN EXTEND DSUBCPGGERCAT.
           MOVE SPACES             TO CAT-REG.
           MOVE "G"                TO CAT-CS-EVENTO.
           MOVE "D/SUB/CPG/2K/401" TO CAT-ARQUIVO.
           MOVE W77-DATA           TO CAT-DATA.
           MOVE W77-HORA           TO CAT-HORA.
           MOVE "PSUBCPG2KDRB"     TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/DRB" TO CAT-FEED.
           MOVE WS-CT-LIDOS        TO CAT-QTD-REG.
           MOVE WS-VL-GRAVADOS     TO CAT-TOT-VALOR.
           MOVE ZEROS              TO CAT-DATA-ALVO CAT-HORA-ALVO.
           WRITE CAT-REG.
           CLOSE DSUBCPGGERCAT SAVE.
      *
      *PINO DE GERACAO PARA O HANDSHAKE DOS CONSUMIDORES DA FAMILIA
      *CP01 (VIDE SSUBLIB2K605) - MESMA IDENTIDADE DO CATALOGO.
           MOVE "G"                TO WS-PIN-FUNCAO.
           MOVE "D/SUB/CPG/2K/401" TO WS-PIN-ARQUIVO.
           MOVE W77-DATA           TO WS-PIN-DATA.
           MOVE W77-HORA           TO WS-PIN-HORA.
           MOVE WS-CT-LIDOS        TO WS-PIN-QTD-REG.
           MOVE "PSUBCPG2KDRB"     TO WS-PIN-PROGRAMA.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           CLOSE DSUBCPG2K401N SAVE.
           CLOSE LSUBCPG2KDRB.
      *
           DISPLAY "PSUBCPG2KDRB - ENFILEIRADOS: " WS-CT-CRED-NOVOS
                   " RETIDOS: " WS-CT-BLOQUEADOS
                   " LIBERADOS: " WS-CT-LIBERADOS.
      *
       4000-FIM. EXIT.
      *---------*
