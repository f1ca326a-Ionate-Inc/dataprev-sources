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
       PROGRAM-ID.      PSUBCPG2KDEPJUD.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: REDIRECIONAMENTO PARA DEPOSITO JUDICIAL. ALGUMAS    *
      *            ORDENS JUDICIAIS MANDAM DEPOSITAR OS ATRASADOS DO   *
      *            BENEFICIO EM CONTA JUDICIAL NO BANCO OFICIAL EM VEZ *
      *            DE PAGAR AO BENEFICIARIO, MAS O CREDITO CP77 SAIA   *
      *            COMO QUALQUER OUTRO. O CADASTRO DE PROCESSOS        *
      *            D/SUB/CPG/2K/JPR (PSUBCPG2KJPRMAN) REGISTRA QUANDO  *
      *            O PROCESSO EXIGE DEPOSITO E A CONTA DE DEPOSITO.    *
      *            ESTE JOB, ANTES DA EMISSAO, CASA O CP01 COM O CP77  *
      *            PELA SUBCHAVE DOCUMENTADA (MESMO MERGE DE           *
      *            PSUBCPG2K484), PROCURA CP77-NU-PROC-ACAO-JUD NO     *
      *            CADASTRO E, NO PROCESSO COM DEPOSITO JUDICIAL QUE   *
      *            NAO ESTEJA ENCERRADO, TROCA NO CREDITO O BANCO, O   *
      *            ORGAO PAGADOR, O MEIO DE PAGAMENTO E A CONTA PELOS  *
      *            DA CONTA DE DEPOSITO. TODO CP01 VAI PARA A NOVA     *
      *            GERACAO DO 401, REGISTRADA NO CATALOGO              *
      *            D/SUB/CPG/GER/CAT E NO PINO DE GERACAO              *
      *            (SSUBLIB2K605), COMO EM PSUBCPG2KCAN. OS CREDITOS   *
      *            REDIRECIONADOS SAEM NA REMESSA DE DEPOSITO PARA O   *
      *            BANCO DEPOSITARIO (D/SUB/CPG/2K/DEP/REM) E NO       *
      *            RELATORIO POR VARA E PROCESSO - UMA FOLHA POR       *
      *            PROCESSO, PARA JUNTAR A PETICAO. CREDITO CANCELADO, *
      *            PROCESSO FORA DO CADASTRO (ASSUNTO DO               *
      *            PSUBCPG2K477VAL), SEM DEPOSITO OU ENCERRADO E       *
      *            CREDITO JA NA CONTA DE DEPOSITO (RERUN) NAO SAO     *
      *            REDIRECIONADOS - SO CONTADOS.                       *
      *            A UF DO ORGAO PAGADOR (CP01-CS-UF-OP) TAMBEM PASSA  *
      *            A SER A DO OP DE DEPOSITO, TIRADA DA TB00233 (MESMA *
      *            CONFERENCIA DE PSUBCPG2KOPBCO E MESMO AGRUPAMENTO   *
      *            DE PSUBCPG050SUL); OP DE DEPOSITO SEM CADASTRO NA   *
      *            TB00233 OU COM UF FORA DA B/SUB/CPG/2K/UF/SIGLAS    *
      *            NAO E REDIRECIONADO - SO CONTADO, PARA CORRIGIR O   *
      *            CADASTRO DE PROCESSOS.                              *
      *                                                                *
      *  PREMISSA: RODA SOBRE O 401 AINDA NAO EMITIDO (ANTES DE        *
      *            PSUBCPG050SUL E DA CADEIA 052), NA MESMA JANELA DE  *
      *            PSUBCPG2KCAN. CP01 E CP77 EM ORDEM ASCENDENTE DA    *
      *            CHAVE (VIDE PSUBCPG2K490).                          *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01 CORRENTE.          *
      *            DSUBCPG2K477    - DADOS JUDICIAIS CP77.             *
      *            DSUBCPG2KJPR    - CADASTRO DE PROCESSOS.            *
      *            DSDCLBDSETTB00233 - TABELA DE AAP/OP.               *
      *  SAIDA:    DSUBCPG2K401N   - NOVA GERACAO DO 401.              *
      *            DSUBCPG2KDEPREM - REMESSA DE DEPOSITO JUDICIAL.     *
      *            DSUBCPGGERCAT   - EVENTO "G" NO CATALOGO.           *
      *            LSUBCPG2KDEPJUD - DEPOSITOS POR VARA E PROCESSO.    *
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
           SELECT DSUBCPG2K477    ASSIGN TO DISK.
           SELECT DSUBCPG2KJPR    ASSIGN TO DISK.
           SELECT DSDCLBDSETTB00233 ASSIGN TO DISK.
           SELECT DSUBCPG2K401N   ASSIGN TO DISK.
           SELECT DSUBCPG2KDEPREM ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT   ASSIGN TO DISK.
           SELECT LSUBCPG2KDEPJUD ASSIGN TO PRINTER.
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
        FD DSUBCPG2K477
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/477 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/477 ON PKBDSGF".
      *
        FD DSUBCPG2KJPR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJPR.
           03 JPR-NU-PROCESSO        PIC X(20).
           03 JPR-NU-VARA            PIC 9(02).
           03 JPR-CS-UF              PIC X(02).
           03 JPR-CS-SITUACAO        PIC 9(01).
           03 JPR-DT-ABERTURA        PIC 9(08).
           03 JPR-DT-ENCERRAMENTO    PIC 9(08).
           03 JPR-IN-DEPOSITO-JUD    PIC 9(01).
           03 JPR-ID-BANCO-DEP       PIC 9(03).
           03 JPR-ID-OP-DEP          PIC 9(06).
           03 JPR-CS-MEIO-PAGTO-DEP  PIC 9(02).
           03 JPR-NU-CONTA-DEP       PIC X(10).
           03 FILLER                 PIC X(37).
      *
      *TABELA DE AAP, FONTE DA UF DO OP DE DEPOSITO.
        FD DSDCLBDSETTB00233
           RECORD CONTAINS 319 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/SETTB00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/SETTB00233 ON PKBDSGF".
      *
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401N     PIC X(300).
      *
      *REMESSA PARA O BANCO DEPOSITARIO: HEADER (0), UM DETALHE POR
      *CREDITO REDIRECIONADO (1), NA ORDEM UF/VARA/PROCESSO/NB, E
      *TRAILER (9) COM QUANTIDADE E VALOR.
        FD DSUBCPG2KDEPREM
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DEP/REM ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 DEPR-HEADER.
           03 DEPR-H-TP-REG           PIC 9(01).
           03 DEPR-H-DT-GERACAO       PIC 9(08).
           03 DEPR-H-HR-GERACAO       PIC 9(06).
           03 DEPR-H-PROGRAMA         PIC X(17).
           03 FILLER                  PIC X(118).
        01 DEPR-DETALHE.
           03 DEPR-TP-REG             PIC 9(01).
           03 DEPR-NU-PROCESSO        PIC X(20).
           03 DEPR-NU-VARA            PIC 9(02).
           03 DEPR-CS-UF              PIC X(02).
           03 DEPR-ID-BANCO           PIC 9(03).
           03 DEPR-ID-ORGAO-PAGADOR   PIC 9(06).
           03 DEPR-NU-CONTA           PIC X(10).
           03 DEPR-NU-NB              PIC 9(10).
           03 DEPR-NU-CPF-TITULAR     PIC 9(11).
           03 DEPR-DT-MOV-CREDITO     PIC 9(08).
           03 DEPR-DT-INI-PERIODO     PIC 9(08).
           03 DEPR-DT-FIM-PERIODO     PIC 9(08).
           03 DEPR-CS-NATUR-CREDITO   PIC 9(02).
           03 DEPR-SEQ-REG            PIC 9(09).
           03 DEPR-VL-DEPOSITO        PIC 9(10)V99.
           03 FILLER                  PIC X(38).
        01 DEPR-TRAILER.
           03 DEPR-T-TP-REG           PIC 9(01).
           03 DEPR-T-QT-DETALHES      PIC 9(08).
           03 DEPR-T-VL-TOTAL         PIC 9(15)V99.
           03 FILLER                  PIC X(124).
      *
      *CATALOGO DE GERACOES (VIDE B/SUB/CPG/GER/CAT).
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG2KDEPJUD.
        01 LINHA-DEPJUD           PIC X(133).
      *
      *CREDITO REDIRECIONADO, NA ORDEM DO RELATORIO E DA REMESSA:
      *UF/VARA DO PROCESSO (CADASTRO), PROCESSO, NB E CHAVE.
        SD SORTWK.
        01 SRTD-REG.
           03 SRTD-CHAVE.
              05 SRTD-CS-UF           PIC X(02).
              05 SRTD-NU-VARA         PIC 9(02).
              05 SRTD-NU-PROCESSO     PIC X(20).
              05 SRTD-NU-NB           PIC 9(10).
              05 SRTD-DT-MOV-CREDITO  PIC 9(08).
              05 SRTD-CS-NATUR-CRED   PIC 9(02).
              05 SRTD-DT-FIM-PERIODO  PIC 9(08).
              05 SRTD-DT-INI-PERIODO  PIC 9(08).
              05 SRTD-SEQ-REG         PIC 9(09).
           03 SRTD-ID-BANCO           PIC 9(03).
           03 SRTD-ID-ORGAO-PAGADOR   PIC 9(06).
           03 SRTD-CS-MEIO-PAGTO      PIC 9(02).
           03 SRTD-NU-CONTA           PIC X(10).
           03 SRTD-NU-CPF-TITULAR     PIC 9(11).
           03 SRTD-CS-ESPECIE         PIC 9(03).
           03 SRTD-VL-LIQUIDO         PIC 9(10)V99.
           03 SRTD-ID-BANCO-ANT       PIC 9(03).
           03 SRTD-NU-CONTA-ANT       PIC X(10).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KDEPJUD".
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
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP77                PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-GRAVADOS             PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-LIDOS-477            PIC 9(08) VALUE ZEROS.
       77  WS-CT-JUDICIAIS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CADASTRO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-DEPOSITO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-ENCERRADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-REDIREC           PIC 9(08) VALUE ZEROS.
       77  WS-CT-OP-SEM-UF            PIC 9(08) VALUE ZEROS.
       77  WS-CT-REDIRECIONADOS       PIC 9(08) VALUE ZEROS.
       77  WS-VL-REDIRECIONADOS       PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-PROCESSOS            PIC 9(08) VALUE ZEROS.
      *
      *CADASTRO DE PROCESSOS EM MEMORIA (MESMO LIMITE DE 2000 LINHAS
      *DE PSUBCPG2KJPRMAN).
       01  TABELA-JPR.
           05 TB-JPR OCCURS 2000 TIMES.
               10 TB-JPR-PROCESSO     PIC X(20).
               10 TB-JPR-VARA         PIC 9(02).
               10 TB-JPR-UF           PIC X(02).
               10 TB-JPR-SITUACAO     PIC 9(01).
               10 TB-JPR-IN-DEP       PIC 9(01).
               10 TB-JPR-BANCO-DEP    PIC 9(03).
               10 TB-JPR-OP-DEP       PIC 9(06).
               10 TB-JPR-MEIO-DEP     PIC 9(02).
               10 TB-JPR-CONTA-DEP    PIC X(10).
       77  WS-QTDE-JPR                PIC 9(04) VALUE ZEROS.
       77  WS-IX-JPR                  PIC 9(04) VALUE ZEROS.
       77  WS-JPR-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *AAP/OP DA GERACAO CORRENTE DA TB00233 (MESMO LIMITE DE
      *PSUBCPG2KOPBCO) - SO O QUE O REDIRECIONAMENTO USA: OP E UF.
       01  TABELA-OP.
           05 TB-OP OCCURS 9999 TIMES.
              10 TB-OP-ID             PIC 9(06).
              10 TB-OP-NM-UF          PIC X(02).
       77  WS-QTDE-OP                 PIC 9(05) VALUE ZEROS.
       77  WS-IX-OP                   PIC 9(05) VALUE ZEROS.
       77  WS-OP-ENCONTRADO           PIC 9(01) VALUE 0.
      *
      *CODIGO IBGE DE CP01-CS-UF-OP X SIGLA DA TB00233.
           COPY "*B/SUB/CPG/2K/UF/SIGLAS ON PKBDSGF".
      *
      *SUBCHAVE COMUM (MESMOS GRUPOS DE PSUBCPG2K484).
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
       01  WS-SUBCHAVE-CP77.
           03 WS-SC77-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC77-NU-NB           PIC 9(10).
           03 WS-SC77-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC77-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC77-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC77-SEQ-REG         PIC 9(09).
      *
      *QUEBRAS DO RELATORIO: VARA (UF + VARA) E PROCESSO.
       01  WS-VARA-ATUAL              PIC X(04) VALUE LOW-VALUES.
       01  WS-PROC-ATUAL              PIC X(24) VALUE LOW-VALUES.
       01  WS-SRTD-VARA.
           03 WS-SRTD-VARA-UF         PIC X(02).
           03 WS-SRTD-VARA-NU         PIC 9(02).
       01  WS-SRTD-PROC.
           03 WS-SRTD-PROC-VARA       PIC X(04).
           03 WS-SRTD-PROC-NU         PIC X(20).
       77  WS-CT-PROC                 PIC 9(08) VALUE ZEROS.
       77  WS-VL-PROC                 PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-VARA                 PIC 9(08) VALUE ZEROS.
       77  WS-VL-VARA                 PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-DEPJUD.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/DEPJ".
           03 FILLER                PIC X(48) VALUE
              "DEPOSITO JUDICIAL - CREDITOS REDIRECIONADOS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-DEPJUD.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-PROC-DEPJUD.
           03 FILLER                PIC X(10) VALUE "PROCESSO: ".
           03 CAB-PROC-NUMERO       PIC X(20).
           03 FILLER                PIC X(08) VALUE "  VARA: ".
           03 CAB-PROC-VARA         PIC 9(02).
           03 FILLER                PIC X(06) VALUE "  UF: ".
           03 CAB-PROC-UF           PIC X(02).
           03 FILLER                PIC X(20) VALUE
              "  DEPOSITO: BANCO ".
           03 CAB-PROC-BANCO        PIC 9(03).
           03 FILLER                PIC X(04) VALUE " OP ".
           03 CAB-PROC-OP           PIC 9(06).
           03 FILLER                PIC X(07) VALUE " CONTA ".
           03 CAB-PROC-CONTA        PIC X(10).
           03 FILLER                PIC X(07) VALUE " MEIO ".
           03 CAB-PROC-MEIO         PIC 9(02).
      *
       01  CAB-03-DEPJUD.
           03 FILLER                PIC X(12) VALUE "NB".
           03 FILLER                PIC X(13) VALUE "CPF TITULAR".
           03 FILLER                PIC X(05) VALUE "ESP".
           03 FILLER                PIC X(11) VALUE "MOVIMENTO".
           03 FILLER                PIC X(23) VALUE "PERIODO".
           03 FILLER                PIC X(04) VALUE "NAT".
           03 FILLER                PIC X(17) VALUE "PAGAVA EM".
           03 FILLER                PIC X(18) VALUE
              "   VALOR DEPOSITO".
      *
       01  DET-DEPJUD.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NU-CPF            PIC 9(11).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CS-ESPECIE        PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-INI            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE "-".
           03 DET-DT-FIM            PIC 9999/99/99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NATUR             PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-BANCO-ANT         PIC 9(03).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-CONTA-ANT         PIC X(10).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT-PROC-DEPJUD.
           03 TOT-PROC-TEXTO        PIC X(24).
           03 FILLER                PIC X(08) VALUE "  QTDE: ".
           03 TOT-PROC-QTDE         PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 TOT-PROC-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-DEPJUD.
           03 TEXTO-TRL-DEPJUD      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-DEPJUD         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-DEPJUD.
           03 TEXTO-TRL-VL-DEPJUD   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-DEPJUD         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
                ASCENDING KEY SRTD-CHAVE
                INPUT  PROCEDURE 2000-REDIRECIONA
                                 THRU 2000-REDIRECIONA-FIM
                OUTPUT PROCEDURE 3000-EMITE
                                 THRU 3000-EMITE-FIM.
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
           OPEN OUTPUT LSUBCPG2KDEPJUD.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           OPEN INPUT DSUBCPG2KJPR.
           PERFORM 1100-CARREGA-JPR
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KJPR.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSDCLBDSETTB00233.
           PERFORM 1200-CARREGA-OP
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSDCLBDSETTB00233.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *LINHA ANTERIOR AOS DADOS DE DEPOSITO (BRANCOS NO INDICADOR, COMO
      *GRAVADO POR PSUBCPG2KJPRCNV NA CONVERSAO DO CADASTRO DE 50 PARA
      *100 POSICOES) ENTRA COMO SEM DEPOSITO JUDICIAL.
       1100-CARREGA-JPR.
      *-----------------*
      *
           READ DSUBCPG2KJPR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-JPR EQUAL 2000
              DISPLAY "PSUBCPG2KDEPJUD: CADASTRO DE PROCESSOS ACIMA"
              DISPLAY "DE 2000 LINHAS - REVER O LIMITE DA TABELA"
              CLOSE DSUBCPG2KJPR
                    LSUBCPG2KDEPJUD
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-JPR.
           MOVE JPR-NU-PROCESSO TO TB-JPR-PROCESSO (WS-QTDE-JPR).
           MOVE JPR-NU-VARA     TO TB-JPR-VARA (WS-QTDE-JPR).
           MOVE JPR-CS-UF       TO TB-JPR-UF (WS-QTDE-JPR).
           MOVE JPR-CS-SITUACAO TO TB-JPR-SITUACAO (WS-QTDE-JPR).
           MOVE ZEROS           TO TB-JPR-IN-DEP (WS-QTDE-JPR)
                                   TB-JPR-BANCO-DEP (WS-QTDE-JPR)
                                   TB-JPR-OP-DEP (WS-QTDE-JPR)
                                   TB-JPR-MEIO-DEP (WS-QTDE-JPR).
           MOVE SPACES          TO TB-JPR-CONTA-DEP (WS-QTDE-JPR).
      *
           IF JPR-IN-DEPOSITO-JUD NOT NUMERIC
              GO TO 1100-FIM.
           IF JPR-IN-DEPOSITO-JUD NOT EQUAL 1
              GO TO 1100-FIM.
      *
           MOVE 1                     TO TB-JPR-IN-DEP (WS-QTDE-JPR).
           MOVE JPR-ID-BANCO-DEP      TO TB-JPR-BANCO-DEP (WS-QTDE-JPR).
           MOVE JPR-ID-OP-DEP         TO TB-JPR-OP-DEP (WS-QTDE-JPR).
           MOVE JPR-CS-MEIO-PAGTO-DEP TO TB-JPR-MEIO-DEP (WS-QTDE-JPR).
           MOVE JPR-NU-CONTA-DEP      TO TB-JPR-CONTA-DEP (WS-QTDE-JPR).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-OP.
      *----------------*
      *
           READ DSDCLBDSETTB00233
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF WS-QTDE-OP EQUAL 9999
              DISPLAY "PSUBCPG2KDEPJUD: TB00233 ACIMA DE"
              DISPLAY "9999 AAP - REVER O LIMITE DA TABELA"
              CLOSE DSDCLBDSETTB00233
                    LSUBCPG2KDEPJUD
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-OP.
           MOVE ID-AAP OF REGISTRO-TB00233-R
                TO TB-OP-ID (WS-QTDE-OP).
           MOVE NM-UF-SIGL OF REGISTRO-TB00233-R
                TO TB-OP-NM-UF (WS-QTDE-OP).
      *
       1200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE CP01 X CP77 PELA SUBCHAVE. TODO CP01
      *    VAI PARA A NOVA GERACAO; O CREDITO DE PROCESSO COM DEPOSITO
      *    JUDICIAL SAI COM A CONTA DE DEPOSITO E E LIBERADO PARA O
      *    RELATORIO E A REMESSA.
      *----------------------------------------------------------------
       2000-REDIRECIONA SECTION.
       2000-REDIRECIONA-MERGE.
      *-----------------------*
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN INPUT  DSUBCPG2K477.
           OPEN OUTPUT DSUBCPG2K401N.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-CP77
              THRU 9010-FIM.
      *
           PERFORM 2100-LOOP-CP01
              THRU 2100-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K477.
           GO TO 2000-REDIRECIONA-FIM.
      *
       2100-LOOP-CP01.
      *---------------*
      *
           ADD 1 TO WS-CT-LIDOS.
      *
           PERFORM 9010-LE-CP77
              THRU 9010-FIM
             UNTIL WS-EOF-CP77 EQUAL "SIM"
                OR WS-SUBCHAVE-CP77 NOT LESS WS-SUBCHAVE-CP01.
      *
      *O CP77 SO AVANCA QUANDO FICA PARA TRAS: MAIS DE UM CP01 NA
      *MESMA SUBCHAVE (NITS DIFERENTES) CASA COM O MESMO CP77.
           IF WS-EOF-CP77 NOT EQUAL "SIM"
              AND WS-SUBCHAVE-CP77 EQUAL WS-SUBCHAVE-CP01
              PERFORM 2200-JUDICIAL
                 THRU 2200-FIM.
      *
           WRITE REG-DSUBCPG2K401N FROM CP01-REG1.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-GRAVADOS.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-JUDICIAL.
      *-------------*
      *
           ADD 1 TO WS-CT-JUDICIAIS.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2200-FIM.
      *
           MOVE 0 TO WS-JPR-ENCONTRADO.
           PERFORM VARYING WS-IX-JPR FROM 1 BY 1
                     UNTIL WS-IX-JPR GREATER WS-QTDE-JPR
                        OR WS-JPR-ENCONTRADO EQUAL 1
              IF TB-JPR-PROCESSO (WS-IX-JPR) EQUAL
                                          CP77-NU-PROC-ACAO-JUD
                 MOVE 1 TO WS-JPR-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-JPR-ENCONTRADO EQUAL 0
              ADD 1 TO WS-CT-SEM-CADASTRO
              GO TO 2200-FIM.
           SUBTRACT 1 FROM WS-IX-JPR.
      *
           IF TB-JPR-IN-DEP (WS-IX-JPR) NOT EQUAL 1
              ADD 1 TO WS-CT-SEM-DEPOSITO
              GO TO 2200-FIM.
      *
      *        (1) ATIVO  (2) SUSPENSO  (3) ENCERRADO
           IF TB-JPR-SITUACAO (WS-IX-JPR) EQUAL 3
              ADD 1 TO WS-CT-ENCERRADOS
              GO TO 2200-FIM.
      *
      *RERUN SOBRE GERACAO JA REDIRECIONADA: NAO ENTRA DE NOVO NA
      *REMESSA.
           IF CP01-ID-BANCO EQUAL TB-JPR-BANCO-DEP (WS-IX-JPR)
              AND CP01-ID-ORGAO-PAGADOR EQUAL TB-JPR-OP-DEP (WS-IX-JPR)
              AND CP01-CS-MEIO-PAGTO EQUAL TB-JPR-MEIO-DEP (WS-IX-JPR)
              AND CP01-NU-CONTA-CORRENTE EQUAL
                                      TB-JPR-CONTA-DEP (WS-IX-JPR)
              ADD 1 TO WS-CT-JA-REDIREC
              GO TO 2200-FIM.
      *
      *UF DO OP DE DEPOSITO: SIGLA DA TB00233 CONVERTIDA NO CODIGO IBGE
      *DE CP01-CS-UF-OP. SEM ELA O CREDITO NAO E REDIRECIONADO - COM A
      *UF DO BENEFICIARIO SERIA REPROVADO NO PSUBCPG2KOPBCO E AGRUPADO
      *NA UF ERRADA PELO PSUBCPG050SUL.
           MOVE 0 TO WS-OP-ENCONTRADO.
           PERFORM VARYING WS-IX-OP FROM 1 BY 1
                     UNTIL WS-IX-OP GREATER WS-QTDE-OP
                        OR WS-OP-ENCONTRADO EQUAL 1
              IF TB-OP-ID (WS-IX-OP) EQUAL TB-JPR-OP-DEP (WS-IX-JPR)
                 MOVE 1 TO WS-OP-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-OP-ENCONTRADO EQUAL 0
              ADD 1 TO WS-CT-OP-SEM-UF
              GO TO 2200-FIM.
           SUBTRACT 1 FROM WS-IX-OP.
      *
           MOVE 0 TO WS-UF-SIGLA-ENCONTRADA.
           PERFORM VARYING WS-IX-UF-SIGLA FROM 1 BY 1
                     UNTIL WS-IX-UF-SIGLA GREATER WS-QTDE-UF-SIGLA
                        OR WS-UF-SIGLA-ENCONTRADA EQUAL 1
              IF UFSIG-NM-SIGLA (WS-IX-UF-SIGLA) EQUAL
                                          TB-OP-NM-UF (WS-IX-OP)
                 MOVE 1 TO WS-UF-SIGLA-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-UF-SIGLA-ENCONTRADA EQUAL 0
              ADD 1 TO WS-CT-OP-SEM-UF
              GO TO 2200-FIM.
           SUBTRACT 1 FROM WS-IX-UF-SIGLA.
      *
           MOVE SPACES                   TO SRTD-REG.
           MOVE TB-JPR-UF (WS-IX-JPR)    TO SRTD-CS-UF.
           MOVE TB-JPR-VARA (WS-IX-JPR)  TO SRTD-NU-VARA.
           MOVE TB-JPR-PROCESSO (WS-IX-JPR) TO SRTD-NU-PROCESSO.
           MOVE CP01-NU-NB               TO SRTD-NU-NB.
           MOVE CP01-DT-MOV-CREDITO      TO SRTD-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO    TO SRTD-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO      TO SRTD-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO      TO SRTD-DT-INI-PERIODO.
           MOVE CP01-SEQ-REG             TO SRTD-SEQ-REG.
           MOVE CP01-NU-CPF-TITULAR      TO SRTD-NU-CPF-TITULAR.
           MOVE CP01-CS-ESPECIE          TO SRTD-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED     TO SRTD-VL-LIQUIDO.
           MOVE CP01-ID-BANCO            TO SRTD-ID-BANCO-ANT.
           MOVE CP01-NU-CONTA-CORRENTE   TO SRTD-NU-CONTA-ANT.
      *
           MOVE TB-JPR-BANCO-DEP (WS-IX-JPR)  TO CP01-ID-BANCO.
           MOVE TB-JPR-OP-DEP (WS-IX-JPR)     TO CP01-ID-ORGAO-PAGADOR.
           MOVE TB-JPR-MEIO-DEP (WS-IX-JPR)   TO CP01-CS-MEIO-PAGTO.
           MOVE TB-JPR-CONTA-DEP (WS-IX-JPR)  TO CP01-NU-CONTA-CORRENTE.
           MOVE UFSIG-CS-UF (WS-IX-UF-SIGLA)  TO CP01-CS-UF-OP.
      *
           MOVE CP01-ID-BANCO            TO SRTD-ID-BANCO.
           MOVE CP01-ID-ORGAO-PAGADOR    TO SRTD-ID-ORGAO-PAGADOR.
           MOVE CP01-CS-MEIO-PAGTO       TO SRTD-CS-MEIO-PAGTO.
           MOVE CP01-NU-CONTA-CORRENTE   TO SRTD-NU-CONTA.
           RELEASE SRTD-REG.
      *
           ADD 1                    TO WS-CT-REDIRECIONADOS.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-REDIRECIONADOS.
      *
       2200-FIM. EXIT.
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
       9010-LE-CP77.
      *------------*
      *
           READ DSUBCPG2K477
                AT END MOVE "SIM" TO WS-EOF-CP77
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP77
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS-477
                        MOVE CP77-DT-MOV-CREDITO TO
                                       WS-SC77-DT-MOV-CREDITO
                        MOVE CP77-NU-NB          TO WS-SC77-NU-NB
                        MOVE CP77-CS-NATUR-CREDITO TO
                                       WS-SC77-CS-NATUR-CRED
                        MOVE CP77-DT-FIM-PERIODO TO
                                       WS-SC77-DT-FIM-PERIODO
                        MOVE CP77-DT-INI-PERIODO TO
                                       WS-SC77-DT-INI-PERIODO
                        MOVE CP77-SEQ-REG        TO WS-SC77-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
       2000-REDIRECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: REMESSA DE DEPOSITO E RELATORIO - UMA
      *    FOLHA POR PROCESSO, COM TOTAL DO PROCESSO E DA VARA.
      *----------------------------------------------------------------
       3000-EMITE SECTION.
       3000-EMITE-DEPOSITOS.
      *---------------------*
      *
           OPEN OUTPUT DSUBCPG2KDEPREM.
           MOVE SPACES            TO DEPR-HEADER.
           MOVE 0                 TO DEPR-H-TP-REG.
           MOVE W77-DATA          TO DEPR-H-DT-GERACAO.
           MOVE W77-HORA          TO DEPR-H-HR-GERACAO.
           MOVE "PSUBCPG2KDEPJUD" TO DEPR-H-PROGRAMA.
           WRITE DEPR-HEADER.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-CREDITO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           IF WS-PROC-ATUAL NOT EQUAL LOW-VALUES
              PERFORM 3300-FECHA-PROCESSO
                 THRU 3300-FIM
              PERFORM 3400-FECHA-VARA
                 THRU 3400-FIM.
      *
           MOVE SPACES               TO DEPR-TRAILER.
           MOVE 9                    TO DEPR-T-TP-REG.
           MOVE WS-CT-REDIRECIONADOS TO DEPR-T-QT-DETALHES.
           MOVE WS-VL-REDIRECIONADOS TO DEPR-T-VL-TOTAL.
           WRITE DEPR-TRAILER.
           CLOSE DSUBCPG2KDEPREM SAVE.
           GO TO 3000-EMITE-FIM.
      *
       3100-UM-CREDITO.
      *----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           MOVE SRTD-CS-UF       TO WS-SRTD-VARA-UF.
           MOVE SRTD-NU-VARA     TO WS-SRTD-VARA-NU.
           MOVE WS-SRTD-VARA     TO WS-SRTD-PROC-VARA.
           MOVE SRTD-NU-PROCESSO TO WS-SRTD-PROC-NU.
      *
           IF WS-SRTD-PROC NOT EQUAL WS-PROC-ATUAL
              IF WS-PROC-ATUAL NOT EQUAL LOW-VALUES
                 PERFORM 3300-FECHA-PROCESSO
                    THRU 3300-FIM
                 IF WS-SRTD-VARA NOT EQUAL WS-VARA-ATUAL
                    PERFORM 3400-FECHA-VARA
                       THRU 3400-FIM
                 END-IF
              END-IF
              PERFORM 3200-ABRE-PROCESSO
                 THRU 3200-FIM.
      *
           MOVE SRTD-NU-NB          TO DET-NU-NB.
           MOVE SRTD-NU-CPF-TITULAR TO DET-NU-CPF.
           MOVE SRTD-CS-ESPECIE     TO DET-CS-ESPECIE.
           MOVE SRTD-DT-MOV-CREDITO TO DET-DT-MOV.
           MOVE SRTD-DT-INI-PERIODO TO DET-DT-INI.
           MOVE SRTD-DT-FIM-PERIODO TO DET-DT-FIM.
           MOVE SRTD-CS-NATUR-CRED  TO DET-NATUR.
           MOVE SRTD-ID-BANCO-ANT   TO DET-BANCO-ANT.
           MOVE SRTD-NU-CONTA-ANT   TO DET-CONTA-ANT.
           MOVE SRTD-VL-LIQUIDO     TO DET-VALOR.
           WRITE LINHA-DEPJUD FROM DET-DEPJUD AFTER 1.
      *
           MOVE SPACES                TO DEPR-DETALHE.
           MOVE 1                     TO DEPR-TP-REG.
           MOVE SRTD-NU-PROCESSO      TO DEPR-NU-PROCESSO.
           MOVE SRTD-NU-VARA          TO DEPR-NU-VARA.
           MOVE SRTD-CS-UF            TO DEPR-CS-UF.
           MOVE SRTD-ID-BANCO         TO DEPR-ID-BANCO.
           MOVE SRTD-ID-ORGAO-PAGADOR TO DEPR-ID-ORGAO-PAGADOR.
           MOVE SRTD-NU-CONTA         TO DEPR-NU-CONTA.
           MOVE SRTD-NU-NB            TO DEPR-NU-NB.
           MOVE SRTD-NU-CPF-TITULAR   TO DEPR-NU-CPF-TITULAR.
           MOVE SRTD-DT-MOV-CREDITO   TO DEPR-DT-MOV-CREDITO.
           MOVE SRTD-DT-INI-PERIODO   TO DEPR-DT-INI-PERIODO.
           MOVE SRTD-DT-FIM-PERIODO   TO DEPR-DT-FIM-PERIODO.
           MOVE SRTD-CS-NATUR-CRED    TO DEPR-CS-NATUR-CREDITO.
           MOVE SRTD-SEQ-REG          TO DEPR-SEQ-REG.
           MOVE SRTD-VL-LIQUIDO       TO DEPR-VL-DEPOSITO.
           WRITE DEPR-DETALHE.
      *
           ADD 1               TO WS-CT-PROC WS-CT-VARA.
           ADD SRTD-VL-LIQUIDO TO WS-VL-PROC WS-VL-VARA.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *FOLHA NOVA PARA CADA PROCESSO, COM A CONTA DE DEPOSITO.
       3200-ABRE-PROCESSO.
      *-------------------*
      *
           MOVE WS-SRTD-PROC  TO WS-PROC-ATUAL.
           MOVE WS-SRTD-VARA  TO WS-VARA-ATUAL.
           ADD 1 TO WS-CT-PROCESSOS.
      *
           MOVE SRTD-NU-PROCESSO      TO CAB-PROC-NUMERO.
           MOVE SRTD-NU-VARA          TO CAB-PROC-VARA.
           MOVE SRTD-CS-UF            TO CAB-PROC-UF.
           MOVE SRTD-ID-BANCO         TO CAB-PROC-BANCO.
           MOVE SRTD-ID-ORGAO-PAGADOR TO CAB-PROC-OP.
           MOVE SRTD-NU-CONTA         TO CAB-PROC-CONTA.
           MOVE SRTD-CS-MEIO-PAGTO    TO CAB-PROC-MEIO.
      *
           WRITE LINHA-DEPJUD FROM CAB-01-DEPJUD AFTER PAGE.
           WRITE LINHA-DEPJUD FROM CAB-02-DEPJUD AFTER 1.
           WRITE LINHA-DEPJUD FROM CAB-PROC-DEPJUD AFTER 2.
           WRITE LINHA-DEPJUD FROM CAB-03-DEPJUD AFTER 2.
           WRITE LINHA-DEPJUD FROM CAB-02-DEPJUD AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-FECHA-PROCESSO.
      *--------------------*
      *
           MOVE SPACES               TO TOT-PROC-DEPJUD.
           MOVE "TOTAL DO PROCESSO"  TO TOT-PROC-TEXTO.
           MOVE WS-CT-PROC           TO TOT-PROC-QTDE.
           MOVE WS-VL-PROC           TO TOT-PROC-VALOR.
           WRITE LINHA-DEPJUD FROM TOT-PROC-DEPJUD AFTER 2.
           MOVE ZEROS TO WS-CT-PROC WS-VL-PROC.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3400-FECHA-VARA.
      *----------------*
      *
           MOVE SPACES               TO TOT-PROC-DEPJUD.
           MOVE "TOTAL DA VARA"      TO TOT-PROC-TEXTO.
           MOVE WS-CT-VARA           TO TOT-PROC-QTDE.
           MOVE WS-VL-VARA           TO TOT-PROC-VALOR.
           WRITE LINHA-DEPJUD FROM TOT-PROC-DEPJUD AFTER 1.
           MOVE ZEROS TO WS-CT-VARA WS-VL-VARA.
      *
       3400-FIM. EXIT.
      *---------*
       3000-EMITE-FIM. EXIT.
      *
       3900-TOTAIS.
      *------------*
      *
           WRITE LINHA-DEPJUD FROM CAB-01-DEPJUD AFTER PAGE.
           WRITE LINHA-DEPJUD FROM CAB-02-DEPJUD AFTER 1.
      *
           MOVE SPACES TO TRAILER-DEPJUD.
           MOVE "REGISTROS CP01 LIDOS E REGRAVADOS            " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-LIDOS TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 2.
      *
           MOVE "REGISTROS CP77 LIDOS                         " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-LIDOS-477 TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "CREDITOS JUDICIAIS (CP01 COM CP77)           " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-JUDICIAIS TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  CANCELADOS                                 " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-CANCELADOS TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  PROCESSO FORA DO CADASTRO (VIDE 477VAL)    " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-SEM-CADASTRO TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  PROCESSO SEM DEPOSITO JUDICIAL             " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-SEM-DEPOSITO TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  PROCESSO COM DEPOSITO JA ENCERRADO         " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-ENCERRADOS TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  JA NA CONTA DE DEPOSITO (NAO REMETIDOS)    " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-JA-REDIREC TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  OP DE DEPOSITO SEM UF NA TB00233            " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-OP-SEM-UF TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "  REDIRECIONADOS PARA DEPOSITO JUDICIAL      " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-REDIRECIONADOS TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE "PROCESSOS NA REMESSA DE DEPOSITO             " TO
                                                   TEXTO-TRL-DEPJUD.
           MOVE WS-CT-PROCESSOS TO QT-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-DEPJUD AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-DEPJUD.
           MOVE "VALOR REDIRECIONADO PARA DEPOSITO JUDICIAL   " TO
                                                TEXTO-TRL-VL-DEPJUD.
           MOVE WS-VL-REDIRECIONADOS TO VL-TRL-DEPJUD.
           WRITE LINHA-DEPJUD FROM TRAILER-VL-DEPJUD AFTER 2.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
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
           MOVE "PSUBCPG2KDEPJUD"  TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/JPR" TO CAT-FEED.
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
           MOVE "PSUBCPG2KDEPJUD"  TO WS-PIN-PROGRAMA.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           CLOSE DSUBCPG2K401N SAVE.
           CLOSE LSUBCPG2KDEPJUD.
      *
           DISPLAY "PSUBCPG2KDEPJUD - REDIRECIONADOS: "
                   WS-CT-REDIRECIONADOS
                   " PROCESSOS: " WS-CT-PROCESSOS.
      *
       4000-FIM. EXIT.
      *---------*
