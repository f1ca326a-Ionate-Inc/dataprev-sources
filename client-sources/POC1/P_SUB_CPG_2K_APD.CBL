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
       PROGRAM-ID.      PSUBCPG2KAPD.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: PORTAO DE DUPLA APROVACAO ANTES DA EMISSAO. O FLAG  *
      *            CP01-IN-CRED-ESPECIAL NUNCA ERA LIDO E UM CREDITO   *
      *            DE QUALQUER VALOR IA AO BANCO SEM VISTO DE NINGUEM. *
      *            ESTE JOB SELECIONA O CREDITO ESPECIAL               *
      *            (CP01-IN-CRED-ESPECIAL = 1) E O CREDITO ACIMA DO    *
      *            LIMITE POR ESPECIE E ORIGEM DA TABELA               *
      *            D/SUB/CPG/2K/APD/LIM (MANTIDA PELA OPERACAO). O     *
      *            CREDITO SELECIONADO SO SAI COM UM TOKEN DE          *
      *            LIBERACAO PROPRIO NO DATASET CENTRAL DE APROVACOES  *
      *            (IDENTIDADE "CR/" + NB + DT-MOV + SEQ), REGISTRADO  *
      *            POR DOIS APROVADORES DIFERENTES VIA PSDCLBDAPRVREG  *
      *            E CONSUMIDO AQUI VIA SSDCLBDAPRV. SEM ISSO O        *
      *            CREDITO SAI NA NOVA GERACAO DO 401 BLOQUEADO        *
      *            (CP01-IN-CR-BLOQUEADO = 2) COM O MOTIVO PROPRIO EM  *
      *            CP01-IN-BLOQUEIO, COMO EM PSUBCPG2KPVDAPL, E FICA   *
      *            ASSIM ATE A LIBERACAO. O CONTROLE                   *
      *            D/SUB/CPG/2K/APD GUARDA CADA CREDITO RETIDO E A     *
      *            SITUACAO (P PENDENTE, L LIBERADO, E EXPIRADO) -     *
      *            CREDITO JA LIBERADO NAO E RETIDO DE NOVO NO RERUN   *
      *            (O TOKEN JA FOI CONSUMIDO). CREDITO COM O MOTIVO    *
      *            PROPRIO QUE SAIU DO CRITERIO (LIMITE ALTERADO) E    *
      *            DESBLOQUEADO E LISTADO. CREDITO CANCELADO E         *
      *            IGNORADO; CREDITO JA BLOQUEADO POR OUTRO MOTIVO     *
      *            CONSERVA O MOTIVO DELE, MAS FICA PENDENTE NO        *
      *            CONTROLE. O RELATORIO DIARIO LISTA OS PENDENTES, OS *
      *            EXPIRADOS E OS LIBERADOS DO DIA, COM TOTAIS.        *
      *                                                                *
      *  PREMISSA: ULTIMO PASSO ANTES DA EMISSAO (DEPOIS DE JHLAPL,    *
      *            PVDAPL, REJAPL E DEPJUD), PARA QUE NENHUM           *
      *            DESBLOQUEIO POSTERIOR SOLTE O CREDITO SEM O VISTO.  *
      *                                                                *
      *  PARAMETRO: WS-PAR-CS-BLOQUEIO - CODIGO DE MOTIVO DE BLOQUEIO  *
      *            POR DUPLA APROVACAO EM CP01-IN-BLOQUEIO (ZEROS      *
      *            ASSUME 92). TEM DE SER EXCLUSIVO.                   *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2KAPDLIM - LIMITES POR ESPECIE E ORIGEM.     *
      *            DSUBCPG2KAPD    - CONTROLE DE CREDITOS RETIDOS.     *
      *            DSDCLBDAPRV     - TOKENS (VIA SSDCLBDAPRV).         *
      *  SAIDA:    DSUBCPG2K401N   - NOVA GERACAO DO MOVIMENTO.        *
      *            DSUBCPG2KAPDN   - NOVA GERACAO DO CONTROLE.         *
      *            DSUBCPGGERCAT   - EVENTO "G" NO CATALOGO.           *
      *            LSUBCPG2KAPD    - RELATORIO DIARIO DE APROVACOES.   *
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
           SELECT OPTIONAL DSUBCPG2KAPDLIM ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KAPD    ASSIGN TO DISK.
           SELECT DSUBCPG2K401N   ASSIGN TO DISK.
           SELECT DSUBCPG2KAPDN   ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT   ASSIGN TO DISK.
           SELECT LSUBCPG2KAPD    ASSIGN TO PRINTER.
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
      *LIMITE DE VALOR POR ESPECIE E ORIGEM DO CREDITO
      *(CP01-CS-ORIGEM-CREDITO). ESPECIE 000 OU ORIGEM 0 VALEM PARA
      *TODAS; A LINHA MAIS ESPECIFICA PREVALECE. SEM LINHA QUE SIRVA,
      *SO O FLAG DE CREDITO ESPECIAL SELECIONA.
        FD DSUBCPG2KAPDLIM
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/APD/LIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KAPDLIM.
           03 LIM-CS-ESPECIE          PIC 9(03).
           03 LIM-CS-ORIGEM           PIC 9(01).
           03 LIM-VL-LIMITE           PIC 9(10)V99.
           03 FILLER                  PIC X(24).
      *
        FD DSUBCPG2KAPD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/APD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KAPD.
      *IDENTIDADE DO TOKEN DE LIBERACAO NO DATASET CENTRAL.
           03 APD-ID-TOKEN            PIC X(30).
           03 APD-NU-NB               PIC 9(10).
           03 APD-DT-MOV-CREDITO      PIC 9(08).
           03 APD-SEQ-REG             PIC 9(09).
           03 APD-CS-ESPECIE          PIC 9(03).
           03 APD-CS-ORIGEM           PIC 9(01).
           03 APD-CS-UF-OP            PIC 9(02).
           03 APD-VL-CREDITO          PIC 9(10)V99.
      *        "E" - ESPECIAL  "V" - ACIMA DO LIMITE  "A" - AMBOS
           03 APD-CS-MOTIVO           PIC X(01).
      *        "P" - PENDENTE  "L" - LIBERADO  "E" - TOKEN EXPIRADO
           03 APD-CS-SITUACAO         PIC X(01).
           03 APD-DT-RETENCAO         PIC 9(08).
           03 APD-DT-SITUACAO         PIC 9(08).
      *PRIMEIRO APROVADOR (ZEROS = NENHUMA APROVACAO AINDA).
           03 APD-NU-MATRICULA        PIC 9(08).
      *ULTIMO RUN EM QUE O CREDITO ESTAVA NO MOVIMENTO.
           03 APD-DT-ULT-MOV          PIC 9(08).
           03 FILLER                  PIC X(01).
      *
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401N     PIC X(300).
      *
        FD DSUBCPG2KAPDN
           RECORD CONTAINS 110 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/APD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KAPDN     PIC X(110).
      *
      *CATALOGO DE GERACOES (VIDE B/SUB/CPG/GER/CAT).
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG2KAPD.
        01 LINHA-APD              PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KAPD".
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
      *INTERFACE DO CONTROLE CENTRAL DE APROVACAO (SSDCLBDAPRV).
       77  WS-APRV-FEED               PIC X(30).
       77  WS-APRV-MATRICULA          PIC 9(08) VALUE ZEROS.
       77  WS-APRV-STATUS             PIC 9(01) VALUE ZEROS.
      *
       01  WS-ID-TOKEN.
           03 FILLER                  PIC X(03) VALUE "CR/".
           03 WS-TKN-NU-NB            PIC 9(10).
           03 WS-TKN-DT-MOV           PIC 9(08).
           03 WS-TKN-SEQ-REG          PIC 9(09).
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-CS-BLOQUEIO         PIC 9(02) VALUE ZEROS.
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
      *LINHA DO CONTROLE FORA DO MOVIMENTO HA 3 MESES OU MAIS E
      *EXPURGADA NA REGRAVACAO.
       77  WS-QT-MESES-RETENCAO       PIC 9(02) VALUE 03.
       77  WS-QT-MESES                PIC S9(05) VALUE ZEROS.
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-GRAVADOS             PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-ESPECIAIS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ACIMA-LIMITE         PIC 9(08) VALUE ZEROS.
       77  WS-CT-PENDENTES            PIC 9(08) VALUE ZEROS.
       77  WS-VL-PENDENTES            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-EXPIRADOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-EXPIRADOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-LIBERADOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIBERADOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-JA-LIBERADOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-OUTRO-MOTIVO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-FORA-CRITERIO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIMITES              PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONTROLE-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONTROLE-GRAVADOS    PIC 9(08) VALUE ZEROS.
       77  WS-CT-EXPURGADOS           PIC 9(08) VALUE ZEROS.
      *
      *TABELA DE LIMITES EM MEMORIA.
       01  TABELA-LIMITES.
           05 TB-LIM OCCURS 500 TIMES.
              10 TB-LIM-ESPECIE       PIC 9(03).
              10 TB-LIM-ORIGEM        PIC 9(01).
              10 TB-LIM-VALOR         PIC 9(10)V99.
       77  WS-QTDE-LIM                PIC 9(04) VALUE ZEROS.
       77  WS-IX-LIM                  PIC 9(04) VALUE ZEROS.
      *GRAU DA LINHA QUE SERVE: 4 ESPECIE+ORIGEM, 3 SO ESPECIE,
      *2 SO ORIGEM, 1 GENERICA, 0 NENHUMA.
       77  WS-GRAU-LIM                PIC 9(01) VALUE 0.
       77  WS-GRAU-MELHOR             PIC 9(01) VALUE 0.
       77  WS-VL-LIMITE               PIC 9(10)V99 VALUE ZEROS.
       77  WS-MOTIVO                  PIC X(01) VALUE SPACES.
      *
      *CONTROLE DE CREDITOS RETIDOS EM MEMORIA (MESMO LAYOUT DO
      *REGISTRO).
       01  TABELA-CONTROLE.
           05 TB-APD OCCURS 5000 TIMES.
              10 TB-APD-ID-TOKEN      PIC X(30).
              10 TB-APD-NU-NB         PIC 9(10).
              10 TB-APD-DT-MOV        PIC 9(08).
              10 TB-APD-SEQ-REG       PIC 9(09).
              10 TB-APD-ESPECIE       PIC 9(03).
              10 TB-APD-ORIGEM        PIC 9(01).
              10 TB-APD-UF-OP         PIC 9(02).
              10 TB-APD-VALOR         PIC 9(10)V99.
              10 TB-APD-MOTIVO        PIC X(01).
              10 TB-APD-SITUACAO      PIC X(01).
              10 TB-APD-DT-RETENCAO   PIC 9(08).
              10 TB-APD-DT-SITUACAO   PIC 9(08).
              10 TB-APD-MATRICULA     PIC 9(08).
              10 TB-APD-DT-ULT-MOV    PIC 9(08).
              10 FILLER               PIC X(01).
       77  WS-QTDE-APD                PIC 9(04) VALUE ZEROS.
       77  WS-IX-APD                  PIC 9(04) VALUE ZEROS.
       77  WS-APD-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *ACAO SOBRE O CREDITO: "B" BLOQUEAR, "L" LIBERAR, " " NADA.
       77  WS-ACAO                    PIC X(01) VALUE SPACES.
      *SITUACAO LISTADA NA PASSADA CORRENTE DO RELATORIO.
       77  WS-SIT-RELATORIO           PIC X(01) VALUE SPACES.
       77  WS-CT-SECAO                PIC 9(08) VALUE ZEROS.
       77  WS-VL-SECAO                PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-APD.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/APD".
           03 FILLER                PIC X(48) VALUE
              "DUPLA APROVACAO DE CREDITOS ESPECIAIS/ALTO VALOR".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-APD.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-SECAO-APD.
           03 CAB-SECAO-TEXTO       PIC X(60).
      *
       01  CAB-03-APD.
           03 FILLER                PIC X(32) VALUE
              "IDENTIDADE DO TOKEN".
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "MOVIMENTO".
           03 FILLER                PIC X(05) VALUE "ESP".
           03 FILLER                PIC X(03) VALUE "OR".
           03 FILLER                PIC X(05) VALUE "UF".
           03 FILLER                PIC X(04) VALUE "MOT".
           03 FILLER                PIC X(11) VALUE "RETIDO EM".
           03 FILLER                PIC X(11) VALUE "SITUACAO".
           03 FILLER                PIC X(11) VALUE "APROVADOR".
           03 FILLER                PIC X(18) VALUE
              "           VALOR".
      *
       01  DET-APD.
           03 DET-ID-TOKEN          PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NU-NB             PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-MOV            PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-ESPECIE           PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ORIGEM            PIC 9(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-UF-OP             PIC 9(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MOTIVO            PIC X(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-DT-RETENCAO       PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-SITUACAO       PIC 9999/99/99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-MATRICULA         PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OBS               PIC X(10).
      *
       01  TOT-SECAO-APD.
           03 TOT-SECAO-TEXTO       PIC X(30).
           03 FILLER                PIC X(08) VALUE "  QTDE: ".
           03 TOT-SECAO-QTDE        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 TOT-SECAO-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-FORA-APD.
           03 FILLER                PIC X(32) VALUE
              "DESBLOQUEADO (FORA DO CRITERIO) ".
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-FORA-NB           PIC 9(10).
           03 FILLER                PIC X(07) VALUE "  MOV: ".
           03 DET-FORA-DT-MOV       PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-FORA-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-APD.
           03 TEXTO-TRL-APD         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-APD            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-APD.
           03 TEXTO-TRL-VL-APD      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-APD            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-CS-BLOQUEIO.
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
           PERFORM 2000-PROCESSA
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-REGRAVA-CONTROLE
              THRU 3000-FIM.
      *
           PERFORM 3500-RELATORIO
              THRU 3500-FIM.
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
           OPEN OUTPUT LSUBCPG2KAPD.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           IF WS-PAR-CS-BLOQUEIO EQUAL ZEROS
              MOVE 92 TO WS-PAR-CS-BLOQUEIO.
      *
           WRITE LINHA-APD FROM CAB-01-APD AFTER PAGE.
           WRITE LINHA-APD FROM CAB-02-APD AFTER 1.
      *
           OPEN INPUT DSUBCPG2KAPDLIM.
           PERFORM 1100-CARREGA-LIMITES
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KAPDLIM.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KAPD.
           PERFORM 1200-CARREGA-CONTROLE
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KAPD.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2K401N.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-LIMITES.
      *---------------------*
      *
           READ DSUBCPG2KAPDLIM
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-LIM EQUAL 500
              DISPLAY "PSUBCPG2KAPD: TABELA DE LIMITES ACIMA DE"
              DISPLAY "500 LINHAS - REVER O LIMITE DA TABELA"
              CLOSE DSUBCPG2KAPDLIM
                    LSUBCPG2KAPD
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-LIM WS-CT-LIMITES.
           MOVE LIM-CS-ESPECIE TO TB-LIM-ESPECIE (WS-QTDE-LIM).
           MOVE LIM-CS-ORIGEM  TO TB-LIM-ORIGEM (WS-QTDE-LIM).
           MOVE LIM-VL-LIMITE  TO TB-LIM-VALOR (WS-QTDE-LIM).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-CONTROLE.
      *----------------------*
      *
           READ DSUBCPG2KAPD
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF WS-QTDE-APD EQUAL 5000
              DISPLAY "PSUBCPG2KAPD: CONTROLE DE CREDITOS RETIDOS"
              DISPLAY "ACIMA DE 5000 LINHAS - REVER O LIMITE DA"
              DISPLAY "TABELA (NADA FOI REGRAVADO)"
              CLOSE DSUBCPG2KAPD
                    LSUBCPG2KAPD
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-APD WS-CT-CONTROLE-LIDOS.
           MOVE REG-DSUBCPG2KAPD TO TB-APD (WS-QTDE-APD).
      *
       1200-FIM. EXIT.
      *---------*
      *
       2000-PROCESSA.
      *-------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
           MOVE SPACES TO WS-ACAO.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-GRAVA.
      *
           PERFORM 2100-SELECIONA
              THRU 2100-FIM.
      *
      *FORA DO CRITERIO: SO INTERESSA SE AINDA ESTA COM O MOTIVO
      *PROPRIO (LIMITE ALTERADO OU FLAG RETIRADO NA ORIGEM).
           IF WS-MOTIVO EQUAL SPACES
              IF CP01-IN-CR-BLOQUEADO EQUAL 2
                 AND CP01-IN-BLOQUEIO EQUAL WS-PAR-CS-BLOQUEIO
                 MOVE "L" TO WS-ACAO
                 ADD 1 TO WS-CT-FORA-CRITERIO
                 MOVE CP01-NU-NB           TO DET-FORA-NB
                 MOVE CP01-DT-MOV-CREDITO  TO DET-FORA-DT-MOV
                 MOVE CP01-VL-LIQUIDO-CRED TO DET-FORA-VALOR
                 WRITE LINHA-APD FROM DET-FORA-APD AFTER 1
              END-IF
              GO TO 2000-GRAVA.
      *
           PERFORM 2200-DECIDE
              THRU 2200-FIM.
      *
       2000-GRAVA.
      *
           IF WS-ACAO EQUAL "B"
              MOVE 2                  TO CP01-IN-CR-BLOQUEADO
              MOVE WS-PAR-CS-BLOQUEIO TO CP01-IN-BLOQUEIO.
      *
           IF WS-ACAO EQUAL "L"
              MOVE 1                  TO CP01-IN-CR-BLOQUEADO
              MOVE ZEROS              TO CP01-IN-BLOQUEIO.
      *
           WRITE REG-DSUBCPG2K401N FROM CP01-REG1.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-GRAVADOS.
      *
       2000-FIM. EXIT.
      *---------*
      *
      *MOTIVO DA RETENCAO: ESPECIAL, ACIMA DO LIMITE OU AMBOS.
       2100-SELECIONA.
      *---------------*
      *
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0      TO WS-GRAU-MELHOR.
           MOVE ZEROS  TO WS-VL-LIMITE.
      *
           PERFORM VARYING WS-IX-LIM FROM 1 BY 1
                     UNTIL WS-IX-LIM GREATER WS-QTDE-LIM
              MOVE 0 TO WS-GRAU-LIM
              IF TB-LIM-ESPECIE (WS-IX-LIM) EQUAL CP01-CS-ESPECIE
                 AND TB-LIM-ORIGEM (WS-IX-LIM) EQUAL
                                          CP01-CS-ORIGEM-CREDITO
                 MOVE 4 TO WS-GRAU-LIM
              END-IF
              IF TB-LIM-ESPECIE (WS-IX-LIM) EQUAL CP01-CS-ESPECIE
                 AND TB-LIM-ORIGEM (WS-IX-LIM) EQUAL 0
                 MOVE 3 TO WS-GRAU-LIM
              END-IF
              IF TB-LIM-ESPECIE (WS-IX-LIM) EQUAL ZEROS
                 AND TB-LIM-ORIGEM (WS-IX-LIM) EQUAL
                                          CP01-CS-ORIGEM-CREDITO
                 MOVE 2 TO WS-GRAU-LIM
              END-IF
              IF TB-LIM-ESPECIE (WS-IX-LIM) EQUAL ZEROS
                 AND TB-LIM-ORIGEM (WS-IX-LIM) EQUAL 0
                 MOVE 1 TO WS-GRAU-LIM
              END-IF
              IF WS-GRAU-LIM GREATER WS-GRAU-MELHOR
                 MOVE WS-GRAU-LIM TO WS-GRAU-MELHOR
                 MOVE TB-LIM-VALOR (WS-IX-LIM) TO WS-VL-LIMITE
              END-IF
           END-PERFORM.
      *
           IF WS-GRAU-MELHOR GREATER 0
              AND CP01-VL-LIQUIDO-CRED GREATER WS-VL-LIMITE
              MOVE "V" TO WS-MOTIVO
              ADD 1 TO WS-CT-ACIMA-LIMITE.
      *
           IF CP01-IN-CRED-ESPECIAL EQUAL 1
              ADD 1 TO WS-CT-ESPECIAIS
              IF WS-MOTIVO EQUAL "V"
                 MOVE "A" TO WS-MOTIVO
              ELSE
                 MOVE "E" TO WS-MOTIVO.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *CREDITO SELECIONADO: POSICIONA (OU ABRE) A LINHA NO CONTROLE E
      *CONSULTA O TOKEN DE LIBERACAO.
       2200-DECIDE.
      *------------*
      *
           MOVE CP01-NU-NB          TO WS-TKN-NU-NB.
           MOVE CP01-DT-MOV-CREDITO TO WS-TKN-DT-MOV.
           MOVE CP01-SEQ-REG        TO WS-TKN-SEQ-REG.
      *
           MOVE 0 TO WS-APD-ENCONTRADO.
           PERFORM VARYING WS-IX-APD FROM 1 BY 1
                     UNTIL WS-IX-APD GREATER WS-QTDE-APD
                        OR WS-APD-ENCONTRADO EQUAL 1
              IF TB-APD-ID-TOKEN (WS-IX-APD) EQUAL WS-ID-TOKEN
                 MOVE 1 TO WS-APD-ENCONTRADO
              END-IF
           END-PERFORM.
      *
           IF WS-APD-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-APD
           ELSE
              PERFORM 2300-NOVA-RETENCAO
                 THRU 2300-FIM.
      *
           MOVE W77-DATA             TO TB-APD-DT-ULT-MOV (WS-IX-APD).
           MOVE CP01-VL-LIQUIDO-CRED TO TB-APD-VALOR (WS-IX-APD).
           MOVE WS-MOTIVO            TO TB-APD-MOTIVO (WS-IX-APD).
      *
      *LIBERADO EM RUN ANTERIOR (TOKEN JA CONSUMIDO): NAO RETEM DE
      *NOVO; SE A GERACAO AINDA TRAZ O MOTIVO PROPRIO, DESBLOQUEIA.
           IF TB-APD-SITUACAO (WS-IX-APD) EQUAL "L"
              ADD 1 TO WS-CT-JA-LIBERADOS
              IF CP01-IN-CR-BLOQUEADO EQUAL 2
                 AND CP01-IN-BLOQUEIO EQUAL WS-PAR-CS-BLOQUEIO
                 MOVE "L" TO WS-ACAO
              END-IF
              GO TO 2200-FIM.
      *
           MOVE WS-ID-TOKEN TO WS-APRV-FEED.
           CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                    WS-APRV-STATUS.
      *
           IF WS-APRV-STATUS EQUAL 0
              MOVE "L"               TO TB-APD-SITUACAO (WS-IX-APD)
              MOVE W77-DATA          TO TB-APD-DT-SITUACAO (WS-IX-APD)
              MOVE WS-APRV-MATRICULA TO TB-APD-MATRICULA (WS-IX-APD)
              ADD 1 TO WS-CT-LIBERADOS
              ADD CP01-VL-LIQUIDO-CRED TO WS-VL-LIBERADOS
              IF CP01-IN-CR-BLOQUEADO EQUAL 2
                 AND CP01-IN-BLOQUEIO EQUAL WS-PAR-CS-BLOQUEIO
                 MOVE "L" TO WS-ACAO
              END-IF
              GO TO 2200-FIM.
      *
      *        (1) SEM TOKEN  (3) SO UM APROVADOR  (2) EXPIRADO
           IF WS-APRV-STATUS EQUAL 2
              IF TB-APD-SITUACAO (WS-IX-APD) NOT EQUAL "E"
                 MOVE W77-DATA TO TB-APD-DT-SITUACAO (WS-IX-APD)
              END-IF
              MOVE "E" TO TB-APD-SITUACAO (WS-IX-APD)
              ADD 1 TO WS-CT-EXPIRADOS
              ADD CP01-VL-LIQUIDO-CRED TO WS-VL-EXPIRADOS
           ELSE
              IF TB-APD-SITUACAO (WS-IX-APD) NOT EQUAL "P"
                 MOVE W77-DATA TO TB-APD-DT-SITUACAO (WS-IX-APD)
              END-IF
              MOVE "P" TO TB-APD-SITUACAO (WS-IX-APD)
              MOVE WS-APRV-MATRICULA TO TB-APD-MATRICULA (WS-IX-APD)
              ADD 1 TO WS-CT-PENDENTES
              ADD CP01-VL-LIQUIDO-CRED TO WS-VL-PENDENTES.
      *
      *CREDITO JA BLOQUEADO POR OUTRO MOTIVO CONSERVA O MOTIVO DELE.
           IF CP01-IN-CR-BLOQUEADO EQUAL 2
              AND CP01-IN-BLOQUEIO NOT EQUAL WS-PAR-CS-BLOQUEIO
              ADD 1 TO WS-CT-OUTRO-MOTIVO
           ELSE
              MOVE "B" TO WS-ACAO.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-NOVA-RETENCAO.
      *-------------------*
      *
           IF WS-QTDE-APD EQUAL 5000
              DISPLAY "PSUBCPG2KAPD: CONTROLE DE CREDITOS RETIDOS"
              DISPLAY "CHEIO (5000) - REVER O LIMITE DA TABELA"
              DISPLAY "(NOVA GERACAO DO 401 NAO CATALOGADA)"
              CLOSE DSUBCPG2K401
                    DSUBCPG2K401N
                    LSUBCPG2KAPD
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-APD.
           MOVE WS-QTDE-APD TO WS-IX-APD.
           MOVE SPACES                 TO TB-APD (WS-IX-APD).
           MOVE WS-ID-TOKEN            TO TB-APD-ID-TOKEN (WS-IX-APD).
           MOVE CP01-NU-NB             TO TB-APD-NU-NB (WS-IX-APD).
           MOVE CP01-DT-MOV-CREDITO    TO TB-APD-DT-MOV (WS-IX-APD).
           MOVE CP01-SEQ-REG           TO TB-APD-SEQ-REG (WS-IX-APD).
           MOVE CP01-CS-ESPECIE        TO TB-APD-ESPECIE (WS-IX-APD).
           MOVE CP01-CS-ORIGEM-CREDITO TO TB-APD-ORIGEM (WS-IX-APD).
           MOVE CP01-CS-UF-OP          TO TB-APD-UF-OP (WS-IX-APD).
           MOVE SPACES                 TO TB-APD-SITUACAO (WS-IX-APD).
           MOVE W77-DATA             TO TB-APD-DT-RETENCAO (WS-IX-APD).
           MOVE ZEROS                  TO TB-APD-DT-SITUACAO (WS-IX-APD)
                                          TB-APD-MATRICULA (WS-IX-APD).
      *
       2300-FIM. EXIT.
      *---------*
      *
      *NOVA GERACAO DO CONTROLE, SEM AS LINHAS FORA DO MOVIMENTO HA
      *WS-QT-MESES-RETENCAO MESES OU MAIS.
       3000-REGRAVA-CONTROLE.
      *----------------------*
      *
           OPEN OUTPUT DSUBCPG2KAPDN.
           PERFORM 3100-GRAVA-CONTROLE
              THRU 3100-FIM
              VARYING WS-IX-APD FROM 1 BY 1
                UNTIL WS-IX-APD GREATER WS-QTDE-APD.
           CLOSE DSUBCPG2KAPDN SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-GRAVA-CONTROLE.
      *--------------------*
      *
           MOVE TB-APD-DT-ULT-MOV (WS-IX-APD) TO WS-DT-ULT-MOV.
           COMPUTE WS-QT-MESES = (WS-HJ-ANO * 12 + WS-HJ-MES)
                               - (WS-UM-ANO * 12 + WS-UM-MES).
           IF WS-QT-MESES NOT LESS WS-QT-MESES-RETENCAO
              MOVE "X" TO TB-APD-SITUACAO (WS-IX-APD)
              ADD 1 TO WS-CT-EXPURGADOS
              GO TO 3100-FIM.
      *
           MOVE TB-APD (WS-IX-APD) TO REG-DSUBCPG2KAPDN.
           WRITE REG-DSUBCPG2KAPDN.
           ADD 1 TO WS-CT-CONTROLE-GRAVADOS.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *RELATORIO DIARIO: PENDENTES E EXPIRADOS DO CONTROLE (AINDA
      *RETIDOS) E LIBERADOS HOJE, CADA GRUPO COM SEU TOTAL.
       3500-RELATORIO.
      *---------------*
      *
           WRITE LINHA-APD FROM CAB-01-APD AFTER PAGE.
           WRITE LINHA-APD FROM CAB-02-APD AFTER 1.
      *
           MOVE "P" TO WS-SIT-RELATORIO.
           MOVE "APROVACOES PENDENTES (CREDITO RETIDO)" TO
                                                   CAB-SECAO-TEXTO.
           MOVE "TOTAL PENDENTE"  TO TOT-SECAO-TEXTO.
           PERFORM 3600-SECAO
              THRU 3600-FIM.
      *
           MOVE "E" TO WS-SIT-RELATORIO.
           MOVE "TOKENS EXPIRADOS (CREDITO RETIDO)" TO
                                                   CAB-SECAO-TEXTO.
           MOVE "TOTAL EXPIRADO"  TO TOT-SECAO-TEXTO.
           PERFORM 3600-SECAO
              THRU 3600-FIM.
      *
           MOVE "L" TO WS-SIT-RELATORIO.
           MOVE "LIBERADOS HOJE (DUAS APROVACOES)" TO
                                                   CAB-SECAO-TEXTO.
           MOVE "TOTAL LIBERADO HOJE" TO TOT-SECAO-TEXTO.
           PERFORM 3600-SECAO
              THRU 3600-FIM.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-SECAO.
      *-----------*
      *
           MOVE ZEROS TO WS-CT-SECAO WS-VL-SECAO.
           WRITE LINHA-APD FROM CAB-SECAO-APD AFTER 3.
           WRITE LINHA-APD FROM CAB-03-APD AFTER 2.
           WRITE LINHA-APD FROM CAB-02-APD AFTER 1.
      *
           PERFORM 3700-LINHA
              THRU 3700-FIM
              VARYING WS-IX-APD FROM 1 BY 1
                UNTIL WS-IX-APD GREATER WS-QTDE-APD.
      *
           MOVE WS-CT-SECAO TO TOT-SECAO-QTDE.
           MOVE WS-VL-SECAO TO TOT-SECAO-VALOR.
           WRITE LINHA-APD FROM TOT-SECAO-APD AFTER 2.
      *
       3600-FIM. EXIT.
      *---------*
      *
       3700-LINHA.
      *-----------*
      *
           IF TB-APD-SITUACAO (WS-IX-APD) NOT EQUAL WS-SIT-RELATORIO
              GO TO 3700-FIM.
           IF WS-SIT-RELATORIO EQUAL "L"
              AND TB-APD-DT-SITUACAO (WS-IX-APD) NOT EQUAL W77-DATA
              GO TO 3700-FIM.
      *
           MOVE SPACES TO DET-OBS.
           IF WS-SIT-RELATORIO EQUAL "P"
              IF TB-APD-MATRICULA (WS-IX-APD) EQUAL ZEROS
                 MOVE "SEM VISTO" TO DET-OBS
              ELSE
                 MOVE "FALTA 2O"  TO DET-OBS.
           IF TB-APD-DT-ULT-MOV (WS-IX-APD) NOT EQUAL W77-DATA
              MOVE "FORA MOV." TO DET-OBS.
      *
           MOVE TB-APD-ID-TOKEN (WS-IX-APD)    TO DET-ID-TOKEN.
           MOVE TB-APD-NU-NB (WS-IX-APD)       TO DET-NU-NB.
           MOVE TB-APD-DT-MOV (WS-IX-APD)      TO DET-DT-MOV.
           MOVE TB-APD-ESPECIE (WS-IX-APD)     TO DET-ESPECIE.
           MOVE TB-APD-ORIGEM (WS-IX-APD)      TO DET-ORIGEM.
           MOVE TB-APD-UF-OP (WS-IX-APD)       TO DET-UF-OP.
           MOVE TB-APD-MOTIVO (WS-IX-APD)      TO DET-MOTIVO.
           MOVE TB-APD-DT-RETENCAO (WS-IX-APD) TO DET-DT-RETENCAO.
           MOVE TB-APD-DT-SITUACAO (WS-IX-APD) TO DET-DT-SITUACAO.
           MOVE TB-APD-MATRICULA (WS-IX-APD)   TO DET-MATRICULA.
           MOVE TB-APD-VALOR (WS-IX-APD)       TO DET-VALOR.
           WRITE LINHA-APD FROM DET-APD AFTER 1.
      *
           ADD 1                          TO WS-CT-SECAO.
           ADD TB-APD-VALOR (WS-IX-APD)   TO WS-VL-SECAO.
      *
       3700-FIM. EXIT.
      *---------*
      *
       3900-TOTAIS.
      *------------*
      *
           WRITE LINHA-APD FROM CAB-01-APD AFTER PAGE.
           WRITE LINHA-APD FROM CAB-02-APD AFTER 1.
      *
           MOVE SPACES TO TRAILER-APD.
           MOVE "REGISTROS CP01 LIDOS E REGRAVADOS            " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-LIDOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (IGNORADOS)              " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-CANCELADOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "LINHAS NA TABELA DE LIMITES                  " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-LIMITES TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "CREDITOS ESPECIAIS (CP01-IN-CRED-ESPECIAL)   " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-ESPECIAIS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "CREDITOS ACIMA DO LIMITE POR ESPECIE/ORIGEM  " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-ACIMA-LIMITE TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "  RETIDOS - APROVACAO PENDENTE               " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-PENDENTES TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "  RETIDOS - TOKEN EXPIRADO                   " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-EXPIRADOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "  LIBERADOS NESTE RUN (TOKEN CONSUMIDO)      " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-LIBERADOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "  JA LIBERADOS EM RUN ANTERIOR               " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-JA-LIBERADOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "  RETIDOS JA BLOQUEADOS POR OUTRO MOTIVO     " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-OUTRO-MOTIVO TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "DESBLOQUEADOS POR SAIREM DO CRITERIO         " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-FORA-CRITERIO TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "LINHAS DO CONTROLE LIDAS                     " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-CONTROLE-LIDOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "LINHAS DO CONTROLE EXPURGADAS                " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-EXPURGADOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE "LINHAS DO CONTROLE GRAVADAS                  " TO
                                                   TEXTO-TRL-APD.
           MOVE WS-CT-CONTROLE-GRAVADOS TO QT-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-APD AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-APD.
           MOVE "VALOR RETIDO - APROVACAO PENDENTE            " TO
                                                   TEXTO-TRL-VL-APD.
           MOVE WS-VL-PENDENTES TO VL-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-VL-APD AFTER 2.
      *
           MOVE "VALOR RETIDO - TOKEN EXPIRADO                " TO
                                                   TEXTO-TRL-VL-APD.
           MOVE WS-VL-EXPIRADOS TO VL-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-VL-APD AFTER 1.
      *
           MOVE "VALOR LIBERADO NESTE RUN                     " TO
                                                   TEXTO-TRL-VL-APD.
           MOVE WS-VL-LIBERADOS TO VL-TRL-APD.
           WRITE LINHA-APD FROM TRAILER-VL-APD AFTER 1.
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
           MOVE "PSUBCPG2KAPD"     TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/APD" TO CAT-FEED.
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
           MOVE "PSUBCPG2KAPD"     TO WS-PIN-PROGRAMA.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           CLOSE DSUBCPG2K401N SAVE.
           CLOSE LSUBCPG2KAPD.
      *
           DISPLAY "PSUBCPG2KAPD - RETIDOS: " WS-CT-PENDENTES
                   " EXPIRADOS: " WS-CT-EXPIRADOS
                   " LIBERADOS: " WS-CT-LIBERADOS.
      *
       4000-FIM. EXIT.
      *---------*
