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
       PROGRAM-ID.      PSUBCPG2KCAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CANCELAMENTO DE CREDITO ANTES DA EMISSAO. A         *
      *            OPERACAO CONSEGUE BLOQUEAR UM BANCO INTEIRO OU      *
      *            SEGURAR UM NB POR ORDEM JUDICIAL, MAS NAO CONSEGUIA *
      *            CANCELAR UM UNICO CREDITO ERRADO DO                 *
      *            D/SUB/CPG/2K/401 - ERA PRECISO PEDIR AO SISTEMA DE  *
      *            ORIGEM UM NOVO ARQUIVO DE MOVIMENTO. ESTE JOB LE O  *
      *            FEED D/SUB/CPG/2K/CAN/NOVO (CHAVE COMPLETA DO CP01, *
      *            MOTIVO, MATRICULA DE QUEM PEDIU E JUSTIFICATIVA),   *
      *            CRITICA O FEED INTEIRO (MOTIVO FORA DA TABELA       *
      *            B/SUB/CPG/2K/CAN/MOTIVOS, NB ZERADO, CHAVE FORA DE  *
      *            ORDEM OU REPETIDA - QUALQUER ERRO REPROVA O RUN E   *
      *            NADA E CANCELADO), EXIGE TOKEN DE APROVACAO VALIDO  *
      *            PARA O FEED (SSDCLBDAPRV, MESMO CONTROLE DE         *
      *            PSUBLIB2K042MAN) E CASA O FEED COM O CP01 PELA      *
      *            CHAVE COMPLETA (MESMO MERGE DE PSUBCPG2K404). NO    *
      *            CREDITO CASADO LIGA CP01-IN-CRED-CANCELADO = 1 E    *
      *            GRAVA NA TRILHA D/SUB/CPG/2K/CAN/LOG QUEM PEDIU,    *
      *            QUEM APROVOU, POR QUE E QUANTO. LINHA DO FEED SEM   *
      *            CREDITO NO 401, OU COM O CREDITO JA CANCELADO, E    *
      *            LISTADA E NAO AFETA AS DEMAIS. A NOVA GERACAO DO    *
      *            401 E REGISTRADA NO CATALOGO D/SUB/CPG/GER/CAT E NO *
      *            PINO DE GERACAO (SSUBLIB2K605), COMO EM             *
      *            PSUBCPG2K404. O VALOR CANCELADO POR MOTIVO E UF SAI *
      *            EM PSUBCPG2KCANREL, A PARTIR DA TRILHA.             *
      *                                                                *
      *  PREMISSA: RODA SOBRE O 401 AINDA NAO EMITIDO (ANTES DE        *
      *            PSUBCPG050SUL E DA CADEIA 052), NA MESMA JANELA DE  *
      *            PSUBCPG2KPVDAPL. CP01 EM ORDEM ASCENDENTE DA CHAVE  *
      *            COMPLETA (VIDE PSUBCPG2K490); O FEED TEM QUE VIR NA *
      *            MESMA ORDEM (CONFERIDO NA CRITICA).                 *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KCANNOVO - FEED DE CANCELAMENTO.            *
      *            DSUBCPG2K401     - MOVIMENTO CP01 CORRENTE.         *
      *  SAIDA:    DSUBCPG2K401N    - NOVA GERACAO DO 401.             *
      *            DSUBCPG2KCANLOG  - TRILHA DE CANCELAMENTOS.         *
      *            DSUBCPGGERCAT    - EVENTO "G" NO CATALOGO.          *
      *            LSUBCPG2KCAN     - RELATORIO DE CRITICA/APLICACAO.  *
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
           SELECT DSUBCPG2KCANNOVO ASSIGN TO DISK.
           SELECT DSUBCPG2K401     ASSIGN TO DISK.
           SELECT DSUBCPG2K401N    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KCANLOG ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT    ASSIGN TO DISK.
           SELECT LSUBCPG2KCAN     ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KCANNOVO
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CAN/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCANNOVO.
           03 NOVO-DT-MOV-CREDITO     PIC 9(08).
           03 NOVO-NU-NB              PIC 9(10).
           03 NOVO-CS-NATUR-CREDITO   PIC 9(02).
           03 NOVO-DT-FIM-PERIODO     PIC 9(08).
           03 NOVO-DT-INI-PERIODO     PIC 9(08).
           03 NOVO-ID-NIT             PIC 9(10).
           03 NOVO-SEQ-REG            PIC 9(09).
           03 NOVO-CS-MOTIVO          PIC 9(02).
           03 NOVO-NU-MATRIC-SOLIC    PIC 9(08).
           03 NOVO-DS-JUSTIFICATIVA   PIC X(30).
           03 FILLER                  PIC X(05).
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401N     PIC X(300).
      *
        FD DSUBCPG2KCANLOG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CAN/LOG ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/CAN ON PKBDSGF".
      *
      *CATALOGO DE GERACOES (VIDE B/SUB/CPG/GER/CAT).
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG2KCAN.
        01 LINHA-LSUBCPG2KCAN     PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCAN".
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
      *CONTROLE CENTRAL DE APROVACAO (SSDCLBDAPRV): NENHUM CREDITO E
      *CANCELADO SEM TOKEN VALIDO REGISTRADO POR PSDCLBDAPRVREG.
       77  WS-APRV-FEED               PIC X(30).
       77  WS-APRV-MATRICULA          PIC 9(08) VALUE ZEROS.
       77  WS-APRV-STATUS             PIC 9(01) VALUE ZEROS.
      *
           COPY "*B/SUB/CPG/2K/CAN/MOTIVOS ON PKBDSGF".
      *
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-NOVO                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-GRAVADOS             PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(04) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-CANCELADOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-NAO-ACHADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-CANCELADOS        PIC 9(08) VALUE ZEROS.
      *
      *FEED EM MEMORIA. TB-CAN-SITUACAO: "P" PENDENTE; "C" CANCELADO
      *NESTE RUN; "N" SEM CREDITO NO 401; "J" CREDITO JA CANCELADO.
      *A POSICAO SEGUINTE A ULTIMA LINHA RECEBE HIGH-VALUES NA CHAVE
      *(SENTINELA DO MERGE) - POR ISSO 2001 POSICOES PARA 2000 LINHAS.
       01  TABELA-CANCEL.
           05 TB-CAN OCCURS 2001 TIMES.
              10 TB-CAN-CHAVE.
                 15 TB-CAN-DT-MOV-CREDITO   PIC 9(08).
                 15 TB-CAN-NU-NB            PIC 9(10).
                 15 TB-CAN-CS-NATUR-CRED    PIC 9(02).
                 15 TB-CAN-DT-FIM-PERIODO   PIC 9(08).
                 15 TB-CAN-DT-INI-PERIODO   PIC 9(08).
                 15 TB-CAN-ID-NIT           PIC 9(10).
                 15 TB-CAN-SEQ-REG          PIC 9(09).
              10 TB-CAN-CS-MOTIVO           PIC 9(02).
              10 TB-CAN-MATRIC-SOLIC        PIC 9(08).
              10 TB-CAN-JUSTIFICATIVA       PIC X(30).
              10 TB-CAN-SITUACAO            PIC X(01).
       77  WS-QTDE-CAN                PIC 9(04) VALUE ZEROS.
       77  WS-IX-CAN                  PIC 9(04) VALUE ZEROS.
       77  WS-IX-ATU                  PIC 9(04) VALUE ZEROS.
      *
      *CHAVE COMPLETA DO CP01 CORRENTE (MESMOS 7 CAMPOS DE
      *PSUBCPG2K404) E DA LINHA CORRENTE DO FEED.
       01  WS-CHAVE-CP01.
           03 WS-C01-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C01-NU-NB            PIC 9(10).
           03 WS-C01-CS-NATUR-CRED    PIC 9(02).
           03 WS-C01-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C01-DT-INI-PERIODO   PIC 9(08).
           03 WS-C01-ID-NIT           PIC 9(10).
           03 WS-C01-SEQ-REG          PIC 9(09).
       01  WS-CHAVE-CAN               PIC X(55) VALUE LOW-VALUES.
      *
       01  CAB-01-2KCAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CAN".
           03 FILLER                PIC X(48) VALUE
              "CANCELAMENTO DE CREDITO ANTES DA EMISSAO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KCAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KCAN.
           03 FILLER                PIC X(12) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "DT-MOV".
           03 FILLER                PIC X(04) VALUE "NAT".
           03 FILLER                PIC X(11) VALUE "SEQ-REG".
           03 FILLER                PIC X(34) VALUE "MOTIVO".
           03 FILLER                PIC X(04) VALUE "UF".
           03 FILLER                PIC X(19) VALUE
              "     VALOR LIQUIDO".
           03 FILLER                PIC X(10) VALUE "SOLICIT.".
           03 FILLER                PIC X(24) VALUE "SITUACAO".
      *
       01  DET-2KCAN.
           03 DET-NB                PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-MOV            PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-NATUR             PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SEQ-REG           PIC 9(09).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CS-MOTIVO         PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DS-MOTIVO         PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-UF                PIC Z9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MATRIC            PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(24).
      *
       01  DET-ERRO-2KCAN.
           03 FILLER                PIC X(16) VALUE "*** ERRO: LINHA ".
           03 DET-ERR-LINHA         PIC ZZZ9.
           03 FILLER                PIC X(06) VALUE "  NB: ".
           03 DET-ERR-NB            PIC 9(10).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(40).
      *
       01  MSG-REPROVADO-2KCAN.
           03 FILLER                PIC X(60) VALUE
              "*** CRITICA REPROVOU - NENHUM CREDITO FOI CANCELADO ***".
      *
       01  MSG-SEM-TOKEN-2KCAN.
           03 FILLER                PIC X(60) VALUE
              "*** FEED SEM TOKEN DE APROVACAO VALIDO - NADA APLICADO".
      *
       01  MSG-APROVADO-2KCAN.
           03 FILLER                PIC X(38) VALUE
              "TOKEN DE APROVACAO CONSUMIDO - MATR.: ".
           03 MSG-APROV-MATRIC      PIC 9(08).
      *
       01  TRAILER-2KCAN.
           03 TEXTO-TRL-2KCAN       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KCAN          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-2KCAN.
           03 TEXTO-TRLV-2KCAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-2KCAN          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
      *CRITICA DO FEED INTEIRO ANTES DE TOCAR NO 401: QUALQUER ERRO
      *REPROVA O RUN (MESMO CRITERIO DE PSUBLIB2K042MAN).
           PERFORM 1200-CRITICA-FEED
              THRU 1200-FIM
              VARYING WS-IX-CAN FROM 1 BY 1
                UNTIL WS-IX-CAN GREATER WS-QTDE-CAN.
      *
           IF WS-CT-ERROS GREATER ZEROS
              WRITE LINHA-LSUBCPG2KCAN FROM MSG-REPROVADO-2KCAN
                                                            AFTER 2
              CLOSE LSUBCPG2KCAN
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      *CONTROLE CENTRAL DE APROVACAO: SEM TOKEN VALIDO PARA O FEED,
      *NADA E CANCELADO E O JOB TERMINA COM STATUS DE ERRO (O CONSUMO
      *FICA NA TRILHA D/SDC/LBD/APRV/AUD).
           MOVE "D/SUB/CPG/2K/CAN/NOVO" TO WS-APRV-FEED.
           CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                    WS-APRV-STATUS.
           IF WS-APRV-STATUS NOT EQUAL 0
              DISPLAY "PSUBCPG2KCAN - FEED SEM TOKEN DE "
                      "APROVACAO VALIDO - NADA APLICADO"
              WRITE LINHA-LSUBCPG2KCAN FROM MSG-SEM-TOKEN-2KCAN
                                                            AFTER 2
              CLOSE LSUBCPG2KCAN
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           MOVE WS-APRV-MATRICULA TO MSG-APROV-MATRIC.
           WRITE LINHA-LSUBCPG2KCAN FROM MSG-APROVADO-2KCAN AFTER 2.
           WRITE LINHA-LSUBCPG2KCAN FROM CAB-03-2KCAN AFTER 2.
           WRITE LINHA-LSUBCPG2KCAN FROM CAB-02-2KCAN AFTER 1.
      *
           PERFORM 2000-APLICA
              THRU 2000-FIM.
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
           OPEN OUTPUT LSUBCPG2KCAN.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-LSUBCPG2KCAN FROM CAB-01-2KCAN AFTER PAGE.
           WRITE LINHA-LSUBCPG2KCAN FROM CAB-02-2KCAN AFTER 1.
      *
           OPEN INPUT DSUBCPG2KCANNOVO.
           PERFORM 1100-CARREGA-FEED
              THRU 1100-FIM
             UNTIL WS-EOF-NOVO EQUAL "SIM".
           CLOSE DSUBCPG2KCANNOVO.
           MOVE HIGH-VALUES TO TB-CAN-CHAVE (WS-QTDE-CAN + 1).
      *
           IF WS-QTDE-CAN EQUAL ZEROS
              DISPLAY "PSUBCPG2KCAN - FEED DE CANCELAMENTO VAZIO - "
                      "NADA A FAZER"
              CLOSE LSUBCPG2KCAN
              STOP RUN.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-FEED.
      *------------------*
      *
           READ DSUBCPG2KCANNOVO
                AT END MOVE "SIM" TO WS-EOF-NOVO
                       GO TO 1100-FIM.
      *
      *FEED ACIMA DA TABELA: PARAR E MAIS SEGURO QUE APLICAR SO UMA
      *PARTE DO QUE FOI APROVADO.
           IF WS-QTDE-CAN EQUAL 2000
              DISPLAY "PSUBCPG2KCAN - FEED ACIMA DE 2000 LINHAS - "
                      "DIVIDIR EM MAIS DE UM RUN"
              CLOSE DSUBCPG2KCANNOVO
                    LSUBCPG2KCAN
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-CAN.
           MOVE NOVO-DT-MOV-CREDITO   TO
                                 TB-CAN-DT-MOV-CREDITO (WS-QTDE-CAN).
           MOVE NOVO-NU-NB            TO TB-CAN-NU-NB (WS-QTDE-CAN).
           MOVE NOVO-CS-NATUR-CREDITO TO
                                 TB-CAN-CS-NATUR-CRED (WS-QTDE-CAN).
           MOVE NOVO-DT-FIM-PERIODO   TO
                                 TB-CAN-DT-FIM-PERIODO (WS-QTDE-CAN).
           MOVE NOVO-DT-INI-PERIODO   TO
                                 TB-CAN-DT-INI-PERIODO (WS-QTDE-CAN).
           MOVE NOVO-ID-NIT           TO TB-CAN-ID-NIT (WS-QTDE-CAN).
           MOVE NOVO-SEQ-REG          TO TB-CAN-SEQ-REG (WS-QTDE-CAN).
           MOVE NOVO-CS-MOTIVO        TO TB-CAN-CS-MOTIVO (WS-QTDE-CAN).
           MOVE NOVO-NU-MATRIC-SOLIC  TO
                                 TB-CAN-MATRIC-SOLIC (WS-QTDE-CAN).
           MOVE NOVO-DS-JUSTIFICATIVA TO
                                 TB-CAN-JUSTIFICATIVA (WS-QTDE-CAN).
           MOVE "P"                   TO TB-CAN-SITUACAO (WS-QTDE-CAN).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *CRITICA DE UMA LINHA DO FEED: NB ZERADO, MOTIVO FORA DA TABELA,
      *MATRICULA DO SOLICITANTE AUSENTE E CHAVE FORA DE ORDEM OU
      *REPETIDA (O MERGE COM O 401 EXIGE ORDEM ESTRITAMENTE
      *ASCENDENTE).
       1200-CRITICA-FEED.
      *------------------*
      *
           IF TB-CAN-NU-NB (WS-IX-CAN) EQUAL ZEROS
              MOVE "NB ZERADO" TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           PERFORM 1220-BUSCA-MOTIVO
              THRU 1220-FIM.
           IF WS-MOTIVO-CANCEL-ENCONTRADO EQUAL 0
              MOVE "MOTIVO DE CANCELAMENTO NAO CADASTRADO"
                                        TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           IF TB-CAN-MATRIC-SOLIC (WS-IX-CAN) EQUAL ZEROS
              MOVE "MATRICULA DO SOLICITANTE AUSENTE"
                                        TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           IF TB-CAN-CHAVE (WS-IX-CAN) NOT GREATER WS-CHAVE-CAN
              MOVE "CHAVE FORA DE ORDEM OU REPETIDA"
                                        TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
           MOVE TB-CAN-CHAVE (WS-IX-CAN) TO WS-CHAVE-CAN.
      *
       1200-FIM. EXIT.
      *---------*
      *
       1210-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           MOVE WS-IX-CAN                TO DET-ERR-LINHA.
           MOVE TB-CAN-NU-NB (WS-IX-CAN) TO DET-ERR-NB.
           WRITE LINHA-LSUBCPG2KCAN FROM DET-ERRO-2KCAN AFTER 1.
      *
       1210-FIM. EXIT.
      *---------*
      *
      *PROCURA O MOTIVO DA LINHA CORRENTE DO FEED NA TABELA DE
      *MOTIVOS (MESMO MODELO DE 2210-BUSCA-MOTIVO-SOLIC DO
      *PSUBCPG2K451).
       1220-BUSCA-MOTIVO.
      *------------------*
      *
           MOVE 0 TO WS-MOTIVO-CANCEL-ENCONTRADO.
           PERFORM VARYING WS-IX-MOTIVO-CANCEL FROM 1 BY 1
                     UNTIL WS-IX-MOTIVO-CANCEL GREATER
                                             WS-QTDE-MOTIVO-CANCEL
                        OR WS-MOTIVO-CANCEL-ENCONTRADO EQUAL 1
              IF MOTCAN-CS-MOTIVO (WS-IX-MOTIVO-CANCEL)
                              EQUAL TB-CAN-CS-MOTIVO (WS-IX-CAN)
                 MOVE 1 TO WS-MOTIVO-CANCEL-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-MOTIVO-CANCEL-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-MOTIVO-CANCEL.
      *
       1220-FIM. EXIT.
      *---------*
      *
      *MERGE CP01 X FEED PELA CHAVE COMPLETA. TODO CP01 VAI PARA A
      *NOVA GERACAO; O CASADO SAI COM CP01-IN-CRED-CANCELADO = 1.
       2000-APLICA.
      *-----------*
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2K401N.
           OPEN EXTEND DSUBCPG2KCANLOG.
      *
           MOVE 1 TO WS-IX-ATU.
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 2100-LOOP-CP01
              THRU 2100-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
      *LINHAS DO FEED ALEM DA ULTIMA CHAVE DO 401.
           PERFORM 2300-NAO-ACHADO
              THRU 2300-FIM
              VARYING WS-IX-CAN FROM WS-IX-ATU BY 1
                UNTIL WS-IX-CAN GREATER WS-QTDE-CAN.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LOOP-CP01.
      *---------------*
      *
           ADD 1 TO WS-CT-LIDOS.
      *
           PERFORM 2110-AVANCA-FEED
              THRU 2110-FIM
             UNTIL TB-CAN-CHAVE (WS-IX-ATU) NOT LESS WS-CHAVE-CP01.
      *
           IF TB-CAN-CHAVE (WS-IX-ATU) EQUAL WS-CHAVE-CP01
              MOVE WS-IX-ATU TO WS-IX-CAN
              PERFORM 2200-CANCELA
                 THRU 2200-FIM
              ADD 1 TO WS-IX-ATU.
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
      *LINHA DO FEED COM CHAVE MENOR QUE O CP01 CORRENTE: O CREDITO
      *NAO EXISTE NO 401.
       2110-AVANCA-FEED.
      *-----------------*
      *
           MOVE WS-IX-ATU TO WS-IX-CAN.
           PERFORM 2300-NAO-ACHADO
              THRU 2300-FIM.
           ADD 1 TO WS-IX-ATU.
      *
       2110-FIM. EXIT.
      *---------*
      *
       2200-CANCELA.
      *-------------*
      *
           PERFORM 1220-BUSCA-MOTIVO
              THRU 1220-FIM.
           PERFORM 2400-MONTA-DETALHE
              THRU 2400-FIM.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              MOVE "J" TO TB-CAN-SITUACAO (WS-IX-CAN)
              ADD 1 TO WS-CT-JA-CANCELADOS
              MOVE "JA ESTAVA CANCELADO"  TO DET-SITUACAO
              WRITE LINHA-LSUBCPG2KCAN FROM DET-2KCAN AFTER 1
              GO TO 2200-FIM.
      *
           MOVE 1   TO CP01-IN-CRED-CANCELADO.
           MOVE "C" TO TB-CAN-SITUACAO (WS-IX-CAN).
           ADD 1    TO WS-CT-CANCELADOS.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-CANCELADOS.
      *
           MOVE SPACES                TO CANL-REG.
           MOVE CP01-DT-MOV-CREDITO   TO CANL-DT-MOV-CREDITO.
           MOVE CP01-NU-NB            TO CANL-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO TO CANL-CS-NATUR-CREDITO.
           MOVE CP01-DT-FIM-PERIODO   TO CANL-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO CANL-DT-INI-PERIODO.
           MOVE CP01-ID-NIT           TO CANL-ID-NIT.
           MOVE CP01-SEQ-REG          TO CANL-SEQ-REG.
           MOVE TB-CAN-CS-MOTIVO (WS-IX-CAN)    TO CANL-CS-MOTIVO.
           MOVE TB-CAN-MATRIC-SOLIC (WS-IX-CAN) TO
                                             CANL-NU-MATRIC-SOLIC.
           MOVE WS-APRV-MATRICULA     TO CANL-NU-MATRIC-APROV.
           MOVE W77-DATA              TO CANL-DT-CANCELAMENTO.
           MOVE W77-HORA              TO CANL-HR-CANCELAMENTO.
           MOVE CP01-VL-LIQUIDO-CRED  TO CANL-VL-LIQUIDO-CRED.
           MOVE CP01-CS-UF-OP         TO CANL-CS-UF-OP.
           MOVE CP01-CS-ESPECIE       TO CANL-CS-ESPECIE.
           MOVE CP01-ID-BANCO         TO CANL-ID-BANCO.
           MOVE TB-CAN-JUSTIFICATIVA (WS-IX-CAN) TO
                                             CANL-DS-JUSTIFICATIVA.
           WRITE CANL-REG.
      *
           MOVE "CANCELADO"           TO DET-SITUACAO.
           WRITE LINHA-LSUBCPG2KCAN FROM DET-2KCAN AFTER 1.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-NAO-ACHADO.
      *----------------*
      *
           MOVE "N" TO TB-CAN-SITUACAO (WS-IX-CAN).
           ADD 1 TO WS-CT-NAO-ACHADOS.
      *
           PERFORM 1220-BUSCA-MOTIVO
              THRU 1220-FIM.
           MOVE SPACES TO DET-2KCAN.
           MOVE TB-CAN-NU-NB (WS-IX-CAN)          TO DET-NB.
           MOVE TB-CAN-DT-MOV-CREDITO (WS-IX-CAN) TO DET-DT-MOV.
           MOVE TB-CAN-CS-NATUR-CRED (WS-IX-CAN)  TO DET-NATUR.
           MOVE TB-CAN-SEQ-REG (WS-IX-CAN)        TO DET-SEQ-REG.
           MOVE TB-CAN-CS-MOTIVO (WS-IX-CAN)      TO DET-CS-MOTIVO.
           MOVE MOTCAN-DESCRICAO (WS-IX-MOTIVO-CANCEL)
                                                  TO DET-DS-MOTIVO.
           MOVE TB-CAN-MATRIC-SOLIC (WS-IX-CAN)   TO DET-MATRIC.
           MOVE "*** SEM CREDITO NO 401"          TO DET-SITUACAO.
           WRITE LINHA-LSUBCPG2KCAN FROM DET-2KCAN AFTER 1.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2400-MONTA-DETALHE.
      *-------------------*
      *
           MOVE SPACES TO DET-2KCAN.
           MOVE CP01-NU-NB                      TO DET-NB.
           MOVE CP01-DT-MOV-CREDITO             TO DET-DT-MOV.
           MOVE CP01-CS-NATUR-CREDITO           TO DET-NATUR.
           MOVE CP01-SEQ-REG                    TO DET-SEQ-REG.
           MOVE TB-CAN-CS-MOTIVO (WS-IX-CAN)    TO DET-CS-MOTIVO.
           MOVE MOTCAN-DESCRICAO (WS-IX-MOTIVO-CANCEL)
                                                TO DET-DS-MOTIVO.
           MOVE CP01-CS-UF-OP                   TO DET-UF.
           MOVE CP01-VL-LIQUIDO-CRED            TO DET-VALOR.
           MOVE TB-CAN-MATRIC-SOLIC (WS-IX-CAN) TO DET-MATRIC.
      *
       2400-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-2KCAN.
           MOVE "LINHAS DO FEED DE CANCELAMENTO               " TO
                                                     TEXTO-TRL-2KCAN.
           MOVE WS-QTDE-CAN         TO QT-TRL-2KCAN.
           WRITE LINHA-LSUBCPG2KCAN FROM TRAILER-2KCAN AFTER 3.
      *
           MOVE "CREDITOS CANCELADOS NESTE RUN                " TO
                                                     TEXTO-TRL-2KCAN.
           MOVE WS-CT-CANCELADOS    TO QT-TRL-2KCAN.
           WRITE LINHA-LSUBCPG2KCAN FROM TRAILER-2KCAN AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-2KCAN.
           MOVE "VALOR LIQUIDO CANCELADO NESTE RUN            " TO
                                                    TEXTO-TRLV-2KCAN.
           MOVE WS-VL-CANCELADOS    TO VL-TRL-2KCAN.
           WRITE LINHA-LSUBCPG2KCAN FROM TRAILER-VL-2KCAN AFTER 1.
      *
           MOVE "LINHAS SEM CREDITO NO 401                    " TO
                                                     TEXTO-TRL-2KCAN.
           MOVE WS-CT-NAO-ACHADOS   TO QT-TRL-2KCAN.
           WRITE LINHA-LSUBCPG2KCAN FROM TRAILER-2KCAN AFTER 1.
      *
           MOVE "LINHAS COM CREDITO JA CANCELADO              " TO
                                                     TEXTO-TRL-2KCAN.
           MOVE WS-CT-JA-CANCELADOS TO QT-TRL-2KCAN.
           WRITE LINHA-LSUBCPG2KCAN FROM TRAILER-2KCAN AFTER 1.
      *
           MOVE "TOTAL DE REGISTROS CP01 REGRAVADOS           " TO
                                                     TEXTO-TRL-2KCAN.
           MOVE WS-CT-LIDOS         TO QT-TRL-2KCAN.
           WRITE LINHA-LSUBCPG2KCAN FROM TRAILER-2KCAN AFTER 1.
      *
       3000-FIM. EXIT.
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
           MOVE "PSUBCPG2KCAN"     TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/CAN/NOVO" TO CAT-FEED.
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
           MOVE "PSUBCPG2KCAN"     TO WS-PIN-PROGRAMA.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K401N SAVE.
           CLOSE DSUBCPG2KCANLOG SAVE.
           CLOSE LSUBCPG2KCAN.
      *
           DISPLAY "PSUBCPG2KCAN - CANCELADOS: " WS-CT-CANCELADOS
                   " SEM CREDITO: " WS-CT-NAO-ACHADOS
                   " JA CANCELADOS: " WS-CT-JA-CANCELADOS.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
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
       9000-FIM. EXIT.
      *---------*
