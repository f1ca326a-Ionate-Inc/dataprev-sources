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
       PROGRAM-ID.      PSUBCPG2KDRBRES.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: REGISTRO DAS DECISOES SOBRE A FILA DE DIVERGENCIA   *
      *            DE RUBRICAS (D/SUB/CPG/2K/DRB, MONTADA POR          *
      *            PSUBCPG2KDRB). LE O FEED D/SUB/CPG/2K/DRB/RES       *
      *            (CHAVE COMPLETA DO CREDITO, DECISAO, MATRICULA DE   *
      *            QUEM DECIDIU, VALOR CORRIGIDO E JUSTIFICATIVA),     *
      *            CRITICA O FEED INTEIRO (DECISAO FORA DE C/R/X, NB   *
      *            ZERADO, MATRICULA AUSENTE, "R" SEM VALOR, CHAVE     *
      *            FORA DE ORDEM OU REPETIDA - QUALQUER ERRO REPROVA O *
      *            RUN E NADA E REGISTRADO), EXIGE TOKEN DE APROVACAO  *
      *            VALIDO PARA O FEED (SSDCLBDAPRV, COMO EM            *
      *            PSUBCPG2KCAN) E CASA O FEED COM A FILA PELA CHAVE   *
      *            COMPLETA. NO CREDITO PENDENTE GRAVA A DECISAO EM    *
      *            TODOS OS ITENS DELE E GERA A PROPOSTA DE APLICACAO: *
      *            "C" CONFIRMA O CREDITO COMO ESTA (SO DESBLOQUEIA);  *
      *            "R" GERA A LINHA DE REPROCESSAMENTO EM              *
      *            D/SUB/CPG/2K/404/DRB NO LEIAUTE DO                  *
      *            D/SUB/CPG/2K/404 (NOVO LIQUIDO, COMPETENCIA DE      *
      *            ATUALIZACAO = MES DA DECISAO); "X" GERA A LINHA DE  *
      *            CANCELAMENTO EM D/SUB/CPG/2K/CAN/DRB NO LEIAUTE DO  *
      *            D/SUB/CPG/2K/CAN/NOVO (MOTIVO 01 - VALOR CALCULADO  *
      *            INDEVIDO). LINHA DO FEED SEM CREDITO NA FILA, OU    *
      *            COM O CREDITO JA DECIDIDO, E LISTADA E NAO AFETA AS *
      *            DEMAIS.                                             *
      *                                                                *
      *  PREMISSA: A FILA ESTA NA ORDEM DA CHAVE COMPLETA E DO ITEM    *
      *            (GRAVADA ASSIM POR PSUBCPG2KDRB); O FEED TEM QUE    *
      *            VIR NA MESMA ORDEM (CONFERIDO NA CRITICA). AS       *
      *            PROPOSTAS SAEM NA ORDEM DA CHAVE E SAO APLICADAS    *
      *            PELO PSUBCPG2K404 E PELO PSUBCPG2KCAN (ESTE COM O   *
      *            TOKEN DELE) NA JANELA SEGUINTE; O PROXIMO RUN DO    *
      *            PSUBCPG2KDRB DESBLOQUEIA O CONFIRMADO E O           *
      *            CORRIGIDO.                                          *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KDRBRES  - FEED DE DECISOES.                *
      *            DSUBCPG2KDRB     - FILA DE DIVERGENCIA.             *
      *  SAIDA:    DSUBCPG2KDRBN    - NOVA GERACAO DA FILA.            *
      *            DSUBCPG2K404DRB  - PROPOSTAS DE REPROCESSAMENTO.    *
      *            DSUBCPG2KCANDRB  - PROPOSTAS DE CANCELAMENTO.       *
      *            LSUBCPG2KDRBRES  - RELATORIO DE CRITICA/REGISTRO.   *
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
           SELECT DSUBCPG2KDRBRES  ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KDRB    ASSIGN TO DISK.
           SELECT DSUBCPG2KDRBN    ASSIGN TO DISK.
           SELECT DSUBCPG2K404DRB  ASSIGN TO DISK.
           SELECT DSUBCPG2KCANDRB  ASSIGN TO DISK.
           SELECT LSUBCPG2KDRBRES  ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KDRBRES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DRB/RES ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDRBRES.
           03 RES-DT-MOV-CREDITO      PIC 9(08).
           03 RES-NU-NB               PIC 9(10).
           03 RES-CS-NATUR-CREDITO    PIC 9(02).
           03 RES-DT-FIM-PERIODO      PIC 9(08).
           03 RES-DT-INI-PERIODO      PIC 9(08).
           03 RES-ID-NIT              PIC 9(10).
           03 RES-SEQ-REG             PIC 9(09).
      *        "C" CONFIRMA  "R" CORRIGE (404)  "X" CANCELA (CAN)
           03 RES-CS-DECISAO          PIC X(01).
           03 RES-NU-MATRIC           PIC 9(08).
      *        NOVO LIQUIDO DO CREDITO (SO NA DECISAO "R")
           03 RES-VL-CORRIGIDO        PIC 9(10)V99.
           03 RES-DS-JUSTIFICATIVA    PIC X(24).
      *
        FD DSUBCPG2KDRB
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DRB ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDRB       PIC X(200).
      *
        FD DSUBCPG2KDRBN
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DRB ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDRBN      PIC X(200).
      *
      *PROPOSTA DE REPROCESSAMENTO NO LEIAUTE DO D/SUB/CPG/2K/404.
        FD DSUBCPG2K404DRB
           RECORD CONTAINS  70 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/404/DRB ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/404 ON PKBDSGF".
      *
      *PROPOSTA DE CANCELAMENTO NO LEIAUTE DO D/SUB/CPG/2K/CAN/NOVO.
        FD DSUBCPG2KCANDRB
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CAN/DRB ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCANDRB.
           03 CDRB-CHAVE              PIC X(55).
           03 CDRB-CS-MOTIVO          PIC 9(02).
           03 CDRB-NU-MATRIC-SOLIC    PIC 9(08).
           03 CDRB-DS-JUSTIFICATIVA   PIC X(30).
           03 FILLER                  PIC X(05).
      *
        FD LSUBCPG2KDRBRES.
        01 LINHA-DRBRES           PIC X(133).
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KDRBRES".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *CONTROLE CENTRAL DE APROVACAO (SSDCLBDAPRV): NENHUMA DECISAO E
      *REGISTRADA SEM TOKEN VALIDO REGISTRADO POR PSDCLBDAPRVREG.
       77  WS-APRV-FEED               PIC X(30).
       77  WS-APRV-MATRICULA          PIC 9(08) VALUE ZEROS.
       77  WS-APRV-STATUS             PIC 9(01) VALUE ZEROS.
      *
      *ITEM CORRENTE DA FILA (LIDO E REGRAVADO POR ESTA AREA).
           COPY "*B/SUB/CPG/2K/DRB ON PKBDSGF".
      *
       01  WS-EOF-FILA                PIC X(03) VALUE "NAO".
       01  WS-EOF-RES                 PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
      *MOTIVO DE CANCELAMENTO DAS PROPOSTAS "X" (VIDE
      *B/SUB/CPG/2K/CAN/MOTIVOS).
       77  WS-CS-MOTIVO-CANCEL        PIC 9(02) VALUE 01.
       77  WS-CT-FILA-LIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-FILA-GRAVADOS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(04) VALUE ZEROS.
       77  WS-CT-DECIDIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONFIRMADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-CORRIGIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-CORRIGIDOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-CANCELADOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-NAO-ACHADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-DECIDIDOS         PIC 9(08) VALUE ZEROS.
      *
      *FEED EM MEMORIA. TB-RES-SITUACAO: "P" PENDENTE; "D" DECIDIDO
      *NESTE RUN; "N" SEM CREDITO NA FILA; "J" CREDITO JA DECIDIDO.
      *A POSICAO SEGUINTE A ULTIMA LINHA RECEBE HIGH-VALUES NA CHAVE
      *(SENTINELA DO MERGE) - POR ISSO 2001 POSICOES PARA 2000 LINHAS.
       01  TABELA-DECISAO.
           05 TB-RES OCCURS 2001 TIMES.
              10 TB-RES-CHAVE.
                 15 TB-RES-DT-MOV-CREDITO   PIC 9(08).
                 15 TB-RES-NU-NB            PIC 9(10).
                 15 TB-RES-CS-NATUR-CRED    PIC 9(02).
                 15 TB-RES-DT-FIM-PERIODO   PIC 9(08).
                 15 TB-RES-DT-INI-PERIODO   PIC 9(08).
                 15 TB-RES-ID-NIT           PIC 9(10).
                 15 TB-RES-SEQ-REG          PIC 9(09).
              10 TB-RES-CS-DECISAO          PIC X(01).
              10 TB-RES-MATRIC              PIC 9(08).
              10 TB-RES-VL-CORRIGIDO        PIC 9(10)V99.
              10 TB-RES-JUSTIFICATIVA       PIC X(30).
              10 TB-RES-SITUACAO            PIC X(01).
       77  WS-QTDE-RES                PIC 9(04) VALUE ZEROS.
       77  WS-IX-RES                  PIC 9(04) VALUE ZEROS.
       77  WS-IX-ATU                  PIC 9(04) VALUE ZEROS.
      *
       01  WS-CHAVE-RES               PIC X(55) VALUE LOW-VALUES.
       01  WS-CHAVE-FILA              PIC X(55) VALUE LOW-VALUES.
      *CREDITO DA FILA JA TRATADO (OS DEMAIS ITENS DELE SEGUEM A
      *MESMA LINHA DO FEED).
       01  WS-CHAVE-TRATADA           PIC X(55) VALUE LOW-VALUES.
      *
       01  CAB-01-DRBRES.
           03 FILLER                PIC X(20) VALUE
              "P/SUB/CPG/2K/DRBRES".
           03 FILLER                PIC X(48) VALUE
              "DECISOES SOBRE A FILA DE DIVERGENCIA DE RUBRICAS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-DRBRES.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-DRBRES.
           03 FILLER                PIC X(12) VALUE "NB".
           03 FILLER                PIC X(11) VALUE "DT-MOV".
           03 FILLER                PIC X(04) VALUE "NAT".
           03 FILLER                PIC X(11) VALUE "SEQ-REG".
           03 FILLER                PIC X(04) VALUE "DEC".
           03 FILLER                PIC X(19) VALUE
              "     VALOR LIQUIDO".
           03 FILLER                PIC X(19) VALUE
              "   VALOR CORRIGIDO".
           03 FILLER                PIC X(10) VALUE "MATRIC.".
           03 FILLER                PIC X(24) VALUE "SITUACAO".
      *
       01  DET-DRBRES.
           03 DET-NB                PIC 9(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DT-MOV            PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-NATUR             PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SEQ-REG           PIC 9(09).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DECISAO           PIC X(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VL-CORRIGIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MATRIC            PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(24).
      *
       01  DET-ERRO-DRBRES.
           03 FILLER                PIC X(16) VALUE "*** ERRO: LINHA ".
           03 DET-ERR-LINHA         PIC ZZZ9.
           03 FILLER                PIC X(06) VALUE "  NB: ".
           03 DET-ERR-NB            PIC 9(10).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(40).
      *
       01  MSG-REPROVADO-DRBRES.
           03 FILLER                PIC X(60) VALUE
              "*** CRITICA REPROVOU - NENHUMA DECISAO REGISTRADA ***".
      *
       01  MSG-SEM-TOKEN-DRBRES.
           03 FILLER                PIC X(60) VALUE
              "*** FEED SEM TOKEN DE APROVACAO VALIDO - NADA APLICADO".
      *
       01  MSG-APROVADO-DRBRES.
           03 FILLER                PIC X(38) VALUE
              "TOKEN DE APROVACAO CONSUMIDO - MATR.: ".
           03 MSG-APROV-MATRIC      PIC 9(08).
      *
       01  TRAILER-DRBRES.
           03 TEXTO-TRL-DRBRES      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-DRBRES         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-DRBRES.
           03 TEXTO-TRLV-DRBRES     PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-DRBRES         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
      *CRITICA DO FEED INTEIRO ANTES DE TOCAR NA FILA: QUALQUER ERRO
      *REPROVA O RUN (MESMO CRITERIO DE PSUBCPG2KCAN).
           PERFORM 1200-CRITICA-FEED
              THRU 1200-FIM
              VARYING WS-IX-RES FROM 1 BY 1
                UNTIL WS-IX-RES GREATER WS-QTDE-RES.
           IF WS-CT-ERROS GREATER ZEROS
              WRITE LINHA-DRBRES FROM MSG-REPROVADO-DRBRES AFTER 2
              CLOSE LSUBCPG2KDRBRES
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      *CONTROLE CENTRAL DE APROVACAO: SEM TOKEN VALIDO PARA O FEED,
      *NADA E REGISTRADO E O JOB TERMINA COM STATUS DE ERRO (O
      *CONSUMO FICA NA TRILHA D/SDC/LBD/APRV/AUD).
           MOVE "D/SUB/CPG/2K/DRB/RES" TO WS-APRV-FEED.
           CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                    WS-APRV-STATUS.
           IF WS-APRV-STATUS NOT EQUAL 0
              DISPLAY "PSUBCPG2KDRBRES - FEED SEM TOKEN DE "
                      "APROVACAO VALIDO - NADA APLICADO"
              WRITE LINHA-DRBRES FROM MSG-SEM-TOKEN-DRBRES AFTER 2
              CLOSE LSUBCPG2KDRBRES
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE WS-APRV-MATRICULA TO MSG-APROV-MATRIC.
           WRITE LINHA-DRBRES FROM MSG-APROVADO-DRBRES AFTER 2.
           WRITE LINHA-DRBRES FROM CAB-03-DRBRES AFTER 2.
           WRITE LINHA-DRBRES FROM CAB-02-DRBRES AFTER 1.
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
           OPEN OUTPUT LSUBCPG2KDRBRES.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-DRBRES FROM CAB-01-DRBRES AFTER PAGE.
           WRITE LINHA-DRBRES FROM CAB-02-DRBRES AFTER 1.
      *
           OPEN INPUT DSUBCPG2KDRBRES.
           PERFORM 1100-CARREGA-FEED
              THRU 1100-FIM
             UNTIL WS-EOF-RES EQUAL "SIM".
           CLOSE DSUBCPG2KDRBRES.
           MOVE HIGH-VALUES TO TB-RES-CHAVE (WS-QTDE-RES + 1).
      *
           IF WS-QTDE-RES EQUAL ZEROS
              DISPLAY "PSUBCPG2KDRBRES - FEED DE DECISOES VAZIO - "
                      "NADA A FAZER"
              CLOSE LSUBCPG2KDRBRES
              STOP RUN.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-FEED.
      *------------------*
      *
           READ DSUBCPG2KDRBRES
                AT END MOVE "SIM" TO WS-EOF-RES
                       GO TO 1100-FIM.
      *
      *FEED ACIMA DA TABELA: PARAR E MAIS SEGURO QUE APLICAR SO UMA
      *PARTE DO QUE FOI APROVADO.
           IF WS-QTDE-RES EQUAL 2000
              DISPLAY "PSUBCPG2KDRBRES - FEED ACIMA DE 2000 LINHAS - "
                      "DIVIDIR EM MAIS DE UM RUN"
              CLOSE DSUBCPG2KDRBRES
                    LSUBCPG2KDRBRES
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-RES.
           MOVE RES-DT-MOV-CREDITO    TO
                                 TB-RES-DT-MOV-CREDITO (WS-QTDE-RES).
           MOVE RES-NU-NB             TO TB-RES-NU-NB (WS-QTDE-RES).
           MOVE RES-CS-NATUR-CREDITO  TO
                                 TB-RES-CS-NATUR-CRED (WS-QTDE-RES).
           MOVE RES-DT-FIM-PERIODO    TO
                                 TB-RES-DT-FIM-PERIODO (WS-QTDE-RES).
           MOVE RES-DT-INI-PERIODO    TO
                                 TB-RES-DT-INI-PERIODO (WS-QTDE-RES).
           MOVE RES-ID-NIT            TO TB-RES-ID-NIT (WS-QTDE-RES).
           MOVE RES-SEQ-REG           TO TB-RES-SEQ-REG (WS-QTDE-RES).
           MOVE RES-CS-DECISAO        TO
                                 TB-RES-CS-DECISAO (WS-QTDE-RES).
           MOVE RES-NU-MATRIC         TO TB-RES-MATRIC (WS-QTDE-RES).
           MOVE RES-VL-CORRIGIDO      TO
                                 TB-RES-VL-CORRIGIDO (WS-QTDE-RES).
           MOVE RES-DS-JUSTIFICATIVA  TO
                                 TB-RES-JUSTIFICATIVA (WS-QTDE-RES).
           MOVE "P"                   TO TB-RES-SITUACAO (WS-QTDE-RES).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *CRITICA DE UMA LINHA DO FEED: NB ZERADO, DECISAO INVALIDA,
      *MATRICULA AUSENTE, CORRECAO SEM VALOR E CHAVE FORA DE ORDEM OU
      *REPETIDA (O MERGE COM A FILA EXIGE ORDEM ESTRITAMENTE
      *ASCENDENTE).
       1200-CRITICA-FEED.
      *------------------*
      *
           IF TB-RES-NU-NB (WS-IX-RES) EQUAL ZEROS
              MOVE "NB ZERADO" TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           IF TB-RES-CS-DECISAO (WS-IX-RES) NOT EQUAL "C"
              AND TB-RES-CS-DECISAO (WS-IX-RES) NOT EQUAL "R"
              AND TB-RES-CS-DECISAO (WS-IX-RES) NOT EQUAL "X"
              MOVE "DECISAO DIFERENTE DE C/R/X" TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           IF TB-RES-MATRIC (WS-IX-RES) EQUAL ZEROS
              MOVE "MATRICULA DE QUEM DECIDIU AUSENTE"
                                        TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           IF TB-RES-CS-DECISAO (WS-IX-RES) EQUAL "R"
              AND TB-RES-VL-CORRIGIDO (WS-IX-RES) EQUAL ZEROS
              MOVE "CORRECAO SEM O NOVO VALOR LIQUIDO"
                                        TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
      *
           IF TB-RES-CHAVE (WS-IX-RES) NOT GREATER WS-CHAVE-RES
              MOVE "CHAVE FORA DE ORDEM OU REPETIDA"
                                        TO DET-ERR-MOTIVO
              PERFORM 1210-ERRO-LINHA
                 THRU 1210-FIM.
           MOVE TB-RES-CHAVE (WS-IX-RES) TO WS-CHAVE-RES.
      *
       1200-FIM. EXIT.
      *---------*
      *
       1210-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           MOVE WS-IX-RES                TO DET-ERR-LINHA.
           MOVE TB-RES-NU-NB (WS-IX-RES) TO DET-ERR-NB.
           WRITE LINHA-DRBRES FROM DET-ERRO-DRBRES AFTER 1.
      *
       1210-FIM. EXIT.
      *---------*
      *
      *MERGE FILA X FEED PELA CHAVE COMPLETA. TODO ITEM DA FILA VAI
      *PARA A NOVA GERACAO; OS ITENS DO CREDITO PENDENTE CASADO SAEM
      *COM A DECISAO.
       2000-APLICA.
      *-----------*
      *
           OPEN INPUT  DSUBCPG2KDRB.
           OPEN OUTPUT DSUBCPG2KDRBN
                       DSUBCPG2K404DRB
                       DSUBCPG2KCANDRB.
           MOVE 1 TO WS-IX-ATU.
           PERFORM 9000-LE-FILA
              THRU 9000-FIM.
           PERFORM 2100-LOOP-FILA
              THRU 2100-FIM
             UNTIL WS-EOF-FILA EQUAL "SIM".
      *
      *LINHAS DO FEED ALEM DA ULTIMA CHAVE DA FILA.
           PERFORM 2300-NAO-ACHADO
              THRU 2300-FIM
              VARYING WS-IX-RES FROM WS-IX-ATU BY 1
                UNTIL WS-IX-RES GREATER WS-QTDE-RES.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LOOP-FILA.
      *---------------*
      *
           ADD 1 TO WS-CT-FILA-LIDOS.
      *
      *DEMAIS ITENS DO CREDITO JA TRATADO: MESMA LINHA DO FEED.
           IF WS-CHAVE-FILA EQUAL WS-CHAVE-TRATADA
              IF TB-RES-SITUACAO (WS-IX-RES) EQUAL "D"
                 PERFORM 2210-GRAVA-DECISAO
                    THRU 2210-FIM
              END-IF
              GO TO 2100-GRAVA.
      *
           PERFORM 2110-AVANCA-FEED
              THRU 2110-FIM
             UNTIL TB-RES-CHAVE (WS-IX-ATU) NOT LESS WS-CHAVE-FILA.
      *
           IF TB-RES-CHAVE (WS-IX-ATU) EQUAL WS-CHAVE-FILA
              MOVE WS-IX-ATU     TO WS-IX-RES
              MOVE WS-CHAVE-FILA TO WS-CHAVE-TRATADA
              PERFORM 2200-DECIDE
                 THRU 2200-FIM
              ADD 1 TO WS-IX-ATU.
      *
       2100-GRAVA.
      *
           WRITE REG-DSUBCPG2KDRBN FROM DRB-REG.
           ADD 1 TO WS-CT-FILA-GRAVADOS.
      *
           PERFORM 9000-LE-FILA
              THRU 9000-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *LINHA DO FEED COM CHAVE MENOR QUE O ITEM CORRENTE: O CREDITO
      *NAO ESTA NA FILA.
       2110-AVANCA-FEED.
      *-----------------*
      *
           MOVE WS-IX-ATU TO WS-IX-RES.
           PERFORM 2300-NAO-ACHADO
              THRU 2300-FIM.
           ADD 1 TO WS-IX-ATU.
      *
       2110-FIM. EXIT.
      *---------*
      *
      *PRIMEIRO ITEM DO CREDITO CASADO: SO O PENDENTE RECEBE DECISAO;
      *AS PROPOSTAS DE APLICACAO SAEM UMA VEZ POR CREDITO.
       2200-DECIDE.
      *------------*
      *
           PERFORM 2400-MONTA-DETALHE
              THRU 2400-FIM.
      *
           IF DRB-CS-SITUACAO NOT EQUAL "P"
              MOVE "J" TO TB-RES-SITUACAO (WS-IX-RES)
              ADD 1 TO WS-CT-JA-DECIDIDOS
              MOVE "JA ESTAVA DECIDIDO"   TO DET-SITUACAO
              WRITE LINHA-DRBRES FROM DET-DRBRES AFTER 1
              GO TO 2200-FIM.
      *
           MOVE "D" TO TB-RES-SITUACAO (WS-IX-RES).
           ADD 1    TO WS-CT-DECIDIDOS.
           PERFORM 2210-GRAVA-DECISAO
              THRU 2210-FIM.
      *
           IF TB-RES-CS-DECISAO (WS-IX-RES) EQUAL "C"
              ADD 1 TO WS-CT-CONFIRMADOS
              MOVE "CONFIRMADO"           TO DET-SITUACAO.
      *
           IF TB-RES-CS-DECISAO (WS-IX-RES) EQUAL "R"
              ADD 1 TO WS-CT-CORRIGIDOS
              ADD TB-RES-VL-CORRIGIDO (WS-IX-RES) TO WS-VL-CORRIGIDOS
              MOVE DRB-DT-MOV-CREDITO     TO ATU01-DT-MOV-CREDITO
              MOVE DRB-NU-NB              TO ATU01-NU-NB
              MOVE DRB-CS-NATUR-CREDITO   TO ATU01-CS-NATUR-CREDITO
              MOVE DRB-DT-FIM-PERIODO     TO ATU01-DT-FIM-PERIODO
              MOVE DRB-DT-INI-PERIODO     TO ATU01-DT-INI-PERIODO
              MOVE DRB-ID-NIT             TO ATU01-ID-NIT
              MOVE DRB-SEQ-REG            TO ATU01-SEQ-REG
              MOVE TB-RES-VL-CORRIGIDO (WS-IX-RES) TO
                                          ATU01-VL-LIQUIDO-CRED-NOVO
              COMPUTE ATU01-DT-COMP-ATU-VL-CR-NOVA = W77-DATA / 100
              WRITE ATU01-REG
              MOVE "CORRECAO PROPOSTA (404)" TO DET-SITUACAO.
      *
           IF TB-RES-CS-DECISAO (WS-IX-RES) EQUAL "X"
              ADD 1 TO WS-CT-CANCELADOS
              ADD DRB-VL-LIQUIDO-CRED     TO WS-VL-CANCELADOS
              MOVE SPACES                 TO REG-DSUBCPG2KCANDRB
              MOVE DRB-CHAVE-CP01         TO CDRB-CHAVE
              MOVE WS-CS-MOTIVO-CANCEL    TO CDRB-CS-MOTIVO
              MOVE TB-RES-MATRIC (WS-IX-RES) TO CDRB-NU-MATRIC-SOLIC
              MOVE TB-RES-JUSTIFICATIVA (WS-IX-RES) TO
                                          CDRB-DS-JUSTIFICATIVA
              WRITE REG-DSUBCPG2KCANDRB
              MOVE "CANCELAMENTO PROPOSTO"   TO DET-SITUACAO.
      *
           WRITE LINHA-DRBRES FROM DET-DRBRES AFTER 1.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2210-GRAVA-DECISAO.
      *-------------------*
      *
           MOVE TB-RES-CS-DECISAO (WS-IX-RES) TO DRB-CS-SITUACAO.
           MOVE W77-DATA                      TO DRB-DT-DECISAO.
           MOVE TB-RES-MATRIC (WS-IX-RES)     TO DRB-NU-MATRIC-DECISAO.
           MOVE WS-APRV-MATRICULA             TO DRB-NU-MATRIC-APROV.
           MOVE TB-RES-JUSTIFICATIVA (WS-IX-RES) TO
                                              DRB-DS-JUSTIFICATIVA.
           IF TB-RES-CS-DECISAO (WS-IX-RES) EQUAL "R"
              MOVE TB-RES-VL-CORRIGIDO (WS-IX-RES) TO DRB-VL-CORRIGIDO
           ELSE
              MOVE ZEROS TO DRB-VL-CORRIGIDO.
      *
       2210-FIM. EXIT.
      *---------*
      *
       2300-NAO-ACHADO.
      *----------------*
      *
           MOVE "N" TO TB-RES-SITUACAO (WS-IX-RES).
           ADD 1 TO WS-CT-NAO-ACHADOS.
           MOVE SPACES TO DET-DRBRES.
           MOVE TB-RES-NU-NB (WS-IX-RES)          TO DET-NB.
           MOVE TB-RES-DT-MOV-CREDITO (WS-IX-RES) TO DET-DT-MOV.
           MOVE TB-RES-CS-NATUR-CRED (WS-IX-RES)  TO DET-NATUR.
           MOVE TB-RES-SEQ-REG (WS-IX-RES)        TO DET-SEQ-REG.
           MOVE TB-RES-CS-DECISAO (WS-IX-RES)     TO DET-DECISAO.
           MOVE TB-RES-VL-CORRIGIDO (WS-IX-RES)   TO DET-VL-CORRIGIDO.
           MOVE TB-RES-MATRIC (WS-IX-RES)         TO DET-MATRIC.
           MOVE "*** SEM CREDITO NA FILA"         TO DET-SITUACAO.
           WRITE LINHA-DRBRES FROM DET-DRBRES AFTER 1.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2400-MONTA-DETALHE.
      *-------------------*
      *
           MOVE SPACES TO DET-DRBRES.
           MOVE DRB-NU-NB                         TO DET-NB.
           MOVE DRB-DT-MOV-CREDITO                TO DET-DT-MOV.
           MOVE DRB-CS-NATUR-CREDITO              TO DET-NATUR.
           MOVE DRB-SEQ-REG                       TO DET-SEQ-REG.
           MOVE TB-RES-CS-DECISAO (WS-IX-RES)     TO DET-DECISAO.
           MOVE DRB-VL-LIQUIDO-CRED               TO DET-VALOR.
           MOVE TB-RES-VL-CORRIGIDO (WS-IX-RES)   TO DET-VL-CORRIGIDO.
           MOVE TB-RES-MATRIC (WS-IX-RES)         TO DET-MATRIC.
      *
       2400-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-DRBRES.
           MOVE "LINHAS DO FEED DE DECISOES                   " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-QTDE-RES         TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 3.
      *
           MOVE "CREDITOS DECIDIDOS NESTE RUN                 " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-DECIDIDOS     TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE "  CONFIRMADOS COMO ESTAO                     " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-CONFIRMADOS   TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE "  CORRECOES PROPOSTAS (D/SUB/CPG/2K/404/DRB) " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-CORRIGIDOS    TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE "  CANCELAM. PROPOSTOS (D/SUB/CPG/2K/CAN/DRB)  " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-CANCELADOS    TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE "LINHAS SEM CREDITO NA FILA                   " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-NAO-ACHADOS   TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE "LINHAS COM CREDITO JA DECIDIDO               " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-JA-DECIDIDOS  TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE "ITENS DA FILA LIDOS E REGRAVADOS             " TO
                                                   TEXTO-TRL-DRBRES.
           MOVE WS-CT-FILA-GRAVADOS TO QT-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-DRBRES AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-DRBRES.
           MOVE "NOVO LIQUIDO DAS CORRECOES PROPOSTAS         " TO
                                                  TEXTO-TRLV-DRBRES.
           MOVE WS-VL-CORRIGIDOS    TO VL-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-VL-DRBRES AFTER 2.
      *
           MOVE "LIQUIDO DOS CANCELAMENTOS PROPOSTOS          " TO
                                                  TEXTO-TRLV-DRBRES.
           MOVE WS-VL-CANCELADOS    TO VL-TRL-DRBRES.
           WRITE LINHA-DRBRES FROM TRAILER-VL-DRBRES AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KDRB.
           CLOSE DSUBCPG2KDRBN SAVE.
           CLOSE DSUBCPG2K404DRB SAVE.
           CLOSE DSUBCPG2KCANDRB SAVE.
           CLOSE LSUBCPG2KDRBRES.
      *
           DISPLAY "PSUBCPG2KDRBRES - DECIDIDOS: " WS-CT-DECIDIDOS
                   " SEM CREDITO: " WS-CT-NAO-ACHADOS
                   " JA DECIDIDOS: " WS-CT-JA-DECIDIDOS.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-FILA.
      *------------*
      *
           READ DSUBCPG2KDRB INTO DRB-REG
                AT END MOVE "SIM" TO WS-EOF-FILA
                        MOVE HIGH-VALUES TO WS-CHAVE-FILA
                NOT AT END
                        MOVE DRB-CHAVE-CP01 TO WS-CHAVE-FILA.
      *
       9000-FIM. EXIT.
      *---------*
