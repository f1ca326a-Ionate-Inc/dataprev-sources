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
       PROGRAM-ID.      PSUBCPG2KDOTMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E MANUTENCAO DA DOTACAO ORCAMENTARIA MENSAL *
      *            POR ORIGEM (D/SUB/CPG/2K/DOT), MANTIDA PELA AREA DE *
      *            ORCAMENTO. CADA LINHA E UMA COMPETENCIA/ORIGEM COM  *
      *            O VALOR AUTORIZADO; SUPLEMENTACAO ENTRA COMO NOVO   *
      *            VALOR DA MESMA LINHA. ESTE JOB CRITICA UM ARQUIVO   *
      *            PROPOSTO (COMPETENCIA VALIDA, ORIGEM NUMERICA, PAR  *
      *            COMPETENCIA/ORIGEM NAO DUPLICADO, DOTACAO           *
      *            INFORMADA), IMPRIME O DIFF CONTRA O CORRENTE E SO   *
      *            INSTALA NO "INST" COM CRITICA LIMPA (MESMO MOLDE DE *
      *            PSUBCPG2KLIMMAN). A CONFERENCIA DA EMISSAO CONTRA A *
      *            DOTACAO E FEITA POR PSUBCPG2KDOTCHK.                *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME A TABELA; OUTRO VALOR SO CRITICA.           *
      *  ENTRADA:  DSUBCPG2KDOTN - ARQUIVO PROPOSTO.                   *
      *            DSUBCPG2KDOT  - TABELA CORRENTE.                    *
      *  SAIDA:    DSUBCPG2KDOTG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KDOT  - RELATORIO DE CRITICA/DIFF.          *
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
           SELECT DSUBCPG2KDOTN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KDOT ASSIGN TO DISK.
           SELECT DSUBCPG2KDOTG ASSIGN TO DISK.
           SELECT LSUBCPG2KDOT  ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *ARQUIVO PROPOSTO (MESMO LAYOUT DE B/SUB/CPG/2K/DOT).
        FD DSUBCPG2KDOTN
           RECORD CONTAINS 60 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DOT/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDOTN.
           03 NOVO-DT-COMPET          PIC 9(06).
           03 NOVO-CS-ORIG-ORC        PIC 9(01).
           03 NOVO-VL-DOTACAO         PIC 9(15)V99.
           03 NOVO-DT-ATUALIZACAO     PIC 9(08).
           03 FILLER                  PIC X(28).
      *
        FD DSUBCPG2KDOT
           RECORD CONTAINS 60 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DOT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/DOT ON PKBDSGF".
      *
        FD DSUBCPG2KDOTG
           RECORD CONTAINS 60 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DOT ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDOTG      PIC X(60).
      *
        FD LSUBCPG2KDOT.
        01 LINHA-DOTMAN           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KDOTMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(04) VALUE ZEROS.
       77  WS-IX-DOT                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-DOT-2                PIC 9(03) VALUE ZEROS.
      *
       01  WS-COMPET-DESM             PIC 9(06).
       01  WS-COMPET-DESM-R REDEFINES WS-COMPET-DESM.
           03 WS-CD-ANO               PIC 9(04).
           03 WS-CD-MES               PIC 9(02).
      *
      *TABELAS PROPOSTA E CORRENTE (UMA ENTRADA POR COMPETENCIA/
      *ORIGEM, COM A IMAGEM DO REGISTRO; O DIFF COMPARA SO
      *TB-xxx-TABELA, SEM A DATA DE ATUALIZACAO). 10 ORIGENS X 5 ANOS
      *DE COMPETENCIAS CABEM COM FOLGA.
       01  TABELA-NOVO.
           05 TB-NOVO OCCURS 600 TIMES.
               10 TB-NOVO-TABELA.
                  15 TB-NOVO-CHAVE.
                     20 TB-NOVO-COMPET    PIC 9(06).
                     20 TB-NOVO-ORIG-ORC  PIC 9(01).
                  15 TB-NOVO-DOTACAO      PIC 9(15)V99.
               10 TB-NOVO-DT-ATUAL       PIC 9(08).
               10 FILLER                 PIC X(28).
       77  WS-QTDE-NOVO               PIC 9(03) VALUE ZEROS.
      *
       01  TABELA-ATUAL.
           05 TB-ATU OCCURS 600 TIMES.
               10 TB-ATU-TABELA.
                  15 TB-ATU-CHAVE.
                     20 TB-ATU-COMPET     PIC 9(06).
                     20 TB-ATU-ORIG-ORC   PIC 9(01).
                  15 TB-ATU-DOTACAO       PIC 9(15)V99.
               10 TB-ATU-DT-ATUAL        PIC 9(08).
               10 FILLER                 PIC X(28).
       77  WS-QTDE-ATUAL              PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-DOTMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/DOTM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/MANUTENCAO DA DOTACAO POR ORIGEM".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-DOTMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-DOTMAN.
           03 FILLER                PIC X(17) VALUE "*** ERRO: COMPET ".
           03 DET-ERR-COMPET        PIC 9(06).
           03 FILLER                PIC X(08) VALUE " ORIGEM ".
           03 DET-ERR-ORIG-ORC      PIC X(01).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  DET-DIFF-DOTMAN.
           03 DET-DIFF-SINAL        PIC X(10).
           03 FILLER                PIC X(08) VALUE " COMPET ".
           03 DET-DIFF-COMPET       PIC 9(06).
           03 FILLER                PIC X(09) VALUE " ORIGEM: ".
           03 DET-DIFF-ORIG-ORC     PIC 9(01).
           03 FILLER                PIC X(11) VALUE " DOTACAO:  ".
           03 DET-DIFF-DOTACAO      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE " ATUALIZADA:".
           03 DET-DIFF-DT-ATUAL     PIC 9(08).
      *
       01  MSG-INSTALADO-DOTMAN.
           03 FILLER                PIC X(52) VALUE
              "CRITICA PASSOU - NOVA GERACAO INSTALADA.".
      *
       01  MSG-NAO-INSTALADO-DOTMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  TRAILER-DOTMAN.
           03 TEXTO-TRL-DOTMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-DOTMAN         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-ACAO.
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
           IF WS-PAR-ACAO EQUAL "CONS"
              PERFORM 5000-CONSULTA
                 THRU 5000-FIM
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              STOP RUN.
      *
           PERFORM 2000-CRITICA
              THRU 2000-FIM.
      *
           PERFORM 2500-DIFF
              THRU 2500-FIM.
      *
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
              PERFORM 3000-INSTALA
                 THRU 3000-FIM
              WRITE LINHA-DOTMAN FROM MSG-INSTALADO-DOTMAN AFTER 2
           ELSE
              IF WS-CT-ERROS NOT EQUAL ZEROS
                 WRITE LINHA-DOTMAN FROM MSG-NAO-INSTALADO-DOTMAN
                                                           AFTER 2.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           IF WS-CT-ERROS GREATER ZEROS
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KDOT.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-DOTMAN FROM CAB-01-DOTMAN AFTER PAGE.
           WRITE LINHA-DOTMAN FROM CAB-02-DOTMAN AFTER 1.
      *
           OPEN INPUT DSUBCPG2KDOT.
           PERFORM 1100-CARREGA-ATUAL
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM"
                OR WS-QTDE-ATUAL EQUAL 600.
           CLOSE DSUBCPG2KDOT.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-PAR-ACAO NOT EQUAL "CONS"
              OPEN INPUT DSUBCPG2KDOTN
              PERFORM 1200-CARREGA-NOVO
                 THRU 1200-FIM
                UNTIL WS-EOF EQUAL "SIM"
              CLOSE DSUBCPG2KDOTN
              MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-ATUAL.
      *-------------------*
      *
           READ DSUBCPG2KDOT
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-QTDE-ATUAL
                   MOVE DOT-REG TO TB-ATU (WS-QTDE-ATUAL).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *ARQUIVO PROPOSTO ACIMA DA CAPACIDADE DA TABELA E ERRO DE
      *CRITICA (NAO PODE SER INSTALADO TRUNCADO).
       1200-CARREGA-NOVO.
      *------------------*
      *
           READ DSUBCPG2KDOTN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF WS-QTDE-NOVO EQUAL 600
              ADD 1 TO WS-CT-ERROS
              MOVE NOVO-DT-COMPET TO DET-ERR-COMPET
              MOVE NOVO-CS-ORIG-ORC TO DET-ERR-ORIG-ORC
              MOVE "ARQUIVO PROPOSTO COM MAIS DE 600 LINHAS"
                                         TO DET-ERR-MOTIVO
              WRITE LINHA-DOTMAN FROM DET-ERRO-DOTMAN AFTER 1
              MOVE "SIM" TO WS-EOF
              GO TO 1200-FIM.
      *
           ADD 1 TO WS-QTDE-NOVO.
           MOVE REG-DSUBCPG2KDOTN TO TB-NOVO (WS-QTDE-NOVO).
      *
       1200-FIM. EXIT.
      *---------*
      *
       2000-CRITICA.
      *-------------*
      *
           PERFORM 2100-CRITICA-LINHA
              THRU 2100-FIM
              VARYING WS-IX-DOT FROM 1 BY 1
                UNTIL WS-IX-DOT GREATER WS-QTDE-NOVO.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-CRITICA-LINHA.
      *-------------------*
      *
           MOVE TB-NOVO-COMPET (WS-IX-DOT) TO WS-COMPET-DESM.
           IF WS-CD-ANO LESS 1990
              OR WS-CD-MES LESS 01
              OR WS-CD-MES GREATER 12
              MOVE "COMPETENCIA INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           IF TB-NOVO-ORIG-ORC (WS-IX-DOT) NOT NUMERIC
              MOVE "ORIGEM ORCAMENTARIA INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           PERFORM VARYING WS-IX-DOT-2 FROM 1 BY 1
                     UNTIL WS-IX-DOT-2 NOT LESS WS-IX-DOT
              IF TB-NOVO-CHAVE (WS-IX-DOT-2) EQUAL
                                    TB-NOVO-CHAVE (WS-IX-DOT)
                 MOVE WS-IX-DOT TO WS-IX-DOT-2
                 MOVE "COMPETENCIA/ORIGEM DUPLICADA" TO DET-ERR-MOTIVO
                 PERFORM 2110-ERRO-LINHA
                    THRU 2110-FIM
              END-IF
           END-PERFORM.
      *
           IF TB-NOVO-DOTACAO (WS-IX-DOT) NOT NUMERIC
              OR TB-NOVO-DOTACAO (WS-IX-DOT) EQUAL ZEROS
              MOVE "DOTACAO NAO INFORMADA" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2110-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           MOVE TB-NOVO-COMPET (WS-IX-DOT)   TO DET-ERR-COMPET.
           MOVE TB-NOVO-ORIG-ORC (WS-IX-DOT) TO DET-ERR-ORIG-ORC.
           WRITE LINHA-DOTMAN FROM DET-ERRO-DOTMAN AFTER 1.
      *
       2110-FIM. EXIT.
      *---------*
      *
      *DIFF: LINHA NOVA OU COM DOTACAO ALTERADA (SUPLEMENTACAO OU
      *CORTE) RECEBE A DATA DO DIA; A QUE NAO MUDOU CONSERVA A DATA DE
      *ATUALIZACAO ANTERIOR.
       2500-DIFF.
      *----------*
      *
           PERFORM 2510-DIFF-INCLUIDA
              THRU 2510-FIM
              VARYING WS-IX-DOT FROM 1 BY 1
                UNTIL WS-IX-DOT GREATER WS-QTDE-NOVO.
           PERFORM 2520-DIFF-REMOVIDA
              THRU 2520-FIM
              VARYING WS-IX-DOT FROM 1 BY 1
                UNTIL WS-IX-DOT GREATER WS-QTDE-ATUAL.
      *
       2500-FIM. EXIT.
      *---------*
      *
       2510-DIFF-INCLUIDA.
      *-------------------*
      *
           MOVE WS-DATA-HOJE TO TB-NOVO-DT-ATUAL (WS-IX-DOT).
           MOVE "+ INCLUIDA" TO DET-DIFF-SINAL.
           PERFORM VARYING WS-IX-DOT-2 FROM 1 BY 1
                     UNTIL WS-IX-DOT-2 GREATER WS-QTDE-ATUAL
              IF TB-ATU-CHAVE (WS-IX-DOT-2) EQUAL
                                    TB-NOVO-CHAVE (WS-IX-DOT)
                 IF TB-ATU-TABELA (WS-IX-DOT-2) EQUAL
                                    TB-NOVO-TABELA (WS-IX-DOT)
                    MOVE TB-ATU-DT-ATUAL (WS-IX-DOT-2) TO
                                    TB-NOVO-DT-ATUAL (WS-IX-DOT)
                    GO TO 2510-FIM
                 END-IF
                 MOVE "* ALTERADA" TO DET-DIFF-SINAL
              END-IF
           END-PERFORM.
           MOVE TB-NOVO-COMPET (WS-IX-DOT)   TO DET-DIFF-COMPET.
           MOVE TB-NOVO-ORIG-ORC (WS-IX-DOT) TO DET-DIFF-ORIG-ORC.
           MOVE TB-NOVO-DOTACAO (WS-IX-DOT)  TO DET-DIFF-DOTACAO.
           MOVE TB-NOVO-DT-ATUAL (WS-IX-DOT) TO DET-DIFF-DT-ATUAL.
           WRITE LINHA-DOTMAN FROM DET-DIFF-DOTMAN AFTER 1.
      *
       2510-FIM. EXIT.
      *---------*
      *
       2520-DIFF-REMOVIDA.
      *-------------------*
      *
           PERFORM VARYING WS-IX-DOT-2 FROM 1 BY 1
                     UNTIL WS-IX-DOT-2 GREATER WS-QTDE-NOVO
              IF TB-NOVO-CHAVE (WS-IX-DOT-2) EQUAL
                                    TB-ATU-CHAVE (WS-IX-DOT)
                 GO TO 2520-FIM
              END-IF
           END-PERFORM.
           MOVE "- REMOVIDA" TO DET-DIFF-SINAL.
           PERFORM 2540-LINHA-ATUAL
              THRU 2540-FIM.
      *
       2520-FIM. EXIT.
      *---------*
      *
       2540-LINHA-ATUAL.
      *-----------------*
      *
           MOVE TB-ATU-COMPET (WS-IX-DOT)    TO DET-DIFF-COMPET.
           MOVE TB-ATU-ORIG-ORC (WS-IX-DOT)  TO DET-DIFF-ORIG-ORC.
           MOVE TB-ATU-DOTACAO (WS-IX-DOT)   TO DET-DIFF-DOTACAO.
           MOVE TB-ATU-DT-ATUAL (WS-IX-DOT)  TO DET-DIFF-DT-ATUAL.
           WRITE LINHA-DOTMAN FROM DET-DIFF-DOTMAN AFTER 1.
      *
       2540-FIM. EXIT.
      *---------*
      *
       3000-INSTALA.
      *-------------*
      *
           OPEN OUTPUT DSUBCPG2KDOTG.
           PERFORM 3100-GRAVA-LINHA
              THRU 3100-FIM
              VARYING WS-IX-DOT FROM 1 BY 1
                UNTIL WS-IX-DOT GREATER WS-QTDE-NOVO.
           CLOSE DSUBCPG2KDOTG SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-GRAVA-LINHA.
      *-----------------*
      *
           MOVE SPACES               TO REG-DSUBCPG2KDOTG.
           MOVE TB-NOVO (WS-IX-DOT)  TO REG-DSUBCPG2KDOTG.
           WRITE REG-DSUBCPG2KDOTG.
      *
       3100-FIM. EXIT.
      *---------*
      *
       5000-CONSULTA.
      *--------------*
      *
           MOVE "  VIGENTE " TO DET-DIFF-SINAL.
           PERFORM 2540-LINHA-ATUAL
              THRU 2540-FIM
              VARYING WS-IX-DOT FROM 1 BY 1
                UNTIL WS-IX-DOT GREATER WS-QTDE-ATUAL.
      *
           MOVE SPACES TO TRAILER-DOTMAN.
           MOVE "TOTAL DE LINHAS DE DOTACAO CADASTRADAS       " TO
                                                   TEXTO-TRL-DOTMAN.
           MOVE WS-QTDE-ATUAL TO QT-TRL-DOTMAN.
           WRITE LINHA-DOTMAN FROM TRAILER-DOTMAN AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KDOT.
      *
       4000-FIM. EXIT.
      *---------*
