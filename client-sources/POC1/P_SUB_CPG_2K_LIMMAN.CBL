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
       PROGRAM-ID.      PSUBCPG2KLIMMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E MANUTENCAO DA TABELA DE PISO E TETO DOS   *
      *            CREDITOS (D/SUB/CPG/2K/LIM), MANTIDA PELA AREA DE   *
      *            BENEFICIOS. CADA LINHA E UMA COMPETENCIA DE INICIO  *
      *            DE VIGENCIA, COM O SALARIO MINIMO, O TETO DO RGPS E *
      *            A LISTA DE ESPECIES SEM PISO (NAO SUBSTITUTIVAS DA  *
      *            RENDA). ESTE JOB CRITICA UM ARQUIVO PROPOSTO        *
      *            (COMPETENCIA VALIDA E NAO DUPLICADA, SALARIO MINIMO *
      *            INFORMADO, TETO MAIOR QUE O MINIMO, ATE 20 ESPECIES *
      *            SEM PISO, NAO REPETIDAS E FORA DO LOAS 87/88),      *
      *            IMPRIME O DIFF CONTRA O CORRENTE E SO INSTALA NO    *
      *            "INST" COM CRITICA LIMPA (MESMO MOLDE DE            *
      *            PSUBCPG2KIRTMAN). A CONFERENCIA DOS CREDITOS E      *
      *            FEITA POR PSUBCPG2KLIMVAL.                          *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME A TABELA; OUTRO VALOR SO CRITICA.           *
      *  ENTRADA:  DSUBCPG2KLIMN - ARQUIVO PROPOSTO.                   *
      *            DSUBCPG2KLIM  - TABELA CORRENTE.                    *
      *  SAIDA:    DSUBCPG2KLIMG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KLIM  - RELATORIO DE CRITICA/DIFF.          *
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
           SELECT DSUBCPG2KLIMN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KLIM ASSIGN TO DISK.
           SELECT DSUBCPG2KLIMG ASSIGN TO DISK.
           SELECT LSUBCPG2KLIM  ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *ARQUIVO PROPOSTO (MESMO LAYOUT DE B/SUB/CPG/2K/LIM).
        FD DSUBCPG2KLIMN
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KLIMN.
           03 NOVO-DT-COMPET          PIC 9(06).
           03 NOVO-VL-SAL-MINIMO      PIC 9(08)V99.
           03 NOVO-VL-TETO-RGPS       PIC 9(08)V99.
           03 NOVO-QT-ESP-SEM-PISO    PIC 9(02).
           03 NOVO-CS-ESP-SEM-PISO    PIC 9(03) OCCURS 20 TIMES.
           03 NOVO-DT-ATUALIZACAO     PIC 9(08).
           03 FILLER                  PIC X(24).
      *
        FD DSUBCPG2KLIM
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/LIM ON PKBDSGF".
      *
        FD DSUBCPG2KLIMG
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KLIMG      PIC X(120).
      *
        FD LSUBCPG2KLIM.
        01 LINHA-LIMMAN           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KLIMMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(04) VALUE ZEROS.
       77  WS-IX-LIM                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-LIM-2                PIC 9(02) VALUE ZEROS.
       77  WS-IX-ESP                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-ESP-2                PIC 9(02) VALUE ZEROS.
      *
       01  WS-COMPET-DESM             PIC 9(06).
       01  WS-COMPET-DESM-R REDEFINES WS-COMPET-DESM.
           03 WS-CD-ANO               PIC 9(04).
           03 WS-CD-MES               PIC 9(02).
      *
      *TABELAS PROPOSTA E CORRENTE (UMA ENTRADA POR COMPETENCIA, COM A
      *IMAGEM DO REGISTRO; O DIFF COMPARA SO TB-xxx-TABELA, SEM A DATA
      *DE ATUALIZACAO).
       01  TABELA-NOVO.
           05 TB-NOVO OCCURS 60 TIMES.
               10 TB-NOVO-TABELA.
                  15 TB-NOVO-COMPET      PIC 9(06).
                  15 TB-NOVO-SAL-MINIMO  PIC 9(08)V99.
                  15 TB-NOVO-TETO-RGPS   PIC 9(08)V99.
                  15 TB-NOVO-QT-ESP      PIC 9(02).
                  15 TB-NOVO-ESP         PIC 9(03) OCCURS 20 TIMES.
               10 TB-NOVO-DT-ATUAL       PIC 9(08).
               10 FILLER                 PIC X(24).
       77  WS-QTDE-NOVO               PIC 9(02) VALUE ZEROS.
      *
       01  TABELA-ATUAL.
           05 TB-ATU OCCURS 60 TIMES.
               10 TB-ATU-TABELA.
                  15 TB-ATU-COMPET       PIC 9(06).
                  15 TB-ATU-SAL-MINIMO   PIC 9(08)V99.
                  15 TB-ATU-TETO-RGPS    PIC 9(08)V99.
                  15 TB-ATU-QT-ESP       PIC 9(02).
                  15 TB-ATU-ESP          PIC 9(03) OCCURS 20 TIMES.
               10 TB-ATU-DT-ATUAL        PIC 9(08).
               10 FILLER                 PIC X(24).
       77  WS-QTDE-ATUAL              PIC 9(02) VALUE ZEROS.
      *
       01  CAB-01-LIMMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/LIMM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/MANUTENCAO DA TABELA DE PISO E TETO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-LIMMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-LIMMAN.
           03 FILLER                PIC X(17) VALUE "*** ERRO: COMPET ".
           03 DET-ERR-COMPET        PIC 9(06).
           03 FILLER                PIC X(09) VALUE " ESPECIE ".
           03 DET-ERR-ESPECIE       PIC ZZ9.
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  DET-DIFF-LIMMAN.
           03 DET-DIFF-SINAL        PIC X(10).
           03 FILLER                PIC X(08) VALUE " COMPET ".
           03 DET-DIFF-COMPET       PIC 9(06).
           03 FILLER                PIC X(17) VALUE
              " SALARIO MINIMO: ".
           03 DET-DIFF-SAL-MINIMO   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(13) VALUE " TETO RGPS: ".
           03 DET-DIFF-TETO         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE " ATUALIZADA:".
           03 DET-DIFF-DT-ATUAL     PIC 9(08).
      *
       01  DET-ESP-LIMMAN.
           03 FILLER                PIC X(14) VALUE SPACES.
           03 FILLER                PIC X(19) VALUE
              "ESPECIES SEM PISO: ".
           03 DET-ESP-QTDE          PIC Z9.
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ESP-LISTA OCCURS 20 TIMES.
              05 DET-ESP-CODIGO     PIC ZZZ.
              05 FILLER             PIC X(01).
      *
       01  MSG-INSTALADO-LIMMAN.
           03 FILLER                PIC X(52) VALUE
              "CRITICA PASSOU - NOVA GERACAO INSTALADA.".
      *
       01  MSG-NAO-INSTALADO-LIMMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  TRAILER-LIMMAN.
           03 TEXTO-TRL-LIMMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-LIMMAN         PIC ZZ.ZZZ.ZZ9.
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
              WRITE LINHA-LIMMAN FROM MSG-INSTALADO-LIMMAN AFTER 2
           ELSE
              IF WS-CT-ERROS NOT EQUAL ZEROS
                 WRITE LINHA-LIMMAN FROM MSG-NAO-INSTALADO-LIMMAN
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
           OPEN OUTPUT LSUBCPG2KLIM.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-LIMMAN FROM CAB-01-LIMMAN AFTER PAGE.
           WRITE LINHA-LIMMAN FROM CAB-02-LIMMAN AFTER 1.
      *
           OPEN INPUT DSUBCPG2KLIM.
           PERFORM 1100-CARREGA-ATUAL
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM"
                OR WS-QTDE-ATUAL EQUAL 60.
           CLOSE DSUBCPG2KLIM.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-PAR-ACAO NOT EQUAL "CONS"
              OPEN INPUT DSUBCPG2KLIMN
              PERFORM 1200-CARREGA-NOVO
                 THRU 1200-FIM
                UNTIL WS-EOF EQUAL "SIM"
                   OR WS-QTDE-NOVO EQUAL 60
              CLOSE DSUBCPG2KLIMN
              MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-ATUAL.
      *-------------------*
      *
           READ DSUBCPG2KLIM
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-QTDE-ATUAL
                   MOVE LIM-REG TO TB-ATU (WS-QTDE-ATUAL).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-NOVO.
      *------------------*
      *
           READ DSUBCPG2KLIMN
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-QTDE-NOVO
                   MOVE REG-DSUBCPG2KLIMN TO TB-NOVO (WS-QTDE-NOVO).
      *
       1200-FIM. EXIT.
      *---------*
      *
       2000-CRITICA.
      *-------------*
      *
           PERFORM 2100-CRITICA-LINHA
              THRU 2100-FIM
              VARYING WS-IX-LIM FROM 1 BY 1
                UNTIL WS-IX-LIM GREATER WS-QTDE-NOVO.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-CRITICA-LINHA.
      *-------------------*
      *
           MOVE ZEROS TO WS-IX-ESP.
           MOVE TB-NOVO-COMPET (WS-IX-LIM) TO WS-COMPET-DESM.
           IF WS-CD-ANO LESS 1990
              OR WS-CD-MES LESS 01
              OR WS-CD-MES GREATER 12
              MOVE "COMPETENCIA INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           PERFORM VARYING WS-IX-LIM-2 FROM 1 BY 1
                     UNTIL WS-IX-LIM-2 NOT LESS WS-IX-LIM
              IF TB-NOVO-COMPET (WS-IX-LIM-2) EQUAL
                                    TB-NOVO-COMPET (WS-IX-LIM)
                 MOVE WS-IX-LIM TO WS-IX-LIM-2
                 MOVE "COMPETENCIA DUPLICADA" TO DET-ERR-MOTIVO
                 PERFORM 2110-ERRO-LINHA
                    THRU 2110-FIM
              END-IF
           END-PERFORM.
      *
           IF TB-NOVO-SAL-MINIMO (WS-IX-LIM) EQUAL ZEROS
              MOVE "SALARIO MINIMO NAO INFORMADO" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM.
      *
           IF TB-NOVO-TETO-RGPS (WS-IX-LIM) NOT GREATER
              TB-NOVO-SAL-MINIMO (WS-IX-LIM)
              MOVE "TETO DO RGPS NAO MAIOR QUE O SALARIO MINIMO"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM.
      *
           IF TB-NOVO-QT-ESP (WS-IX-LIM) GREATER 20
              MOVE "QUANTIDADE DE ESPECIES SEM PISO ACIMA DE 20"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           PERFORM 2200-CRITICA-ESPECIE
              THRU 2200-FIM
              VARYING WS-IX-ESP FROM 1 BY 1
                UNTIL WS-IX-ESP GREATER TB-NOVO-QT-ESP (WS-IX-LIM).
      *
       2100-FIM. EXIT.
      *---------*
      *
       2110-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           MOVE TB-NOVO-COMPET (WS-IX-LIM) TO DET-ERR-COMPET.
           MOVE ZEROS                      TO DET-ERR-ESPECIE.
           IF WS-IX-ESP GREATER ZEROS
              AND WS-IX-ESP NOT GREATER 20
              MOVE TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP) TO
                                                   DET-ERR-ESPECIE.
           WRITE LINHA-LIMMAN FROM DET-ERRO-LIMMAN AFTER 1.
      *
       2110-FIM. EXIT.
      *---------*
      *
      *UMA ESPECIE DA LISTA SEM PISO: INFORMADA, FORA DO LOAS (QUE
      *TEM DE SER EXATAMENTE UM SALARIO MINIMO) E NAO REPETIDA.
       2200-CRITICA-ESPECIE.
      *---------------------*
      *
           IF TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP) EQUAL ZEROS
              MOVE "ESPECIE SEM PISO NAO INFORMADA" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2200-FIM.
      *
           IF TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP) EQUAL 87
              OR TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP) EQUAL 88
              MOVE "ESPECIE LOAS NAO PODE FICAR SEM PISO"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2200-FIM.
      *
           PERFORM VARYING WS-IX-ESP-2 FROM 1 BY 1
                     UNTIL WS-IX-ESP-2 NOT LESS WS-IX-ESP
              IF TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP-2) EQUAL
                                    TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP)
                 MOVE WS-IX-ESP TO WS-IX-ESP-2
                 MOVE "ESPECIE SEM PISO REPETIDA" TO DET-ERR-MOTIVO
                 PERFORM 2110-ERRO-LINHA
                    THRU 2110-FIM
              END-IF
           END-PERFORM.
      *
       2200-FIM. EXIT.
      *---------*
      *
      *DIFF: COMPETENCIA NOVA OU COM LIMITES ALTERADOS RECEBE A DATA DO
      *DIA; A QUE NAO MUDOU CONSERVA A DATA DE ATUALIZACAO ANTERIOR.
       2500-DIFF.
      *----------*
      *
           PERFORM 2510-DIFF-INCLUIDA
              THRU 2510-FIM
              VARYING WS-IX-LIM FROM 1 BY 1
                UNTIL WS-IX-LIM GREATER WS-QTDE-NOVO.
           PERFORM 2520-DIFF-REMOVIDA
              THRU 2520-FIM
              VARYING WS-IX-LIM FROM 1 BY 1
                UNTIL WS-IX-LIM GREATER WS-QTDE-ATUAL.
      *
       2500-FIM. EXIT.
      *---------*
      *
       2510-DIFF-INCLUIDA.
      *-------------------*
      *
           MOVE WS-DATA-HOJE TO TB-NOVO-DT-ATUAL (WS-IX-LIM).
           MOVE "+ INCLUIDA" TO DET-DIFF-SINAL.
           PERFORM VARYING WS-IX-LIM-2 FROM 1 BY 1
                     UNTIL WS-IX-LIM-2 GREATER WS-QTDE-ATUAL
              IF TB-ATU-COMPET (WS-IX-LIM-2) EQUAL
                                    TB-NOVO-COMPET (WS-IX-LIM)
                 IF TB-ATU-TABELA (WS-IX-LIM-2) EQUAL
                                    TB-NOVO-TABELA (WS-IX-LIM)
                    MOVE TB-ATU-DT-ATUAL (WS-IX-LIM-2) TO
                                    TB-NOVO-DT-ATUAL (WS-IX-LIM)
                    GO TO 2510-FIM
                 END-IF
                 MOVE "* ALTERADA" TO DET-DIFF-SINAL
              END-IF
           END-PERFORM.
           MOVE TB-NOVO-COMPET (WS-IX-LIM)     TO DET-DIFF-COMPET.
           MOVE TB-NOVO-SAL-MINIMO (WS-IX-LIM) TO DET-DIFF-SAL-MINIMO.
           MOVE TB-NOVO-TETO-RGPS (WS-IX-LIM)  TO DET-DIFF-TETO.
           MOVE TB-NOVO-DT-ATUAL (WS-IX-LIM)   TO DET-DIFF-DT-ATUAL.
           WRITE LINHA-LIMMAN FROM DET-DIFF-LIMMAN AFTER 1.
      *
           MOVE TB-NOVO-QT-ESP (WS-IX-LIM) TO DET-ESP-QTDE.
           PERFORM VARYING WS-IX-ESP FROM 1 BY 1
                     UNTIL WS-IX-ESP GREATER 20
              IF WS-IX-ESP GREATER TB-NOVO-QT-ESP (WS-IX-LIM)
                 MOVE ZEROS TO DET-ESP-CODIGO (WS-IX-ESP)
              ELSE
                 MOVE TB-NOVO-ESP (WS-IX-LIM WS-IX-ESP) TO
                                       DET-ESP-CODIGO (WS-IX-ESP)
              END-IF
           END-PERFORM.
           WRITE LINHA-LIMMAN FROM DET-ESP-LIMMAN AFTER 1.
      *
       2510-FIM. EXIT.
      *---------*
      *
       2520-DIFF-REMOVIDA.
      *-------------------*
      *
           PERFORM VARYING WS-IX-LIM-2 FROM 1 BY 1
                     UNTIL WS-IX-LIM-2 GREATER WS-QTDE-NOVO
              IF TB-NOVO-COMPET (WS-IX-LIM-2) EQUAL
                                    TB-ATU-COMPET (WS-IX-LIM)
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
           MOVE TB-ATU-COMPET (WS-IX-LIM)     TO DET-DIFF-COMPET.
           MOVE TB-ATU-SAL-MINIMO (WS-IX-LIM) TO DET-DIFF-SAL-MINIMO.
           MOVE TB-ATU-TETO-RGPS (WS-IX-LIM)  TO DET-DIFF-TETO.
           MOVE TB-ATU-DT-ATUAL (WS-IX-LIM)   TO DET-DIFF-DT-ATUAL.
           WRITE LINHA-LIMMAN FROM DET-DIFF-LIMMAN AFTER 1.
      *
           MOVE TB-ATU-QT-ESP (WS-IX-LIM) TO DET-ESP-QTDE.
           PERFORM VARYING WS-IX-ESP FROM 1 BY 1
                     UNTIL WS-IX-ESP GREATER 20
              IF WS-IX-ESP GREATER TB-ATU-QT-ESP (WS-IX-LIM)
                 MOVE ZEROS TO DET-ESP-CODIGO (WS-IX-ESP)
              ELSE
                 MOVE TB-ATU-ESP (WS-IX-LIM WS-IX-ESP) TO
                                       DET-ESP-CODIGO (WS-IX-ESP)
              END-IF
           END-PERFORM.
           WRITE LINHA-LIMMAN FROM DET-ESP-LIMMAN AFTER 1.
      *
       2540-FIM. EXIT.
      *---------*
      *
       3000-INSTALA.
      *-------------*
      *
           OPEN OUTPUT DSUBCPG2KLIMG.
           PERFORM 3100-GRAVA-LINHA
              THRU 3100-FIM
              VARYING WS-IX-LIM FROM 1 BY 1
                UNTIL WS-IX-LIM GREATER WS-QTDE-NOVO.
           CLOSE DSUBCPG2KLIMG SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-GRAVA-LINHA.
      *-----------------*
      *
           MOVE SPACES               TO REG-DSUBCPG2KLIMG.
           MOVE TB-NOVO (WS-IX-LIM)  TO REG-DSUBCPG2KLIMG.
           WRITE REG-DSUBCPG2KLIMG.
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
              VARYING WS-IX-LIM FROM 1 BY 1
                UNTIL WS-IX-LIM GREATER WS-QTDE-ATUAL.
      *
           MOVE SPACES TO TRAILER-LIMMAN.
           MOVE "TOTAL DE COMPETENCIAS CADASTRADAS            " TO
                                                   TEXTO-TRL-LIMMAN.
           MOVE WS-QTDE-ATUAL TO QT-TRL-LIMMAN.
           WRITE LINHA-LIMMAN FROM TRAILER-LIMMAN AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KLIM.
      *
       4000-FIM. EXIT.
      *---------*
