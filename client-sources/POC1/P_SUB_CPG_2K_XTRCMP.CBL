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
       PROGRAM-ID.      PSUBCPG2KXTRCMP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: COMPARATIVO DE TEMPO DECORRIDO ANTES/DEPOIS DA      *
      *            EXTRACAO UNICA DO CP01 (PSUBCPG2KXTR). LE O LIVRO   *
      *            DE EXECUCOES D/SUB/CPG/2K/LGR (SSUBLIB2K604) E,     *
      *            PARA O EXTRATOR E CADA CONSUMIDOR QUE PASSOU A LER  *
      *            EXTRATO, CASA CADA EVENTO "I" COM O PRIMEIRO "F"    *
      *            SEGUINTE DO MESMO PROGRAMA, APURA O TEMPO DECORRIDO *
      *            DO RUN EM SEGUNDOS E SEPARA OS RUNS INICIADOS ANTES *
      *            E A PARTIR DA DATA DE CORTE. IMPRIME, POR PROGRAMA, *
      *            QUANTIDADE DE RUNS E TEMPO MEDIO ANTES E DEPOIS, E  *
      *            NO TOTAL A SOMA DOS TEMPOS MEDIOS - O "DEPOIS" JA   *
      *            CARREGA O CUSTO DO PROPRIO EXTRATOR, QUE NAO        *
      *            EXISTIA ANTES. RUN SEM "F" (ABEND) NAO ENTRA NA     *
      *            MEDIA E E CONTADO A PARTE.                          *
      *                                                                *
      *  PREMISSA: NENHUM JOB DA CADEIA PASSA DE 24 HORAS: "F" EM DATA *
      *            DIFERENTE DO "I" E TRATADO COMO VIRADA DE UM DIA.   *
      *                                                                *
      *  PARAMETRO: WS-PAR-DATA-CORTE - AAAAMMDD DA ENTRADA DO         *
      *            EXTRATOR NA CADEIA; ZEROS ASSUME A DATA DO PRIMEIRO *
      *            "I" DE PSUBCPG2KXTR NO LIVRO (PRE-PASSADA,          *
      *            FECHA/REABRE, MESMO RECURSO DE PSUBCPG2K467).       *
      *  ENTRADA:  DSUBCPG2KLGR    - LIVRO DE EXECUCOES.               *
      *  SAIDA:    LSUBCPG2KXTRCMP - COMPARATIVO.                      *
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
           SELECT DSUBCPG2KLGR    ASSIGN TO DISK.
           SELECT LSUBCPG2KXTRCMP ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KLGR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LGR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KLGR.
           03 LGR-DATA                PIC 9(08).
           03 LGR-HORA.
              05 LGR-HH               PIC 9(02).
              05 LGR-MM               PIC 9(02).
              05 LGR-SS               PIC 9(02).
           03 LGR-PROGRAMA            PIC X(17).
           03 LGR-EVENTO              PIC X(01).
           03 LGR-INSUMO              PIC X(24).
           03 LGR-INSUMO-DATA         PIC 9(08).
           03 LGR-INSUMO-HORA         PIC 9(06).
           03 LGR-QTD-REG             PIC 9(08).
           03 LGR-TOT-VALOR           PIC 9(15)V99.
           03 LGR-RESULTADO           PIC X(01).
           03 FILLER                  PIC X(04).
      *
        FD LSUBCPG2KXTRCMP.
        01 LINHA-LSUBCPG2KXTRCMP  PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KXTRCMP".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-PAR-DATA-CORTE          PIC 9(08) VALUE ZEROS.
       77  WS-CT-EVENTOS              PIC 9(08) VALUE ZEROS.
       77  WS-IX-PRG                  PIC 9(02) VALUE ZEROS.
       77  WS-IN-ACHOU                PIC 9(01) VALUE 0.
       77  WS-SEG-EVENTO              PIC 9(07) VALUE ZEROS.
       77  WS-SEG-DECORRIDO           PIC 9(07) VALUE ZEROS.
       77  WS-MEDIA-ANTES             PIC 9(07) VALUE ZEROS.
       77  WS-MEDIA-DEPOIS            PIC 9(07) VALUE ZEROS.
       77  WS-SOMA-MEDIA-ANTES        PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-MEDIA-DEPOIS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-FIM              PIC 9(08) VALUE ZEROS.
      *
      *PROGRAMAS ACOMPANHADOS: O EXTRATOR E OS CONSUMIDORES QUE
      *TROCARAM A LEITURA DO 401 PELO EXTRATO.
       77  WS-QTDE-PRG                PIC 9(02) VALUE 6.
       01  TABELA-PROGRAMAS-NOMES.
           05 FILLER                  PIC X(17) VALUE "PSUBCPG2KXTR".
           05 FILLER                  PIC X(17) VALUE "PSUBCPG2K402".
           05 FILLER                  PIC X(17) VALUE "PSUBCPG2K403".
           05 FILLER                  PIC X(17) VALUE "PSUBCPG2K466".
           05 FILLER                  PIC X(17) VALUE "PSUBCPG2K467".
           05 FILLER                  PIC X(17) VALUE "PSUBCPG2KLOASRV".
       01  TABELA-PROGRAMAS-NOMES-R REDEFINES TABELA-PROGRAMAS-NOMES.
           05 TB-PRG-NOME OCCURS 6 TIMES PIC X(17).
      *
       01  TABELA-PROGRAMAS.
           05 TB-PRG OCCURS 6 TIMES.
      *        "I" EM ABERTO, ESPERANDO O "F"
              10 TB-PRG-IN-ABERTO     PIC 9(01).
              10 TB-PRG-DATA-INI      PIC 9(08).
              10 TB-PRG-SEG-INI       PIC 9(07).
              10 TB-PRG-QT-ANTES      PIC 9(05).
              10 TB-PRG-SEG-ANTES     PIC 9(11).
              10 TB-PRG-QT-DEPOIS     PIC 9(05).
              10 TB-PRG-SEG-DEPOIS    PIC 9(11).
      *
       01  CAB-01-2KXTRCMP.
           03 FILLER                PIC X(21) VALUE
              "P/SUB/CPG/2K/XTRCMP".
           03 FILLER                PIC X(45) VALUE
              "TEMPO DECORRIDO ANTES/DEPOIS DA EXTRACAO CP01".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KXTRCMP.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KXTRCMP.
           03 FILLER                PIC X(16) VALUE "DATA DE CORTE: ".
           03 CAB03-DATA-CORTE      PIC 9999B99B99.
      *
       01  CAB-04-2KXTRCMP.
           03 FILLER                PIC X(19) VALUE "PROGRAMA".
           03 FILLER                PIC X(12) VALUE "RUNS ANTES".
           03 FILLER                PIC X(15) VALUE "MEDIA ANTES(S)".
           03 FILLER                PIC X(13) VALUE "RUNS DEPOIS".
           03 FILLER                PIC X(16) VALUE "MEDIA DEPOIS(S)".
           03 FILLER                PIC X(12) VALUE "DIFERENCA(S)".
      *
       01  DET-PRG-2KXTRCMP.
           03 DET-PRG-NOME          PIC X(17).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-QT-ANTES          PIC ZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-MEDIA-ANTES       PIC Z.ZZZ.ZZ9.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-QT-DEPOIS         PIC ZZ.ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 DET-MEDIA-DEPOIS      PIC Z.ZZZ.ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 DET-DIFERENCA         PIC -.---.--9.
      *
       01  DET-TOT-2KXTRCMP.
           03 FILLER                PIC X(29) VALUE
              "SOMA DAS MEDIAS (SEGUNDOS)".
           03 DET-TOT-ANTES         PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(12) VALUE SPACES.
           03 DET-TOT-DEPOIS        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-TOT-DIFERENCA     PIC --.---.--9.
      *
       01  TRAILER-2KXTRCMP.
           03 TEXTO-TRL-2KXTRCMP    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KXTRCMP       PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-DATA-CORTE.
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
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-EMITIR-COMPARATIVO
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
           OPEN OUTPUT LSUBCPG2KXTRCMP.
      *
           PERFORM VARYING WS-IX-PRG FROM 1 BY 1
                     UNTIL WS-IX-PRG GREATER WS-QTDE-PRG
              MOVE ZEROS TO TB-PRG (WS-IX-PRG)
           END-PERFORM.
      *
           IF WS-PAR-DATA-CORTE EQUAL ZEROS
              PERFORM 1100-ACHA-CORTE
                 THRU 1100-FIM.
      *
           IF WS-PAR-DATA-CORTE EQUAL ZEROS
              DISPLAY "PSUBCPG2KXTRCMP - PSUBCPG2KXTR AINDA NAO RODOU "
                      "E NAO FOI INFORMADA DATA DE CORTE"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE WS-PAR-DATA-CORTE TO CAB03-DATA-CORTE.
      *
           WRITE LINHA-LSUBCPG2KXTRCMP FROM CAB-01-2KXTRCMP AFTER PAGE.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM CAB-02-2KXTRCMP AFTER 1.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM CAB-03-2KXTRCMP AFTER 1.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM CAB-04-2KXTRCMP AFTER 2.
      *
           OPEN INPUT DSUBCPG2KLGR.
           PERFORM 9000-LE-LIVRO
              THRU 9000-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *PRE-PASSADA: PRIMEIRO "I" DO EXTRATOR NO LIVRO.
       1100-ACHA-CORTE.
      *----------------*
      *
           OPEN INPUT DSUBCPG2KLGR.
           PERFORM 1110-LE-CORTE
              THRU 1110-FIM
             UNTIL WS-EOF EQUAL "SIM"
                OR WS-PAR-DATA-CORTE NOT EQUAL ZEROS.
           CLOSE DSUBCPG2KLGR.
           MOVE "NAO" TO WS-EOF.
      *
       1100-FIM. EXIT.
      *---------*
      *
       1110-LE-CORTE.
      *--------------*
      *
           READ DSUBCPG2KLGR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1110-FIM.
      *
           IF LGR-PROGRAMA EQUAL "PSUBCPG2KXTR"
              AND LGR-EVENTO EQUAL "I"
              MOVE LGR-DATA TO WS-PAR-DATA-CORTE.
      *
       1110-FIM. EXIT.
      *---------*
      *
       2000-LOOP.
      *---------*
      *
           ADD 1 TO WS-CT-EVENTOS.
      *
           MOVE 0 TO WS-IN-ACHOU.
           PERFORM VARYING WS-IX-PRG FROM 1 BY 1
                     UNTIL WS-IX-PRG GREATER WS-QTDE-PRG
                        OR WS-IN-ACHOU EQUAL 1
              IF TB-PRG-NOME (WS-IX-PRG) EQUAL LGR-PROGRAMA
                 MOVE 1 TO WS-IN-ACHOU
              END-IF
           END-PERFORM.
           IF WS-IN-ACHOU EQUAL 0
              GO TO 2000-PROXIMO.
           SUBTRACT 1 FROM WS-IX-PRG.
      *
           COMPUTE WS-SEG-EVENTO = LGR-HH * 3600 + LGR-MM * 60 + LGR-SS.
      *
           IF LGR-EVENTO EQUAL "I"
              PERFORM 2100-ABRE-RUN
                 THRU 2100-FIM
              GO TO 2000-PROXIMO.
      *
      *"F": SO O PRIMEIRO DEPOIS DO "I" FECHA O RUN (O EXTRATOR GRAVA
      *UM "F" POR EXTRATO).
           IF LGR-EVENTO EQUAL "F"
              AND TB-PRG-IN-ABERTO (WS-IX-PRG) EQUAL 1
              PERFORM 2200-FECHA-RUN
                 THRU 2200-FIM.
      *
       2000-PROXIMO.
      *
           PERFORM 9000-LE-LIVRO
              THRU 9000-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-ABRE-RUN.
      *--------------*
      *
      *"I" COM OUTRO "I" AINDA ABERTO: O RUN ANTERIOR NAO TERMINOU.
           IF TB-PRG-IN-ABERTO (WS-IX-PRG) EQUAL 1
              ADD 1 TO WS-CT-SEM-FIM.
      *
           MOVE 1             TO TB-PRG-IN-ABERTO (WS-IX-PRG).
           MOVE LGR-DATA      TO TB-PRG-DATA-INI (WS-IX-PRG).
           MOVE WS-SEG-EVENTO TO TB-PRG-SEG-INI (WS-IX-PRG).
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-FECHA-RUN.
      *---------------*
      *
           MOVE 0 TO TB-PRG-IN-ABERTO (WS-IX-PRG).
      *
           IF LGR-DATA EQUAL TB-PRG-DATA-INI (WS-IX-PRG)
              COMPUTE WS-SEG-DECORRIDO =
                      WS-SEG-EVENTO - TB-PRG-SEG-INI (WS-IX-PRG)
           ELSE
              COMPUTE WS-SEG-DECORRIDO =
                      WS-SEG-EVENTO + 86400 - TB-PRG-SEG-INI (WS-IX-PRG)
           END-IF.
      *
           IF TB-PRG-DATA-INI (WS-IX-PRG) LESS WS-PAR-DATA-CORTE
              ADD 1                TO TB-PRG-QT-ANTES (WS-IX-PRG)
              ADD WS-SEG-DECORRIDO TO TB-PRG-SEG-ANTES (WS-IX-PRG)
           ELSE
              ADD 1                TO TB-PRG-QT-DEPOIS (WS-IX-PRG)
              ADD WS-SEG-DECORRIDO TO TB-PRG-SEG-DEPOIS (WS-IX-PRG)
           END-IF.
      *
       2200-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-COMPARATIVO.
      *-----------------------*
      *
           PERFORM 3100-LINHA-PROGRAMA
              THRU 3100-FIM
              VARYING WS-IX-PRG FROM 1 BY 1
                UNTIL WS-IX-PRG GREATER WS-QTDE-PRG.
      *
           MOVE WS-SOMA-MEDIA-ANTES  TO DET-TOT-ANTES.
           MOVE WS-SOMA-MEDIA-DEPOIS TO DET-TOT-DEPOIS.
           COMPUTE DET-TOT-DIFERENCA =
                   WS-SOMA-MEDIA-DEPOIS - WS-SOMA-MEDIA-ANTES.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM DET-TOT-2KXTRCMP AFTER 2.
      *
      *RUN AINDA ABERTO NO FIM DO LIVRO TAMBEM FICOU SEM "F".
           PERFORM VARYING WS-IX-PRG FROM 1 BY 1
                     UNTIL WS-IX-PRG GREATER WS-QTDE-PRG
              IF TB-PRG-IN-ABERTO (WS-IX-PRG) EQUAL 1
                 ADD 1 TO WS-CT-SEM-FIM
              END-IF
           END-PERFORM.
      *
           MOVE SPACES TO TRAILER-2KXTRCMP.
           MOVE "TOTAL DE EVENTOS LIDOS DO LIVRO              " TO
                                                  TEXTO-TRL-2KXTRCMP.
           MOVE WS-CT-EVENTOS TO QT-TRL-2KXTRCMP.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM TRAILER-2KXTRCMP AFTER 2.
      *
           MOVE "RUNS SEM EVENTO DE FIM (FORA DA MEDIA)       " TO
                                                  TEXTO-TRL-2KXTRCMP.
           MOVE WS-CT-SEM-FIM TO QT-TRL-2KXTRCMP.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM TRAILER-2KXTRCMP AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-LINHA-PROGRAMA.
      *--------------------*
      *
           MOVE ZEROS TO WS-MEDIA-ANTES WS-MEDIA-DEPOIS.
           IF TB-PRG-QT-ANTES (WS-IX-PRG) GREATER ZEROS
              COMPUTE WS-MEDIA-ANTES ROUNDED =
                      TB-PRG-SEG-ANTES (WS-IX-PRG) /
                      TB-PRG-QT-ANTES (WS-IX-PRG).
           IF TB-PRG-QT-DEPOIS (WS-IX-PRG) GREATER ZEROS
              COMPUTE WS-MEDIA-DEPOIS ROUNDED =
                      TB-PRG-SEG-DEPOIS (WS-IX-PRG) /
                      TB-PRG-QT-DEPOIS (WS-IX-PRG).
      *
           ADD WS-MEDIA-ANTES  TO WS-SOMA-MEDIA-ANTES.
           ADD WS-MEDIA-DEPOIS TO WS-SOMA-MEDIA-DEPOIS.
      *
           MOVE TB-PRG-NOME (WS-IX-PRG)      TO DET-PRG-NOME.
           MOVE TB-PRG-QT-ANTES (WS-IX-PRG)  TO DET-QT-ANTES.
           MOVE WS-MEDIA-ANTES               TO DET-MEDIA-ANTES.
           MOVE TB-PRG-QT-DEPOIS (WS-IX-PRG) TO DET-QT-DEPOIS.
           MOVE WS-MEDIA-DEPOIS              TO DET-MEDIA-DEPOIS.
           COMPUTE DET-DIFERENCA = WS-MEDIA-DEPOIS - WS-MEDIA-ANTES.
           WRITE LINHA-LSUBCPG2KXTRCMP FROM DET-PRG-2KXTRCMP AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KLGR.
           CLOSE LSUBCPG2KXTRCMP.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-LIVRO.
      *-------------*
      *
           READ DSUBCPG2KLGR
                AT END MOVE "SIM" TO WS-EOF.
      *
       9000-FIM. EXIT.
      *---------*
