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
       PROGRAM-ID.      PSUBCPG051TESSOL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: SOLICITACAO FORMAL DE RECURSOS A TESOURARIA         *
      *            (D/SUB/CPG/051/TES/SOL, LAYOUT B/SUB/CPG/051/SOL)   *
      *            POR DATA DE PROVISAO, ORIGEM ORCAMENTARIA E BANCO.  *
      *            ATE AQUI A TESOURARIA RECEBIA SO O CSV DO           *
      *            PSUBCPG051CAIXA POR E-MAIL.                         *
      *            1) PREVISTO: CP51-N-VALOR-LIQ-CREDITOS DE           *
      *               D/SUB/CPG/051/SUL POR CP51-N-DT-PROVISAO/        *
      *               CP51-N-CS-ORIG-ORC/CP51-N-ID-BANCO (GRUPO SEM    *
      *               DT-PROVISAO FICA DE FORA, COMO NO CAIXA);        *
      *            2) EMITIDO: VALOR LIQUIDO DOS DETALHES DO           *
      *               D/SUB/CPG/052/SPG/R274 DO DIA. O DETALHE NAO     *
      *               TRAZ DATA DE PROVISAO - ELA E TOMADA DO GRUPO DO *
      *               051/SUL COM O MESMO BANCO/ORIGEM/MEIO DE         *
      *               PAGAMENTO/DT-INI-VALIDADE (A MENOR, SE HOUVER    *
      *               MAIS DE UMA); SEM GRUPO CORRESPONDENTE, VALE A   *
      *               PROPRIA DT-INI-VALIDADE DO DETALHE;              *
      *            3) SOLICITADO: O EMITIDO ONDE HOUVE EMISSAO NO DIA, *
      *               SENAO O PREVISTO.                                *
      *            A CONCILIACAO COM A CONFIRMACAO DA TESOURARIA E     *
      *            FEITA POR PSUBCPG051TESCON.                         *
      *                                                                *
      *  OBS:      RODA DEPOIS DO PSUBCPG051DTPROV (DATAS DE PROVISAO  *
      *            GRAVADAS) E DO PSUBCPG052SPGUNI DO DIA.             *
      *                                                                *
      *  ENTRADA:  DSUBCPG051SUL - D/SUB/CPG/051/SUL.                  *
      *            DSUBCPG052SPG - D/SUB/CPG/052/SPG/R274 DO DIA.      *
      *  SAIDA:    DSUBCPG051SOL - SOLICITACAO A TESOURARIA.           *
      *            LSUBCPG051TESSOL - RELATORIO DA SOLICITACAO.        *
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
           SELECT DSUBCPG051SUL    ASSIGN TO DISK.
           SELECT DSUBCPG052SPG    ASSIGN TO DISK.
           SELECT DSUBCPG051SOL    ASSIGN TO DISK.
           SELECT LSUBCPG051TESSOL ASSIGN TO PRINTER.
           SELECT SORTSL           ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG051SUL
           RECORD CONTAINS  120 CHARACTERS
           BLOCK  CONTAINS  150 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SUL ON PKBDSGF".
      *
        FD DSUBCPG052SPG
           RECORD CONTAINS  1800 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/SPG/R274 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SPG/R274 ON PKBDSGF".
      *
        FD DSUBCPG051SOL
           RECORD CONTAINS  100 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/TES/SOL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SOL ON PKBDSGF".
      *
        FD LSUBCPG051TESSOL.
        01 LINHA-TESSOL           PIC X(133).
      *
        SD SORTSL.
        01 SRTS-REG.
           03 SRTS-DT-PROVISAO        PIC 9(08).
           03 SRTS-CS-ORIG-ORC        PIC 9(01).
           03 SRTS-ID-BANCO           PIC 9(03).
           03 SRTS-QTDE-CREDITOS      PIC 9(08).
           03 SRTS-VL-PREVISTO        PIC 9(15)V99.
           03 SRTS-VL-EMITIDO         PIC 9(15)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CT-SUL-LIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-PROVISAO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-DETALHES-052         PIC 9(08) VALUE ZEROS.
       77  WS-CT-052-SEM-GRUPO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRAVADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-AJUSTADOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-TOT-PREVISTO         PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-TOT-EMITIDO          PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-TOT-SOLICITADO       PIC 9(15)V99 VALUE ZEROS.
       77  WS-DT-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WS-VL-DIA                  PIC 9(15)V99 VALUE ZEROS.
      *
      *SOLICITACAO POR DATA DE PROVISAO + ORIGEM + BANCO (FIND-OR-
      *INSERT, MESMO MODELO DA TABELA-PROVISAO DO PSUBCPG051CAIXA).
       01  TABELA-SOLICITACAO.
           05 TB-SOL OCCURS 3000 TIMES.
               10 TB-SOL-CHAVE.
                  15 TB-SOL-DT           PIC 9(08).
                  15 TB-SOL-ORIG-ORC     PIC 9(01).
                  15 TB-SOL-ID-BANCO     PIC 9(03).
               10 TB-SOL-QTDE            PIC 9(08).
               10 TB-SOL-VL-PREVISTO     PIC 9(15)V99.
               10 TB-SOL-VL-EMITIDO      PIC 9(15)V99.
       77  WS-QTDE-SOL                PIC 9(04) VALUE ZEROS.
       77  WS-IX-SOL                  PIC 9(04) VALUE ZEROS.
       77  WS-SOL-ENCONTRADO          PIC 9(01) VALUE 0.
       01  WS-SOL-CHAVE-ATUAL.
           03 WS-SCA-DT               PIC 9(08).
           03 WS-SCA-ORIG-ORC         PIC 9(01).
           03 WS-SCA-ID-BANCO         PIC 9(03).
      *
      *DATA DE PROVISAO DE CADA GRUPO DO 051/SUL, PARA DATAR A
      *EMISSAO DO 052 (CHAVE COMUM AO DETALHE R274).
       01  TABELA-MAPA-PROVISAO.
           05 TB-MAP OCCURS 3000 TIMES.
               10 TB-MAP-CHAVE.
                  15 TB-MAP-ID-BANCO     PIC 9(03).
                  15 TB-MAP-ORIG-ORC     PIC 9(01).
                  15 TB-MAP-MEIO-PAGTO   PIC 9(02).
                  15 TB-MAP-DT-INI-VALID PIC 9(08).
               10 TB-MAP-DT-PROVISAO     PIC 9(08).
       77  WS-QTDE-MAP                PIC 9(04) VALUE ZEROS.
       77  WS-IX-MAP                  PIC 9(04) VALUE ZEROS.
       77  WS-MAP-ENCONTRADO          PIC 9(01) VALUE 0.
       01  WS-MAP-CHAVE-ATUAL.
           03 WS-MCA-ID-BANCO         PIC 9(03).
           03 WS-MCA-ORIG-ORC         PIC 9(01).
           03 WS-MCA-MEIO-PAGTO       PIC 9(02).
           03 WS-MCA-DT-INI-VALID     PIC 9(08).
      *
       01  CAB-01-TESSOL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/051/SOL".
           03 FILLER                PIC X(48) VALUE
              "SOLICITACAO DE RECURSOS A TESOURARIA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-TESSOL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-TESSOL.
           03 FILLER                PIC X(14) VALUE "DT-PROVISAO".
           03 FILLER                PIC X(07) VALUE "ORIGEM".
           03 FILLER                PIC X(06) VALUE "BANCO".
           03 FILLER                PIC X(12) VALUE "    CREDITOS".
           03 FILLER                PIC X(20) VALUE
              "            PREVISTO".
           03 FILLER                PIC X(20) VALUE
              "             EMITIDO".
           03 FILLER                PIC X(20) VALUE
              "          SOLICITADO".
           03 FILLER                PIC X(10) VALUE "  BASE".
      *
       01  DET-TESSOL.
           03 DET-DT-PROVISAO       PIC 9(08).
           03 FILLER                PIC X(08) VALUE SPACES.
           03 DET-ORIG-ORC          PIC 9(01).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-ID-BANCO          PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-QTDE              PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-PREVISTO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-EMITIDO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-SOLICITADO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-BASE              PIC X(08).
      *
       01  DET-DIA-TESSOL.
           03 FILLER                PIC X(14) VALUE "TOTAL DO DIA ".
           03 DET-DIA-DT            PIC 9(08).
           03 FILLER                PIC X(51) VALUE SPACES.
           03 DET-DIA-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-TESSOL.
           03 TEXTO-TRL-TESSOL      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-TESSOL         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-TESSOL.
           03 TEXTO-TRL-VL-TESSOL   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-TESSOL         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTSL
                ASCENDING KEY SRTS-DT-PROVISAO SRTS-CS-ORIG-ORC
                              SRTS-ID-BANCO
                INPUT  PROCEDURE 2000-MONTA-SOLICITACAO
                                 THRU 2000-MONTA-FIM
                OUTPUT PROCEDURE 3000-GRAVA-SOLICITACAO
                                 THRU 3000-GRAVA-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG051TESSOL.
      *
           MOVE ZEROS TO TABELA-SOLICITACAO TABELA-MAPA-PROVISAO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA  IN DTP/L1" GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-TESSOL FROM CAB-01-TESSOL AFTER PAGE.
           WRITE LINHA-TESSOL FROM CAB-02-TESSOL AFTER 1.
           WRITE LINHA-TESSOL FROM CAB-03-TESSOL AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: PREVISTO DO 051/SUL, EMITIDO DO 052 E
      *    LIBERACAO DE UMA LINHA POR DATA/ORIGEM/BANCO.
      *----------------------------------------------------------------
       2000-MONTA-SOLICITACAO SECTION.
       2000-MONTA-PREVISTO.
      *--------------------*
      *
           OPEN INPUT DSUBCPG051SUL.
           PERFORM 2100-LE-SUL
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG051SUL.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG052SPG.
           PERFORM 2300-LE-052
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052SPG.
           MOVE "NAO" TO WS-EOF.
      *
           PERFORM 2600-LIBERA-LINHA
              THRU 2600-FIM
              VARYING WS-IX-SOL FROM 1 BY 1
                UNTIL WS-IX-SOL GREATER WS-QTDE-SOL.
      *
           GO TO 2000-MONTA-FIM.
      *
       2100-LE-SUL.
      *-----------*
      *
           READ DSUBCPG051SUL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-SUL-LIDOS.
      *
      *GRUPO AINDA SEM DT-PROVISAO (DTPROV NAO RODOU, OU ECV
      *DESPREZADO DA PROVISAO) FICA FORA DA SOLICITACAO, SO CONTADO.
           IF CP51-N-DT-PROVISAO EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-PROVISAO
              GO TO 2100-FIM.
      *
           MOVE CP51-N-DT-PROVISAO TO WS-SCA-DT.
           MOVE CP51-N-CS-ORIG-ORC TO WS-SCA-ORIG-ORC.
           MOVE CP51-N-ID-BANCO    TO WS-SCA-ID-BANCO.
           PERFORM 2500-PROCURA-SOLICITACAO
              THRU 2500-FIM.
           ADD CP51-N-QTDE-CREDITOS      TO TB-SOL-QTDE (WS-IX-SOL).
           ADD CP51-N-VALOR-LIQ-CREDITOS
                                 TO TB-SOL-VL-PREVISTO (WS-IX-SOL).
      *
           PERFORM 2200-GUARDA-MAPA
              THRU 2200-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-GUARDA-MAPA.
      *-----------------*
      *
           MOVE CP51-N-ID-BANCO        TO WS-MCA-ID-BANCO.
           MOVE CP51-N-CS-ORIG-ORC     TO WS-MCA-ORIG-ORC.
           MOVE CP51-N-CS-MEIO-PAGTO   TO WS-MCA-MEIO-PAGTO.
           MOVE CP51-N-DT-INI-VALIDADE TO WS-MCA-DT-INI-VALID.
           PERFORM 2400-PROCURA-MAPA
              THRU 2400-FIM.
      *
           IF WS-MAP-ENCONTRADO EQUAL 1
              IF CP51-N-DT-PROVISAO LESS TB-MAP-DT-PROVISAO (WS-IX-MAP)
                 MOVE CP51-N-DT-PROVISAO
                                    TO TB-MAP-DT-PROVISAO (WS-IX-MAP)
              END-IF
              GO TO 2200-FIM.
      *
           IF WS-QTDE-MAP NOT LESS 3000
              DISPLAY "PSUBCPG051TESSOL - MAIS DE 3000 GRUPOS DE "
                      "PROVISAO NO 051/SUL - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-MAP.
           MOVE WS-MAP-CHAVE-ATUAL TO TB-MAP-CHAVE (WS-QTDE-MAP).
           MOVE CP51-N-DT-PROVISAO TO TB-MAP-DT-PROVISAO (WS-QTDE-MAP).
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-LE-052.
      *-----------*
      *
           READ DSUBCPG052SPG
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           IF SPG51-ID-REG NOT EQUAL 2
              GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-DETALHES-052.
      *
           MOVE SPG51-ID-BANCO        TO WS-MCA-ID-BANCO.
           MOVE SPG51-CS-ORIG-ORC     TO WS-MCA-ORIG-ORC.
           MOVE SPG51-CS-MEIO-PAGTO   TO WS-MCA-MEIO-PAGTO.
           MOVE SPG51-DT-INI-VALIDADE TO WS-MCA-DT-INI-VALID.
           PERFORM 2400-PROCURA-MAPA
              THRU 2400-FIM.
      *
           IF WS-MAP-ENCONTRADO EQUAL 1
              MOVE TB-MAP-DT-PROVISAO (WS-IX-MAP) TO WS-SCA-DT
           ELSE
              ADD 1 TO WS-CT-052-SEM-GRUPO
              MOVE SPG51-DT-INI-VALIDADE TO WS-SCA-DT.
           MOVE SPG51-CS-ORIG-ORC TO WS-SCA-ORIG-ORC.
           MOVE SPG51-ID-BANCO    TO WS-SCA-ID-BANCO.
           PERFORM 2500-PROCURA-SOLICITACAO
              THRU 2500-FIM.
           ADD SPG51-VALOR-LIQUIDO TO TB-SOL-VL-EMITIDO (WS-IX-SOL).
      *
       2300-FIM. EXIT.
      *---------*
      *
       2400-PROCURA-MAPA.
      *------------------*
      *
           MOVE 0 TO WS-MAP-ENCONTRADO.
           PERFORM VARYING WS-IX-MAP FROM 1 BY 1
                     UNTIL WS-IX-MAP GREATER WS-QTDE-MAP
                        OR WS-MAP-ENCONTRADO EQUAL 1
              IF TB-MAP-CHAVE (WS-IX-MAP) EQUAL WS-MAP-CHAVE-ATUAL
                 MOVE 1 TO WS-MAP-ENCONTRADO
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O GRUPO CERTO.
           IF WS-MAP-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-MAP.
      *
       2400-FIM. EXIT.
      *---------*
      *
      *ACHA (OU ABRE) A LINHA DA DATA/ORIGEM/BANCO EM WS-SOL-CHAVE-
      *ATUAL; WS-IX-SOL FICA APONTANDO PARA ELA.
       2500-PROCURA-SOLICITACAO.
      *-------------------------*
      *
           MOVE 0 TO WS-SOL-ENCONTRADO.
           PERFORM VARYING WS-IX-SOL FROM 1 BY 1
                     UNTIL WS-IX-SOL GREATER WS-QTDE-SOL
                        OR WS-SOL-ENCONTRADO EQUAL 1
              IF TB-SOL-CHAVE (WS-IX-SOL) EQUAL WS-SOL-CHAVE-ATUAL
                 MOVE 1 TO WS-SOL-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-SOL-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-SOL
              GO TO 2500-FIM.
      *
           IF WS-QTDE-SOL NOT LESS 3000
              DISPLAY "PSUBCPG051TESSOL - MAIS DE 3000 LINHAS DE "
                      "SOLICITACAO - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-SOL.
           MOVE WS-QTDE-SOL TO WS-IX-SOL.
           MOVE WS-SOL-CHAVE-ATUAL TO TB-SOL-CHAVE (WS-IX-SOL).
      *
       2500-FIM. EXIT.
      *---------*
      *
       2600-LIBERA-LINHA.
      *------------------*
      *
           MOVE TB-SOL-DT (WS-IX-SOL)          TO SRTS-DT-PROVISAO.
           MOVE TB-SOL-ORIG-ORC (WS-IX-SOL)    TO SRTS-CS-ORIG-ORC.
           MOVE TB-SOL-ID-BANCO (WS-IX-SOL)    TO SRTS-ID-BANCO.
           MOVE TB-SOL-QTDE (WS-IX-SOL)        TO SRTS-QTDE-CREDITOS.
           MOVE TB-SOL-VL-PREVISTO (WS-IX-SOL) TO SRTS-VL-PREVISTO.
           MOVE TB-SOL-VL-EMITIDO (WS-IX-SOL)  TO SRTS-VL-EMITIDO.
           RELEASE SRTS-REG.
      *
       2600-FIM. EXIT.
      *---------*
       2000-MONTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: HEADER, UM DETALHE POR DATA/ORIGEM/BANCO
      *    EM ORDEM, TRAILER COM OS TOTAIS DE CONTROLE; NO RELATORIO,
      *    O TOTAL A PEDIR EM CADA DIA.
      *----------------------------------------------------------------
       3000-GRAVA-SOLICITACAO SECTION.
       3000-GRAVA-HEADER.
      *------------------*
      *
           OPEN OUTPUT DSUBCPG051SOL.
      *
           MOVE SPACES   TO SOL-REG.
           MOVE "0"      TO SOL-TP-REGISTRO.
           MOVE W77-DATA TO SOL-H-DT-GERACAO.
           MOVE W77-HORA TO SOL-H-HR-GERACAO.
           MOVE "SUBCPG" TO SOL-H-ID-SISTEMA.
           WRITE SOL-REG.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE ZEROS TO WS-DT-CORRENTE WS-VL-DIA.
           PERFORM 3100-GRAVA-DETALHE
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-DT-CORRENTE NOT EQUAL ZEROS
              PERFORM 3200-TOTAL-DIA
                 THRU 3200-FIM.
      *
           MOVE SPACES               TO SOL-REG.
           MOVE "9"                  TO SOL-TP-REGISTRO.
           MOVE WS-CT-GRAVADOS       TO SOL-T-QTDE-DETALHES.
           MOVE WS-VL-TOT-SOLICITADO TO SOL-T-VL-SOLICITADO.
           WRITE SOL-REG.
      *
           CLOSE DSUBCPG051SOL SAVE.
      *
           GO TO 3000-GRAVA-FIM.
      *
       3100-GRAVA-DETALHE.
      *-------------------*
      *
           RETURN SORTSL
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTS-DT-PROVISAO NOT EQUAL WS-DT-CORRENTE
              IF WS-DT-CORRENTE NOT EQUAL ZEROS
                 PERFORM 3200-TOTAL-DIA
                    THRU 3200-FIM
              END-IF
              MOVE SRTS-DT-PROVISAO TO WS-DT-CORRENTE
              MOVE ZEROS            TO WS-VL-DIA
           END-IF.
      *
           MOVE SPACES             TO SOL-REG.
           MOVE "1"                TO SOL-TP-REGISTRO.
           MOVE SRTS-DT-PROVISAO   TO SOL-DT-PROVISAO.
           MOVE SRTS-CS-ORIG-ORC   TO SOL-CS-ORIG-ORC.
           MOVE SRTS-ID-BANCO      TO SOL-ID-BANCO.
           MOVE SRTS-QTDE-CREDITOS TO SOL-QTDE-CREDITOS.
           MOVE SRTS-VL-PREVISTO   TO SOL-VL-PREVISTO.
           MOVE SRTS-VL-EMITIDO    TO SOL-VL-EMITIDO.
           IF SRTS-VL-EMITIDO GREATER ZEROS
              MOVE SRTS-VL-EMITIDO  TO SOL-VL-SOLICITADO
              MOVE 1                TO SOL-IN-AJUSTADO
              MOVE "EMISSAO"        TO DET-BASE
              ADD 1 TO WS-CT-AJUSTADOS
           ELSE
              MOVE SRTS-VL-PREVISTO TO SOL-VL-SOLICITADO
              MOVE 0                TO SOL-IN-AJUSTADO
              MOVE "PREVISAO"       TO DET-BASE.
           WRITE SOL-REG.
      *
           ADD 1                   TO WS-CT-GRAVADOS.
           ADD SRTS-VL-PREVISTO    TO WS-VL-TOT-PREVISTO.
           ADD SRTS-VL-EMITIDO     TO WS-VL-TOT-EMITIDO.
           ADD SOL-VL-SOLICITADO   TO WS-VL-TOT-SOLICITADO WS-VL-DIA.
      *
           MOVE SRTS-DT-PROVISAO   TO DET-DT-PROVISAO.
           MOVE SRTS-CS-ORIG-ORC   TO DET-ORIG-ORC.
           MOVE SRTS-ID-BANCO      TO DET-ID-BANCO.
           MOVE SRTS-QTDE-CREDITOS TO DET-QTDE.
           MOVE SRTS-VL-PREVISTO   TO DET-VL-PREVISTO.
           MOVE SRTS-VL-EMITIDO    TO DET-VL-EMITIDO.
           MOVE SOL-VL-SOLICITADO  TO DET-VL-SOLICITADO.
           WRITE LINHA-TESSOL FROM DET-TESSOL AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-TOTAL-DIA.
      *---------------*
      *
           MOVE WS-DT-CORRENTE TO DET-DIA-DT.
           MOVE WS-VL-DIA      TO DET-DIA-VALOR.
           WRITE LINHA-TESSOL FROM DET-DIA-TESSOL AFTER 1.
           MOVE SPACES TO LINHA-TESSOL.
           WRITE LINHA-TESSOL AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
       3000-GRAVA-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-TESSOL.
           MOVE "GRUPOS DO 051/SUL LIDOS                      " TO
                                                   TEXTO-TRL-TESSOL.
           MOVE WS-CT-SUL-LIDOS TO QT-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-TESSOL AFTER 2.
      *
           MOVE "GRUPOS SEM DT-PROVISAO (FORA DA SOLICITACAO) " TO
                                                   TEXTO-TRL-TESSOL.
           MOVE WS-CT-SEM-PROVISAO TO QT-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-TESSOL AFTER 1.
      *
           MOVE "DETALHES DO 052 DO DIA                       " TO
                                                   TEXTO-TRL-TESSOL.
           MOVE WS-CT-DETALHES-052 TO QT-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-TESSOL AFTER 1.
      *
           MOVE "   SEM GRUPO NO 051/SUL (DATA = DT-INI-VALID)" TO
                                                   TEXTO-TRL-TESSOL.
           MOVE WS-CT-052-SEM-GRUPO TO QT-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-TESSOL AFTER 1.
      *
           MOVE "LINHAS DE SOLICITACAO GRAVADAS               " TO
                                                   TEXTO-TRL-TESSOL.
           MOVE WS-CT-GRAVADOS TO QT-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-TESSOL AFTER 1.
      *
           MOVE "   AJUSTADAS PELA EMISSAO DO 052             " TO
                                                   TEXTO-TRL-TESSOL.
           MOVE WS-CT-AJUSTADOS TO QT-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-TESSOL AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-TESSOL.
           MOVE "VALOR PREVISTO (051/SUL)                     " TO
                                                TEXTO-TRL-VL-TESSOL.
           MOVE WS-VL-TOT-PREVISTO TO VL-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-VL-TESSOL AFTER 2.
      *
           MOVE "VALOR EMITIDO (052 DO DIA)                   " TO
                                                TEXTO-TRL-VL-TESSOL.
           MOVE WS-VL-TOT-EMITIDO TO VL-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-VL-TESSOL AFTER 1.
      *
           MOVE "VALOR SOLICITADO A TESOURARIA                " TO
                                                TEXTO-TRL-VL-TESSOL.
           MOVE WS-VL-TOT-SOLICITADO TO VL-TRL-TESSOL.
           WRITE LINHA-TESSOL FROM TRAILER-VL-TESSOL AFTER 1.
      *
           CLOSE LSUBCPG051TESSOL.
      *
       4000-FIM. EXIT.
      *---------*
