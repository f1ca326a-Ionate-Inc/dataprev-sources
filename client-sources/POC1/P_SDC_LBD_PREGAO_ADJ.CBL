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
       PROGRAM-ID.      PSDCLBDPREGAOADJ.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CARGA DA ADJUDICACAO DE PREGAO DA FOLHA E PLANO DE  *
      *            MIGRACAO ENTRE BANCOS. O RESULTADO DE UM PREGAO     *
      *            MOVE LOTES INTEIROS DE UM BANCO PARA OUTRO, E O     *
      *            PLANO DA ULTIMA RODADA FOI UMA PLANILHA - DOIS      *
      *            LOTES FICARAM ESQUECIDOS. ESTE JOB:                 *
      *            - CONFERE CADA LINHA DO RESULTADO (PREGAO, LOTE,    *
      *              BANCO VENCEDOR, COMPETENCIA EFETIVA) CONTRA OS    *
      *              LOTES QUE EXISTEM NOS TRES NIVEIS DA TB00494;     *
      *            - LISTA OS LOTES DA TB00494 DOS PREGOES DO          *
      *              RESULTADO QUE NAO APARECEM NELE;                  *
      *            - PRECIFICA CADA LOTE COM O VOLUME CORRENTE DO CP01 *
      *              (CP01-ID-PREGAO/CP01-ID-LOTE-PREGAO). O BANCO     *
      *              ATUAL DO LOTE E O CP01-ID-BANCO COM MAIS CREDITOS *
      *              NELE; LOTE QUE JA ESTA NO VENCEDOR NAO MIGRA;     *
      *            - GERA O FEED D/SDC/LBD/TRANS00494 (PENDENTE DE     *
      *              APROVACAO, COM TRANS00494-DT-EFETIVACAO = DIA 1   *
      *              DA COMPETENCIA EFETIVA) TROCANDO O OP DE CADA     *
      *              NIVEL DO LOTE PARA UM AAP DO BANCO VENCEDOR NA    *
      *              MESMA MICRO-REGIAO (ID-INSTIT-AAP = BANCO,        *
      *              SITUACAO ATIVA, IN-PAGA = 1, MENOS BENEFICIARIOS, *
      *              MESMO CRITERIO DO PSDCLBDCADEIAPROP). MICRO-      *
      *              REGIAO SEM AAP DO VENCEDOR SAI NO RELATORIO;      *
      *            - EMITE O PLANO DE MIGRACAO POR BANCO (LOTES QUE    *
      *              SAEM E QUE ENTRAM, COM QUANTIDADE E VALOR).       *
      *            LOTE RECUSADO, LOTE SEM RESULTADO OU MICRO-REGIAO   *
      *            SEM AAP DO VENCEDOR TERMINAM O RUN ANORMAL (O       *
      *            RELATORIO E O FEED SAEM ASSIM MESMO).               *
      *                                                                *
      *  ENTRADA:  DSDCLBDPREGAORES  - D/SDC/LBD/PREGAO/RES (RESULTADO *
      *            DO PREGAO, UMA LINHA POR LOTE).                     *
      *            DSDCLBDSETTB00494 / DSDCLBDSETTB00233.              *
      *            DSUBCPG2K401      - D/SUB/CPG/2K/401 (CP01).        *
      *  SAIDA:    DSDCLBDTRANS00494 - FEED DE TRANSACOES (PENDENTES). *
      *            LSDCLBDPREGAOADJ  - CONFERENCIA E PLANO MIGRACAO.   *
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
           SELECT DSDCLBDPREGAORES  ASSIGN TO DISK.
           SELECT DSDCLBDSETTB00494 ASSIGN TO DISK.
           SELECT DSDCLBDSETTB00233 ASSIGN TO DISK.
           SELECT DSUBCPG2K401      ASSIGN TO DISK.
           SELECT DSDCLBDTRANS00494 ASSIGN TO DISK.
           SELECT LSDCLBDPREGAOADJ  ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *RESULTADO DO PREGAO: UMA LINHA POR LOTE ADJUDICADO.
        FD DSDCLBDPREGAORES
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/PREGAO/RES ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 RES-REG.
           03 RES-ID-PREGAO           PIC 9(02).
           03 RES-ID-LOTE-PREGAO      PIC 9(02).
           03 RES-ID-BANCO-VENCEDOR   PIC 9(03).
           03 RES-DT-COMPET-EFETIVA   PIC 9(06).
      *       FORMATO: AAAAMM
           03 RES-DT-COMPET-EFETIVA-R REDEFINES RES-DT-COMPET-EFETIVA.
              05 RES-COMPET-ANO       PIC 9(04).
              05 RES-COMPET-MES       PIC 9(02).
           03 FILLER                  PIC X(27).
      *
        FD DSDCLBDSETTB00494
           RECORD CONTAINS 128 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/SETTB00494 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/SETTB00494 ON PKBDSGF".
      *
        FD DSDCLBDSETTB00233
           RECORD CONTAINS 319 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/SETTB00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/SETTB00233 ON PKBDSGF".
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSDCLBDTRANS00494
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00494 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/TRANS00494 ON PKBDSGF".
      *
        FD LSDCLBDPREGAOADJ.
        01 LINHA-PREGAOADJ        PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF-RES                 PIC X(03) VALUE "NAO".
       01  WS-EOF-TB00494             PIC X(03) VALUE "NAO".
       01  WS-EOF-TB00233             PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-RESULTADO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MANTIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-MIGRAM               PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-RESULTADO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-OP               PIC 9(08) VALUE ZEROS.
       77  WS-CT-TRANSACOES           PIC 9(08) VALUE ZEROS.
       77  WS-IX-ACHOU                PIC 9(04) VALUE ZEROS.
      *
      *TB00233 EM MEMORIA COM OS CAMPOS DA ESCOLHA DO AAP DO BANCO
      *VENCEDOR (MESMO MODELO DO PSDCLBDCADEIAPROP).
       01  TABELA-AAP.
           05 TB-AAP OCCURS 5000 TIMES
                     INDEXED BY IX-TB-AAP.
               10 TB-AAP-ID           PIC 9(06).
               10 TB-AAP-SITUACAO     PIC 9(01).
               10 TB-AAP-IN-PAGA      PIC 9(01).
               10 TB-AAP-INSTIT       PIC 9(04).
               10 TB-AAP-QT-BENEF     PIC 9(06).
               10 TB-AAP-MICRO        PIC 9(06).
       77  WS-QTDE-AAP                PIC 9(04) VALUE ZEROS.
      *
      *LOTES EXISTENTES NA TB00494 (QUALQUER DOS TRES NIVEIS).
       01  TABELA-LOTE.
           05 TB-LOTE OCCURS 2000 TIMES.
               10 TB-LOT-PREGAO       PIC 9(02).
               10 TB-LOT-LOTE         PIC 9(02).
               10 TB-LOT-QT-MICROS    PIC 9(06).
       77  WS-QTDE-LOTE               PIC 9(04) VALUE ZEROS.
       77  WS-IX-LOTE                 PIC 9(04) VALUE ZEROS.
       77  WS-LOTE-ENCONTRADO         PIC 9(01) VALUE 0.
      *
      *RESULTADO DO PREGAO, COM A CONFERENCIA E O VOLUME DE CADA LOTE.
      *TB-RES-SITUACAO: "A" = MIGRA; "M" = MANTIDO NO BANCO ATUAL;
      *"R" = RECUSADO (MOTIVO EM TB-RES-MOTIVO).
       01  TABELA-RESULTADO.
           05 TB-RES OCCURS 500 TIMES.
               10 TB-RES-PREGAO       PIC 9(02).
               10 TB-RES-LOTE         PIC 9(02).
               10 TB-RES-BANCO-VENC   PIC 9(03).
               10 TB-RES-COMPET       PIC 9(06).
               10 TB-RES-DT-EFETIVA   PIC 9(08).
               10 TB-RES-SITUACAO     PIC X(01).
               10 TB-RES-MOTIVO       PIC X(30).
               10 TB-RES-BANCO-ATUAL  PIC 9(03).
               10 TB-RES-QT-BANCO-AT  PIC 9(08).
               10 TB-RES-QT-CRED      PIC 9(08).
               10 TB-RES-VL-CRED      PIC 9(15)V99.
               10 TB-RES-QT-MICROS    PIC 9(06).
               10 TB-RES-QT-SEM-OP    PIC 9(06).
       77  WS-QTDE-RES                PIC 9(03) VALUE ZEROS.
       77  WS-IX-RES                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-RES-2                PIC 9(03) VALUE ZEROS.
       77  WS-RES-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *VOLUME DO CP01 POR LOTE DO RESULTADO E BANCO (FIND-OR-INSERT).
       01  TABELA-LOTE-BANCO.
           05 TB-LBC OCCURS 3000 TIMES.
               10 TB-LBC-IX-RES       PIC 9(03).
               10 TB-LBC-BANCO        PIC 9(03).
               10 TB-LBC-QT-CRED      PIC 9(08).
       77  WS-QTDE-LBC                PIC 9(04) VALUE ZEROS.
       77  WS-IX-LBC                  PIC 9(04) VALUE ZEROS.
       77  WS-LBC-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *BANCOS DO PLANO DE MIGRACAO (CEDENTES E VENCEDORES).
       01  TABELA-BANCO.
           05 TB-BCO OCCURS 200 TIMES.
               10 TB-BCO-ID           PIC 9(03).
       77  WS-QTDE-BCO                PIC 9(03) VALUE ZEROS.
       77  WS-IX-BCO                  PIC 9(03) VALUE ZEROS.
       77  WS-BCO-ENCONTRADO          PIC 9(01) VALUE 0.
       77  WS-ID-BANCO-INSERE         PIC 9(03) VALUE ZEROS.
      *
      *AVALIACAO DE UM NIVEL DE PREFERENCIA DA MICRO-REGIAO CORRENTE.
       77  WS-NIV-NIVEL               PIC 9(01) VALUE ZEROS.
       77  WS-NIV-OP                  PIC 9(06) VALUE ZEROS.
       77  WS-NIV-PREGAO              PIC 9(02) VALUE ZEROS.
       77  WS-NIV-LOTE                PIC 9(02) VALUE ZEROS.
       77  WS-NIV-NOVO-OP             PIC 9(06) VALUE ZEROS.
       77  WS-QT-MENOR-BENEF          PIC 9(06) VALUE ZEROS.
       77  WS-IN-ALTEROU              PIC 9(01) VALUE 0.
       77  WS-DT-EFETIVA-MICRO        PIC 9(08) VALUE ZEROS.
       77  WS-IN-DATAS-DIVERGEM       PIC 9(01) VALUE 0.
      *
      *TOTAIS DO BANCO NO PLANO.
       77  WS-QT-SAI                  PIC 9(08) VALUE ZEROS.
       77  WS-VL-SAI                  PIC 9(15)V99 VALUE ZEROS.
       77  WS-QT-ENTRA                PIC 9(08) VALUE ZEROS.
       77  WS-VL-ENTRA                PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-PREGAOADJ.
           03 FILLER                PIC X(18) VALUE "P/SDC/LBD/PREADJ".
           03 FILLER                PIC X(48) VALUE
              "ADJUDICACAO DE PREGAO E PLANO DE MIGRACAO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PREGAOADJ.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  SUBTIT-PREGAOADJ.
           03 SUBTIT-TEXTO-PREGAOADJ PIC X(80).
      *
       01  DET-MICRO-PREGAOADJ.
           03 FILLER                PIC X(07) VALUE "MICRO: ".
           03 DET-MIC-MICRO         PIC 9(06).
           03 FILLER                PIC X(09) VALUE "  NIVEL: ".
           03 DET-MIC-NIVEL         PIC 9(01).
           03 FILLER                PIC X(10) VALUE "  PREGAO: ".
           03 DET-MIC-PREGAO        PIC 9(02).
           03 FILLER                PIC X(08) VALUE "  LOTE: ".
           03 DET-MIC-LOTE          PIC 9(02).
           03 FILLER                PIC X(12) VALUE "  VENCEDOR: ".
           03 DET-MIC-BANCO         PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MIC-TEXTO         PIC X(50).
      *
       01  CAB-03-PREGAOADJ.
           03 FILLER                PIC X(05) VALUE "PREG".
           03 FILLER                PIC X(05) VALUE "LOTE".
           03 FILLER                PIC X(06) VALUE "ATUAL".
           03 FILLER                PIC X(06) VALUE "VENC".
           03 FILLER                PIC X(09) VALUE "COMPET".
           03 FILLER                PIC X(13) VALUE "  CREDITOS".
           03 FILLER                PIC X(21) VALUE
              "              VALOR".
           03 FILLER                PIC X(10) VALUE " MICROS".
           03 FILLER                PIC X(10) VALUE " SEM OP".
           03 FILLER                PIC X(30) VALUE "SITUACAO".
      *
       01  DET-RES-PREGAOADJ.
           03 DET-RES-PREGAO        PIC 9(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-LOTE          PIC 9(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-BANCO-ATUAL   PIC 9(03).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-BANCO-VENC    PIC 9(03).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-COMPET        PIC 9(06).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-QT-CRED       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-VL-CRED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-QT-MICROS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-QT-SEM-OP     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-RES-SITUACAO      PIC X(30).
      *
       01  DET-LOTE-PREGAOADJ.
           03 FILLER                PIC X(08) VALUE "PREGAO: ".
           03 DET-LOT-PREGAO        PIC 9(02).
           03 FILLER                PIC X(08) VALUE "  LOTE: ".
           03 DET-LOT-LOTE          PIC 9(02).
           03 FILLER                PIC X(17) VALUE
              "  MICRO-REGIOES: ".
           03 DET-LOT-QT-MICROS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(36) VALUE
              "  *** LOTE SEM RESULTADO NO PREGAO".
      *
       01  DET-BANCO-PREGAOADJ.
           03 FILLER                PIC X(07) VALUE "BANCO: ".
           03 DET-BCO-BANCO         PIC 9(03).
      *
       01  DET-PLANO-PREGAOADJ.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-PLN-SENTIDO       PIC X(05).
           03 FILLER                PIC X(10) VALUE "  PREGAO: ".
           03 DET-PLN-PREGAO        PIC 9(02).
           03 FILLER                PIC X(08) VALUE "  LOTE: ".
           03 DET-PLN-LOTE          PIC 9(02).
           03 DET-PLN-DE-PARA       PIC X(08).
           03 DET-PLN-BANCO         PIC 9(03).
           03 FILLER                PIC X(10) VALUE "  COMPET: ".
           03 DET-PLN-COMPET        PIC 9(06).
           03 FILLER                PIC X(08) VALUE "  CRED: ".
           03 DET-PLN-QT-CRED       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-PLN-VL-CRED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-TOTBCO-PREGAOADJ.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(13) VALUE "TOTAL SAI:   ".
           03 DET-TBC-QT-SAI        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-TBC-VL-SAI        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(16) VALUE "   TOTAL ENTRA: ".
           03 DET-TBC-QT-ENTRA      PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-TBC-VL-ENTRA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-PREGAOADJ.
           03 TEXTO-TRL-PREGAOADJ   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PREGAOADJ      PIC ZZ.ZZZ.ZZ9.
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
           PERFORM 2000-GERA-TRANSACOES
              THRU 2000-FIM.
      *
           PERFORM 3000-EMITIR-RELATORIO
              THRU 3000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           IF WS-CT-RECUSADOS NOT EQUAL ZEROS
              OR WS-CT-SEM-RESULTADO NOT EQUAL ZEROS
              OR WS-CT-SEM-OP NOT EQUAL ZEROS
              DISPLAY "PSDCLBDPREGAOADJ - HA LOTES RECUSADOS, SEM "
                      "RESULTADO OU SEM AAP DO VENCEDOR - VER RELATORIO"
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT DSDCLBDTRANS00494.
           OPEN OUTPUT LSDCLBDPREGAOADJ.
      *
           MOVE ZEROS TO TABELA-LOTE TABELA-RESULTADO
                         TABELA-LOTE-BANCO TABELA-BANCO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-PREGAOADJ FROM CAB-01-PREGAOADJ AFTER PAGE.
           WRITE LINHA-PREGAOADJ FROM CAB-02-PREGAOADJ AFTER 1.
      *
           OPEN INPUT DSDCLBDSETTB00233.
           PERFORM 1100-CARREGA-AAP
              THRU 1100-FIM
             UNTIL WS-EOF-TB00233 EQUAL "SIM".
           CLOSE DSDCLBDSETTB00233.
      *
           OPEN INPUT DSDCLBDSETTB00494.
           PERFORM 1200-CARREGA-LOTES
              THRU 1200-FIM
             UNTIL WS-EOF-TB00494 EQUAL "SIM".
           CLOSE DSDCLBDSETTB00494.
      *
           OPEN INPUT DSDCLBDPREGAORES.
           PERFORM 1300-CARREGA-RESULTADO
              THRU 1300-FIM
             UNTIL WS-EOF-RES EQUAL "SIM".
           CLOSE DSDCLBDPREGAORES.
      *
           OPEN INPUT DSUBCPG2K401.
           PERFORM 1400-VOLUME-CP01
              THRU 1400-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
           CLOSE DSUBCPG2K401.
      *
           PERFORM 1500-BANCO-ATUAL
              THRU 1500-FIM
              VARYING WS-IX-LBC FROM 1 BY 1
                UNTIL WS-IX-LBC GREATER WS-QTDE-LBC.
      *
           PERFORM 1600-CLASSIFICA-LOTE
              THRU 1600-FIM
              VARYING WS-IX-RES FROM 1 BY 1
                UNTIL WS-IX-RES GREATER WS-QTDE-RES.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-AAP.
      *-----------------*
      *
           READ DSDCLBDSETTB00233
                AT END MOVE "SIM" TO WS-EOF-TB00233
                NOT AT END
                   ADD 1 TO WS-QTDE-AAP
                   SET IX-TB-AAP TO WS-QTDE-AAP
                   MOVE ID-AAP OF REGISTRO-TB00233-R
                                    TO TB-AAP-ID (IX-TB-AAP)
                   MOVE CS-SITUACAO-AAP OF REGISTRO-TB00233-R
                                    TO TB-AAP-SITUACAO (IX-TB-AAP)
                   MOVE IN-PAGA OF REGISTRO-TB00233-R
                                    TO TB-AAP-IN-PAGA (IX-TB-AAP)
                   MOVE ID-INSTIT-AAP OF REGISTRO-TB00233-R
                                    TO TB-AAP-INSTIT (IX-TB-AAP)
                   MOVE QT-BENEFICIO-AAP OF REGISTRO-TB00233-R
                                    TO TB-AAP-QT-BENEF (IX-TB-AAP)
                   MOVE ID-MICRO-REG-PREV OF REGISTRO-TB00233-R
                                    TO TB-AAP-MICRO (IX-TB-AAP).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-LOTES.
      *-------------------*
      *
           READ DSDCLBDSETTB00494
                AT END MOVE "SIM" TO WS-EOF-TB00494
                       GO TO 1200-FIM.
      *
           MOVE ID-PREGAO OF REGISTRO-TB00494-R      TO WS-NIV-PREGAO.
           MOVE ID-LOTE-PREGAO OF REGISTRO-TB00494-R TO WS-NIV-LOTE.
           PERFORM 1210-REGISTRA-LOTE THRU 1210-FIM.
           MOVE ID-PREGAO-2 OF REGISTRO-TB00494-R    TO WS-NIV-PREGAO.
           MOVE ID-LOTE-PREGAO-2 OF REGISTRO-TB00494-R
                                                     TO WS-NIV-LOTE.
           PERFORM 1210-REGISTRA-LOTE THRU 1210-FIM.
           MOVE ID-PREGAO-3 OF REGISTRO-TB00494-R    TO WS-NIV-PREGAO.
           MOVE ID-LOTE-PREGAO-3 OF REGISTRO-TB00494-R
                                                     TO WS-NIV-LOTE.
           PERFORM 1210-REGISTRA-LOTE THRU 1210-FIM.
      *
       1200-FIM. EXIT.
      *---------*
      *
       1210-REGISTRA-LOTE.
      *-------------------*
      *
           IF WS-NIV-PREGAO EQUAL ZEROS
              GO TO 1210-FIM.
      *
           MOVE 0 TO WS-LOTE-ENCONTRADO.
           PERFORM VARYING WS-IX-LOTE FROM 1 BY 1
                     UNTIL WS-IX-LOTE GREATER WS-QTDE-LOTE
                        OR WS-LOTE-ENCONTRADO EQUAL 1
              IF TB-LOT-PREGAO (WS-IX-LOTE) EQUAL WS-NIV-PREGAO
                 AND TB-LOT-LOTE (WS-IX-LOTE) EQUAL WS-NIV-LOTE
                 MOVE 1 TO WS-LOTE-ENCONTRADO
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O LOTE CERTO.
           IF WS-LOTE-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-LOTE.
      *
           IF WS-LOTE-ENCONTRADO EQUAL 0
              IF WS-QTDE-LOTE NOT LESS 2000
                 DISPLAY "PSDCLBDPREGAOADJ - MAIS DE 2000 LOTES NA "
                         "TB00494 - RUN ABORTADO"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-LOTE
              MOVE WS-QTDE-LOTE  TO WS-IX-LOTE
              MOVE WS-NIV-PREGAO TO TB-LOT-PREGAO (WS-IX-LOTE)
              MOVE WS-NIV-LOTE   TO TB-LOT-LOTE (WS-IX-LOTE).
      *
           ADD 1 TO TB-LOT-QT-MICROS (WS-IX-LOTE).
      *
       1210-FIM. EXIT.
      *---------*
      *
      *CONFERE CADA LINHA DO RESULTADO; A LINHA RECUSADA FICA NA
      *TABELA (SITUACAO "R") PARA SAIR NA CONFERENCIA.
       1300-CARREGA-RESULTADO.
      *-----------------------*
      *
           READ DSDCLBDPREGAORES
                AT END MOVE "SIM" TO WS-EOF-RES
                       GO TO 1300-FIM.
      *
           ADD 1 TO WS-CT-RESULTADO.
           IF WS-QTDE-RES NOT LESS 500
              DISPLAY "PSDCLBDPREGAOADJ - RESULTADO COM MAIS DE 500 "
                      "LOTES - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-RES.
           MOVE WS-QTDE-RES             TO WS-IX-RES.
           MOVE RES-ID-PREGAO           TO TB-RES-PREGAO (WS-IX-RES).
           MOVE RES-ID-LOTE-PREGAO      TO TB-RES-LOTE (WS-IX-RES).
           MOVE RES-ID-BANCO-VENCEDOR
                              TO TB-RES-BANCO-VENC (WS-IX-RES).
           MOVE RES-DT-COMPET-EFETIVA   TO TB-RES-COMPET (WS-IX-RES).
           COMPUTE TB-RES-DT-EFETIVA (WS-IX-RES) =
                   RES-DT-COMPET-EFETIVA * 100 + 1.
           MOVE "A"                     TO TB-RES-SITUACAO (WS-IX-RES).
           MOVE SPACES                  TO TB-RES-MOTIVO (WS-IX-RES).
      *
           IF RES-ID-PREGAO EQUAL ZEROS
              MOVE "LOTE NAO INFORMADO" TO TB-RES-MOTIVO (WS-IX-RES)
              GO TO 1300-RECUSA.
      *
           IF RES-ID-BANCO-VENCEDOR EQUAL ZEROS
              MOVE "BANCO VENCEDOR NAO INFORMADO"
                                        TO TB-RES-MOTIVO (WS-IX-RES)
              GO TO 1300-RECUSA.
      *
           IF RES-COMPET-MES LESS 01
              OR RES-COMPET-MES GREATER 12
              MOVE "COMPETENCIA EFETIVA INVALIDA"
                                        TO TB-RES-MOTIVO (WS-IX-RES)
              GO TO 1300-RECUSA.
      *
           MOVE 0 TO WS-RES-ENCONTRADO.
           PERFORM VARYING WS-IX-RES-2 FROM 1 BY 1
                     UNTIL WS-IX-RES-2 NOT LESS WS-IX-RES
                        OR WS-RES-ENCONTRADO EQUAL 1
              IF TB-RES-PREGAO (WS-IX-RES-2) EQUAL RES-ID-PREGAO
                 AND TB-RES-LOTE (WS-IX-RES-2) EQUAL RES-ID-LOTE-PREGAO
                 MOVE 1 TO WS-RES-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-RES-ENCONTRADO EQUAL 1
              MOVE "LOTE REPETIDO NO RESULTADO"
                                        TO TB-RES-MOTIVO (WS-IX-RES)
              GO TO 1300-RECUSA.
      *
           MOVE 0 TO WS-LOTE-ENCONTRADO.
           PERFORM VARYING WS-IX-LOTE FROM 1 BY 1
                     UNTIL WS-IX-LOTE GREATER WS-QTDE-LOTE
                        OR WS-LOTE-ENCONTRADO EQUAL 1
              IF TB-LOT-PREGAO (WS-IX-LOTE) EQUAL RES-ID-PREGAO
                 AND TB-LOT-LOTE (WS-IX-LOTE) EQUAL RES-ID-LOTE-PREGAO
                 MOVE 1 TO WS-LOTE-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-LOTE-ENCONTRADO EQUAL 0
              MOVE "LOTE INEXISTENTE NA TB00494"
                                        TO TB-RES-MOTIVO (WS-IX-RES)
              GO TO 1300-RECUSA.
      *
           GO TO 1300-FIM.
      *
       1300-RECUSA.
           MOVE "R" TO TB-RES-SITUACAO (WS-IX-RES).
           ADD 1    TO WS-CT-RECUSADOS.
      *
       1300-FIM. EXIT.
      *---------*
      *
      *VOLUME CORRENTE DO CP01 POR LOTE DO RESULTADO E BANCO.
       1400-VOLUME-CP01.
      *-----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                       GO TO 1400-FIM.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO
      *CONTA NO VOLUME DO LOTE.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              OR CP01-ID-PREGAO EQUAL ZEROS
              GO TO 1400-FIM.
      *
           MOVE 0 TO WS-RES-ENCONTRADO.
           PERFORM VARYING WS-IX-RES FROM 1 BY 1
                     UNTIL WS-IX-RES GREATER WS-QTDE-RES
                        OR WS-RES-ENCONTRADO EQUAL 1
              IF TB-RES-PREGAO (WS-IX-RES) EQUAL CP01-ID-PREGAO
                 AND TB-RES-LOTE (WS-IX-RES) EQUAL CP01-ID-LOTE-PREGAO
                 AND TB-RES-SITUACAO (WS-IX-RES) NOT EQUAL "R"
                 MOVE 1 TO WS-RES-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-RES-ENCONTRADO EQUAL 0
              GO TO 1400-FIM.
           SUBTRACT 1 FROM WS-IX-RES.
      *
           ADD 1                    TO TB-RES-QT-CRED (WS-IX-RES).
           ADD CP01-VL-LIQUIDO-CRED TO TB-RES-VL-CRED (WS-IX-RES).
      *
           MOVE 0 TO WS-LBC-ENCONTRADO.
           PERFORM VARYING WS-IX-LBC FROM 1 BY 1
                     UNTIL WS-IX-LBC GREATER WS-QTDE-LBC
                        OR WS-LBC-ENCONTRADO EQUAL 1
              IF TB-LBC-IX-RES (WS-IX-LBC) EQUAL WS-IX-RES
                 AND TB-LBC-BANCO (WS-IX-LBC) EQUAL CP01-ID-BANCO
                 MOVE 1 TO WS-LBC-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-LBC-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-LBC
           ELSE
              IF WS-QTDE-LBC NOT LESS 3000
                 DISPLAY "PSDCLBDPREGAOADJ - MAIS DE 3000 PARES LOTE/"
                         "BANCO NO CP01 - RUN ABORTADO"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-LBC
              MOVE WS-QTDE-LBC   TO WS-IX-LBC
              MOVE WS-IX-RES     TO TB-LBC-IX-RES (WS-IX-LBC)
              MOVE CP01-ID-BANCO TO TB-LBC-BANCO (WS-IX-LBC)
           END-IF.
           ADD 1 TO TB-LBC-QT-CRED (WS-IX-LBC).
      *
       1400-FIM. EXIT.
      *---------*
      *
      *BANCO ATUAL DO LOTE = O BANCO COM MAIS CREDITOS NELE.
       1500-BANCO-ATUAL.
      *-----------------*
      *
           MOVE TB-LBC-IX-RES (WS-IX-LBC) TO WS-IX-RES.
           IF TB-LBC-QT-CRED (WS-IX-LBC) GREATER
                                      TB-RES-QT-BANCO-AT (WS-IX-RES)
              MOVE TB-LBC-QT-CRED (WS-IX-LBC)
                                   TO TB-RES-QT-BANCO-AT (WS-IX-RES)
              MOVE TB-LBC-BANCO (WS-IX-LBC)
                                   TO TB-RES-BANCO-ATUAL (WS-IX-RES).
      *
       1500-FIM. EXIT.
      *---------*
      *
      *LOTE JA NO BANCO VENCEDOR NAO MIGRA; LOTE QUE MIGRA ENTRA NO
      *PLANO COM OS DOIS BANCOS.
       1600-CLASSIFICA-LOTE.
      *---------------------*
      *
           IF TB-RES-SITUACAO (WS-IX-RES) EQUAL "R"
              GO TO 1600-FIM.
      *
           IF TB-RES-BANCO-ATUAL (WS-IX-RES) EQUAL
                                      TB-RES-BANCO-VENC (WS-IX-RES)
              MOVE "M" TO TB-RES-SITUACAO (WS-IX-RES)
              MOVE "MANTIDO NO BANCO ATUAL"
                                   TO TB-RES-MOTIVO (WS-IX-RES)
              ADD 1 TO WS-CT-MANTIDOS
              GO TO 1600-FIM.
      *
           ADD 1 TO WS-CT-MIGRAM.
           MOVE "MIGRA"            TO TB-RES-MOTIVO (WS-IX-RES).
           MOVE TB-RES-BANCO-ATUAL (WS-IX-RES) TO WS-ID-BANCO-INSERE.
           PERFORM 1610-INSERE-BANCO THRU 1610-FIM.
           MOVE TB-RES-BANCO-VENC (WS-IX-RES)  TO WS-ID-BANCO-INSERE.
           PERFORM 1610-INSERE-BANCO THRU 1610-FIM.
      *
       1600-FIM. EXIT.
      *---------*
      *
       1610-INSERE-BANCO.
      *------------------*
      *
           MOVE 0 TO WS-BCO-ENCONTRADO.
           PERFORM VARYING WS-IX-BCO FROM 1 BY 1
                     UNTIL WS-IX-BCO GREATER WS-QTDE-BCO
                        OR WS-BCO-ENCONTRADO EQUAL 1
              IF TB-BCO-ID (WS-IX-BCO) EQUAL WS-ID-BANCO-INSERE
                 MOVE 1 TO WS-BCO-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-BCO-ENCONTRADO EQUAL 0
              AND WS-QTDE-BCO LESS 200
              ADD 1 TO WS-QTDE-BCO
              MOVE WS-ID-BANCO-INSERE TO TB-BCO-ID (WS-QTDE-BCO).
      *
       1610-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    PASSO DE GERACAO: CADA MICRO-REGIAO DA TB00494 (EM ORDEM DE
      *    CHAVE) TEM OS TRES NIVEIS AVALIADOS; OS QUE PERTENCEM A UM
      *    LOTE QUE MIGRA RECEBEM O AAP DO BANCO VENCEDOR, NUMA UNICA
      *    TRANSACAO POR MICRO-REGIAO (PREMISSA DO PSDCLBDMRGMANUT).
      *----------------------------------------------------------------
       2000-GERA-TRANSACOES.
      *---------------------*
      *
           MOVE "TRANSACOES GERADAS - PENDENCIAS POR MICRO-REGIAO:"
                                        TO SUBTIT-TEXTO-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM SUBTIT-PREGAOADJ AFTER 2.
      *
           MOVE "NAO" TO WS-EOF-TB00494.
           OPEN INPUT DSDCLBDSETTB00494.
           PERFORM 2010-LOOP-TB00494
              THRU 2010-FIM
             UNTIL WS-EOF-TB00494 EQUAL "SIM".
           CLOSE DSDCLBDSETTB00494.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2010-LOOP-TB00494.
      *------------------*
      *
           READ DSDCLBDSETTB00494
                AT END MOVE "SIM" TO WS-EOF-TB00494
                       GO TO 2010-FIM.
      *
           MOVE SPACES TO TRANS00494-REG.
           MOVE ID-MICRO-REG-PREV OF REGISTRO-TB00494-R
                                   TO TRANS00494-CHAVE-ID-MICRO.
           MOVE ZEROS              TO TRANS00494-ID-OP-PREFERENCIA
                                      TRANS00494-ID-PREGAO
                                      TRANS00494-ID-LOTE-PREGAO
                                      TRANS00494-ID-OP-PREF-2
                                      TRANS00494-ID-PREGAO-2
                                      TRANS00494-ID-LOTE-PREGAO-2
                                      TRANS00494-ID-OP-PREF-3
                                      TRANS00494-ID-PREGAO-3
                                      TRANS00494-ID-LOTE-PREGAO-3
                                      TRANS00494-DT-INIC-VALI
                                      TRANS00494-DT-FIM-VALI
                                      TRANS00494-DT-EFETIVACAO.
           MOVE 9                  TO TRANS00494-IN-ACESS-RESTRITO.
           MOVE 0                  TO TRANS00494-IN-APROVADO.
           MOVE "PSDCLBDPREGAOADJ" TO TRANS00494-ID-GESTOR.
           MOVE 0                  TO WS-IN-ALTEROU.
           MOVE 0                  TO WS-IN-DATAS-DIVERGEM.
           MOVE ZEROS              TO WS-DT-EFETIVA-MICRO.
      *
           MOVE 1 TO WS-NIV-NIVEL.
           MOVE ID-OP-PREFERENCIA OF REGISTRO-TB00494-R TO WS-NIV-OP.
           MOVE ID-PREGAO OF REGISTRO-TB00494-R      TO WS-NIV-PREGAO.
           MOVE ID-LOTE-PREGAO OF REGISTRO-TB00494-R TO WS-NIV-LOTE.
           PERFORM 2100-AVALIA-NIVEL THRU 2100-FIM.
           IF WS-NIV-NOVO-OP NOT EQUAL ZEROS
              MOVE WS-NIV-NOVO-OP TO TRANS00494-ID-OP-PREFERENCIA
              MOVE WS-NIV-PREGAO  TO TRANS00494-ID-PREGAO
              MOVE WS-NIV-LOTE    TO TRANS00494-ID-LOTE-PREGAO.
      *
           MOVE 2 TO WS-NIV-NIVEL.
           MOVE ID-OP-PREF-2 OF REGISTRO-TB00494-R   TO WS-NIV-OP.
           MOVE ID-PREGAO-2 OF REGISTRO-TB00494-R    TO WS-NIV-PREGAO.
           MOVE ID-LOTE-PREGAO-2 OF REGISTRO-TB00494-R
                                                     TO WS-NIV-LOTE.
           PERFORM 2100-AVALIA-NIVEL THRU 2100-FIM.
           IF WS-NIV-NOVO-OP NOT EQUAL ZEROS
              MOVE WS-NIV-NOVO-OP TO TRANS00494-ID-OP-PREF-2
              MOVE WS-NIV-PREGAO  TO TRANS00494-ID-PREGAO-2
              MOVE WS-NIV-LOTE    TO TRANS00494-ID-LOTE-PREGAO-2.
      *
           MOVE 3 TO WS-NIV-NIVEL.
           MOVE ID-OP-PREF-3 OF REGISTRO-TB00494-R   TO WS-NIV-OP.
           MOVE ID-PREGAO-3 OF REGISTRO-TB00494-R    TO WS-NIV-PREGAO.
           MOVE ID-LOTE-PREGAO-3 OF REGISTRO-TB00494-R
                                                     TO WS-NIV-LOTE.
           PERFORM 2100-AVALIA-NIVEL THRU 2100-FIM.
           IF WS-NIV-NOVO-OP NOT EQUAL ZEROS
              MOVE WS-NIV-NOVO-OP TO TRANS00494-ID-OP-PREF-3
              MOVE WS-NIV-PREGAO  TO TRANS00494-ID-PREGAO-3
              MOVE WS-NIV-LOTE    TO TRANS00494-ID-LOTE-PREGAO-3.
      *
           IF WS-IN-ALTEROU EQUAL 0
              GO TO 2010-FIM.
      *
      *NIVEIS DE LOTES COM COMPETENCIAS EFETIVAS DIFERENTES NA MESMA
      *MICRO-REGIAO: A TRANSACAO E UNICA E VALE A DATA MAIS TARDIA.
           MOVE WS-DT-EFETIVA-MICRO TO TRANS00494-DT-EFETIVACAO.
           IF WS-IN-DATAS-DIVERGEM EQUAL 1
              MOVE SPACES TO DET-MICRO-PREGAOADJ
              MOVE ID-MICRO-REG-PREV OF REGISTRO-TB00494-R
                                        TO DET-MIC-MICRO
              MOVE ZEROS                TO DET-MIC-NIVEL DET-MIC-PREGAO
                                           DET-MIC-LOTE DET-MIC-BANCO
              MOVE "COMPETENCIAS DIFERENTES - VALE A MAIS TARDIA"
                                        TO DET-MIC-TEXTO
              WRITE LINHA-PREGAOADJ FROM DET-MICRO-PREGAOADJ AFTER 1.
      *
           WRITE TRANS00494-REG.
           ADD 1 TO WS-CT-TRANSACOES.
      *
       2010-FIM. EXIT.
      *---------*
      *
      *NIVEL DE UM LOTE QUE MIGRA: PROCURA O AAP DO BANCO VENCEDOR NA
      *MICRO-REGIAO. NIVEL QUE JA APONTA PARA AAP DO VENCEDOR NAO E
      *ALTERADO. WS-NIV-NOVO-OP ZERADO = NIVEL SEM ALTERACAO.
       2100-AVALIA-NIVEL.
      *------------------*
      *
           MOVE ZEROS TO WS-NIV-NOVO-OP.
           IF WS-NIV-PREGAO EQUAL ZEROS
              GO TO 2100-FIM.
      *
           MOVE 0 TO WS-RES-ENCONTRADO.
           PERFORM VARYING WS-IX-RES FROM 1 BY 1
                     UNTIL WS-IX-RES GREATER WS-QTDE-RES
                        OR WS-RES-ENCONTRADO EQUAL 1
              IF TB-RES-PREGAO (WS-IX-RES) EQUAL WS-NIV-PREGAO
                 AND TB-RES-LOTE (WS-IX-RES) EQUAL WS-NIV-LOTE
                 AND TB-RES-SITUACAO (WS-IX-RES) EQUAL "A"
                 MOVE 1 TO WS-RES-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-RES-ENCONTRADO EQUAL 0
              GO TO 2100-FIM.
           SUBTRACT 1 FROM WS-IX-RES.
      *
           MOVE ZEROS TO WS-IX-ACHOU.
           IF WS-NIV-OP NOT EQUAL ZEROS
              PERFORM VARYING IX-TB-AAP FROM 1 BY 1
                        UNTIL IX-TB-AAP GREATER WS-QTDE-AAP
                           OR WS-IX-ACHOU NOT EQUAL ZEROS
                 IF TB-AAP-ID (IX-TB-AAP) EQUAL WS-NIV-OP
                    SET WS-IX-ACHOU TO IX-TB-AAP
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-IX-ACHOU NOT EQUAL ZEROS
              AND TB-AAP-INSTIT (WS-IX-ACHOU) EQUAL
                                      TB-RES-BANCO-VENC (WS-IX-RES)
              GO TO 2100-FIM.
      *
           MOVE 999999 TO WS-QT-MENOR-BENEF.
           PERFORM VARYING IX-TB-AAP FROM 1 BY 1
                     UNTIL IX-TB-AAP GREATER WS-QTDE-AAP
              IF TB-AAP-MICRO (IX-TB-AAP) EQUAL
                        ID-MICRO-REG-PREV OF REGISTRO-TB00494-R
                 AND TB-AAP-INSTIT (IX-TB-AAP) EQUAL
                                      TB-RES-BANCO-VENC (WS-IX-RES)
                 AND TB-AAP-SITUACAO (IX-TB-AAP) EQUAL 1
                 AND TB-AAP-IN-PAGA (IX-TB-AAP) EQUAL 1
                 AND TB-AAP-QT-BENEF (IX-TB-AAP)
                                      LESS WS-QT-MENOR-BENEF
                 MOVE TB-AAP-QT-BENEF (IX-TB-AAP) TO WS-QT-MENOR-BENEF
                 MOVE TB-AAP-ID (IX-TB-AAP)       TO WS-NIV-NOVO-OP
              END-IF
           END-PERFORM.
      *
           IF WS-NIV-NOVO-OP EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-OP
              ADD 1 TO TB-RES-QT-SEM-OP (WS-IX-RES)
              MOVE SPACES TO DET-MICRO-PREGAOADJ
              MOVE ID-MICRO-REG-PREV OF REGISTRO-TB00494-R
                                        TO DET-MIC-MICRO
              MOVE WS-NIV-NIVEL         TO DET-MIC-NIVEL
              MOVE WS-NIV-PREGAO        TO DET-MIC-PREGAO
              MOVE WS-NIV-LOTE          TO DET-MIC-LOTE
              MOVE TB-RES-BANCO-VENC (WS-IX-RES) TO DET-MIC-BANCO
              MOVE "*** SEM AAP ATIVO DO BANCO VENCEDOR NA MICRO"
                                        TO DET-MIC-TEXTO
              WRITE LINHA-PREGAOADJ FROM DET-MICRO-PREGAOADJ AFTER 1
              GO TO 2100-FIM.
      *
           ADD 1 TO TB-RES-QT-MICROS (WS-IX-RES).
           MOVE 1 TO WS-IN-ALTEROU.
           IF WS-DT-EFETIVA-MICRO NOT EQUAL ZEROS
              AND WS-DT-EFETIVA-MICRO NOT EQUAL
                                      TB-RES-DT-EFETIVA (WS-IX-RES)
              MOVE 1 TO WS-IN-DATAS-DIVERGEM.
           IF TB-RES-DT-EFETIVA (WS-IX-RES) GREATER WS-DT-EFETIVA-MICRO
              MOVE TB-RES-DT-EFETIVA (WS-IX-RES)
                                        TO WS-DT-EFETIVA-MICRO.
      *
       2100-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-RELATORIO.
      *---------------------*
      *
           MOVE "CONFERENCIA DO RESULTADO DO PREGAO:"
                                        TO SUBTIT-TEXTO-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM SUBTIT-PREGAOADJ AFTER 2.
           WRITE LINHA-PREGAOADJ FROM CAB-03-PREGAOADJ AFTER 1.
           PERFORM 3100-IMPRIME-RESULTADO
              THRU 3100-FIM
              VARYING WS-IX-RES FROM 1 BY 1
                UNTIL WS-IX-RES GREATER WS-QTDE-RES.
      *
           MOVE "LOTES DA TB00494 SEM LINHA NO RESULTADO DO PREGAO:"
                                        TO SUBTIT-TEXTO-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM SUBTIT-PREGAOADJ AFTER 2.
           PERFORM 3200-LOTE-SEM-RESULTADO
              THRU 3200-FIM
              VARYING WS-IX-LOTE FROM 1 BY 1
                UNTIL WS-IX-LOTE GREATER WS-QTDE-LOTE.
      *
           MOVE "PLANO DE MIGRACAO POR BANCO (CEDENTE E VENCEDOR):"
                                        TO SUBTIT-TEXTO-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM SUBTIT-PREGAOADJ AFTER 2.
           PERFORM 3300-PLANO-BANCO
              THRU 3300-FIM
              VARYING WS-IX-BCO FROM 1 BY 1
                UNTIL WS-IX-BCO GREATER WS-QTDE-BCO.
      *
           PERFORM 3900-EMITIR-TRAILER
              THRU 3900-FIM.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-IMPRIME-RESULTADO.
      *-----------------------*
      *
           MOVE TB-RES-PREGAO (WS-IX-RES)      TO DET-RES-PREGAO.
           MOVE TB-RES-LOTE (WS-IX-RES)        TO DET-RES-LOTE.
           MOVE TB-RES-BANCO-ATUAL (WS-IX-RES) TO DET-RES-BANCO-ATUAL.
           MOVE TB-RES-BANCO-VENC (WS-IX-RES)  TO DET-RES-BANCO-VENC.
           MOVE TB-RES-COMPET (WS-IX-RES)      TO DET-RES-COMPET.
           MOVE TB-RES-QT-CRED (WS-IX-RES)     TO DET-RES-QT-CRED.
           MOVE TB-RES-VL-CRED (WS-IX-RES)     TO DET-RES-VL-CRED.
           MOVE TB-RES-QT-MICROS (WS-IX-RES)   TO DET-RES-QT-MICROS.
           MOVE TB-RES-QT-SEM-OP (WS-IX-RES)   TO DET-RES-QT-SEM-OP.
           MOVE TB-RES-MOTIVO (WS-IX-RES)      TO DET-RES-SITUACAO.
           IF TB-RES-SITUACAO (WS-IX-RES) EQUAL "R"
              MOVE "*** "                      TO DET-RES-SITUACAO
              MOVE TB-RES-MOTIVO (WS-IX-RES)
                                    TO DET-RES-SITUACAO (5:26).
           WRITE LINHA-PREGAOADJ FROM DET-RES-PREGAOADJ AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *LOTE DA TB00494 DE UM PREGAO PRESENTE NO RESULTADO, MAS SEM
      *LINHA PROPRIA NELE - O "LOTE ESQUECIDO".
       3200-LOTE-SEM-RESULTADO.
      *------------------------*
      *
           MOVE 0 TO WS-RES-ENCONTRADO.
           MOVE 0 TO WS-LOTE-ENCONTRADO.
           PERFORM VARYING WS-IX-RES FROM 1 BY 1
                     UNTIL WS-IX-RES GREATER WS-QTDE-RES
                        OR WS-LOTE-ENCONTRADO EQUAL 1
              IF TB-RES-PREGAO (WS-IX-RES) EQUAL
                                      TB-LOT-PREGAO (WS-IX-LOTE)
                 MOVE 1 TO WS-RES-ENCONTRADO
                 IF TB-RES-LOTE (WS-IX-RES) EQUAL
                                      TB-LOT-LOTE (WS-IX-LOTE)
                    MOVE 1 TO WS-LOTE-ENCONTRADO
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-RES-ENCONTRADO EQUAL 0
              OR WS-LOTE-ENCONTRADO EQUAL 1
              GO TO 3200-FIM.
      *
           ADD 1 TO WS-CT-SEM-RESULTADO.
           MOVE TB-LOT-PREGAO (WS-IX-LOTE)    TO DET-LOT-PREGAO.
           MOVE TB-LOT-LOTE (WS-IX-LOTE)      TO DET-LOT-LOTE.
           MOVE TB-LOT-QT-MICROS (WS-IX-LOTE) TO DET-LOT-QT-MICROS.
           WRITE LINHA-PREGAOADJ FROM DET-LOTE-PREGAOADJ AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-PLANO-BANCO.
      *-----------------*
      *
           MOVE TB-BCO-ID (WS-IX-BCO) TO DET-BCO-BANCO.
           WRITE LINHA-PREGAOADJ FROM DET-BANCO-PREGAOADJ AFTER 2.
      *
           MOVE ZEROS TO WS-QT-SAI WS-VL-SAI WS-QT-ENTRA WS-VL-ENTRA.
           PERFORM 3310-LOTE-DO-BANCO
              THRU 3310-FIM
              VARYING WS-IX-RES FROM 1 BY 1
                UNTIL WS-IX-RES GREATER WS-QTDE-RES.
      *
           MOVE WS-QT-SAI   TO DET-TBC-QT-SAI.
           MOVE WS-VL-SAI   TO DET-TBC-VL-SAI.
           MOVE WS-QT-ENTRA TO DET-TBC-QT-ENTRA.
           MOVE WS-VL-ENTRA TO DET-TBC-VL-ENTRA.
           WRITE LINHA-PREGAOADJ FROM DET-TOTBCO-PREGAOADJ AFTER 1.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3310-LOTE-DO-BANCO.
      *-------------------*
      *
           IF TB-RES-SITUACAO (WS-IX-RES) NOT EQUAL "A"
              GO TO 3310-FIM.
      *
           MOVE TB-RES-PREGAO (WS-IX-RES)  TO DET-PLN-PREGAO.
           MOVE TB-RES-LOTE (WS-IX-RES)    TO DET-PLN-LOTE.
           MOVE TB-RES-COMPET (WS-IX-RES)  TO DET-PLN-COMPET.
           MOVE TB-RES-QT-CRED (WS-IX-RES) TO DET-PLN-QT-CRED.
           MOVE TB-RES-VL-CRED (WS-IX-RES) TO DET-PLN-VL-CRED.
      *
           IF TB-RES-BANCO-ATUAL (WS-IX-RES) EQUAL TB-BCO-ID (WS-IX-BCO)
              MOVE "SAI"                     TO DET-PLN-SENTIDO
              MOVE "  PARA: "                TO DET-PLN-DE-PARA
              MOVE TB-RES-BANCO-VENC (WS-IX-RES) TO DET-PLN-BANCO
              ADD TB-RES-QT-CRED (WS-IX-RES) TO WS-QT-SAI
              ADD TB-RES-VL-CRED (WS-IX-RES) TO WS-VL-SAI
              WRITE LINHA-PREGAOADJ FROM DET-PLANO-PREGAOADJ AFTER 1.
      *
           IF TB-RES-BANCO-VENC (WS-IX-RES) EQUAL TB-BCO-ID (WS-IX-BCO)
              MOVE "ENTRA"                   TO DET-PLN-SENTIDO
              MOVE "  DE:   "                TO DET-PLN-DE-PARA
              MOVE TB-RES-BANCO-ATUAL (WS-IX-RES) TO DET-PLN-BANCO
              ADD TB-RES-QT-CRED (WS-IX-RES) TO WS-QT-ENTRA
              ADD TB-RES-VL-CRED (WS-IX-RES) TO WS-VL-ENTRA
              WRITE LINHA-PREGAOADJ FROM DET-PLANO-PREGAOADJ AFTER 1.
      *
       3310-FIM. EXIT.
      *---------*
      *
       3900-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-PREGAOADJ.
           MOVE "LINHAS DO RESULTADO DO PREGAO                " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-RESULTADO TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 2.
      *
           MOVE "LOTES RECUSADOS NA CONFERENCIA               " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-RECUSADOS TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 1.
      *
           MOVE "LOTES MANTIDOS NO BANCO ATUAL                " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-MANTIDOS TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 1.
      *
           MOVE "LOTES QUE MIGRAM DE BANCO                    " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-MIGRAM TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 1.
      *
           MOVE "LOTES DA TB00494 SEM RESULTADO NO PREGAO     " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-SEM-RESULTADO TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 1.
      *
           MOVE "NIVEIS SEM AAP DO BANCO VENCEDOR NA MICRO    " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-SEM-OP TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 1.
      *
           MOVE "TRANSACOES TRANS00494 GERADAS (PENDENTES)    " TO
                                                 TEXTO-TRL-PREGAOADJ.
           MOVE WS-CT-TRANSACOES TO QT-TRL-PREGAOADJ.
           WRITE LINHA-PREGAOADJ FROM TRAILER-PREGAOADJ AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSDCLBDTRANS00494 SAVE.
           CLOSE LSDCLBDPREGAOADJ.
      *
       4000-FIM. EXIT.
      *---------*
