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
       PROGRAM-ID.      PSUBCPG2KFEC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: FECHAMENTO DE COMPETENCIA. DEPOIS DE FECHADA, UMA   *
      *            COMPETENCIA NAO PODE MAIS SER REPROCESSADA PELO     *
      *            PSUBCPG052SPGUNI NEM TER O MESTRE REGRAVADO PELOS   *
      *            JOBS DA CADEIA 2K (404, 433, CAN, JHLAPL, PRTAPL,   *
      *            PVDAPL) OU O LIVRO RAZAO REGRAVADO - O PORTAO       *
      *            SSUBLIB2K609 RECUSA O RUN. ESTE JOB CONFERE O       *
      *            CHECKLIST DE FECHAMENTO DA COMPETENCIA:             *
      *            1) AUDITORIA POS-RUN (PSUBCPG052REC) LIMPA - ULTIMO *
      *               RESULTADO GRAVADO PELO PROPRIO REC NO CONTROLE;  *
      *            2) CONCILIACAO DE CREDITO JUDICIAL (PSUBCPG2K478)   *
      *               LIMPA - IDEM;                                    *
      *            3) LIVRO RAZAO (D/SUB/CPG/2K/RAZ) BALANCEADO: HA    *
      *               LINHAS DA COMPETENCIA, CADA ORIGEM UMA VEZ SO,   *
      *               SALDO = SALDO ANTERIOR DA ORIGEM + EMITIDO -     *
      *               EFETIVADO, E NENHUMA ORIGEM COM SALDO ANTERIOR   *
      *               FICOU SEM LINHA NO MES;                          *
      *            4) QUARENTENAS DO 052 VAZIAS (CALAMIDADE            *
      *               D/SUB/CPG/052/CAL/QUA E CORRECAO PREVIA          *
      *               D/SUB/CPG/052/COR/QUA).                          *
      *            SO COM TODOS OS ITENS EM ORDEM O "FECH" GRAVA O     *
      *            FECHAMENTO NO CONTROLE D/SUB/CPG/2K/FEC. O "REAB"   *
      *            REABRE UMA COMPETENCIA FECHADA, EXIGINDO MOTIVO E   *
      *            TOKEN DE APROVACAO VALIDO (SSDCLBDAPRV) PARA O FEED *
      *            D/SUB/CPG/2K/FEC/REAB/AAAAMM - APROVADOR E MOTIVO   *
      *            FICAM NO CONTROLE. O RELATORIO E O CERTIFICADO DA   *
      *            COMPETENCIA: CHECKLIST, RESULTADO E HISTORICO DE    *
      *            FECHAMENTOS E REABERTURAS.                          *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - COMPETENCIA (AAAAMM).         *
      *            WS-PAR-ACAO - "FECH" FECHA; "REAB" REABRE; OUTRO    *
      *            VALOR SO CONFERE E EMITE O CHECKLIST.               *
      *            WS-PAR-OPERADOR - MATRICULA DE QUEM FECHA.          *
      *            WS-PAR-MOTIVO - MOTIVO DA REABERTURA.               *
      *  ENTRADA:  DSUBCPG2KFEC   - CONTROLE DE FECHAMENTO.            *
      *            DSUBCPG2KRAZ   - LIVRO RAZAO POR ORIGEM.            *
      *            DSUBCPG052CALQ - QUARENTENA DE CALAMIDADE.          *
      *            DSUBCPG052CORQ - QUARENTENA DE CORRECAO PREVIA.     *
      *  SAIDA:    D/SUB/CPG/2K/FEC (VIA SSUBLIB2K610) - EVENTO "F"    *
      *            OU "R".                                             *
      *            LSUBCPG2KFEC   - CERTIFICADO DA COMPETENCIA.        *
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
           SELECT OPTIONAL DSUBCPG2KFEC   ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRAZ   ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG052CALQ ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG052CORQ ASSIGN TO DISK.
           SELECT LSUBCPG2KFEC            ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KFEC
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/FEC ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/FEC ON PKBDSGF".
      *
      *LIVRO RAZAO (MESMO LAYOUT DE PSUBCPG2KRAZAO).
        FD DSUBCPG2KRAZ
           RECORD CONTAINS  90 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RAZ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 RAZ01-REG.
           03 RAZ01-COMPETENCIA       PIC 9(06).
           03 RAZ01-CS-ORIG-ORC       PIC 9(01).
           03 RAZ01-VL-PREVISTO       PIC 9(15)V99.
           03 RAZ01-VL-EMITIDO        PIC 9(15)V99.
           03 RAZ01-VL-EFETIVADO      PIC 9(15)V99.
           03 RAZ01-VL-SALDO-ABERTO   PIC S9(15)V99.
           03 FILLER                  PIC X(15).
      *
      *QUARENTENAS DO 052 - SO CONTAGEM DE REGISTROS.
        FD DSUBCPG052CALQ
           RECORD CONTAINS  1800 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/CAL/QUA ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG052CALQ      PIC X(1800).
      *
        FD DSUBCPG052CORQ
           RECORD CONTAINS    60 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/COR/QUA ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG052CORQ      PIC X(60).
      *
        FD LSUBCPG2KFEC.
        01 LINHA-LSUBCPG2KFEC     PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       01  WS-PAR-COMPETENCIA-R REDEFINES WS-PAR-COMPETENCIA.
           03 WS-PAR-COMP-AAAA        PIC 9(04).
           03 WS-PAR-COMP-MM          PIC 9(02).
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  WS-PAR-OPERADOR            PIC 9(08) VALUE ZEROS.
       77  WS-PAR-MOTIVO              PIC X(40) VALUE SPACES.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-IN-RECUSA               PIC 9(01) VALUE 0.
       77  WS-QT-PENDENCIAS           PIC 9(02) VALUE ZEROS.
      *
      *ULTIMO RESULTADO DE CADA ITEM DO CHECKLIST GRAVADO NO CONTROLE
      *("L" LIMPO, "D" DIVERGENTE, BRANCO = NUNCA RODOU NA COMPETENCIA)
      *E ULTIMO FECHAMENTO/REABERTURA DA COMPETENCIA.
       77  WS-REC-RESULTADO           PIC X(01) VALUE SPACES.
       77  WS-REC-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-REC-HORA                PIC 9(06) VALUE ZEROS.
       77  WS-478-RESULTADO           PIC X(01) VALUE SPACES.
       77  WS-478-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-478-HORA                PIC 9(06) VALUE ZEROS.
       77  WS-ULT-EVENTO              PIC X(01) VALUE SPACES.
       77  WS-ULT-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-ULT-MATRIC              PIC 9(08) VALUE ZEROS.
      *
      *CONFERENCIA DO LIVRO RAZAO POR ORIGEM (CS-ORIG-ORC 0-9,
      *INDEXADO POR ORIGEM + 1, MESMO CRITERIO DE PSUBCPG2KRAZAO).
       01  TABELA-RAZ.
           05 TB-RAZ OCCURS 10 TIMES.
              10 TB-RAZ-SALDO-ANT     PIC S9(15)V99.
              10 TB-RAZ-QT-LINHAS     PIC 9(03).
       77  WS-IX-ORC                  PIC 9(02) VALUE ZEROS.
       77  WS-VL-SALDO-CALC           PIC S9(15)V99 VALUE ZEROS.
       77  WS-QT-RAZ-LINHAS           PIC 9(04) VALUE ZEROS.
       77  WS-QT-RAZ-DIVERG           PIC 9(04) VALUE ZEROS.
      *
       77  WS-QT-CALQ                 PIC 9(08) VALUE ZEROS.
       77  WS-QT-CORQ                 PIC 9(08) VALUE ZEROS.
      *
      *INTERFACE DO CONTROLE DE FECHAMENTO (SSUBLIB2K610).
       77  WS-FEC-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KFEC".
       77  WS-FEC-EVENTO              PIC X(01).
       77  WS-FEC-ITEM                PIC 9(01) VALUE 0.
       77  WS-FEC-RESULTADO           PIC X(01) VALUE SPACES.
       77  WS-FEC-MATRIC              PIC 9(08) VALUE ZEROS.
       77  WS-FEC-MOTIVO              PIC X(40) VALUE SPACES.
      *
      *CONTROLE CENTRAL DE APROVACAO (SSDCLBDAPRV): NENHUMA COMPETENCIA
      *E REABERTA SEM TOKEN VALIDO REGISTRADO POR PSDCLBDAPRVREG PARA
      *O FEED DA PROPRIA COMPETENCIA.
       77  WS-APRV-FEED               PIC X(30).
       77  WS-APRV-MATRICULA          PIC 9(08) VALUE ZEROS.
       77  WS-APRV-STATUS             PIC 9(01) VALUE ZEROS.
       01  WS-FEED-REAB.
           03 FILLER                  PIC X(22) VALUE
              "D/SUB/CPG/2K/FEC/REAB/".
           03 WS-FEED-REAB-COMP       PIC 9(06).
           03 FILLER                  PIC X(02) VALUE SPACES.
      *
      *DETALHES DOS ITENS DO CHECKLIST.
       01  WS-DET-CONF.
           03 FILLER                  PIC X(17) VALUE
              "ULTIMO REGISTRO: ".
           03 WS-DETC-DATA            PIC 9(08).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DETC-HORA            PIC 9(06).
      *
       01  WS-DET-QTDE.
           03 FILLER                  PIC X(11) VALUE "REGISTROS: ".
           03 WS-DETQ-QTDE            PIC ZZ.ZZZ.ZZ9.
      *
       01  WS-DET-RAZ.
           03 FILLER                  PIC X(08) VALUE "LINHAS: ".
           03 WS-DETR-LINHAS          PIC ZZZ9.
           03 FILLER                  PIC X(16) VALUE
              "  DIVERGENCIAS: ".
           03 WS-DETR-DIVERG          PIC ZZZ9.
      *
       01  CAB-01-2KFEC.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/FEC".
           03 FILLER                PIC X(48) VALUE
              "CERTIFICADO DE FECHAMENTO DE COMPETENCIA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KFEC.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KFEC.
           03 FILLER                PIC X(13) VALUE "COMPETENCIA: ".
           03 CAB03-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(09) VALUE "   ACAO: ".
           03 CAB03-ACAO            PIC X(04).
           03 FILLER                PIC X(26) VALUE
              "   SITUACAO ANTES DO RUN: ".
           03 CAB03-SITUACAO        PIC X(30).
      *
       01  DET-ITEM-2KFEC.
           03 FILLER                PIC X(05) VALUE "ITEM ".
           03 DET-ITEM-NU           PIC 9(01).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ITEM-TEXTO        PIC X(40).
           03 FILLER                PIC X(02) VALUE ": ".
           03 DET-ITEM-SITUACAO     PIC X(14).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ITEM-DETALHE      PIC X(60).
      *
       01  DET-RAZ-2KFEC.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(05) VALUE "ORIG ".
           03 DET-RAZ-ORIGEM        PIC 9(01).
           03 FILLER                PIC X(05) VALUE " ANT:".
           03 DET-RAZ-SALDO-ANT     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE " EMIT:".
           03 DET-RAZ-EMITIDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE " EFET:".
           03 DET-RAZ-EFETIVADO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE " SALDO:".
           03 DET-RAZ-SALDO         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RAZ-SITUACAO      PIC X(13).
      *
       01  DET-HIST-2KFEC.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-HIST-EVENTO       PIC X(10).
           03 FILLER                PIC X(04) VALUE " EM ".
           03 DET-HIST-DATA         PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-HIST-HORA         PIC 9(06).
           03 FILLER                PIC X(13) VALUE
              "  MATRICULA: ".
           03 DET-HIST-MATRIC       PIC 9(08).
           03 FILLER                PIC X(12) VALUE
              "  PROGRAMA: ".
           03 DET-HIST-PROGRAMA     PIC X(17).
           03 FILLER                PIC X(10) VALUE "  MOTIVO: ".
           03 DET-HIST-MOTIVO       PIC X(40).
      *
       01  MSG-CERTIFICADO-2KFEC.
           03 FILLER                PIC X(16) VALUE
              "*** COMPETENCIA ".
           03 MSG-CERT-COMPETENCIA  PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 MSG-CERT-TEXTO        PIC X(14).
           03 MSG-CERT-DATA         PIC 9(08).
           03 FILLER                PIC X(13) VALUE
              " - MATRICULA ".
           03 MSG-CERT-MATRIC       PIC 9(08).
           03 FILLER                PIC X(04) VALUE " ***".
      *
       01  MSG-TEXTO-2KFEC.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 MSG-TEXTO             PIC X(60).
           03 MSG-TEXTO-COMPL       PIC X(60).
      *
       01  MSG-MOTIVO-2KFEC.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(08) VALUE "MOTIVO: ".
           03 MSG-MOTIVO            PIC X(40).
      *
       01  MSG-TITULO-2KFEC.
           03 MSG-TITULO            PIC X(60).
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-COMPETENCIA WS-PAR-ACAO
                  WS-PAR-OPERADOR    WS-PAR-MOTIVO.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           IF WS-PAR-COMPETENCIA NOT NUMERIC
              OR WS-PAR-COMP-AAAA EQUAL ZEROS
              OR WS-PAR-COMP-MM LESS 01
              OR WS-PAR-COMP-MM GREATER 12
              DISPLAY "PSUBCPG2KFEC - COMPETENCIA INVALIDA (AAAAMM): "
                      WS-PAR-COMPETENCIA
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-VARRE-CONTROLE
              THRU 2000-FIM.
      *
           PERFORM 3000-CONFERE-RAZAO
              THRU 3000-FIM.
      *
           PERFORM 3500-CONFERE-QUARENTENA
              THRU 3500-FIM.
      *
           PERFORM 4000-IMPRIME-CHECKLIST
              THRU 4000-FIM.
      *
           PERFORM 5000-EXECUTA-ACAO
              THRU 5000-FIM.
      *
           PERFORM 6000-HISTORICO
              THRU 6000-FIM.
      *
           PERFORM 7000-FINALIZA
              THRU 7000-FIM.
      *
           IF WS-IN-RECUSA EQUAL 1
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KFEC.
      *
           IF WS-PAR-OPERADOR NOT NUMERIC
              MOVE ZEROS TO WS-PAR-OPERADOR.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
      *
           WRITE LINHA-LSUBCPG2KFEC FROM CAB-01-2KFEC AFTER PAGE.
           WRITE LINHA-LSUBCPG2KFEC FROM CAB-02-2KFEC AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CONTROLE DE FECHAMENTO: O CONTROLE E CRONOLOGICO, ENTAO O
      *    ULTIMO REGISTRO DE CADA TIPO DA COMPETENCIA E O QUE VALE
      *    (UM REC OU 478 REFEITO DEPOIS DA CORRECAO SUBSTITUI O
      *    RESULTADO DIVERGENTE ANTERIOR).
      *----------------------------------------------------------------
       2000-VARRE-CONTROLE.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2KFEC.
           PERFORM 2100-LE-CONTROLE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KFEC.
           MOVE "NAO" TO WS-EOF.
      *
           MOVE WS-PAR-COMPETENCIA TO CAB03-COMPETENCIA.
           MOVE WS-PAR-ACAO        TO CAB03-ACAO.
           IF WS-ULT-EVENTO EQUAL "F"
              MOVE "FECHADA"       TO CAB03-SITUACAO
           ELSE
              IF WS-ULT-EVENTO EQUAL "R"
                 MOVE "REABERTA"   TO CAB03-SITUACAO
              ELSE
                 MOVE "ABERTA (NUNCA FECHADA)" TO CAB03-SITUACAO.
           WRITE LINHA-LSUBCPG2KFEC FROM CAB-03-2KFEC AFTER 2.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LE-CONTROLE.
      *-----------------*
      *
           READ DSUBCPG2KFEC
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           IF FEC-COMPETENCIA NOT EQUAL WS-PAR-COMPETENCIA
              GO TO 2100-FIM.
      *
           IF FEC-CS-EVENTO EQUAL "C"
              IF FEC-CS-ITEM EQUAL 1
                 MOVE FEC-IN-RESULTADO TO WS-REC-RESULTADO
                 MOVE FEC-DATA         TO WS-REC-DATA
                 MOVE FEC-HORA         TO WS-REC-HORA
              ELSE
                 IF FEC-CS-ITEM EQUAL 2
                    MOVE FEC-IN-RESULTADO TO WS-478-RESULTADO
                    MOVE FEC-DATA         TO WS-478-DATA
                    MOVE FEC-HORA         TO WS-478-HORA.
      *
           IF FEC-CS-EVENTO EQUAL "F"
              OR FEC-CS-EVENTO EQUAL "R"
              MOVE FEC-CS-EVENTO TO WS-ULT-EVENTO
              MOVE FEC-DATA      TO WS-ULT-DATA
              MOVE FEC-NU-MATRIC TO WS-ULT-MATRIC.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    LIVRO RAZAO: PASSAGEM SEQUENCIAL. O LIVRO E CRONOLOGICO -
      *    AS LINHAS DE COMPETENCIAS ANTERIORES SO CARREGAM O SALDO DE
      *    CADA ORIGEM; AS DA COMPETENCIA SAO CONFERIDAS CONTRA ELE;
      *    AS POSTERIORES SAO IGNORADAS.
      *----------------------------------------------------------------
       3000-CONFERE-RAZAO.
      *-------------------*
      *
           MOVE ZEROS TO TABELA-RAZ.
           MOVE "LINHAS DO LIVRO RAZAO NA COMPETENCIA:" TO MSG-TITULO.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-TITULO-2KFEC AFTER 2.
      *
           OPEN INPUT DSUBCPG2KRAZ.
           PERFORM 3100-LE-RAZAO
              THRU 3100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRAZ.
           MOVE "NAO" TO WS-EOF.
      *
      *ORIGEM COM SALDO EM ABERTO HERDADO E SEM LINHA NO MES: O SALDO
      *SUMIU DO LIVRO (PSUBCPG2KRAZAO GRAVA LINHA PARA TODA ORIGEM COM
      *SALDO ANTERIOR).
           IF WS-QT-RAZ-LINHAS GREATER ZEROS
              PERFORM 3200-ORIGEM-SEM-LINHA
                 THRU 3200-FIM
                 VARYING WS-IX-ORC FROM 1 BY 1
                   UNTIL WS-IX-ORC GREATER 10.
      *
           IF WS-QT-RAZ-LINHAS EQUAL ZEROS
              MOVE "NENHUMA LINHA - PSUBCPG2KRAZAO NAO RODOU" TO
                                                         MSG-TEXTO
              MOVE SPACES TO MSG-TEXTO-COMPL
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-LE-RAZAO.
      *--------------*
      *
           READ DSUBCPG2KRAZ
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3100-FIM.
      *
           IF RAZ01-COMPETENCIA GREATER WS-PAR-COMPETENCIA
              GO TO 3100-FIM.
      *
           COMPUTE WS-IX-ORC = RAZ01-CS-ORIG-ORC + 1.
      *
           IF RAZ01-COMPETENCIA LESS WS-PAR-COMPETENCIA
              MOVE RAZ01-VL-SALDO-ABERTO
                   TO TB-RAZ-SALDO-ANT (WS-IX-ORC)
              GO TO 3100-FIM.
      *
           ADD 1 TO WS-QT-RAZ-LINHAS.
           ADD 1 TO TB-RAZ-QT-LINHAS (WS-IX-ORC).
           COMPUTE WS-VL-SALDO-CALC =
                   TB-RAZ-SALDO-ANT (WS-IX-ORC)
                   + RAZ01-VL-EMITIDO
                   - RAZ01-VL-EFETIVADO.
      *
           MOVE RAZ01-CS-ORIG-ORC            TO DET-RAZ-ORIGEM.
           MOVE TB-RAZ-SALDO-ANT (WS-IX-ORC) TO DET-RAZ-SALDO-ANT.
           MOVE RAZ01-VL-EMITIDO             TO DET-RAZ-EMITIDO.
           MOVE RAZ01-VL-EFETIVADO           TO DET-RAZ-EFETIVADO.
           MOVE RAZ01-VL-SALDO-ABERTO        TO DET-RAZ-SALDO.
      *
           IF TB-RAZ-QT-LINHAS (WS-IX-ORC) GREATER 1
              ADD 1 TO WS-QT-RAZ-DIVERG
              MOVE "*** REPETIDA" TO DET-RAZ-SITUACAO
           ELSE
              IF RAZ01-VL-SALDO-ABERTO NOT EQUAL WS-VL-SALDO-CALC
                 ADD 1 TO WS-QT-RAZ-DIVERG
                 MOVE "*** DIVERGE" TO DET-RAZ-SITUACAO
              ELSE
                 MOVE "OK"          TO DET-RAZ-SITUACAO.
      *
           WRITE LINHA-LSUBCPG2KFEC FROM DET-RAZ-2KFEC AFTER 1.
      *
      *A PROXIMA LINHA DA MESMA ORIGEM NA COMPETENCIA (REPETIDA) E
      *CONFERIDA CONTRA O SALDO DESTA.
           MOVE RAZ01-VL-SALDO-ABERTO TO TB-RAZ-SALDO-ANT (WS-IX-ORC).
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-ORIGEM-SEM-LINHA.
      *----------------------*
      *
           IF TB-RAZ-QT-LINHAS (WS-IX-ORC) GREATER ZEROS
              OR TB-RAZ-SALDO-ANT (WS-IX-ORC) EQUAL ZEROS
              GO TO 3200-FIM.
      *
           ADD 1 TO WS-QT-RAZ-DIVERG.
           COMPUTE DET-RAZ-ORIGEM = WS-IX-ORC - 1.
           MOVE TB-RAZ-SALDO-ANT (WS-IX-ORC) TO DET-RAZ-SALDO-ANT.
           MOVE ZEROS                        TO DET-RAZ-EMITIDO
                                                DET-RAZ-EFETIVADO
                                                DET-RAZ-SALDO.
           MOVE "*** SEM LINHA"              TO DET-RAZ-SITUACAO.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-RAZ-2KFEC AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
      *
      *QUARENTENAS DO 052: QUALQUER REGISTRO PRESENTE E PENDENCIA EM
      *ABERTO (DATASET AUSENTE = VAZIA).
       3500-CONFERE-QUARENTENA.
      *------------------------*
      *
           OPEN INPUT DSUBCPG052CALQ.
           PERFORM 3600-LE-CALQ
              THRU 3600-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052CALQ.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG052CORQ.
           PERFORM 3700-LE-CORQ
              THRU 3700-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052CORQ.
           MOVE "NAO" TO WS-EOF.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-LE-CALQ.
      *-------------*
      *
           READ DSUBCPG052CALQ
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3600-FIM.
           ADD 1 TO WS-QT-CALQ.
      *
       3600-FIM. EXIT.
      *---------*
      *
       3700-LE-CORQ.
      *-------------*
      *
           READ DSUBCPG052CORQ
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3700-FIM.
           ADD 1 TO WS-QT-CORQ.
      *
       3700-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CHECKLIST: UMA LINHA POR ITEM; TODO ITEM FORA DE ORDEM E
      *    UMA PENDENCIA QUE IMPEDE O FECHAMENTO.
      *----------------------------------------------------------------
       4000-IMPRIME-CHECKLIST.
      *-----------------------*
      *
           MOVE "CHECKLIST DE FECHAMENTO:" TO MSG-TITULO.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-TITULO-2KFEC AFTER 2.
      *
           MOVE 1 TO DET-ITEM-NU.
           MOVE "AUDITORIA POS-RUN (PSUBCPG052REC)" TO DET-ITEM-TEXTO.
           MOVE WS-REC-DATA TO WS-DETC-DATA.
           MOVE WS-REC-HORA TO WS-DETC-HORA.
           MOVE WS-DET-CONF TO DET-ITEM-DETALHE.
           IF WS-REC-RESULTADO EQUAL "L"
              MOVE "LIMPA"          TO DET-ITEM-SITUACAO
           ELSE
              ADD 1 TO WS-QT-PENDENCIAS
              IF WS-REC-RESULTADO EQUAL "D"
                 MOVE "*** DIVERGENTE" TO DET-ITEM-SITUACAO
              ELSE
                 MOVE "*** NAO RODOU"  TO DET-ITEM-SITUACAO
                 MOVE SPACES           TO DET-ITEM-DETALHE.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-ITEM-2KFEC AFTER 1.
      *
           MOVE 2 TO DET-ITEM-NU.
           MOVE "CONCILIACAO JUDICIAL (PSUBCPG2K478)" TO
                                                   DET-ITEM-TEXTO.
           MOVE WS-478-DATA TO WS-DETC-DATA.
           MOVE WS-478-HORA TO WS-DETC-HORA.
           MOVE WS-DET-CONF TO DET-ITEM-DETALHE.
           IF WS-478-RESULTADO EQUAL "L"
              MOVE "LIMPA"          TO DET-ITEM-SITUACAO
           ELSE
              ADD 1 TO WS-QT-PENDENCIAS
              IF WS-478-RESULTADO EQUAL "D"
                 MOVE "*** DIVERGENTE" TO DET-ITEM-SITUACAO
              ELSE
                 MOVE "*** NAO RODOU"  TO DET-ITEM-SITUACAO
                 MOVE SPACES           TO DET-ITEM-DETALHE.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-ITEM-2KFEC AFTER 1.
      *
           MOVE 3 TO DET-ITEM-NU.
           MOVE "LIVRO RAZAO (D/SUB/CPG/2K/RAZ)" TO DET-ITEM-TEXTO.
           MOVE WS-QT-RAZ-LINHAS TO WS-DETR-LINHAS.
           MOVE WS-QT-RAZ-DIVERG TO WS-DETR-DIVERG.
           MOVE WS-DET-RAZ       TO DET-ITEM-DETALHE.
           IF WS-QT-RAZ-LINHAS GREATER ZEROS
              AND WS-QT-RAZ-DIVERG EQUAL ZEROS
              MOVE "BALANCEADO"     TO DET-ITEM-SITUACAO
           ELSE
              ADD 1 TO WS-QT-PENDENCIAS
              IF WS-QT-RAZ-LINHAS EQUAL ZEROS
                 MOVE "*** SEM LINHAS" TO DET-ITEM-SITUACAO
              ELSE
                 MOVE "*** DIVERGENTE" TO DET-ITEM-SITUACAO.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-ITEM-2KFEC AFTER 1.
      *
           MOVE 4 TO DET-ITEM-NU.
           MOVE "QUARENTENA DE CALAMIDADE (052/CAL/QUA)" TO
                                                   DET-ITEM-TEXTO.
           MOVE WS-QT-CALQ  TO WS-DETQ-QTDE.
           MOVE WS-DET-QTDE TO DET-ITEM-DETALHE.
           IF WS-QT-CALQ EQUAL ZEROS
              MOVE "VAZIA"          TO DET-ITEM-SITUACAO
           ELSE
              ADD 1 TO WS-QT-PENDENCIAS
              MOVE "*** EM ABERTO"  TO DET-ITEM-SITUACAO.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-ITEM-2KFEC AFTER 1.
      *
           MOVE 5 TO DET-ITEM-NU.
           MOVE "QUARENTENA DE CORRECAO (052/COR/QUA)" TO
                                                   DET-ITEM-TEXTO.
           MOVE WS-QT-CORQ  TO WS-DETQ-QTDE.
           MOVE WS-DET-QTDE TO DET-ITEM-DETALHE.
           IF WS-QT-CORQ EQUAL ZEROS
              MOVE "VAZIA"          TO DET-ITEM-SITUACAO
           ELSE
              ADD 1 TO WS-QT-PENDENCIAS
              MOVE "*** EM ABERTO"  TO DET-ITEM-SITUACAO.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-ITEM-2KFEC AFTER 1.
      *
       4000-FIM. EXIT.
      *---------*
      *
       5000-EXECUTA-ACAO.
      *------------------*
      *
           MOVE WS-PAR-COMPETENCIA TO MSG-CERT-COMPETENCIA.
           MOVE SPACES             TO MSG-TEXTO-COMPL.
      *
           IF WS-PAR-ACAO EQUAL "FECH"
              PERFORM 5100-FECHA
                 THRU 5100-FIM
           ELSE
              IF WS-PAR-ACAO EQUAL "REAB"
                 PERFORM 5200-REABRE
                    THRU 5200-FIM
              ELSE
                 MOVE "CONSULTA - NENHUM EVENTO GRAVADO NO CONTROLE."
                                                      TO MSG-TEXTO
                 WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC
                                                            AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-FECHA.
      *-----------*
      *
           IF WS-ULT-EVENTO EQUAL "F"
              MOVE "JA FECHADA EM" TO MSG-CERT-TEXTO
              MOVE WS-ULT-DATA     TO MSG-CERT-DATA
              MOVE WS-ULT-MATRIC   TO MSG-CERT-MATRIC
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-CERTIFICADO-2KFEC
                                                            AFTER 2
              GO TO 5100-FIM.
      *
           IF WS-QT-PENDENCIAS GREATER ZEROS
              MOVE 1 TO WS-IN-RECUSA
              MOVE "*** FECHAMENTO RECUSADO - CHECKLIST COM PENDENCIA"
                                                      TO MSG-TEXTO
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 2
              DISPLAY "PSUBCPG2KFEC - COMPETENCIA " WS-PAR-COMPETENCIA
                      " NAO FECHADA - CHECKLIST COM PENDENCIA"
              GO TO 5100-FIM.
      *
           IF WS-PAR-OPERADOR EQUAL ZEROS
              MOVE 1 TO WS-IN-RECUSA
              MOVE "*** FECHAMENTO RECUSADO - SEM MATRICULA DO OPERADOR"
                                                      TO MSG-TEXTO
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 2
              DISPLAY "PSUBCPG2KFEC - COMPETENCIA " WS-PAR-COMPETENCIA
                      " NAO FECHADA - SEM MATRICULA DO OPERADOR"
              GO TO 5100-FIM.
      *
           MOVE "F"             TO WS-FEC-EVENTO.
           MOVE WS-PAR-OPERADOR TO WS-FEC-MATRIC.
           MOVE SPACES          TO WS-FEC-MOTIVO.
           CALL "SSUBLIB2K610" USING WS-FEC-PROGRAMA WS-PAR-COMPETENCIA
                                     WS-FEC-EVENTO WS-FEC-ITEM
                                     WS-FEC-RESULTADO WS-FEC-MATRIC
                                     WS-FEC-MOTIVO.
      *
           MOVE "FECHADA EM"    TO MSG-CERT-TEXTO.
           MOVE W77-DATA        TO MSG-CERT-DATA.
           MOVE WS-PAR-OPERADOR TO MSG-CERT-MATRIC.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-CERTIFICADO-2KFEC AFTER 2.
           MOVE "CHECKLIST COMPLETO - REPROCESSAMENTO SO COM REABERTURA"
                                                      TO MSG-TEXTO.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
      *REABERTURA: SO DE COMPETENCIA FECHADA, COM MOTIVO E TOKEN DE
      *APROVACAO PARA A PROPRIA COMPETENCIA (O TOKEN SO E CONSUMIDO
      *DEPOIS DAS DEMAIS CRITICAS). O CHECKLIST NAO E EXIGIDO - A
      *REABERTURA EXISTE JUSTAMENTE PARA CORRIGIR A COMPETENCIA.
       5200-REABRE.
      *------------*
      *
           IF WS-ULT-EVENTO NOT EQUAL "F"
              MOVE 1 TO WS-IN-RECUSA
              MOVE "*** REABERTURA RECUSADA - COMPETENCIA NAO FECHADA"
                                                      TO MSG-TEXTO
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 2
              DISPLAY "PSUBCPG2KFEC - COMPETENCIA " WS-PAR-COMPETENCIA
                      " NAO ESTA FECHADA - NADA A REABRIR"
              GO TO 5200-FIM.
      *
           IF WS-PAR-MOTIVO EQUAL SPACES
              MOVE 1 TO WS-IN-RECUSA
              MOVE "*** REABERTURA RECUSADA - MOTIVO NAO INFORMADO"
                                                      TO MSG-TEXTO
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 2
              DISPLAY "PSUBCPG2KFEC - COMPETENCIA " WS-PAR-COMPETENCIA
                      " NAO REABERTA - MOTIVO NAO INFORMADO"
              GO TO 5200-FIM.
      *
           MOVE WS-PAR-COMPETENCIA TO WS-FEED-REAB-COMP.
           MOVE WS-FEED-REAB       TO WS-APRV-FEED.
           CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                    WS-APRV-STATUS.
           IF WS-APRV-STATUS NOT EQUAL 0
              MOVE 1 TO WS-IN-RECUSA
              MOVE "*** REABERTURA RECUSADA - SEM TOKEN DE APROVACAO"
                                                      TO MSG-TEXTO
              MOVE WS-APRV-FEED    TO MSG-TEXTO-COMPL
              WRITE LINHA-LSUBCPG2KFEC FROM MSG-TEXTO-2KFEC AFTER 2
              DISPLAY "PSUBCPG2KFEC - COMPETENCIA " WS-PAR-COMPETENCIA
                      " NAO REABERTA - SEM TOKEN DE APROVACAO VALIDO"
              GO TO 5200-FIM.
      *
           MOVE "R"               TO WS-FEC-EVENTO.
           MOVE WS-APRV-MATRICULA TO WS-FEC-MATRIC.
           MOVE WS-PAR-MOTIVO     TO WS-FEC-MOTIVO.
           CALL "SSUBLIB2K610" USING WS-FEC-PROGRAMA WS-PAR-COMPETENCIA
                                     WS-FEC-EVENTO WS-FEC-ITEM
                                     WS-FEC-RESULTADO WS-FEC-MATRIC
                                     WS-FEC-MOTIVO.
      *
           MOVE "REABERTA EM"     TO MSG-CERT-TEXTO.
           MOVE W77-DATA          TO MSG-CERT-DATA.
           MOVE WS-APRV-MATRICULA TO MSG-CERT-MATRIC.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-CERTIFICADO-2KFEC AFTER 2.
           MOVE WS-PAR-MOTIVO     TO MSG-MOTIVO.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-MOTIVO-2KFEC AFTER 1.
           DISPLAY "PSUBCPG2KFEC - COMPETENCIA " WS-PAR-COMPETENCIA
                   " REABERTA - APROVADOR " WS-APRV-MATRICULA.
      *
       5200-FIM. EXIT.
      *---------*
      *
      *HISTORICO DE FECHAMENTOS E REABERTURAS DA COMPETENCIA, JA COM
      *O EVENTO DESTE RUN.
       6000-HISTORICO.
      *---------------*
      *
           MOVE "HISTORICO DA COMPETENCIA (D/SUB/CPG/2K/FEC):" TO
                                                        MSG-TITULO.
           WRITE LINHA-LSUBCPG2KFEC FROM MSG-TITULO-2KFEC AFTER 2.
      *
           OPEN INPUT DSUBCPG2KFEC.
           PERFORM 6100-LE-HISTORICO
              THRU 6100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KFEC.
           MOVE "NAO" TO WS-EOF.
      *
       6000-FIM. EXIT.
      *---------*
      *
       6100-LE-HISTORICO.
      *------------------*
      *
           READ DSUBCPG2KFEC
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 6100-FIM.
      *
           IF FEC-COMPETENCIA NOT EQUAL WS-PAR-COMPETENCIA
              OR (FEC-CS-EVENTO NOT EQUAL "F"
                  AND FEC-CS-EVENTO NOT EQUAL "R")
              GO TO 6100-FIM.
      *
           IF FEC-CS-EVENTO EQUAL "F"
              MOVE "FECHADA"  TO DET-HIST-EVENTO
           ELSE
              MOVE "REABERTA" TO DET-HIST-EVENTO.
           MOVE FEC-DATA      TO DET-HIST-DATA.
           MOVE FEC-HORA      TO DET-HIST-HORA.
           MOVE FEC-NU-MATRIC TO DET-HIST-MATRIC.
           MOVE FEC-PROGRAMA  TO DET-HIST-PROGRAMA.
           MOVE FEC-TX-MOTIVO TO DET-HIST-MOTIVO.
           WRITE LINHA-LSUBCPG2KFEC FROM DET-HIST-2KFEC AFTER 1.
      *
       6100-FIM. EXIT.
      *---------*
      *
       7000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KFEC.
      *
       7000-FIM. EXIT.
      *---------*
