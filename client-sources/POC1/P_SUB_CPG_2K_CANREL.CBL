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
       PROGRAM-ID.      PSUBCPG2KCANREL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: RELATORIO DE VALOR CANCELADO POR MOTIVO E UF. LE A  *
      *            TRILHA D/SUB/CPG/2K/CAN/LOG GRAVADA POR             *
      *            PSUBCPG2KCAN E TOTALIZA QUANTIDADE E VALOR LIQUIDO  *
      *            DOS CREDITOS CANCELADOS ANTES DA EMISSAO POR MOTIVO *
      *            (B/SUB/CPG/2K/CAN/MOTIVOS) E UF DO ORGAO PAGADOR,   *
      *            COM SUBTOTAL POR MOTIVO, RESUMO POR UF E TOTAL      *
      *            GERAL.                                              *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - MES DO CANCELAMENTO AAAAMM    *
      *            (ZEROS = TRILHA INTEIRA).                           *
      *  ENTRADA:  DSUBCPG2KCANLOG - TRILHA DE CANCELAMENTOS.          *
      *  SAIDA:    LSUBCPG2KCANREL - RELATORIO POR MOTIVO E UF.        *
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
           SELECT OPTIONAL DSUBCPG2KCANLOG ASSIGN TO DISK.
           SELECT LSUBCPG2KCANREL ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KCANLOG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CAN/LOG ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/CAN ON PKBDSGF".
      *
        FD LSUBCPG2KCANREL.
        01 LINHA-LSUBCPG2KCANREL  PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCANREL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
           COPY "*B/SUB/CPG/2K/CAN/MOTIVOS ON PKBDSGF".
      *
       01  WS-EOF-LOG                 PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06).
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-SELECIONADOS         PIC 9(08) VALUE ZEROS.
       01  WS-DT-CANCEL               PIC 9(08) VALUE ZEROS.
       01  WS-DT-CANCEL-R REDEFINES WS-DT-CANCEL.
           03 WS-DT-CANCEL-AAAAMM     PIC 9(06).
           03 WS-DT-CANCEL-DD         PIC 9(02).
      *
      *TOTAIS POR MOTIVO (POSICAO NA TABELA DE MOTIVOS; A POSICAO 10
      *RECEBE CODIGO QUE NAO ESTA NA TABELA) X UF DO OP (UF + 1).
       01  TABELA-MOTIVO-UF.
           03  TB-MOT OCCURS 10 TIMES.
               05  TB-MOT-QT              PIC 9(08).
               05  TB-MOT-VL              PIC 9(13)V99.
               05  TB-MOT-UF OCCURS 100 TIMES.
                   07  TB-MUF-QT          PIC 9(08).
                   07  TB-MUF-VL          PIC 9(13)V99.
       01  TABELA-UF.
           03  TB-UF OCCURS 100 TIMES.
               05  TB-UF-QT               PIC 9(08).
               05  TB-UF-VL               PIC 9(13)V99.
       77  WS-QT-GERAL                PIC 9(08) VALUE ZEROS.
       77  WS-VL-GERAL                PIC 9(15)V99 VALUE ZEROS.
       77  WS-IX-MOT                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-UF                   PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-2KCANREL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CANR".
           03 FILLER                PIC X(42) VALUE
              "VALOR CANCELADO ANTES DA EMISSAO".
           03 FILLER                PIC X(14) VALUE "COMPETENCIA: ".
           03 CAB01-COMPET          PIC 9(06).
           03 FILLER                PIC X(08) VALUE "  DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KCANREL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-MOTIVO-2KCANREL.
           03 FILLER                PIC X(11) VALUE "*** MOTIVO ".
           03 CAB-MOT-CODIGO        PIC 9(02).
           03 FILLER                PIC X(03) VALUE " - ".
           03 CAB-MOT-DESCRICAO     PIC X(30).
      *
       01  CAB-UF-2KCANREL.
           03 FILLER                PIC X(40) VALUE
              "*** RESUMO POR UF (TODOS OS MOTIVOS)".
      *
       01  DET-2KCANREL.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 FILLER                PIC X(04) VALUE "UF: ".
           03 DET-UF                PIC 9(02).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE "QTDE: ".
           03 DET-QT                PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 FILLER                PIC X(07) VALUE "VALOR: ".
           03 DET-VL                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  SUBTOT-2KCANREL.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 SUBT-TEXTO            PIC X(16).
           03 FILLER                PIC X(06) VALUE "QTDE: ".
           03 SUBT-QT               PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 FILLER                PIC X(07) VALUE "VALOR: ".
           03 SUBT-VL               PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-2KCANREL.
           03 TEXTO-TRL-2KCANREL    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KCANREL       PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-COMPETENCIA.
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
           PERFORM 2000-LOOP-LOG
              THRU 2000-FIM
             UNTIL WS-EOF-LOG EQUAL "SIM".
      *
           PERFORM 3000-EMITE-MOTIVO
              THRU 3000-FIM
              VARYING WS-IX-MOT FROM 1 BY 1
                UNTIL WS-IX-MOT GREATER 10.
      *
           PERFORM 3500-EMITE-RESUMO-UF
              THRU 3500-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN INPUT  DSUBCPG2KCANLOG.
           OPEN OUTPUT LSUBCPG2KCANREL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPET.
      *
           MOVE ZEROS TO TABELA-MOTIVO-UF
                         TABELA-UF.
      *
           WRITE LINHA-LSUBCPG2KCANREL FROM CAB-01-2KCANREL AFTER PAGE.
           WRITE LINHA-LSUBCPG2KCANREL FROM CAB-02-2KCANREL AFTER 1.
      *
           PERFORM 9000-LE-LOG
              THRU 9000-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
       2000-LOOP-LOG.
      *--------------*
      *
           MOVE CANL-DT-CANCELAMENTO TO WS-DT-CANCEL.
           IF WS-PAR-COMPETENCIA NOT EQUAL ZEROS
              AND WS-DT-CANCEL-AAAAMM NOT EQUAL WS-PAR-COMPETENCIA
              PERFORM 9000-LE-LOG
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-SELECIONADOS.
      *
           PERFORM 2100-BUSCA-MOTIVO
              THRU 2100-FIM.
           IF WS-MOTIVO-CANCEL-ENCONTRADO EQUAL 1
              MOVE WS-IX-MOTIVO-CANCEL TO WS-IX-MOT
           ELSE
              MOVE 10 TO WS-IX-MOT.
           COMPUTE WS-IX-UF = CANL-CS-UF-OP + 1.
      *
           ADD 1 TO TB-MOT-QT (WS-IX-MOT)
                    TB-MUF-QT (WS-IX-MOT WS-IX-UF)
                    TB-UF-QT (WS-IX-UF)
                    WS-QT-GERAL.
           ADD CANL-VL-LIQUIDO-CRED TO TB-MOT-VL (WS-IX-MOT)
                                       TB-MUF-VL (WS-IX-MOT WS-IX-UF)
                                       TB-UF-VL (WS-IX-UF)
                                       WS-VL-GERAL.
      *
           PERFORM 9000-LE-LOG
              THRU 9000-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
      *MESMO MODELO DE 2210-BUSCA-MOTIVO-SOLIC DO PSUBCPG2K451.
       2100-BUSCA-MOTIVO.
      *------------------*
      *
           MOVE 0 TO WS-MOTIVO-CANCEL-ENCONTRADO.
           PERFORM VARYING WS-IX-MOTIVO-CANCEL FROM 1 BY 1
                     UNTIL WS-IX-MOTIVO-CANCEL GREATER
                                             WS-QTDE-MOTIVO-CANCEL
                        OR WS-MOTIVO-CANCEL-ENCONTRADO EQUAL 1
              IF MOTCAN-CS-MOTIVO (WS-IX-MOTIVO-CANCEL)
                              EQUAL CANL-CS-MOTIVO
                 MOVE 1 TO WS-MOTIVO-CANCEL-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-MOTIVO-CANCEL-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-MOTIVO-CANCEL.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *UM BLOCO POR MOTIVO COM MOVIMENTO: UMA LINHA POR UF E O
      *SUBTOTAL DO MOTIVO.
       3000-EMITE-MOTIVO.
      *------------------*
      *
           IF TB-MOT-QT (WS-IX-MOT) EQUAL ZEROS
              GO TO 3000-FIM.
      *
           IF WS-IX-MOT EQUAL 10
              MOVE ZEROS TO CAB-MOT-CODIGO
              MOVE "MOTIVO NAO CADASTRADO" TO CAB-MOT-DESCRICAO
           ELSE
              MOVE MOTCAN-CS-MOTIVO (WS-IX-MOT) TO CAB-MOT-CODIGO
              MOVE MOTCAN-DESCRICAO (WS-IX-MOT) TO CAB-MOT-DESCRICAO.
           WRITE LINHA-LSUBCPG2KCANREL FROM CAB-MOTIVO-2KCANREL
                                                             AFTER 2.
      *
           PERFORM 3100-EMITE-UF-MOTIVO
              THRU 3100-FIM
              VARYING WS-IX-UF FROM 1 BY 1
                UNTIL WS-IX-UF GREATER 100.
      *
           MOVE "TOTAL DO MOTIVO " TO SUBT-TEXTO.
           MOVE TB-MOT-QT (WS-IX-MOT) TO SUBT-QT.
           MOVE TB-MOT-VL (WS-IX-MOT) TO SUBT-VL.
           WRITE LINHA-LSUBCPG2KCANREL FROM SUBTOT-2KCANREL AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-EMITE-UF-MOTIVO.
      *---------------------*
      *
           IF TB-MUF-QT (WS-IX-MOT WS-IX-UF) EQUAL ZEROS
              GO TO 3100-FIM.
      *
           COMPUTE DET-UF = WS-IX-UF - 1.
           MOVE TB-MUF-QT (WS-IX-MOT WS-IX-UF) TO DET-QT.
           MOVE TB-MUF-VL (WS-IX-MOT WS-IX-UF) TO DET-VL.
           WRITE LINHA-LSUBCPG2KCANREL FROM DET-2KCANREL AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3500-EMITE-RESUMO-UF.
      *---------------------*
      *
           WRITE LINHA-LSUBCPG2KCANREL FROM CAB-UF-2KCANREL AFTER 3.
      *
           PERFORM 3510-EMITE-UF
              THRU 3510-FIM
              VARYING WS-IX-UF FROM 1 BY 1
                UNTIL WS-IX-UF GREATER 100.
      *
           MOVE "TOTAL GERAL     " TO SUBT-TEXTO.
           MOVE WS-QT-GERAL TO SUBT-QT.
           MOVE WS-VL-GERAL TO SUBT-VL.
           WRITE LINHA-LSUBCPG2KCANREL FROM SUBTOT-2KCANREL AFTER 2.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3510-EMITE-UF.
      *--------------*
      *
           IF TB-UF-QT (WS-IX-UF) EQUAL ZEROS
              GO TO 3510-FIM.
      *
           COMPUTE DET-UF = WS-IX-UF - 1.
           MOVE TB-UF-QT (WS-IX-UF) TO DET-QT.
           MOVE TB-UF-VL (WS-IX-UF) TO DET-VL.
           WRITE LINHA-LSUBCPG2KCANREL FROM DET-2KCANREL AFTER 1.
      *
       3510-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-2KCANREL.
           MOVE "REGISTROS LIDOS NA TRILHA DE CANCELAMENTO    " TO
                                                 TEXTO-TRL-2KCANREL.
           MOVE WS-CT-LIDOS TO QT-TRL-2KCANREL.
           WRITE LINHA-LSUBCPG2KCANREL FROM TRAILER-2KCANREL AFTER 3.
      *
           MOVE "CANCELAMENTOS DA COMPETENCIA                 " TO
                                                 TEXTO-TRL-2KCANREL.
           MOVE WS-CT-SELECIONADOS TO QT-TRL-2KCANREL.
           WRITE LINHA-LSUBCPG2KCANREL FROM TRAILER-2KCANREL AFTER 1.
      *
           CLOSE DSUBCPG2KCANLOG.
           CLOSE LSUBCPG2KCANREL.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-LOG.
      *-----------*
      *
           READ DSUBCPG2KCANLOG
                AT END MOVE "SIM" TO WS-EOF-LOG
                NOT AT END ADD 1 TO WS-CT-LIDOS.
      *
       9000-FIM. EXIT.
      *---------*
