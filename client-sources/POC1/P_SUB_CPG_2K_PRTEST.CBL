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
       PROGRAM-ID.      PSUBCPG2KPRTEST.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: ESTATISTICA MENSAL DA PORTABILIDADE BANCARIA, A     *
      *            PARTIR DO LOG D/SUB/CPG/2K/PRT:                     *
      *            - PORTABILIDADES APLICADAS NO MES (PRT-DT-APLICADA) *
      *              POR BANCO DE ORIGEM X BANCO DE DESTINO, COM       *
      *              SUBTOTAL POR ORIGEM E TOTAL POR DESTINO. CADA PAR *
      *              ORIGEM/DESTINO GERA UM REGISTRO NO ARQUIVO        *
      *              D/SUB/CPG/2K/PRT/EST, ENVIADO AO ORGAO REGULADOR; *
      *            - SOLICITACOES RECEBIDAS NO MES (PRT-DT-RECEBIDA) E *
      *              RECUSADAS NO MES (PRT-DT-RECUSADA) POR MOTIVO.    *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - MES DA ESTATISTICA (AAAAMM). *
      *             ZEROS ASSUME O MES CORRENTE.                       *
      *  ENTRADA:  DSUBCPG2KPRT    - LOG DE PORTABILIDADE.             *
      *  SAIDA:    DSUBCPG2KPRTEST - ESTATISTICA ORIGEM X DESTINO.     *
      *            LSUBCPG2KPRTEST - RELATORIO DA ESTATISTICA.         *
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
           SELECT OPTIONAL DSUBCPG2KPRT ASSIGN TO DISK.
           SELECT DSUBCPG2KPRTEST ASSIGN TO DISK.
           SELECT LSUBCPG2KPRTEST ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KPRT
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/PRT ON PKBDSGF".
      *
      *UM REGISTRO POR PAR BANCO ORIGEM / BANCO DESTINO DO MES.
        FD DSUBCPG2KPRTEST
           RECORD CONTAINS 30 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT/EST ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 EST-REG.
           03 EST-DT-COMPET           PIC 9(06).
      *        FORMATO: AAAAMM
           03 EST-ID-BANCO-ORIGEM     PIC 9(03).
           03 EST-ID-BANCO-DESTINO    PIC 9(03).
           03 EST-QT-PORTABILIDADES   PIC 9(08).
           03 FILLER                  PIC X(10).
      *
        FD LSUBCPG2KPRTEST.
        01 LINHA-PRTEST           PIC X(133).
      *
        SD SORTWK.
        01 SRTE-REG.
           03 SRTE-ID-BANCO-ORIGEM    PIC 9(03).
           03 SRTE-ID-BANCO-DESTINO   PIC 9(03).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPRTEST".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-COMPET                  PIC 9(06) VALUE ZEROS.
       77  WS-COMPET-REG              PIC 9(06) VALUE ZEROS.
       77  WS-CT-LOG                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECEBIDAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-APLICADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-PARES                PIC 9(08) VALUE ZEROS.
       77  WS-QT-PAR                  PIC 9(08) VALUE ZEROS.
       77  WS-QT-ORIGEM               PIC 9(08) VALUE ZEROS.
       77  WS-ORIGEM-ANT              PIC 9(03) VALUE ZEROS.
       77  WS-DESTINO-ANT             PIC 9(03) VALUE ZEROS.
      *
           COPY "*B/SUB/CPG/2K/PRT/MOTIVOS ON PKBDSGF".
      *
      *RECUSADAS NO MES POR MOTIVO (MESMA POSICAO DE MOTREC-TAB).
       01  TABELA-RECUSA-MES.
           05 TB-REC-QTDE OCCURS 7 TIMES PIC 9(08).
       77  WS-QT-MOTIVO-INVALIDO      PIC 9(08) VALUE ZEROS.
      *
      *TOTAL APLICADO POR BANCO DESTINO.
       01  TABELA-DESTINO.
           05 TB-DST OCCURS 300 TIMES.
               10 TB-DST-ID           PIC 9(03).
               10 TB-DST-QTDE         PIC 9(08).
       77  WS-QTDE-DST                PIC 9(03) VALUE ZEROS.
       77  WS-IX-DST                  PIC 9(03) VALUE ZEROS.
       77  WS-DST-ENCONTRADO          PIC 9(01) VALUE 0.
      *
       01  CAB-01-PRTEST.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PRTE".
           03 FILLER                PIC X(48) VALUE
              "ESTATISTICA MENSAL DA PORTABILIDADE BANCARIA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PRTEST.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-PRTEST.
           03 FILLER                PIC X(14) VALUE "COMPETENCIA: ".
           03 CAB03-COMPET          PIC 9(06).
      *
       01  TIT-PAR-PRTEST.
           03 FILLER                PIC X(46) VALUE
              "PORTABILIDADES APLICADAS - ORIGEM X DESTINO".
      *
       01  TIT-DST-PRTEST.
           03 FILLER                PIC X(46) VALUE
              "PORTABILIDADES APLICADAS POR BANCO DESTINO".
      *
       01  TIT-MOT-PRTEST.
           03 FILLER                PIC X(46) VALUE
              "SOLICITACOES RECUSADAS NO MES POR MOTIVO".
      *
       01  DET-PAR-PRTEST.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(08) VALUE "ORIGEM: ".
           03 DET-PAR-ORIGEM        PIC ZZ9.
           03 FILLER                PIC X(11) VALUE "  DESTINO: ".
           03 DET-PAR-DESTINO       PIC ZZ9.
           03 FILLER                PIC X(15) VALUE "  QUANTIDADE: ".
           03 DET-PAR-QTDE          PIC ZZ.ZZZ.ZZ9.
      *
       01  SUB-ORI-PRTEST.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(25) VALUE
              "SUBTOTAL DO BANCO ORIGEM ".
           03 SUB-ORI-ORIGEM        PIC ZZ9.
           03 FILLER                PIC X(02) VALUE ": ".
           03 SUB-ORI-QTDE          PIC ZZ.ZZZ.ZZ9.
      *
       01  DET-DST-PRTEST.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(09) VALUE "DESTINO: ".
           03 DET-DST-DESTINO       PIC ZZ9.
           03 FILLER                PIC X(15) VALUE "  QUANTIDADE: ".
           03 DET-DST-QTDE          PIC ZZ.ZZZ.ZZ9.
      *
       01  DET-MOT-PRTEST.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-MOT-CS-MOTIVO     PIC 99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-MOT-DESCRICAO     PIC X(30).
           03 FILLER                PIC X(02) VALUE ": ".
           03 DET-MOT-QTDE          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-PRTEST.
           03 TEXTO-TRL-PRTEST      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PRTEST         PIC ZZ.ZZZ.ZZ9.
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
           SORT SORTWK
                ASCENDING KEY SRTE-ID-BANCO-ORIGEM
                              SRTE-ID-BANCO-DESTINO
                INPUT  PROCEDURE 2000-SELECIONA
                                 THRU 2000-SELECIONA-FIM
                OUTPUT PROCEDURE 3000-TOTALIZA
                                 THRU 3000-TOTALIZA-FIM.
      *
           PERFORM 5000-DESTINOS
              THRU 5000-FIM.
      *
           PERFORM 6000-MOTIVOS
              THRU 6000-FIM.
      *
           PERFORM 7000-TRAILERS
              THRU 7000-FIM.
      *
           PERFORM 9000-FINALIZA
              THRU 9000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KPRTEST.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           IF WS-PAR-COMPETENCIA EQUAL ZEROS
              COMPUTE WS-COMPET = WS-DATA-HOJE / 100
           ELSE
              MOVE WS-PAR-COMPETENCIA TO WS-COMPET.
           MOVE WS-COMPET TO CAB03-COMPET.
      *
           MOVE ZEROS TO TABELA-RECUSA-MES.
      *
           WRITE LINHA-PRTEST FROM CAB-01-PRTEST AFTER PAGE.
           WRITE LINHA-PRTEST FROM CAB-02-PRTEST AFTER 1.
           WRITE LINHA-PRTEST FROM CAB-03-PRTEST AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LE O LOG, CONTA RECEBIDAS E RECUSADAS DO
      *    MES E LIBERA UM REGISTRO POR PORTABILIDADE APLICADA NO MES.
      *----------------------------------------------------------------
       2000-SELECIONA SECTION.
       2000-SELECIONA-LOG.
      *-------------------*
      *
           OPEN INPUT DSUBCPG2KPRT.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UMA-SOLICITACAO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRT.
           GO TO 2000-SELECIONA-FIM.
      *
       2100-UMA-SOLICITACAO.
      *---------------------*
      *
           READ DSUBCPG2KPRT
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LOG.
      *
           COMPUTE WS-COMPET-REG = PRT-DT-RECEBIDA / 100.
           IF WS-COMPET-REG EQUAL WS-COMPET
              ADD 1 TO WS-CT-RECEBIDAS.
      *
           IF PRT-CS-SITUACAO EQUAL "X"
              COMPUTE WS-COMPET-REG = PRT-DT-RECUSADA / 100
              IF WS-COMPET-REG EQUAL WS-COMPET
                 ADD 1 TO WS-CT-RECUSADAS
                 IF PRT-CS-MOTIVO-RECUSA GREATER ZEROS
                    AND PRT-CS-MOTIVO-RECUSA NOT GREATER
                                             WS-QTDE-MOTIVO-RECUSA
                    ADD 1 TO TB-REC-QTDE (PRT-CS-MOTIVO-RECUSA)
                 ELSE
                    ADD 1 TO WS-QT-MOTIVO-INVALIDO
                 END-IF
              END-IF
              GO TO 2100-FIM.
      *
           IF PRT-CS-SITUACAO NOT EQUAL "P"
              GO TO 2100-FIM.
      *
           COMPUTE WS-COMPET-REG = PRT-DT-APLICADA / 100.
           IF WS-COMPET-REG NOT EQUAL WS-COMPET
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-APLICADAS.
           MOVE PRT-ID-BANCO-ORIGEM  TO SRTE-ID-BANCO-ORIGEM.
           MOVE PRT-ID-BANCO-DESTINO TO SRTE-ID-BANCO-DESTINO.
           RELEASE SRTE-REG.
      *
       2100-FIM. EXIT.
      *---------*
       2000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: QUEBRA POR ORIGEM E DESTINO. CADA PAR
      *    GERA UMA LINHA E UM REGISTRO DO ARQUIVO DO ORGAO REGULADOR;
      *    CADA ORIGEM FECHA COM SUBTOTAL.
      *----------------------------------------------------------------
       3000-TOTALIZA SECTION.
       3000-TOTALIZA-PARES.
      *--------------------*
      *
           OPEN OUTPUT DSUBCPG2KPRTEST.
           WRITE LINHA-PRTEST FROM TIT-PAR-PRTEST AFTER 2.
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE ZEROS TO WS-QT-PAR WS-QT-ORIGEM.
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
           IF WS-EOF-SORT EQUAL "NAO"
              MOVE SRTE-ID-BANCO-ORIGEM  TO WS-ORIGEM-ANT
              MOVE SRTE-ID-BANCO-DESTINO TO WS-DESTINO-ANT.
      *
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           IF WS-QT-PAR GREATER ZEROS
              PERFORM 3200-FECHA-PAR
                 THRU 3200-FIM
              PERFORM 3300-FECHA-ORIGEM
                 THRU 3300-FIM.
      *
           CLOSE DSUBCPG2KPRTEST SAVE.
           GO TO 3000-TOTALIZA-FIM.
      *
       3100-UM-REGISTRO.
      *-----------------*
      *
           IF SRTE-ID-BANCO-ORIGEM NOT EQUAL WS-ORIGEM-ANT
              PERFORM 3200-FECHA-PAR
                 THRU 3200-FIM
              PERFORM 3300-FECHA-ORIGEM
                 THRU 3300-FIM
           ELSE
              IF SRTE-ID-BANCO-DESTINO NOT EQUAL WS-DESTINO-ANT
                 PERFORM 3200-FECHA-PAR
                    THRU 3200-FIM
              END-IF
           END-IF.
      *
           MOVE SRTE-ID-BANCO-ORIGEM  TO WS-ORIGEM-ANT.
           MOVE SRTE-ID-BANCO-DESTINO TO WS-DESTINO-ANT.
           ADD 1 TO WS-QT-PAR.
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-FECHA-PAR.
      *---------------*
      *
           MOVE WS-ORIGEM-ANT  TO DET-PAR-ORIGEM.
           MOVE WS-DESTINO-ANT TO DET-PAR-DESTINO.
           MOVE WS-QT-PAR      TO DET-PAR-QTDE.
           WRITE LINHA-PRTEST FROM DET-PAR-PRTEST AFTER 1.
      *
           MOVE SPACES         TO EST-REG.
           MOVE WS-COMPET      TO EST-DT-COMPET.
           MOVE WS-ORIGEM-ANT  TO EST-ID-BANCO-ORIGEM.
           MOVE WS-DESTINO-ANT TO EST-ID-BANCO-DESTINO.
           MOVE WS-QT-PAR      TO EST-QT-PORTABILIDADES.
           WRITE EST-REG.
           ADD 1 TO WS-CT-PARES.
      *
           PERFORM 3400-SOMA-DESTINO
              THRU 3400-FIM.
      *
           ADD WS-QT-PAR TO WS-QT-ORIGEM.
           MOVE ZEROS    TO WS-QT-PAR.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-FECHA-ORIGEM.
      *------------------*
      *
           MOVE WS-ORIGEM-ANT TO SUB-ORI-ORIGEM.
           MOVE WS-QT-ORIGEM  TO SUB-ORI-QTDE.
           WRITE LINHA-PRTEST FROM SUB-ORI-PRTEST AFTER 1.
           MOVE SPACES TO LINHA-PRTEST.
           WRITE LINHA-PRTEST AFTER 1.
           MOVE ZEROS TO WS-QT-ORIGEM.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3400-SOMA-DESTINO.
      *------------------*
      *
           MOVE 0 TO WS-DST-ENCONTRADO.
           PERFORM VARYING WS-IX-DST FROM 1 BY 1
                     UNTIL WS-IX-DST GREATER WS-QTDE-DST
                        OR WS-DST-ENCONTRADO EQUAL 1
              IF TB-DST-ID (WS-IX-DST) EQUAL WS-DESTINO-ANT
                 MOVE 1 TO WS-DST-ENCONTRADO
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O BANCO CERTO.
           IF WS-DST-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-DST
              ADD WS-QT-PAR TO TB-DST-QTDE (WS-IX-DST)
              GO TO 3400-FIM.
      *
           IF WS-QTDE-DST NOT LESS 300
              DISPLAY "PSUBCPG2KPRTEST - MAIS DE 300 BANCOS DESTINO "
                      "- RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-DST.
           MOVE WS-DESTINO-ANT TO TB-DST-ID   (WS-QTDE-DST).
           MOVE WS-QT-PAR      TO TB-DST-QTDE (WS-QTDE-DST).
      *
       3400-FIM. EXIT.
      *---------*
       3000-TOTALIZA-FIM. EXIT.
      *
       5000-DESTINOS.
      *-------------*
      *
           WRITE LINHA-PRTEST FROM TIT-DST-PRTEST AFTER 2.
           PERFORM VARYING WS-IX-DST FROM 1 BY 1
                     UNTIL WS-IX-DST GREATER WS-QTDE-DST
              MOVE TB-DST-ID   (WS-IX-DST) TO DET-DST-DESTINO
              MOVE TB-DST-QTDE (WS-IX-DST) TO DET-DST-QTDE
              WRITE LINHA-PRTEST FROM DET-DST-PRTEST AFTER 1
           END-PERFORM.
      *
       5000-FIM. EXIT.
      *---------*
      *
       6000-MOTIVOS.
      *------------*
      *
           WRITE LINHA-PRTEST FROM TIT-MOT-PRTEST AFTER 2.
           PERFORM VARYING WS-IX-MOTIVO-RECUSA FROM 1 BY 1
                     UNTIL WS-IX-MOTIVO-RECUSA GREATER
                                             WS-QTDE-MOTIVO-RECUSA
              MOVE MOTREC-CS-MOTIVO (WS-IX-MOTIVO-RECUSA)
                                      TO DET-MOT-CS-MOTIVO
              MOVE MOTREC-DESCRICAO (WS-IX-MOTIVO-RECUSA)
                                      TO DET-MOT-DESCRICAO
              MOVE TB-REC-QTDE (WS-IX-MOTIVO-RECUSA)
                                      TO DET-MOT-QTDE
              WRITE LINHA-PRTEST FROM DET-MOT-PRTEST AFTER 1
           END-PERFORM.
      *
           IF WS-QT-MOTIVO-INVALIDO GREATER ZEROS
              MOVE ZEROS                   TO DET-MOT-CS-MOTIVO
              MOVE "MOTIVO NAO CADASTRADO" TO DET-MOT-DESCRICAO
              MOVE WS-QT-MOTIVO-INVALIDO   TO DET-MOT-QTDE
              WRITE LINHA-PRTEST FROM DET-MOT-PRTEST AFTER 1.
      *
       6000-FIM. EXIT.
      *---------*
      *
       7000-TRAILERS.
      *-------------*
      *
           MOVE SPACES TO TRAILER-PRTEST.
           MOVE "SOLICITACOES NO LOG                          " TO
                                                  TEXTO-TRL-PRTEST.
           MOVE WS-CT-LOG TO QT-TRL-PRTEST.
           WRITE LINHA-PRTEST FROM TRAILER-PRTEST AFTER 2.
      *
           MOVE "SOLICITACOES RECEBIDAS NO MES                " TO
                                                  TEXTO-TRL-PRTEST.
           MOVE WS-CT-RECEBIDAS TO QT-TRL-PRTEST.
           WRITE LINHA-PRTEST FROM TRAILER-PRTEST AFTER 1.
      *
           MOVE "SOLICITACOES RECUSADAS NO MES                " TO
                                                  TEXTO-TRL-PRTEST.
           MOVE WS-CT-RECUSADAS TO QT-TRL-PRTEST.
           WRITE LINHA-PRTEST FROM TRAILER-PRTEST AFTER 1.
      *
           MOVE "PORTABILIDADES APLICADAS NO MES              " TO
                                                  TEXTO-TRL-PRTEST.
           MOVE WS-CT-APLICADAS TO QT-TRL-PRTEST.
           WRITE LINHA-PRTEST FROM TRAILER-PRTEST AFTER 1.
      *
           MOVE "PARES ORIGEM/DESTINO GRAVADOS EM PRT/EST     " TO
                                                  TEXTO-TRL-PRTEST.
           MOVE WS-CT-PARES TO QT-TRL-PRTEST.
           WRITE LINHA-PRTEST FROM TRAILER-PRTEST AFTER 1.
      *
       7000-FIM. EXIT.
      *---------*
      *
       9000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPRTEST.
      *
       9000-FIM. EXIT.
      *---------*
