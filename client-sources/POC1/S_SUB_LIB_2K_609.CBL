      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET SHARING = PRIVATE
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SSUBLIB2K609.
       ENVIRONMENT    DIVISION.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
      *CONTROLE DE FECHAMENTO DE COMPETENCIA (VIDE SSUBLIB2K610), SO
      *LEITURA. DATASET AUSENTE = NENHUMA COMPETENCIA FECHADA.
           SELECT OPTIONAL DSUBCPG2KFEC ASSIGN TO DISK.
      *MOVIMENTO CP01, SO O PRIMEIRO REGISTRO - DE ONDE SAI A
      *COMPETENCIA QUANDO O CHAMADOR NAO A INFORMA.
           SELECT OPTIONAL DSUBCPG2K401 ASSIGN TO DISK.
      *
       DATA DIVISION.
        FILE SECTION.
      *-------------*
        FD DSUBCPG2KFEC
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/FEC ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/FEC ON PKBDSGF".
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
       WORKING-STORAGE SECTION.
      *PORTAO DE COMPETENCIA FECHADA: O PSUBCPG052SPGUNI E OS JOBS QUE
      *REGRAVAM MESTRE DA CADEIA 2K (404, 433, CAN, JHLAPL, PRTAPL,
      *PVDAPL) E O RAZAO CHAMAM ESTA ROTINA NA PARTIDA, LOGO DEPOIS DO
      *PORTAO DE DEPENDENCIAS (SSUBLIB2K606), ANTES DE ABRIR QUALQUER
      *ARQUIVO. SE O ULTIMO EVENTO "F"/"R" DA COMPETENCIA NO CONTROLE
      *D/SUB/CPG/2K/FEC FOR UM "F", A ROTINA EXIBE O MOTIVO, GRAVA NO
      *LIVRO DE EXECUCOES UM EVENTO "R" (COM O CONTROLE E A COMPETENCIA
      *NO LUGAR DO INSUMO) E DEVOLVE STATUS 1 - O CHAMADOR TERMINA
      *ANORMAL SEM TOCAR EM NADA. A UNICA SAIDA E A REABERTURA PELO
      *PSUBCPG2KFEC, COM TOKEN DE APROVACAO E MOTIVO.
      *WS-FEC-COMPETENCIA (AAAAMM): INFORMADA PELO CHAMADOR OU, SE
      *ZERADA, TIRADA DE CP01-DT-MOV-CREDITO DO PRIMEIRO REGISTRO DO
      *D/SUB/CPG/2K/401 E DEVOLVIDA (401 AUSENTE OU VAZIO = NADA A
      *PROTEGER, LIBERADO).
      *WS-FEC-STATUS: 0 = LIBERADO (ABERTA OU REABERTA);
      *               1 = COMPETENCIA FECHADA - RUN RECUSADO.
      *
       77  WS-EOF-FEC           PIC X(03) VALUE "NAO".
       77  WS-ULT-EVENTO        PIC X(01).
       77  WS-ULT-DATA          PIC 9(08).
       77  WS-ULT-MATRIC        PIC 9(08).
       77  WS-ULT-MOTIVO        PIC X(40).
      *
      *INTERFACE DO LIVRO DE EXECUCOES (SSUBLIB2K604) PARA O "R".
       77  WS-LGR-EVENTO        PIC X(01).
       01  WS-LGR-INSUMO.
           03 WS-LGR-INS-TITULO PIC X(17).
           03 WS-LGR-INS-COMPET PIC 9(06).
           03 FILLER            PIC X(01).
       77  WS-LGR-INSUMO-DATA   PIC 9(08).
       77  WS-LGR-INSUMO-HORA   PIC 9(06).
       77  WS-LGR-QTD-REG       PIC 9(08).
       77  WS-LGR-TOT-VALOR     PIC 9(15)V99.
       77  WS-LGR-RESULTADO     PIC X(01).
      *
       77  WS-FEC-PROGRAMA      PIC X(17).
       77  WS-FEC-COMPETENCIA   PIC 9(06).
       77  WS-FEC-STATUS        PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-FEC-PROGRAMA WS-FEC-COMPETENCIA
                                WS-FEC-STATUS.
       INICIO.
      *
           MOVE 0 TO WS-FEC-STATUS.
      *
           IF WS-FEC-COMPETENCIA NOT NUMERIC
              MOVE ZEROS TO WS-FEC-COMPETENCIA.
           IF WS-FEC-COMPETENCIA EQUAL ZEROS
              PERFORM 9100-COMPETENCIA-401 THRU 9100-FIM.
           IF WS-FEC-COMPETENCIA EQUAL ZEROS
              EXIT PROGRAM.
      *
           PERFORM 9200-VARRE-CONTROLE THRU 9200-FIM.
      *
           IF WS-ULT-EVENTO EQUAL "R"
              DISPLAY WS-FEC-PROGRAMA " - COMPETENCIA "
                      WS-FEC-COMPETENCIA " REABERTA EM " WS-ULT-DATA
                      " - APROVADOR " WS-ULT-MATRIC
              DISPLAY WS-FEC-PROGRAMA " - MOTIVO: " WS-ULT-MOTIVO.
           IF WS-ULT-EVENTO NOT EQUAL "F"
              EXIT PROGRAM.
      *
           MOVE 1 TO WS-FEC-STATUS.
           DISPLAY WS-FEC-PROGRAMA " - COMPETENCIA "
                   WS-FEC-COMPETENCIA " FECHADA EM " WS-ULT-DATA
                   " (D/SUB/CPG/2K/FEC) - RUN RECUSADO".
           DISPLAY WS-FEC-PROGRAMA " - REPROCESSAR SO APOS REABERTURA "
                   "PELO PSUBCPG2KFEC (TOKEN DE APROVACAO + MOTIVO)".
           MOVE "R"                TO WS-LGR-EVENTO.
           MOVE SPACES             TO WS-LGR-INSUMO.
           MOVE "D/SUB/CPG/2K/FEC" TO WS-LGR-INS-TITULO.
           MOVE WS-FEC-COMPETENCIA TO WS-LGR-INS-COMPET.
           MOVE ZEROS TO WS-LGR-INSUMO-DATA WS-LGR-INSUMO-HORA
                         WS-LGR-QTD-REG WS-LGR-TOT-VALOR.
           MOVE "A"                TO WS-LGR-RESULTADO.
           CALL "SSUBLIB2K604" USING WS-FEC-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       9100-COMPETENCIA-401.
      *---------------------*
      *
           OPEN INPUT DSUBCPG2K401.
           READ DSUBCPG2K401
                AT END MOVE ZEROS TO WS-FEC-COMPETENCIA
                NOT AT END
                   MOVE CP01-DT-MOV-CREDITO-AAMM TO WS-FEC-COMPETENCIA
           END-READ.
           CLOSE DSUBCPG2K401.
      *
       9100-FIM. EXIT.
      *
       9200-VARRE-CONTROLE.
      *--------------------*
      *FLAG DE EOF E ULTIMO EVENTO REARMADOS A CADA CHAMADA (MESMA
      *GUARDA DE 9100-CARREGA-GRADE DE SSUBLIB2K606). O CONTROLE E
      *CRONOLOGICO - O ULTIMO "F"/"R" DA COMPETENCIA E O QUE VALE.
           MOVE "NAO"  TO WS-EOF-FEC.
           MOVE SPACES TO WS-ULT-EVENTO WS-ULT-MOTIVO.
           MOVE ZEROS  TO WS-ULT-DATA WS-ULT-MATRIC.
           OPEN INPUT DSUBCPG2KFEC.
      *
           PERFORM UNTIL WS-EOF-FEC EQUAL "SIM"
              READ DSUBCPG2KFEC
                   AT END MOVE "SIM" TO WS-EOF-FEC
              NOT AT END
                   IF FEC-COMPETENCIA EQUAL WS-FEC-COMPETENCIA
                      AND (FEC-CS-EVENTO EQUAL "F"
                           OR FEC-CS-EVENTO EQUAL "R")
                      MOVE FEC-CS-EVENTO TO WS-ULT-EVENTO
                      MOVE FEC-DATA      TO WS-ULT-DATA
                      MOVE FEC-NU-MATRIC TO WS-ULT-MATRIC
                      MOVE FEC-TX-MOTIVO TO WS-ULT-MOTIVO
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE DSUBCPG2KFEC.
      *
       9200-FIM. EXIT.
