      *  PARAMETROS: WS-PAR-CS-ROT-GER-CRED, WS-PAR-SEQ-ANTERIOR.      *
      *  SAIDA:    LSUBCPG052REC - RELATORIO DE CONFERENCIA, COM       *
      *            ALERTA EM CASO DE DIVERGENCIA ENTRE AS TRES FONTES. *
      *            D/SUB/CPG/2K/FEC - RESULTADO DA AUDITORIA (LIMPA OU *
      *            DIVERGENTE) NA COMPETENCIA DO HEADER DO 052, ITEM   *
      *            DO CHECKLIST DE FECHAMENTO (PSUBCPG2KFEC).          *
      ******************************************************************
      /
      *====================*
       77  WS-OK-QTDE                 PIC 9(01) VALUE 0.
       77  WS-OK-VALOR                PIC 9(01) VALUE 0.
       77  WS-OK-SEQ                  PIC 9(01) VALUE 0.
      *
      *INTERFACE DO CONTROLE DE FECHAMENTO (SSUBLIB2K610): O RESULTADO
      *DA AUDITORIA E O ITEM 1 DO CHECKLIST DA COMPETENCIA, QUE SAI DA
      *DATA DE PROCESSAMENTO DO HEADER DO 052 (SPG51-DT-PROC-H).
       77  WS-DT-PROC-SPG             PIC 9(08) VALUE ZEROS.
       77  WS-FEC-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG052REC".
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-EVENTO              PIC X(01) VALUE "C".
       77  WS-FEC-ITEM                PIC 9(01) VALUE 1.
       77  WS-FEC-RESULTADO           PIC X(01) VALUE SPACES.
       77  WS-FEC-MATRIC              PIC 9(08) VALUE ZEROS.
       77  WS-FEC-MOTIVO              PIC X(40) VALUE SPACES.
      *
       01  CAB-01-052REC.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/052/REC".
       01  MSG-FINAL-DIVERG-052REC.
           03 FILLER                PIC X(46) VALUE
              "*** AUDITORIA CONCLUIDA - HA DIVERGENCIA. ***".
      *
       01  MSG-FEC-REGISTRADO-052REC.
           03 FILLER                PIC X(46) VALUE
              "RESULTADO REGISTRADO NO FECHAMENTO - COMPET.: ".
           03 MSG-FEC-COMPETENCIA   PIC 9(06).
      *
       01  MSG-FEC-SEM-HEADER-052REC.
           03 FILLER                PIC X(56) VALUE
              "*** SEM HEADER NO 052 - RESULTADO NAO REGISTRADO ***".
      *
      *=================*
       PROCEDURE DIVISION
      *---------*
      *
           EVALUATE SPG51-ID-REG-H OF DSUBCPG052SPG
              WHEN 1
                 MOVE SPG51-DT-PROC-H OF DSUBCPG052SPG
                                             TO WS-DT-PROC-SPG
              WHEN 2
                 ADD 1 TO WS-QTDE-RECALC
                 ADD SPG51-VALOR-LIQUIDO OF DSUBCPG052SPG
                                 AND WS-OK-SEQ   EQUAL 1
              WRITE LINHA-LSUBCPG052REC FROM MSG-FINAL-OK-052REC
                                                            AFTER 2
              MOVE "L" TO WS-FEC-RESULTADO
           ELSE
              WRITE LINHA-LSUBCPG052REC FROM MSG-FINAL-DIVERG-052REC
                                                            AFTER 2
              MOVE "D" TO WS-FEC-RESULTADO
           END-IF.
      *
      *CHECKLIST DE FECHAMENTO: O RESULTADO (LIMPO OU DIVERGENTE) FICA
      *NO CONTROLE D/SUB/CPG/2K/FEC PARA A COMPETENCIA DO RUN AUDITADO
      *- O ULTIMO RESULTADO DA COMPETENCIA E O QUE O PSUBCPG2KFEC USA.
           IF WS-DT-PROC-SPG NOT NUMERIC
              OR WS-DT-PROC-SPG EQUAL ZEROS
              WRITE LINHA-LSUBCPG052REC FROM MSG-FEC-SEM-HEADER-052REC
                                                            AFTER 1
              GO TO 5000-FIM.
      *
           DIVIDE WS-DT-PROC-SPG BY 100 GIVING WS-FEC-COMPETENCIA.
           CALL "SSUBLIB2K610" USING WS-FEC-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-EVENTO WS-FEC-ITEM
                                     WS-FEC-RESULTADO WS-FEC-MATRIC
                                     WS-FEC-MOTIVO.
           MOVE WS-FEC-COMPETENCIA TO MSG-FEC-COMPETENCIA.
           WRITE LINHA-LSUBCPG052REC FROM MSG-FEC-REGISTRADO-052REC
                                                            AFTER 1.
      *
       5000-FIM. EXIT.
      *---------*
