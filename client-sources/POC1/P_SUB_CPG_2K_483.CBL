      *            WFL CORTA POR AREA) E PRESTA CONTA NO RELATORIO:    *
      *            REQUISICOES ATENDIDAS E NB SEM NENHUMA OCORRENCIA.  *
      *                                                                *
      *  ACESSO:   TODA CONSULTA EXIGE MATRICULA E FINALIDADE (NA      *
      *            PONTUAL, NOS PARAMETROS; NO LOTE, A MATRICULA DO    *
      *            OPERADOR NO PARAMETRO E A DO SOLICITANTE E A        *
      *            FINALIDADE EM CADA LINHA DE REQUISICAO). CADA NB    *
      *            CONSULTADO - ATENDIDO OU RECUSADO - VAI PARA O      *
      *            LIVRO DE ACESSO D/SUB/CPG/2K/ACS VIA SSUBLIB2K608;  *
      *            LINHA RECUSADA NAO E RESPONDIDA E SAI NO RELATORIO. *
      *                                                                *
      *  PARAMETRO: WS-PAR-NU-NB - NB A CONSULTAR (ZEROS = MODO LOTE). *
      *            WS-PAR-OPERADOR - MATRICULA DE QUEM CONSULTA (OU    *
      *            SUBMETE O LOTE).                                    *
      *            WS-PAR-FINALIDADE - FINALIDADE DA CONSULTA PONTUAL  *
      *            (VIDE B/SUB/CPG/2K/ACS).                            *
      *  ENTRADA:  DSUBCPG2KNDX    - INDICE ORDENADO POR NU-NB.        *
      *            DSUBCPG2K483REQ - REQUISICOES (MODO LOTE).          *
      *  SAIDA:    DSUBCPG2K483RSP - RESPOSTAS (MODO LOTE).            *
      *            LSUBCPG2K483    - OCORRENCIAS/PRESTACAO DE CONTA.   *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
           03 REQ83-ID-AREA           PIC X(08).
           03 REQ83-NU-MATRICULA      PIC 9(08).
           03 REQ83-NU-NB             PIC 9(10).
           03 REQ83-CS-FINALIDADE     PIC 9(02).
      *        DOMINIO EM B/SUB/CPG/2K/ACS
           03 FILLER                  PIC X(02).
      *
      *RESPOSTAS CONSOLIDADAS: UMA LINHA POR OCORRENCIA ENCONTRADA.
        FD DSUBCPG2K483RSP
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K483".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-NU-NB               PIC 9(10) VALUE ZEROS.
       77  WS-PAR-OPERADOR            PIC 9(08) VALUE ZEROS.
       77  WS-PAR-FINALIDADE          PIC 9(02) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE ACESSO (SSUBLIB2K608).
       77  WS-ACS-MODO                PIC X(01) VALUE "P".
       77  WS-ACS-ID-AREA             PIC X(08) VALUE SPACES.
       77  WS-ACS-FINALIDADE          PIC 9(02) VALUE ZEROS.
       77  WS-ACS-NU-NB               PIC 9(10) VALUE ZEROS.
       77  WS-ACS-MATRIC-SOLIC        PIC 9(08) VALUE ZEROS.
       77  WS-ACS-STATUS              PIC 9(01) VALUE ZEROS.
       77  WS-CT-RECUSADAS            PIC 9(04) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-OCORRENCIAS          PIC 9(04) VALUE ZEROS.
      *
           03 DET-NAO-AREA          PIC X(08).
           03 FILLER                PIC X(06) VALUE "  NB: ".
           03 DET-NAO-NU-NB         PIC 9(10).
      *
       01  DET-RECUSA-2K483.
           03 FILLER                PIC X(26) VALUE
              "RECUSADA - AREA:          ".
           03 DET-REC-AREA          PIC X(08).
           03 FILLER                PIC X(06) VALUE "  NB: ".
           03 DET-REC-NU-NB         PIC 9(10).
           03 FILLER                PIC X(13) VALUE "  MATRICULA: ".
           03 DET-REC-MATRICULA     PIC 9(08).
           03 FILLER                PIC X(14) VALUE "  FINALIDADE: ".
           03 DET-REC-FINALIDADE    PIC 9(02).
           03 FILLER                PIC X(32) VALUE
              "  (SEM MATRICULA/FINALIDADE)".
      *
       01  TRAILER-2K483.
           03 TEXTO-TRL-2K483       PIC X(46).
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-NU-NB WS-PAR-OPERADOR WS-PAR-FINALIDADE.
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
      *LIVRO DE ACESSO: NA PONTUAL A CONSULTA E REGISTRADA ANTES DE
      *ABRIR O INDICE - SEM MATRICULA OU COM FINALIDADE FORA DO
      *DOMINIO, FICA NO LIVRO COMO RECUSADA E NADA E LIDO. NO LOTE A
      *MATRICULA DE QUEM SUBMETE E OBRIGATORIA; CADA LINHA E
      *CONFERIDA E REGISTRADA EM 5100-CARREGA-REQUISICAO. LOTE SEM
      *MATRICULA TAMBEM FICA NO LIVRO COMO RECUSADO (MODO "L", SEM
      *AREA, NB E FINALIDADE) - A ROTINA RECUSA A MATRICULA INVALIDA.
           IF WS-PAR-NU-NB NOT EQUAL ZEROS
              MOVE "P"             TO WS-ACS-MODO
              MOVE WS-PAR-OPERADOR TO WS-ACS-MATRIC-SOLIC
              CALL "SSUBLIB2K608" USING WS-DEP-PROGRAMA
                                        WS-PAR-OPERADOR
                                        WS-PAR-FINALIDADE
                                        WS-PAR-NU-NB
                                        WS-ACS-MODO WS-ACS-ID-AREA
                                        WS-ACS-MATRIC-SOLIC
                                        WS-ACS-STATUS
           ELSE
              IF WS-PAR-OPERADOR NOT NUMERIC
                 OR WS-PAR-OPERADOR EQUAL ZEROS
                 MOVE "L"             TO WS-ACS-MODO
                 MOVE SPACES          TO WS-ACS-ID-AREA
                 MOVE ZEROS           TO WS-ACS-FINALIDADE
                                         WS-ACS-NU-NB
                 MOVE WS-PAR-OPERADOR TO WS-ACS-MATRIC-SOLIC
                 CALL "SSUBLIB2K608" USING WS-DEP-PROGRAMA
                                           WS-PAR-OPERADOR
                                           WS-ACS-FINALIDADE
                                           WS-ACS-NU-NB
                                           WS-ACS-MODO WS-ACS-ID-AREA
                                           WS-ACS-MATRIC-SOLIC
                                           WS-ACS-STATUS
                 MOVE 1 TO WS-ACS-STATUS.
      *
           IF WS-ACS-STATUS NOT EQUAL 0
              DISPLAY "PSUBCPG2K483 - CONSULTA RECUSADA: INFORMAR "
                      "MATRICULA DO OPERADOR E FINALIDADE VALIDA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
                                                     TEXTO-TRL-2K483.
           MOVE WS-CT-NAO-ENCONTRADOS TO QT-TRL-2K483.
           WRITE LINHA-LSUBCPG2K483 FROM TRAILER-2K483 AFTER 1.
      *
           MOVE "REQUISICOES RECUSADAS (SEM MATRIC./FINALID.)" TO
                                                     TEXTO-TRL-2K483.
           MOVE WS-CT-RECUSADAS TO QT-TRL-2K483.
           WRITE LINHA-LSUBCPG2K483 FROM TRAILER-2K483 AFTER 1.
      *
           CLOSE DSUBCPG2K483RSP SAVE.
      *
                      SET MYSELF (STATUS) TO -1
                      STOP RUN
                   END-IF
      *LIVRO DE ACESSO: LINHA SEM MATRICULA DO SOLICITANTE OU COM
      *FINALIDADE INVALIDA FICA REGISTRADA COMO RECUSADA, SAI NO
      *RELATORIO E NAO ENTRA NA TABELA (NAO E RESPONDIDA).
                   MOVE "L"                 TO WS-ACS-MODO
                   MOVE REQ83-ID-AREA       TO WS-ACS-ID-AREA
                   MOVE REQ83-CS-FINALIDADE TO WS-ACS-FINALIDADE
                   MOVE REQ83-NU-NB         TO WS-ACS-NU-NB
                   MOVE REQ83-NU-MATRICULA  TO WS-ACS-MATRIC-SOLIC
                   CALL "SSUBLIB2K608" USING WS-DEP-PROGRAMA
                                             WS-PAR-OPERADOR
                                             WS-ACS-FINALIDADE
                                             WS-ACS-NU-NB
                                             WS-ACS-MODO
                                             WS-ACS-ID-AREA
                                             WS-ACS-MATRIC-SOLIC
                                             WS-ACS-STATUS
                   IF WS-ACS-STATUS NOT EQUAL 0
                      ADD 1 TO WS-CT-RECUSADAS
                      MOVE REQ83-ID-AREA       TO DET-REC-AREA
                      MOVE REQ83-NU-NB         TO DET-REC-NU-NB
                      MOVE WS-ACS-MATRIC-SOLIC TO DET-REC-MATRICULA
                      MOVE WS-ACS-FINALIDADE   TO DET-REC-FINALIDADE
                      WRITE LINHA-LSUBCPG2K483 FROM DET-RECUSA-2K483
                                                            AFTER 1
                      GO TO 5100-FIM
                   END-IF
                   ADD 1 TO WS-QTDE-REQ
                   MOVE REQ83-ID-AREA
                        TO TB-REQ-AREA (WS-QTDE-REQ)
