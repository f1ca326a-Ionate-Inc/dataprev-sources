      *            BOOK DOCUMENTA A REGRA (CODIGO 3 = ESPECIES 87/88)  *
      *            E O CREDITO ASSISTENCIAL LOAS E ISENTO DE IR POR    *
      *            LEI, MAS NADA CONFERIA NEM UMA COISA NEM OUTRA.     *
      *            ESTE JOB LE D/SUB/CPG/2K/401 E, PELA LINHA DA       *
      *            ESPECIE VIGENTE NA COMPETENCIA DO CREDITO NO        *
      *            CADASTRO DE ESPECIES (SSUBLIB2K607), APONTA:        *
      *            (01) CP01-CS-ESP-LOAS = 3 COM ESPECIE NAO LOAS NO   *
      *                 CADASTRO (ESP-IN-LOAS);                        *
      *            (02) ESPECIE LOAS NO CADASTRO SEM A MARCACAO LOAS;  *
      *            (03) CREDITO LOAS, OU DE ESPECIE ISENTA DE IR POR   *
      *                 LEI NO CADASTRO, COM CP01-IN-CRED-ISENTO-IR    *
      *                 INDICANDO IR RETIDO (DIFERENTE DE 1 = ISENTO); *
      *            (04) ESPECIE SEM LINHA VIGENTE NO CADASTRO (01 E 02 *
      *                 NAO SAO CONFERIDOS NESSE CREDITO).             *
      *            CADA INCONSISTENCIA VAI PARA UM ARQUIVO DE REJEITO  *
      *            COM CODIGO DE MOTIVO (MESMO MODELO DOS ARQUIVOS DE  *
      *            EXCECAO DO 052) E O RELATORIO RESUME AS CONTAGENS   *
      *            FLAG QUE ELA SOMA.                                  *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - D/SUB/CPG/2K/401 (CP01).             *
      *            D/SUB/CPG/2K/ESP - CADASTRO DE ESPECIES (VIA        *
      *                           SSUBLIB2K607).                       *
      *  SAIDA:    DSUBCPG2K465REJ - D/SUB/CPG/2K/465/REJ.             *
      *            LSUBCPG2K465 - RESUMO DE INCONSISTENCIAS POR UF.    *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
              05 REJ65-ID-NIT            PIC 9(10).
              05 REJ65-SEQ-REG           PIC 9(09).
           03 REJ65-CS-MOTIVO            PIC 9(02).
      *       (01) LOAS COM ESPECIE NAO LOAS NO CADASTRO DE ESPECIES
      *       (02) ESPECIE LOAS NO CADASTRO SEM MARCACAO LOAS
      *       (03) LOAS OU ESPECIE ISENTA POR LEI COM IR RETIDO
      *       (04) ESPECIE SEM LINHA VIGENTE NO CADASTRO DE ESPECIES
           03 REJ65-CS-ESPECIE           PIC 9(03).
           03 REJ65-CS-ESP-LOAS          PIC 9(01).
           03 REJ65-IN-CRED-ISENTO-IR    PIC 9(01).
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K465".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       77  WS-CT-MOTIVO-01            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-02            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-03            PIC 9(08) VALUE ZEROS.
       77  WS-CT-MOTIVO-04            PIC 9(08) VALUE ZEROS.
       77  WS-CS-MOTIVO               PIC 9(02) VALUE ZEROS.
      *
      *INTERFACE DA CONSULTA AO CADASTRO DE ESPECIES (SSUBLIB2K607):
      *LINHA VIGENTE NO PRIMEIRO DIA DA COMPETENCIA DO CREDITO.
       77  WS-ESP-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       01  WS-ESP-DT-REFERENCIA       PIC 9(08) VALUE ZEROS.
       01  WS-ESP-DT-REFERENCIA-R REDEFINES WS-ESP-DT-REFERENCIA.
           03 WS-ESP-REF-AAAAMM       PIC 9(06).
           03 WS-ESP-REF-DD           PIC 9(02).
       77  WS-ESP-STATUS              PIC 9(01) VALUE ZEROS.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
      *
      *CONTAGEM POR UF (CP01-CS-UF-OP, INDEXACAO DIRETA 1-99).
       01  WS-TABELA-UF-LOAS.
           03  WS-UF-LOAS OCCURS 99 TIMES.
               05  WS-UF-CT-MOT-01        PIC 9(08).
               05  WS-UF-CT-MOT-02        PIC 9(08).
               05  WS-UF-CT-MOT-03        PIC 9(08).
               05  WS-UF-CT-MOT-04        PIC 9(08).
       77  WS-IX-UF-LOAS              PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-2K465.
           03 DET-MOT-02            PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(17) VALUE "  LOAS C/IR RET.:".
           03 DET-MOT-03            PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(17) VALUE "  ESP. S/CADASTR:".
           03 DET-MOT-04            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-2K465.
           03 TEXTO-TRL-2K465       PIC X(46).
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
           ADD 1 TO WS-CT-LIDOS.
      *
      *ATRIBUTOS DA ESPECIE NA COMPETENCIA DO CREDITO, DO CADASTRO DE
      *ESPECIES (O LOAS DEIXA DE SER A LISTA FIXA 87/88).
           MOVE CP01-CS-ESPECIE        TO WS-ESP-CS-ESPECIE.
           MOVE CP01-DT-COMPET-CREDITO TO WS-ESP-REF-AAAAMM.
           MOVE 01                     TO WS-ESP-REF-DD.
           CALL "SSUBLIB2K607" USING WS-ESP-CS-ESPECIE
                                     WS-ESP-DT-REFERENCIA
                                     ESP-REG WS-ESP-STATUS.
           IF WS-ESP-STATUS EQUAL 2
              DISPLAY "PSUBCPG2K465 - CADASTRO DE ESPECIES ACIMA DA "
                      "CAPACIDADE DA CONSULTA - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      *(04) ESPECIE SEM LINHA VIGENTE: SEM REFERENCIA PARA 01/02.
           IF WS-ESP-STATUS NOT EQUAL 0
              MOVE ZEROS TO ESP-IN-LOAS ESP-CS-TRATAMENTO-IR
              MOVE 04 TO WS-CS-MOTIVO
              ADD 1 TO WS-CT-MOTIVO-04
              PERFORM 2100-GRAVA-REJEITO
                 THRU 2100-FIM
              GO TO 2000-MOTIVO-03.
      *
      *(01) MARCADO LOAS MAS A ESPECIE NAO E LOAS NO CADASTRO.
           IF CP01-CS-ESP-LOAS EQUAL 3
              AND ESP-IN-LOAS NOT EQUAL 1
              MOVE 01 TO WS-CS-MOTIVO
              ADD 1 TO WS-CT-MOTIVO-01
              PERFORM 2100-GRAVA-REJEITO
                 THRU 2100-FIM.
      *
      *(02) ESPECIE LOAS NO CADASTRO SEM A MARCACAO LOAS.
           IF ESP-IN-LOAS EQUAL 1
              AND CP01-CS-ESP-LOAS NOT EQUAL 3
              MOVE 02 TO WS-CS-MOTIVO
              ADD 1 TO WS-CT-MOTIVO-02
              PERFORM 2100-GRAVA-REJEITO
                 THRU 2100-FIM.
      *
      *(03) CREDITO ASSISTENCIAL LOAS (OU DE ESPECIE QUE O CADASTRO DA
      *COMO ISENTA POR LEI) NAO RETEM IR - CP01-IN-CRED-ISENTO-IR
      *DIFERENTE DE 1 (ISENTO) INDICA IR RETIDO INDEVIDAMENTE.
       2000-MOTIVO-03.
           IF (CP01-CS-ESP-LOAS EQUAL 3
               OR ESP-CS-TRATAMENTO-IR EQUAL 2)
              AND CP01-IN-CRED-ISENTO-IR NOT EQUAL 1
              MOVE 03 TO WS-CS-MOTIVO
              ADD 1 TO WS-CT-MOTIVO-03
              WHEN 01 ADD 1 TO WS-UF-CT-MOT-01 (WS-IX-UF-LOAS)
              WHEN 02 ADD 1 TO WS-UF-CT-MOT-02 (WS-IX-UF-LOAS)
              WHEN 03 ADD 1 TO WS-UF-CT-MOT-03 (WS-IX-UF-LOAS)
              WHEN 04 ADD 1 TO WS-UF-CT-MOT-04 (WS-IX-UF-LOAS)
           END-EVALUATE.
      *
       2100-FIM. EXIT.
           MOVE WS-CT-LIDOS TO QT-TRL-2K465.
           WRITE LINHA-LSUBCPG2K465 FROM TRAILER-2K465 AFTER 2.
      *
           MOVE "LOAS COM ESPECIE NAO LOAS NO CADASTRO (MOT 01)" TO
                                                     TEXTO-TRL-2K465.
           MOVE WS-CT-MOTIVO-01 TO QT-TRL-2K465.
           WRITE LINHA-LSUBCPG2K465 FROM TRAILER-2K465 AFTER 1.
      *
           MOVE "ESPECIE LOAS SEM MARCACAO LOAS (MOTIVO 02)   " TO
                                                     TEXTO-TRL-2K465.
           MOVE WS-CT-MOTIVO-02 TO QT-TRL-2K465.
           WRITE LINHA-LSUBCPG2K465 FROM TRAILER-2K465 AFTER 1.
      *
           MOVE "LOAS/ISENTA POR LEI COM IR RETIDO (MOTIVO 03)" TO
                                                     TEXTO-TRL-2K465.
           MOVE WS-CT-MOTIVO-03 TO QT-TRL-2K465.
           WRITE LINHA-LSUBCPG2K465 FROM TRAILER-2K465 AFTER 1.
      *
           MOVE "ESPECIE SEM LINHA NO CADASTRO (MOTIVO 04)    " TO
                                                     TEXTO-TRL-2K465.
           MOVE WS-CT-MOTIVO-04 TO QT-TRL-2K465.
           WRITE LINHA-LSUBCPG2K465 FROM TRAILER-2K465 AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
           IF WS-UF-CT-MOT-01 (WS-IX-UF-LOAS) EQUAL ZEROS
              AND WS-UF-CT-MOT-02 (WS-IX-UF-LOAS) EQUAL ZEROS
              AND WS-UF-CT-MOT-03 (WS-IX-UF-LOAS) EQUAL ZEROS
              AND WS-UF-CT-MOT-04 (WS-IX-UF-LOAS) EQUAL ZEROS
              GO TO 3100-FIM.
      *
           MOVE WS-IX-UF-LOAS                    TO DET-UF.
           MOVE WS-UF-CT-MOT-01 (WS-IX-UF-LOAS)  TO DET-MOT-01.
           MOVE WS-UF-CT-MOT-02 (WS-IX-UF-LOAS)  TO DET-MOT-02.
           MOVE WS-UF-CT-MOT-03 (WS-IX-UF-LOAS)  TO DET-MOT-03.
           MOVE WS-UF-CT-MOT-04 (WS-IX-UF-LOAS)  TO DET-MOT-04.
           WRITE LINHA-LSUBCPG2K465 FROM DET-UF-2K465 AFTER 1.
      *
       3100-FIM. EXIT.
