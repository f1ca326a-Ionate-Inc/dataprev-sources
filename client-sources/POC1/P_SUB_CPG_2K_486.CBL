      *            DSUBCPG2K401    - D/SUB/CPG/2K/401 (CP01).          *
      *  SAIDA:    LSUBCPG2K486 - DEMONSTRATIVO DE TARIFA ESPERADA.    *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K486".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-TARIFA           PIC 9(08) VALUE ZEROS.
       77  WS-VL-TARIFA-TOTAL         PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-TARIFA-GRUPO         PIC 9(13)V99 VALUE ZEROS.
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
       2000-LOOP.
      *---------*
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO VAI
      *AO BANCO E NAO GERA TARIFA.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              IF WS-PAR-COMPETENCIA EQUAL ZEROS
                 OR CP01-DT-COMPET-CREDITO EQUAL WS-PAR-COMPETENCIA
                 ADD 1 TO WS-CT-CANCELADOS
              END-IF
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           IF WS-PAR-COMPETENCIA EQUAL ZEROS
              OR CP01-DT-COMPET-CREDITO EQUAL WS-PAR-COMPETENCIA
                                                     TEXTO-TRL-2K486.
           MOVE WS-CT-SEM-TARIFA   TO QT-TRL-2K486.
           WRITE LINHA-LSUBCPG2K486 FROM TRAILER-2K486 AFTER 1.
      *
           MOVE SPACES TO TRAILER-2K486.
           MOVE "CREDITOS CANCELADOS (SEM TARIFA)             " TO
                                                     TEXTO-TRL-2K486.
           MOVE WS-CT-CANCELADOS   TO QT-TRL-2K486.
           WRITE LINHA-LSUBCPG2K486 FROM TRAILER-2K486 AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
