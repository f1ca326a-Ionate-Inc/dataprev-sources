      *  SAIDA:    DSUBCPG2KMUN      - EXTRATO POR UF/MUNICIPIO.       *
      *            LSUBCPG2KMUNIC    - RELATORIO.                      *
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
           "PSUBCPG2KMUNIC".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-OP-SEM-MUNICIPIO     PIC 9(08) VALUE ZEROS.
      *
      *AAP/OP -> MUNICIPIO/UF (GERACAO CORRENTE DA TB00233). 9999
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
                       GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-CREDITOS.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO
      *ENTRA NO TOTAL DO MUNICIPIO.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-FIM.
      *
           MOVE 0 TO WS-OP-ENCONTRADO.
           PERFORM VARYING WS-IX-OP FROM 1 BY 1
                                                   TEXTO-TRL-MUNIC.
           MOVE WS-CT-CREDITOS TO QT-TRL-MUNIC.
           WRITE LINHA-MUNIC FROM TRAILER-MUNIC AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (FORA DOS TOTAIS)        " TO
                                                   TEXTO-TRL-MUNIC.
           MOVE WS-CT-CANCELADOS TO QT-TRL-MUNIC.
           WRITE LINHA-MUNIC FROM TRAILER-MUNIC AFTER 1.
      *
           MOVE "CREDITOS DE OP SEM MUNICIPIO NA TB00233      " TO
                                                   TEXTO-TRL-MUNIC.
