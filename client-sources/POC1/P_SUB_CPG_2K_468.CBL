      *            DSUBCPG2K401      - D/SUB/CPG/2K/401 (CP01).        *
      *  SAIDA:    LSUBCPG2K468      - RELATORIO DE MIX DE CANAL.      *
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
           "PSUBCPG2K468".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-TB00233             PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-ORFAOS               PIC 9(08) VALUE ZEROS.
       77  WS-IX-ACHOU                PIC 9(04) VALUE ZEROS.
      *
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
      *---------*
      *
           ADD 1 TO WS-CT-LIDOS.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO
      *ENTRA NA DISTRIBUICAO POR CANAL.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           MOVE ZEROS TO WS-IX-ACHOU.
           PERFORM VARYING IX-TB-AAP FROM 1 BY 1
                                                     TEXTO-TRL-2K468.
           MOVE WS-CT-LIDOS TO QT-TRL-2K468.
           WRITE LINHA-LSUBCPG2K468 FROM TRAILER-2K468 AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (FORA DOS TOTAIS)        " TO
                                                     TEXTO-TRL-2K468.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2K468.
           WRITE LINHA-LSUBCPG2K468 FROM TRAILER-2K468 AFTER 1.
      *
           MOVE "TOTAL EM ORGAOS SEM ENTRADA NA TB00233       " TO
                                                     TEXTO-TRL-2K468.
