      *  SAIDA:    DSUBCPG2K498    - REMESSA DE RECOLHIMENTO.          *
      *            LSUBCPG2K498    - RELATORIO DE CONCILIACAO.         *
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
           "PSUBCPG2K498".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS-IR          PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-RECEITA          PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-IR-REMESSA           PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-IR-052               PIC 9(15)V99 VALUE ZEROS.
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
           IF WS-PAR-COMPETENCIA NOT EQUAL ZEROS
              AND CP01-DT-COMPET-CREDITO NOT EQUAL WS-PAR-COMPETENCIA
              GO TO 2000-FIM.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO TEVE
      *IR RETIDO - TAMBEM JA FICA FORA DO 052 USADO NA CONCILIACAO.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-CREDITOS-IR.
      *
                                                     TEXTO-TRL-2K498.
           MOVE WS-CT-CREDITOS-IR TO QT-TRL-2K498.
           WRITE LINHA-LSUBCPG2K498 FROM TRAILER-2K498 AFTER 2.
      *
           MOVE "CREDITOS COM IR CANCELADOS (FORA DA REMESSA) " TO
                                                     TEXTO-TRL-2K498.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2K498.
           WRITE LINHA-LSUBCPG2K498 FROM TRAILER-2K498 AFTER 1.
      *
           MOVE "CREDITOS SEM CODIGO DE RECEITA CADASTRADO    " TO
                                                     TEXTO-TRL-2K498.
