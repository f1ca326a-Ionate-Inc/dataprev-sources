      *  ENTRADA:  DSUBCPG2K405 - D/SUB/CPG/2K/405 (HIST01).           *
      *  SAIDA:    LSUBCPG2K406 - EXTRATO DE ALTERACOES.               *
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
           "PSUBCPG2K406".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-NU-NB               PIC 9(10) VALUE ZEROS.
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
