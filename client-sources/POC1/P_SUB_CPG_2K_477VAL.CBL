      *  SAIDA:    DSUBCPG2K477EXC - CP77 COM PROCESSO INVALIDO.       *
      *            LSUBCPG2K477VAL - RELATORIO DA VALIDACAO.           *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
           COPY "*B/SUB/CPG/2K/477 ON PKBDSGF".
      *
        FD DSUBCPG2KJPR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
           03 JPR-CS-SITUACAO        PIC 9(01).
           03 JPR-DT-ABERTURA        PIC 9(08).
           03 JPR-DT-ENCERRAMENTO    PIC 9(08).
           03 JPR-IN-DEPOSITO-JUD    PIC 9(01).
           03 JPR-ID-BANCO-DEP       PIC 9(03).
           03 JPR-ID-OP-DEP          PIC 9(06).
           03 JPR-CS-MEIO-PAGTO-DEP  PIC 9(02).
           03 JPR-NU-CONTA-DEP       PIC X(10).
           03 FILLER                 PIC X(37).
      *
        FD DSUBCPG2K477EXC
           RECORD CONTAINS 100 CHARACTERS
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K477VAL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
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
