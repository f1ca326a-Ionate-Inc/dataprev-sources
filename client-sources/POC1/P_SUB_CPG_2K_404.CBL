      *            DE HISTORICO DE VALOR, VIDE B/SUB/CPG/2K/405).      *
      *            LSUBCPG2K404    - RELATORIO DE REPROCESSAMENTO.     *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K404".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *PORTAO DE COMPETENCIA FECHADA (SSUBLIB2K609) - A COMPETENCIA E
      *TIRADA PELA ROTINA DO PRIMEIRO REGISTRO DO 401.
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO PINO DE GERACAO DA CADEIA 2K (SSUBLIB2K605).
       77  WS-PIN-FUNCAO              PIC X(01).
       77  WS-PIN-ARQUIVO             PIC X(24).
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
      *PORTAO DE COMPETENCIA FECHADA: MOVIMENTO DE COMPETENCIA FECHADA
      *PELO PSUBCPG2KFEC (E NAO REABERTA) NAO E REGRAVADO - O RUN E
      *RECUSADO ANTES DE TOCAR EM QUALQUER ARQUIVO (MOTIVO EXIBIDO E
      *GRAVADO NO LIVRO DE EXECUCOES PELA ROTINA).
           CALL "SSUBLIB2K609" USING WS-DEP-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-STATUS.
           IF WS-FEC-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           COPY "*B/DTP/PAD/01/CHECKPOINT/PD1 ON PKBDSGF".
      *
