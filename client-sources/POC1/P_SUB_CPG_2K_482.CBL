      *  SAIDA:    DSUBCPG2KNDX  - INDICE ORDENADO POR NU-NB (REBUILD) *
      *            DSUBCPG2KNDXN - NOVA GERACAO DO INDICE ("INCR").    *
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
           "PSUBCPG2K482".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-CT-CP01                 PIC 9(08) VALUE ZEROS.
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
      *BASES EM ZEROS: NA RECONSTRUCAO INTEGRAL O ORDINAL E A PROPRIA
      *POSICAO NO MESTRE; O "INCR" AS LEVANTA EM 0600-BASE-ORDINAIS.
           MOVE ZEROS TO TABELA-BASE-ORD.
