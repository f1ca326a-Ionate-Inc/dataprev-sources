      *            ORIGINAL, SEM AS LINHAS DE DESCRICAO.               *
      *  SAIDA:    LSUBCPG2K451 - RELATORIO DE AGING DE VALIDACAO.     *
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
           "PSUBCPG2K451".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
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
