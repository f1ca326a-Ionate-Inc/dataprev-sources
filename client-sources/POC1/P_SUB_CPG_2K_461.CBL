      *            SEM MAPEAMENTO PARA O BANCO.                        *
      *            LSUBCPG2K461 - RELATORIO DO PROCESSAMENTO.          *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
            03  SIT01-CS-RETORNO             PIC 9(02).
            03  SIT01-DT-RETORNO             PIC 9(08).
            03  SIT01-VL-LIQUIDO-CRED        PIC 9(10)V99.
      *DATA EM QUE O ARQUIVO DE RETORNO CHEGOU E FOI PROCESSADO (DATA
      *DO RUN) - BASE DA MEDICAO DE RETORNO ATRASADO (PSUBCPG2KMUL).
            03  SIT01-DT-CHEGADA             PIC 9(08).
      *CODIGO CRU DO BANCO (RET01-CS-RETORNO ANTES DA NORMALIZACAO) -
      *COM O BANCO, E A CHAVE DO MOTIVO NO D/SUB/CPG/2K/460/MAP
      *(PSUBCPG2KREJCTA). BRANCOS NAS SITUACOES GRAVADAS ANTES DELE.
            03  SIT01-CS-RET-BANCO           PIC 9(02).
      *
        FD DSUBCPG2K460EXC
           RECORD CONTAINS  60 CHARACTERS
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K461".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO PINO DE GERACAO DA CADEIA 2K (SSUBLIB2K605) E
      *AREAS DA CONFERENCIA DE ABERTURA (VIDE 1500-CONFERE-PINO).
       77  WS-PIN-FUNCAO              PIC X(01).
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
           MOVE WS-CS-RETORNO-NORM    TO SIT01-CS-RETORNO.
           MOVE RET01-DT-RETORNO      TO SIT01-DT-RETORNO.
           MOVE CP01-VL-LIQUIDO-CRED  TO SIT01-VL-LIQUIDO-CRED.
           MOVE W77-DATA              TO SIT01-DT-CHEGADA.
           MOVE RET01-CS-RETORNO      TO SIT01-CS-RET-BANCO.
           WRITE SIT01-REG.
      *
       2300-FIM. EXIT.
