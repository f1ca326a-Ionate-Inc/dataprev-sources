      *            B/SUB/CPG/2K/450).                                  *
      *            DSUBCPG2K477 - D/SUB/CPG/2K/477 (VIDE               *
      *            B/SUB/CPG/2K/477).                                  *
      *  ACESSO:   SO CONSULTA COM MATRICULA DO OPERADOR E FINALIDADE  *
      *            VALIDAS; TODA CONSULTA (ATENDIDA OU RECUSADA) VAI   *
      *            PARA O LIVRO DE ACESSO D/SUB/CPG/2K/ACS VIA         *
      *            SSUBLIB2K608, ANTES DE LER QUALQUER ARQUIVO.        *
      *                                                                *
      *  PARAMETRO: WS-PAR-NU-NB - NB A SER CONSULTADO.                *
      *            WS-PAR-OPERADOR - MATRICULA DE QUEM CONSULTA.       *
      *            WS-PAR-FINALIDADE - FINALIDADE DA CONSULTA (VIDE    *
      *            B/SUB/CPG/2K/ACS).                                  *
      *  SAIDA:    LSUBCPG2K479 - RELATORIO COMBINADO DA CONSULTA.     *
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
           "PSUBCPG2K479".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP50                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP77                PIC X(03) VALUE "NAO".
       77  WS-PAR-NU-NB               PIC 9(10) VALUE ZEROS.
       77  WS-PAR-OPERADOR            PIC 9(08) VALUE ZEROS.
       77  WS-PAR-FINALIDADE          PIC 9(02) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE ACESSO (SSUBLIB2K608).
       77  WS-ACS-MODO                PIC X(01) VALUE "P".
       77  WS-ACS-ID-AREA             PIC X(08) VALUE SPACES.
       77  WS-ACS-MATRIC-SOLIC        PIC 9(08) VALUE ZEROS.
       77  WS-ACS-STATUS              PIC 9(01) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CP01                 PIC 9(04) VALUE ZEROS.
       77  WS-CT-CP50                 PIC 9(04) VALUE ZEROS.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-NU-NB WS-PAR-OPERADOR WS-PAR-FINALIDADE.
      *=================*
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
      *LIVRO DE ACESSO: A CONSULTA E REGISTRADA ANTES DE QUALQUER
      *LEITURA; SEM MATRICULA OU COM FINALIDADE FORA DO DOMINIO ELA
      *FICA NO LIVRO COMO RECUSADA E O JOB NAO ABRE NENHUM ARQUIVO.
      *NA PONTUAL QUEM CONSULTA E O PROPRIO SOLICITANTE.
           MOVE WS-PAR-OPERADOR TO WS-ACS-MATRIC-SOLIC.
           CALL "SSUBLIB2K608" USING WS-DEP-PROGRAMA WS-PAR-OPERADOR
                                     WS-PAR-FINALIDADE WS-PAR-NU-NB
                                     WS-ACS-MODO WS-ACS-ID-AREA
                                     WS-ACS-MATRIC-SOLIC WS-ACS-STATUS.
           IF WS-ACS-STATUS NOT EQUAL 0
              DISPLAY "PSUBCPG2K479 - CONSULTA RECUSADA: INFORMAR "
                      "MATRICULA DO OPERADOR E FINALIDADE VALIDA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
