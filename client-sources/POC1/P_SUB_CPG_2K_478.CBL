      *            B/SUB/CPG/2K/477).                                  *
      *  SAIDA:    LSUBCPG2K478 - RELATORIO DE CREDITOS JUDICIAIS      *
      *            ORFAOS.                                             *
      *            D/SUB/CPG/2K/FEC - RESULTADO DA CONCILIACAO (LIMPA  *
      *            SE NAO HOUVER ORFAO) NA COMPETENCIA DO MOVIMENTO,   *
      *            ITEM DO CHECKLIST DE FECHAMENTO (PSUBCPG2KFEC).     *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K478".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       77  WS-CT-MATCH                PIC 9(08) VALUE ZEROS.
       77  WS-CT-ORFAO                PIC 9(08) VALUE ZEROS.
      *
      *INTERFACE DO CONTROLE DE FECHAMENTO (SSUBLIB2K610): O RESULTADO
      *DA CONCILIACAO E O ITEM 2 DO CHECKLIST DA COMPETENCIA DO
      *MOVIMENTO (CP01-DT-MOV-CREDITO DO PRIMEIRO REGISTRO DO 401).
       77  WS-FEC-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K478".
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-EVENTO              PIC X(01) VALUE "C".
       77  WS-FEC-ITEM                PIC 9(01) VALUE 2.
       77  WS-FEC-RESULTADO           PIC X(01) VALUE SPACES.
       77  WS-FEC-MATRIC              PIC 9(08) VALUE ZEROS.
       77  WS-FEC-MOTIVO              PIC X(40) VALUE SPACES.
      *
      *SUBCHAVE COMUM A CP01 E CP77 (SEM ID-NIT, QUE SO EXISTE EM
      *CP01-CHAVE). USO DE GRUPO DISPLAY PARA COMPARACAO DIRETA, IGUAL
      *AO PADRAO JA USADO EM P_SUB_CPG_2K_431.
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
      *
           PERFORM 3000-EMITIR-TRAILER
              THRU 3000-FIM.
      *
           PERFORM 3500-REGISTRA-FECHAMENTO
              THRU 3500-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           IF WS-EOF-CP01 NOT EQUAL "SIM"
              MOVE CP01-DT-MOV-CREDITO-AAMM TO WS-FEC-COMPETENCIA.
           PERFORM 9010-LE-CP77
              THRU 9010-FIM.
      *
      *
       3000-FIM. EXIT.
      *---------*
      *
      *CHECKLIST DE FECHAMENTO: SEM CREDITO JUDICIAL ORFAO A
      *CONCILIACAO E LIMPA. 401 VAZIO NAO TEM COMPETENCIA - NADA E
      *REGISTRADO.
       3500-REGISTRA-FECHAMENTO.
      *-------------------------*
      *
           IF WS-FEC-COMPETENCIA EQUAL ZEROS
              GO TO 3500-FIM.
      *
           IF WS-CT-ORFAO EQUAL ZEROS
              MOVE "L" TO WS-FEC-RESULTADO
           ELSE
              MOVE "D" TO WS-FEC-RESULTADO.
      *
           CALL "SSUBLIB2K610" USING WS-FEC-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-EVENTO WS-FEC-ITEM
                                     WS-FEC-RESULTADO WS-FEC-MATRIC
                                     WS-FEC-MOTIVO.
      *
       3500-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
