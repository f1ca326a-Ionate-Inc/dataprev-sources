      *            DSUBCPG2K497INF - INFORMES (UM POR NB, "GERA").     *
      *            LSUBCPG2K497    - INFORME IMPRIMIVEL/CONTROLE.      *
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
           "PSUBCPG2K497".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-ACC                 PIC X(03) VALUE "NAO".
       77  WS-PAR-ANO                 PIC 9(04) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-EXTRAIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
      *LINHAS DO ACUMULADOR DE OUTRO ANO-CALENDARIO: NUNCA SAO
      *FUNDIDAS COM O MES - PASSAM INTACTAS E SAO CONTADAS, PARA A
      *VIRADA DE ANO NAO CONTAMINAR O ANO ANTERIOR EM SILENCIO.
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
                                                    TEXTO-TRL-2K497.
           MOVE WS-CT-EXTRAIDOS TO QT-TRL-2K497.
           WRITE LINHA-LSUBCPG2K497 FROM TRAILER-2K497 AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (NAO FUNDIDOS)           " TO
                                                    TEXTO-TRL-2K497.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2K497.
           WRITE LINHA-LSUBCPG2K497 FROM TRAILER-2K497 AFTER 1.
      *
           MOVE "LINHAS DE OUTRO ANO (PASSARAM INTACTAS)      " TO
                                                    TEXTO-TRL-2K497.
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO FOI
      *PAGO E NAO ENTRA NO ACUMULADO DO INFORME.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2100-FIM.
           ADD 1 TO WS-CT-EXTRAIDOS.
           MOVE SPACES                TO SRT97-REG.
           MOVE CP01-NU-NB            TO SRT97-NU-NB.
