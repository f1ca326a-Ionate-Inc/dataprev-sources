      *            CP01-CS-UF-OP E CP01-CS-ESPECIE, PARA A REMESSA     *
      *            MENSAL DE CONFORMIDADE AO MINISTERIO DA CIDADANIA.  *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - D/SUB/CPG/2K/401/LOAS, EXTRATO       *
      *            DOS CREDITOS LOAS GRAVADO POR PSUBCPG2KXTR NA       *
      *            PASSADA UNICA DO 401 (LAYOUT CP01).                 *
      *  SAIDA:    LSUBCPG2K403 - RESUMO DE CONFORMIDADE LOAS.         *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
        FILE SECTION.
      *-------------*
      *
      *EXTRATO DO MOVIMENTO CP01 (PSUBCPG2KXTR) - SO OS CREDITOS LOAS.
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/LOAS ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K403".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-TOTAL-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOAS                 PIC 9(08) VALUE ZEROS.
       77  WS-VL-LOAS                 PIC 9(12)V99 VALUE ZEROS.
       77  WS-QT-IR-LOAS              PIC 9(08) VALUE ZEROS.
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
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/401/LOAS" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
      *---------*
      *
           ADD 1 TO WS-TOTAL-LIDOS.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO
      *ENTRA NOS TOTAIS DO LOAS.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           IF CP01-CS-ESP-LOAS EQUAL 3
              ADD 1 TO WS-CT-LOAS
                                                     TEXTO-TRL-2K403.
           MOVE WS-TOTAL-LIDOS      TO QT-TRL-2K403.
           WRITE LINHA-LSUBCPG2K403 FROM TRAILER-2K403 AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (FORA DOS TOTAIS)        " TO
                                                     TEXTO-TRL-2K403.
           MOVE WS-CT-CANCELADOS    TO QT-TRL-2K403.
           WRITE LINHA-LSUBCPG2K403 FROM TRAILER-2K403 AFTER 1.
      *
           MOVE "TOTAL DE CREDITOS LOAS                       " TO
                                                     TEXTO-TRL-2K403.
