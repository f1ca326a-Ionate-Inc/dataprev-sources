      *               COMPETENCIA, NB, PERIODO E VALOR.                *
      *            O RELATORIO DE CONTROLE TOTALIZA POR BANCO.         *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - D/SUB/CPG/2K/401/EMP, EXTRATO        *
      *            DOS CONSIGNADOS GRAVADO POR PSUBCPG2KXTR NA         *
      *            PASSADA UNICA DO 401 (LAYOUT CP01).                 *
      *  SAIDA:    DSUBCPG2K467 - UMA REMESSA POR BANCO (TITULO        *
      *            D/SUB/CPG/2K/467/Bnnn).                             *
      *            LSUBCPG2K467 - RELATORIO DE CONTROLE.               *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
        FILE SECTION.
      *-------------*
      *
      *EXTRATO DO MOVIMENTO CP01 (PSUBCPG2KXTR) - SO OS CONSIGNADOS.
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/EMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K467".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K467".
       01  WS-LGR-EVENTO              PIC X(01).
       01  WS-LGR-INSUMO              PIC X(24).
       01  WS-LGR-INSUMO-DATA         PIC 9(08) VALUE ZEROS.
       01  WS-LGR-INSUMO-HORA         PIC 9(06) VALUE ZEROS.
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CONSIGNADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-BANCO-CORRENTE          PIC 9(03) VALUE ZEROS.
      *
      *TITULO DA REMESSA DO BANCO CORRENTE, TROCADO VIA CHANGE
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
       1000-ABERTURA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/401/EMP" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT LSUBCPG2K467.
      *
       2000-LEVANTA-BANCOS.
      *--------------------*
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO E
      *PAGO, LOGO NAO HA DESCONTO A REPASSAR AO BANCO.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              IF CP01-IN-DESC-EMPREST NOT EQUAL ZEROS
                 ADD 1 TO WS-CT-CANCELADOS
              END-IF
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           IF CP01-IN-DESC-EMPREST NOT EQUAL ZEROS
              ADD 1 TO WS-CT-CONSIGNADOS
      *
           IF CP01-IN-DESC-EMPREST NOT EQUAL ZEROS
              AND CP01-ID-BANCO EQUAL WS-BANCO-CORRENTE
              AND CP01-IN-CRED-CANCELADO NOT EQUAL 1
              MOVE SPACES                 TO REM67-REG
              MOVE CP01-ID-BANCO          TO REM67-ID-BANCO
              MOVE CP01-DT-COMPET-CREDITO TO REM67-DT-COMPET-CREDITO
                                                     TEXTO-TRL-2K467.
           MOVE WS-CT-CONSIGNADOS TO QT-TRL-2K467.
           WRITE LINHA-LSUBCPG2K467 FROM TRAILER-2K467 AFTER 2.
      *
           MOVE "CONSIGNADOS CANCELADOS (FORA DA REMESSA)     " TO
                                                     TEXTO-TRL-2K467.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2K467.
           WRITE LINHA-LSUBCPG2K467 FROM TRAILER-2K467 AFTER 1.
      *
           MOVE "TOTAL DE BANCOS COM REMESSA GERADA           " TO
                                                     TEXTO-TRL-2K467.
      *
       4000-FINALIZA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN E A
      *CONTAGEM PRINCIPAL.
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE WS-CT-CONSIGNADOS TO WS-LGR-QTD-REG.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE LSUBCPG2K467.
      *
