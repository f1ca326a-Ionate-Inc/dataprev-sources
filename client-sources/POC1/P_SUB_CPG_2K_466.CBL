      *            UM EXTRATO DE LAYOUT FIXO PARA A SUBMISSAO AO       *
      *            TESOURO (D/SUB/CPG/2K/466).                         *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - D/SUB/CPG/2K/401/EPU, EXTRATO        *
      *            DOS CREDITOS EPU GRAVADO POR PSUBCPG2KXTR NA        *
      *            PASSADA UNICA DO 401 (LAYOUT CP01).                 *
      *  SAIDA:    DSUBCPG2K466 - EXTRATO PARA O TESOURO.              *
      *            LSUBCPG2K466 - RELATORIO DE RESSARCIMENTO EPU.      *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
        FILE SECTION.
      *-------------*
      *
      *EXTRATO DO MOVIMENTO CP01 (PSUBCPG2KXTR) - SO OS CREDITOS EPU.
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/EPU ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K466".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K466".
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
           MOVE "D/SUB/CPG/2K/401/EPU" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2K466.
      *
       4000-FINALIZA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN E A
      *CONTAGEM PRINCIPAL.
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE WS-CT-EPU TO WS-LGR-QTD-REG.
           MOVE WS-VL-PAGAVEL TO WS-LGR-TOT-VALOR.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K466 SAVE.
