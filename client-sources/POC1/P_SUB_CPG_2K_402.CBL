      *            QUANTO ESTA RETIDO E POR QUE SEM PRECISAR CONFERIR  *
      *            REGISTRO A REGISTRO.                                *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401 - D/SUB/CPG/2K/401/BLQ, EXTRATO        *
      *            DOS BLOQUEADOS GRAVADO POR PSUBCPG2KXTR NA          *
      *            PASSADA UNICA DO 401 (LAYOUT CP01).                 *
      *  SAIDA:    LSUBCPG2K402 - RESUMO DE CREDITOS BLOQUEADOS.       *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
        FILE SECTION.
      *-------------*
      *
      *EXTRATO DO MOVIMENTO CP01 (PSUBCPG2KXTR) - SO OS BLOQUEADOS.
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/BLQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K402".
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
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/401/BLQ" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
