      *            DSUBCPG2KLGREXP - GRADE ESPERADA, EM ORDEM.         *
      *  SAIDA:    LSUBCPG2K491    - QUADRO DA CADEIA.                 *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: ALERTA DE RUN RECUSADO NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
              MOVE "INICIO SEM EVENTO DE FIM - ABEND PROVAVEL" TO
                                                 DET-ALE-TEXTO
              WRITE LINHA-LSUBCPG2K491 FROM DET-ALERTA-2K491 AFTER 1.
      *
      *RUN BARRADO NA PARTIDA PELO PORTAO DE DEPENDENCIAS (VIDE
      *SSUBLIB2K606): O EVENTO "R" TRAZ O PREDECESSOR NO INSUMO.
           IF WS-IX-FIM GREATER ZEROS
              AND TB-LGR-EVENTO (WS-IX-FIM) EQUAL "R"
              ADD 1 TO WS-CT-ALERTAS
              MOVE SPACES TO DET-ALE-TEXTO
              STRING "RUN RECUSADO - PREDECESSOR "
                     DELIMITED BY SIZE
                     TB-LGR-INSUMO (WS-IX-FIM) DELIMITED BY SPACE
                     INTO DET-ALE-TEXTO
              WRITE LINHA-LSUBCPG2K491 FROM DET-ALERTA-2K491 AFTER 1
              GO TO 2000-PROXIMO.
      *
           IF WS-IX-FIM GREATER ZEROS
              AND TB-LGR-RESULTADO (WS-IX-FIM) EQUAL "A"
