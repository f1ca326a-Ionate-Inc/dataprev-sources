           03 LGR-HORA                PIC 9(06).
           03 LGR-PROGRAMA            PIC X(17).
           03 LGR-EVENTO              PIC X(01).
      *        "I" = INICIO DO RUN; "F" = FIM DO RUN; "R" = RUN
      *        RECUSADO NA PARTIDA PELO PORTAO DE DEPENDENCIAS
      *        (SSUBLIB2K606) - NESTE CASO LGR-INSUMO TRAZ O
      *        PREDECESSOR QUE BARROU O RUN
           03 LGR-INSUMO              PIC X(24).
      *        TITULO-BASE DO INSUMO (NO "I") OU DO ARTEFATO PRODUZIDO
      *        (NO "F"), NA MESMA CONVENCAO DE CAT-ARQUIVO
