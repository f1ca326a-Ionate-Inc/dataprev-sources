      *LISTA E ACOMPANHA OS EVENTOS DO ARQUIVO PEDIDO: A CADA EVENTO,
      *A GERACAO QUE ERA CORRENTE PASSA A ANTERIOR E A DO EVENTO
      *(GERACAO PRODUZIDA NO "G", GERACAO ALVO NO "R") PASSA A
      *CORRENTE. EVENTO DE CONFERENCIA ("C") SO E LISTADO.
       2000-LOOP.
      *---------*
      *
              MOVE CAT-FEED       TO DET-FEED
              MOVE CAT-QTD-REG    TO DET-QTD
              WRITE LINHA-ROLL FROM DET-EVENTO-ROLL AFTER 1
           END-IF.
      *
           IF CAT-ARQUIVO EQUAL WS-PAR-ARQUIVO
              AND CAT-CS-EVENTO NOT EQUAL "C"
              IF CAT-CS-EVENTO EQUAL "R"
                 MOVE CAT-DATA-ALVO TO WS-EVT-DATA
                 MOVE CAT-HORA-ALVO TO WS-EVT-HORA
