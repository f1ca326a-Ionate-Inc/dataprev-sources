       2200-CONFERE-ARQUIVO.
      *---------------------*
      *
      *EVENTO DE CONFERENCIA ("C") NAO PRODUZ GERACAO - O TITULO SO E
      *AUDITADO A PARTIR DOS SEUS "G"/"R".
           IF TB-CAT-EVENTO (WS-IX-CAT) EQUAL "C"
              GO TO 2200-FIM.
      *
      *SO UMA VEZ POR TITULO.
           MOVE 0 TO WS-IN-JA-AUDITADO.
           PERFORM VARYING WS-IX-AUDITADO FROM 1 BY 1
      *    GERACAO CORRENTE DE WS-PAR-ARQUIVO: ULTIMO EVENTO DELE NO
      *    CATALOGO; SE FOR UM "R", A CORRENTE E A GERACAO "G"
      *    REFERENCIADA EM DATA-ALVO/HORA-ALVO (VIDE B/SUB/CPG/GER/
      *    CAT). EVENTO "C" (CONFERENCIA) NAO CONTA. QUANDO
      *    WS-PAR-DATA NAO E ZEROS, SO EVENTOS ATE AQUELA DATA CONTAM
      *    (USADO PELA CONSULTA DE LINHAGEM).
      *----------------------------------------------------------------
       3000-ACHA-CORRENTE.
      *-------------------*
           PERFORM VARYING WS-IX-CAT-2 FROM 1 BY 1
                     UNTIL WS-IX-CAT-2 GREATER WS-QTDE-CAT
              IF TB-CAT-ARQUIVO (WS-IX-CAT-2) EQUAL WS-PAR-ARQUIVO
                 AND TB-CAT-EVENTO (WS-IX-CAT-2) NOT EQUAL "C"
                 AND (WS-PAR-DATA EQUAL ZEROS
                   OR TB-CAT-DATA (WS-IX-CAT-2) NOT GREATER
                                                 WS-PAR-DATA)
      *
           IF WS-CT-FISICO NOT EQUAL WS-QTD-CORRENTE
              ADD 1 TO WS-CT-ALERTAS
              MOVE "CONTAGEM FISICA DIFERE DA GERACAO CATALOGADA - REGEN
      -            "ERACAO SEM EVENTO?" TO DET-ALE-TEXTO
              WRITE LINHA-CATAUD FROM DET-ALERTA-CATAUD AFTER 1.
      *
           IF WS-PAR-ARQUIVO EQUAL "D/SUB/CPG/2K/401"
