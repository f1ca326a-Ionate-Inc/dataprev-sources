       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-TB00233             PIC X(03) VALUE "NAO".
       77  WS-TOTAL-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-TB00233          PIC 9(08) VALUE ZEROS.
       77  WS-IX-ACHOU-AAP            PIC 9(04) VALUE ZEROS.
      *
      *---------*
      *
           ADD 1 TO WS-TOTAL-LIDOS.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (CP01-IN-CRED-CANCELADO = 1,
      *VIDE PSUBCPG2KCAN) NAO VAI PARA O RESUMO - E DAQUI QUE A CADEIA
      *051/052 TIRA O QUE SERA EMITIDO.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              PERFORM 9000-LE-CP01
                 THRU 9000-FIM
              GO TO 2000-FIM.
      *
           MOVE CP01-ID-ORGAO-PAGADOR  TO WS-ID-ORGAO-PAGADOR-ATUAL.
           MOVE CP01-CS-MEIO-PAGTO     TO WS-CS-MEIO-PAGTO-ATUAL.
      *
           DISPLAY "PSUBCPG050SUL - REGS LIDOS DE CP01     = "
                                                       WS-TOTAL-LIDOS.
           DISPLAY "PSUBCPG050SUL - CANCELADOS (FORA DO 050)= "
                                                     WS-CT-CANCELADOS.
           DISPLAY "PSUBCPG050SUL - GRUPOS GRAVADOS EM 050 = "
                                                     WS-QTDE-GRUPOS-050.
           DISPLAY "PSUBCPG050SUL - ORGAOS SEM TB00233      = "
