      *            SSDCLBDAPRV ANTES DE APLICAR QUALQUER COISA - UM    *
      *            FEED FORJADO NA TB00233 PODE DESVIAR DINHEIRO DE    *
      *            VERDADE; ISTO FECHA ESSA PORTA.                     *
      *            IDENTIDADE "CR/" (LIBERACAO DE CREDITO RETIDO PELO  *
      *            PSUBCPG2KAPD) E DE DUPLA APROVACAO: O PRIMEIRO      *
      *            REGISTRO ABRE O TOKEN E O SEGUNDO, DE OUTRA         *
      *            MATRICULA, O CONTRASSINA (SEM MUDAR A EXPIRACAO).   *
      *            A MESMA MATRICULA NAO CONTRASSINA. TOKEN CONSUMIDO, *
      *            EXPIRADO OU JA CONTRASSINADO E SUBSTITUIDO.         *
      *                                                                *
      *  PARAMETROS: WS-PAR-FEED      - IDENTIDADE DO FEED (TITULO).   *
      *              WS-PAR-MATRICULA - MATRICULA DO APROVADOR.        *
           03 APRV-HR-APROVACAO       PIC 9(06).
           03 APRV-DT-EXPIRACAO       PIC 9(08).
           03 APRV-IN-CONSUMIDO       PIC 9(01).
      *SEGUNDO APROVADOR - SO NOS TOKENS DE DUPLA APROVACAO (VIDE
      *PSDCLBDAPRVREG); ZEROS OU BRANCOS NOS DEMAIS.
           03 APRV-NU-MATRICULA-2     PIC 9(08).
           03 FILLER                  PIC X(01).
      *
        FD DSDCLBDAPRVN
           RECORD CONTAINS  70 CHARACTERS
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-IN-SUBSTITUIDO          PIC 9(01) VALUE 0.
       01  WS-ID-FEED-REG.
           03 WS-ID-PREFIXO-REG       PIC X(03).
           03 FILLER                  PIC X(27).
      *
       01  TABELA-TOKENS.
           05 TB-TKN OCCURS 2000 TIMES.
              10 TB-TKN-ID-FEED       PIC X(30).
              10 TB-TKN-MATRICULA     PIC 9(08).
              10 TB-TKN-DT-APROV      PIC 9(08).
              10 TB-TKN-HR-APROV      PIC 9(06).
              10 TB-TKN-DT-EXPIRA     PIC 9(08).
              10 TB-TKN-IN-CONSUMIDO  PIC 9(01).
              10 TB-TKN-MATRICULA-2   PIC 9(08).
       77  WS-QTDE-TKN                PIC 9(04) VALUE ZEROS.
       77  WS-IX-TKN                  PIC 9(04) VALUE ZEROS.
       77  WS-TKN-ENCONTRADO          PIC 9(01) VALUE 0.
      *
       01  CAB-01-APRVREG.
           03 DET-TKN-EXPIRA        PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-TKN-OBS           PIC X(22).
      *
       01  MSG-MESMO-APROVADOR-APRVREG.
           03 FILLER                PIC X(60) VALUE
              "*** SEGUNDA APROVACAO EXIGE OUTRA MATRICULA - RECUSADA".
      *
       01  MSG-SEM-FEED-APRVREG.
           03 FILLER                PIC X(52) VALUE
           READ DSDCLBDAPRV
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   IF WS-QTDE-TKN EQUAL 2000
                      DISPLAY "PSDCLBDAPRVREG: DATASET DE TOKENS"
                      DISPLAY "ACIMA DE 2000 LINHAS - REVER O LIMITE"
                      DISPLAY "DA TABELA (NADA FOI REGRAVADO)"
                      SET MYSELF (STATUS) TO -1
                      STOP RUN
                   MOVE APRV-DT-EXPIRACAO
                        TO TB-TKN-DT-EXPIRA (WS-QTDE-TKN)
                   MOVE APRV-IN-CONSUMIDO
                        TO TB-TKN-IN-CONSUMIDO (WS-QTDE-TKN)
                   IF APRV-NU-MATRICULA-2 NUMERIC
                      MOVE APRV-NU-MATRICULA-2
                           TO TB-TKN-MATRICULA-2 (WS-QTDE-TKN)
                   ELSE
                      MOVE ZEROS
                           TO TB-TKN-MATRICULA-2 (WS-QTDE-TKN)
                   END-IF.
      *
       1100-FIM. EXIT.
      *---------*
           IF WS-TKN-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-TKN
              MOVE 1 TO WS-IN-SUBSTITUIDO
      *DUPLA APROVACAO: TOKEN VIVO COM UM SO APROVADOR E
      *CONTRASSINADO, NAO SUBSTITUIDO.
              MOVE WS-PAR-FEED TO WS-ID-FEED-REG
              IF WS-ID-PREFIXO-REG EQUAL "CR/"
                 AND TB-TKN-IN-CONSUMIDO (WS-IX-TKN) EQUAL 0
                 AND TB-TKN-DT-EXPIRA (WS-IX-TKN) NOT LESS W77-DATA
                 AND TB-TKN-MATRICULA-2 (WS-IX-TKN) EQUAL ZEROS
                 PERFORM 2100-CONTRASSINA
                    THRU 2100-FIM
                 GO TO 2000-FIM
              END-IF
           ELSE
              IF WS-QTDE-TKN EQUAL 2000
                 DISPLAY "PSDCLBDAPRVREG: TABELA DE TOKENS CHEIA"
                 DISPLAY "(2000) - EXPURGAR CONSUMIDOS/EXPIRADOS OU"
                 DISPLAY "REVER O LIMITE (NADA FOI REGRAVADO)"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
           MOVE W77-HORA         TO TB-TKN-HR-APROV (WS-IX-TKN).
           MOVE WS-PAR-DT-EXPIRA TO TB-TKN-DT-EXPIRA (WS-IX-TKN).
           MOVE 0                TO TB-TKN-IN-CONSUMIDO (WS-IX-TKN).
           MOVE ZEROS            TO TB-TKN-MATRICULA-2 (WS-IX-TKN).
      *
           MOVE WS-PAR-FEED      TO DET-TKN-FEED.
           MOVE WS-PAR-MATRICULA TO DET-TKN-MATRICULA.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-CONTRASSINA.
      *-----------------*
      *
           IF WS-PAR-MATRICULA EQUAL TB-TKN-MATRICULA (WS-IX-TKN)
              WRITE LINHA-APRVREG FROM MSG-MESMO-APROVADOR-APRVREG
                                                           AFTER 2
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           MOVE WS-PAR-MATRICULA TO TB-TKN-MATRICULA-2 (WS-IX-TKN).
      *
           MOVE WS-PAR-FEED      TO DET-TKN-FEED.
           MOVE WS-PAR-MATRICULA TO DET-TKN-MATRICULA.
           MOVE TB-TKN-DT-EXPIRA (WS-IX-TKN) TO DET-TKN-EXPIRA.
           MOVE "SEGUNDA APROVACAO"  TO DET-TKN-OBS.
           WRITE LINHA-APRVREG FROM DET-TOKEN-APRVREG AFTER 2.
      *
       2100-FIM. EXIT.
      *---------*
      *
       3000-REGRAVA-TOKENS.
      *--------------------*
