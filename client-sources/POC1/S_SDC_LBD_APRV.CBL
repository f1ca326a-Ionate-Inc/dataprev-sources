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
           03 AUD-HR-CONSUMO          PIC 9(06).
           03 AUD-CS-RESULTADO        PIC 9(01).
      *        (0) CONSUMIDO OK (1) SEM TOKEN (2) EXPIRADO/CONSUMIDO
      *        (3) DUPLA APROVACAO SEM O SEGUNDO APROVADOR
           03 FILLER                  PIC X(07).
      *
       WORKING-STORAGE SECTION.
      *  WS-APRV-STATUS = 0 - TOKEN VALIDO; FICA MARCADO COMO
      *                       CONSUMIDO (UM TOKEN AUTORIZA UM RUN);
      *                   1 - NENHUM TOKEN PARA O FEED;
      *                   2 - TOKEN EXPIRADO OU JA CONSUMIDO;
      *                   3 - TOKEN DE DUPLA APROVACAO (IDENTIDADE
      *                       "CR/") AINDA SEM O SEGUNDO APROVADOR -
      *                       NAO E CONSUMIDO.
      *TODA TENTATIVA (BOA OU MA) FICA NA TRILHA DE AUDITORIA.
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
       77  WS-QTDE-TKN          PIC 9(04) VALUE ZEROS.
       77  WS-IX-TKN            PIC 9(04) VALUE ZEROS.
       77  WS-TKN-ENCONTRADO    PIC 9(01) VALUE 0.
       77  WS-EOF-TKN           PIC X(03) VALUE "NAO".
       77  W77-DATA-APRV        PIC 9(08) BINARY.
       77  W77-HORA-APRV        PIC 9(06) BINARY.
      *
       77  WS-APRV-FEED         PIC X(30).
      *IDENTIDADE "CR/" = LIBERACAO DE UM CREDITO RETIDO PELO
      *PSUBCPG2KAPD, QUE EXIGE DOIS APROVADORES DIFERENTES.
       01  WS-ID-FEED-APRV.
           03 WS-ID-PREFIXO-APRV    PIC X(03).
           03 FILLER                PIC X(27).
       77  WS-APRV-MATRICULA    PIC 9(08).
       77  WS-APRV-STATUS       PIC 9(01).
      *-----------------------------------------------------------------
           END-PERFORM.
           IF WS-TKN-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-TKN.
      *
           MOVE WS-APRV-FEED TO WS-ID-FEED-APRV.
      *
           IF WS-TKN-ENCONTRADO EQUAL 0
              MOVE 1 TO WS-APRV-STATUS
              IF TB-TKN-IN-CONSUMIDO (WS-IX-TKN) EQUAL 1
                 OR TB-TKN-DT-EXPIRA (WS-IX-TKN) LESS W77-DATA-APRV
                 MOVE 2 TO WS-APRV-STATUS
              ELSE
              IF WS-ID-PREFIXO-APRV EQUAL "CR/"
                 AND TB-TKN-MATRICULA-2 (WS-IX-TKN) EQUAL ZEROS
                 MOVE 3 TO WS-APRV-STATUS
                 MOVE TB-TKN-MATRICULA (WS-IX-TKN)
                      TO WS-APRV-MATRICULA
              ELSE
                 MOVE 0 TO WS-APRV-STATUS
                 MOVE TB-TKN-MATRICULA (WS-IX-TKN)
              NOT AT END
      *DATASET ACIMA DA TABELA: PARAR E MAIS SEGURO QUE REGRAVAR
      *TRUNCADO (REVOGARIA TOKENS EM SILENCIO).
                   IF WS-QTDE-TKN EQUAL 2000
                      DISPLAY "SSDCLBDAPRV: DATASET DE TOKENS ACIMA"
                      DISPLAY "DE 2000 LINHAS - REVER O LIMITE"
                      SET MYSELF (STATUS) TO -1
                      STOP RUN
                   END-IF
                        TO TB-TKN-DT-EXPIRA (WS-QTDE-TKN)
                   MOVE APRV-IN-CONSUMIDO
                        TO TB-TKN-IN-CONSUMIDO (WS-QTDE-TKN)
                   IF APRV-NU-MATRICULA-2 NUMERIC
                      MOVE APRV-NU-MATRICULA-2
                           TO TB-TKN-MATRICULA-2 (WS-QTDE-TKN)
                   ELSE
                      MOVE ZEROS
                           TO TB-TKN-MATRICULA-2 (WS-QTDE-TKN)
                   END-IF
              END-READ
           END-PERFORM.
      *
