      *            PREENCHIDO, AAP EXISTENTE NA GERACAO CORRENTE DA    *
      *            TB00233 E EM ESTADO COMPATIVEL COM O ABRE/FECHA     *
      *            PEDIDO, TRANSACAO DUPLICADA PARA O MESMO            *
      *            CHAVE-ID-AAP, ENDERECO COMPLETO NA CORRECAO DE      *
      *            ENDERECO (ACAO 3) - E, NO MODELO DO DATASET DE      *
      *            AUTORIZACAO DE PSUBBDBENCREDSEQ, EXIGE O TOKEN DE   *
      *            APROVADOR (D/SDC/LBD/TRANS00233/AUTH) PARA UM FEED  *
      *            SEM ASSINATURA NAO CHEGAR AO JOB DE MESTRE.         *
      *-------------*
      *
        FD DSDCLBDTRANS00233
           RECORD CONTAINS 134 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSDCLBDTRANSAUTH   PIC X(08).
      *
        FD DSDCLBDTRANS00233OK
           RECORD CONTAINS 134 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00233/OK ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSDCLBDTRANS00233OK PIC X(134).
      *
        FD LSDCLBDAAPPRE.
        01 LINHA-LSDCLBDAAPPRE    PIC X(133).
      *
           IF TRANS00233-CS-ACAO NOT EQUAL 1
              AND TRANS00233-CS-ACAO NOT EQUAL 2
              AND TRANS00233-CS-ACAO NOT EQUAL 3
              MOVE "SIM" TO WS-REJEITADA
              MOVE "CODIGO DE ACAO FORA DO DOMINIO"
                                        TO WS-MOTIVO-REJEICAO
              GO TO 2000-RESULTADO.
      *
      *CORRECAO DE ENDERECO REGRAVA OS CINCO CAMPOS JUNTOS (MESMA REGRA
      *DE 2230-VALIDA-ENDERECO DO PSDCLBDAAPMANUT).
           IF TRANS00233-CS-ACAO EQUAL 3
              IF TRANS00233-TE-ENDERECO EQUAL SPACES
                 OR TRANS00233-NM-BAIRRO EQUAL SPACES
                 OR TRANS00233-NU-CEP EQUAL ZEROS
                 OR TRANS00233-CS-MUNI-SINPAS EQUAL ZEROS
                 OR TRANS00233-NM-UF-SIGL EQUAL SPACES
                 MOVE "SIM" TO WS-REJEITADA
                 MOVE "ENDERECO INCOMPLETO NA TRANSACAO"
                                        TO WS-MOTIVO-REJEICAO
                 GO TO 2000-RESULTADO.
      *
           MOVE TRANS00233-DT-MOVIMENTO TO WS-DT-MOVIMENTO.
           IF WS-DTM-ANO LESS 1990 OR WS-DTM-MES LESS 1
