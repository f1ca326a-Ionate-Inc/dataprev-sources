      *            DE ACESSO RESTRITO (IN-ACESS-RESTRITO +             *
      *            DT-INIC-VALI/DT-FIM-VALI). TRANSACAO QUE APONTARIA  *
      *            UM NIVEL DE PREFERENCIA PARA AAP INEXISTENTE NA     *
      *            TB00233 E REJEITADA INTEIRA; TRANSACAO COM          *
      *            TRANS00494-DT-EFETIVACAO FUTURA E CRITICADA AGORA E *
      *            AGENDADA NA FILA D/SDC/LBD/PEND (VIDE               *
      *            B/SDC/LBD/PEND), SEM TOCAR O MESTRE - O             *
      *            PSDCLBDPENDAPL A REAPRESENTA NA DATA. REGISTROS SEM *
      *            TRANSACAO CASADA SAO REGRAVADOS SEM ALTERACAO NA    *
      *            NOVA GERACAO, E A GERACAO PRODUZIDA E CATALOGADA EM *
      *            D/SUB/CPG/GER/CAT (VIDE B/SUB/CPG/GER/CAT).         *
      *            APONTADOS PELAS PREFERENCIAS).                      *
      *  SAIDA:    DSDCLBDSETTB00494N - NOVA GERACAO.                  *
      *            DSUBCPGGERCAT      - CATALOGO DE GERACOES (EXTEND). *
      *            DSDCLBDPEND        - FILA DE PENDENTES (EXTEND).    *
      *            LSDCLBDMRGMANUT    - RELATORIO DE MANUTENCAO.       *
      ******************************************************************
      /
           SELECT DSDCLBDSETTB00233  ASSIGN TO DISK.
           SELECT DSDCLBDSETTB00494N ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT      ASSIGN TO DISK.
      *OPTIONAL: A PRIMEIRA TRANSACAO AGENDADA CRIA A FILA.
           SELECT OPTIONAL DSDCLBDPEND ASSIGN TO DISK.
           SELECT LSDCLBDMRGMANUT    ASSIGN TO PRINTER.
      /
      *=============*
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
      *FILA DE ALTERACOES PENDENTES (VIDE B/SDC/LBD/PEND).
        FD DSDCLBDPEND
           RECORD CONTAINS  220 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/PEND ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/PEND ON PKBDSGF".
      *
        FD LSDCLBDMRGMANUT.
        01 LINHA-LSDCLBDMRGMANUT  PIC X(133).
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-APLICADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJEITADAS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-AGENDADAS            PIC 9(08) VALUE ZEROS.
       77  WS-REJEITADA               PIC X(03) VALUE "NAO".
       77  WS-AGENDADA                PIC X(03) VALUE "NAO".
       77  WS-MOTIVO-REJEICAO         PIC X(40) VALUE SPACES.
      *
       01  WS-MOTIVO-AGENDADA.
           03 FILLER                  PIC X(24) VALUE
              "FILA PENDENTE - EFETIVA ".
           03 WS-MOT-DT-EFETIVA       PIC 9(08).
       77  WS-ID-OP-VALIDA            PIC 9(06) VALUE ZEROS.
       77  WS-IX-ACHOU                PIC 9(04) VALUE ZEROS.
      *
           OPEN INPUT  DSDCLBDSETTB00233.
           OPEN OUTPUT DSDCLBDSETTB00494N.
           OPEN OUTPUT LSDCLBDMRGMANUT.
           OPEN EXTEND DSDCLBDPEND.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-LSDCLBDMRGMANUT FROM CAB-01-MRGMAN AFTER PAGE.
       2200-APLICA-TRANSACAO.
      *----------------------*
      *
           MOVE "NAO"    TO WS-REJEITADA WS-AGENDADA.
           MOVE SPACES   TO WS-MOTIVO-REJEICAO.
      *
           IF TRANS00494-IN-APROVADO NOT EQUAL 1
      *
           IF WS-REJEITADA EQUAL "SIM"
              GO TO 2200-RESULTADO.
      *
      *TRANSACAO APROVADA COM VIGENCIA FUTURA (ADJUDICACAO DE PREGAO,
      *VIDE PSDCLBDPREGAOADJ), JA CRITICADA ACIMA, VAI PARA A FILA
      *PENDENTE EM VEZ DE SER APLICADA - O PSDCLBDPENDAPL A
      *REAPRESENTA NO DIA DA EFETIVACAO.
           IF TRANS00494-DT-EFETIVACAO NOT EQUAL ZEROS
              AND TRANS00494-DT-EFETIVACAO GREATER W77-DATA
              PERFORM 2220-AGENDA-TRANSACAO
                 THRU 2220-FIM
              GO TO 2200-RESULTADO.
      *
           IF TRANS00494-ID-OP-PREFERENCIA NOT EQUAL ZEROS
              MOVE TRANS00494-ID-OP-PREFERENCIA
              MOVE "REJEITADA" TO DET-RESULTADO
              MOVE WS-MOTIVO-REJEICAO TO DET-MOTIVO
              ADD 1 TO WS-CT-REJEITADAS
           ELSE
           IF WS-AGENDADA EQUAL "SIM"
              MOVE "AGENDADA " TO DET-RESULTADO
              MOVE WS-MOTIVO-AGENDADA TO DET-MOTIVO
           ELSE
              MOVE "APLICADA " TO DET-RESULTADO
           END-IF.
      *
       2210-FIM. EXIT.
      *---------*
      *
      *GRAVA A TRANSACAO NA FILA PENDENTE, COM A MATRICULA DO
      *APROVADOR DO TOKEN CONSUMIDO NESTE RUN.
       2220-AGENDA-TRANSACAO.
      *----------------------*
      *
           MOVE SPACES                    TO PEND-REG.
           MOVE "00494"                   TO PEND-CS-TABELA.
           MOVE TRANS00494-CHAVE-ID-MICRO TO PEND-CHAVE.
           MOVE TRANS00494-DT-EFETIVACAO  TO PEND-DT-EFETIVACAO.
           MOVE "P"                       TO PEND-CS-SITUACAO.
           MOVE W77-DATA                  TO PEND-DT-PROGRAMACAO.
           MOVE W77-HORA                  TO PEND-HR-PROGRAMACAO.
           MOVE "PSDCLBDMRGMANUT"         TO PEND-PROGRAMA.
           MOVE WS-APRV-MATRICULA         TO PEND-NU-MATRICULA.
           MOVE ZEROS                     TO PEND-DT-ENCAMINHADO.
           MOVE TRANS00494-REG            TO PEND-TRANS.
           WRITE PEND-REG.
      *
           MOVE "SIM"                     TO WS-AGENDADA.
           MOVE TRANS00494-DT-EFETIVACAO  TO WS-MOT-DT-EFETIVA.
           ADD 1 TO WS-CT-AGENDADAS.
      *
       2220-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-TRAILER.
      *--------------------*
                                                   TEXTO-TRL-MRGMAN.
           MOVE WS-CT-REJEITADAS    TO QT-TRL-MRGMAN.
           WRITE LINHA-LSDCLBDMRGMANUT FROM TRAILER-MRGMAN AFTER 1.
      *
           MOVE "TOTAL DE TRANSACOES AGENDADAS (FILA PENDENTE)" TO
                                                   TEXTO-TRL-MRGMAN.
           MOVE WS-CT-AGENDADAS     TO QT-TRL-MRGMAN.
           WRITE LINHA-LSDCLBDMRGMANUT FROM TRAILER-MRGMAN AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
           CLOSE DSDCLBDSETTB00494.
           CLOSE DSDCLBDTRANS00494.
           CLOSE DSDCLBDSETTB00494N SAVE.
           CLOSE DSDCLBDPEND SAVE.
           CLOSE LSDCLBDMRGMANUT.
      *
       4000-FIM. EXIT.
