      *            DESSINCRONIZADO DE DT-FECHAMENTO-AAP. NAO HA HOJE   *
      *            NENHUM PROGRAMA NESTA BASE QUE ATUALIZE A TB00233 - *
      *            ESTE E O UNICO PONTO DE MANUTENCAO CONTROLADA DELA. *
      *            A ACAO 3 (CORRECAO DE ENDERECO, GERADA PENDENTE POR *
      *            PSDCLBDCEPVAL) REGRAVA TE-ENDERECO/NM-BAIRRO/       *
      *            NU-CEP/CS-MUNI-SINPAS/NM-UF-SIGL DE UMA VEZ.        *
      *            TRANSACAO APROVADA COM TRANS00233-DT-MOVIMENTO      *
      *            POSTERIOR A DATA DO RUN NAO MEXE NO MESTRE: E       *
      *            AGENDADA NA FILA D/SDC/LBD/PEND (VIDE               *
      *            B/SDC/LBD/PEND) E APLICADA NO DIA PELO              *
      *            PSDCLBDPENDAPL, QUE A REAPRESENTA A ESTE JOB.       *
      *                                                                *
      *  OBS:      PRESSUPOE TB00233 E TRANS00233 EM ORDEM ASCENDENTE  *
      *            DE CHAVE-ID-AAP NO MESMO RUN, COM NO MAXIMO UMA     *
      *            D/SDC/LBD/SETTB00233.                               *
      *            LSDCLBDAAPMANUT    - RELATORIO DE MANUTENCAO E      *
      *            EXCECOES.                                           *
      *            DSDCLBDPEND        - FILA DE ALTERACOES PENDENTES   *
      *            (EXTEND).                                           *
      ******************************************************************
      /
      *====================*
           SELECT DSDCLBDSETTB00233N ASSIGN TO DISK.
           SELECT DCHECKPOINTHB      ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT      ASSIGN TO DISK.
      *OPTIONAL: A PRIMEIRA TRANSACAO AGENDADA CRIA A FILA.
           SELECT OPTIONAL DSDCLBDPEND ASSIGN TO DISK.
           SELECT LSDCLBDAAPMANUT    ASSIGN TO PRINTER.
      /
      *=============*
           COPY "*B/SDC/LBD/SETTB00233 ON PKBDSGF".
      *
        FD DSDCLBDTRANS00233
           RECORD CONTAINS 134 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
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
        FD LSDCLBDAAPMANUT.
        01 LINHA-LSDCLBDAAPMANUT     PIC X(133).
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-ABERTURAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-FECHAMENTOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-ENDERECOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJEITADAS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-AGENDADAS            PIC 9(08) VALUE ZEROS.
      *CONTADORES DE LEITURA PARA O REPOSICIONAMENTO NUMA RESUBMISSAO
      *(VIDE 9020-REPOSICIONA-RESTART, MESMO MODELO DE
      *PSUBCPG052SPGUNI).
       77  WS-DSP-REJEITADAS          PIC 9(08) VALUE ZEROS.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-REJEITADA               PIC X(03) VALUE "NAO".
       77  WS-AGENDADA                PIC X(03) VALUE "NAO".
       77  WS-MOTIVO-REJEICAO         PIC X(40) VALUE SPACES.
      *
       01  WS-MOTIVO-AGENDADA.
           03 FILLER                  PIC X(24) VALUE
              "FILA PENDENTE - EFETIVA ".
           03 WS-MOT-DT-EFETIVA       PIC 9(08).
      *
      *CHAVE DE COMPARACAO ENTRE MESTRE E TRANSACAO (AMBOS TEM
      *CHAVE-ID-AAP/TRANS00233-CHAVE-ID-AAP DE 6 DIGITOS).
              OPEN EXTEND DSDCLBDSETTB00233N
           END-IF.
           OPEN OUTPUT LSDCLBDAAPMANUT.
           OPEN EXTEND DSDCLBDPEND.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
      *IDENTIFICACAO DO JOB NO HEARTBEAT DE PROGRESSO (VIDE CONTRATO
           EVALUATE TRANS00233-CS-ACAO
              WHEN 1 MOVE "ABERTURA"   TO DET-ACAO
              WHEN 2 MOVE "FECHAMENTO" TO DET-ACAO
              WHEN 3 MOVE "ENDERECO"   TO DET-ACAO
              WHEN OTHER MOVE "INVALIDA"  TO DET-ACAO
           END-EVALUATE.
           MOVE "REJEITADA" TO DET-RESULTADO.
       2200-APLICA-TRANSACAO.
      *----------------------*
      *
           MOVE "NAO"    TO WS-REJEITADA WS-AGENDADA.
           MOVE SPACES   TO WS-MOTIVO-REJEICAO.
      *
           IF TRANS00233-IN-APROVADO NOT EQUAL 1
              MOVE "SIM" TO WS-REJEITADA
              MOVE "TRANSACAO PENDENTE DE APROVACAO"
                                        TO WS-MOTIVO-REJEICAO
           ELSE
           IF TRANS00233-DT-MOVIMENTO GREATER W77-DATA
              AND TRANS00233-CS-ACAO GREATER ZEROS
              AND TRANS00233-CS-ACAO LESS 4
              PERFORM 2240-AGENDA-TRANSACAO
                 THRU 2240-FIM
           ELSE
              EVALUATE TRANS00233-CS-ACAO
                 WHEN 1
                 WHEN 2
                    PERFORM 2220-VALIDA-FECHAMENTO
                       THRU 2220-FIM
                 WHEN 3
                    PERFORM 2230-VALIDA-ENDERECO
                       THRU 2230-FIM
                 WHEN OTHER
                    MOVE "SIM" TO WS-REJEITADA
                    MOVE "CODIGO DE ACAO DE TRANSACAO INVALIDO"
           EVALUATE TRANS00233-CS-ACAO
              WHEN 1 MOVE "ABERTURA"   TO DET-ACAO
              WHEN 2 MOVE "FECHAMENTO" TO DET-ACAO
              WHEN 3 MOVE "ENDERECO"   TO DET-ACAO
              WHEN OTHER MOVE "INVALIDA"  TO DET-ACAO
           END-EVALUATE.
      *
              MOVE "REJEITADA" TO DET-RESULTADO
              MOVE WS-MOTIVO-REJEICAO TO DET-MOTIVO
              ADD 1 TO WS-CT-REJEITADAS
           ELSE
           IF WS-AGENDADA EQUAL "SIM"
              MOVE "AGENDADA"  TO DET-RESULTADO
              MOVE WS-MOTIVO-AGENDADA TO DET-MOTIVO
           ELSE
              MOVE "APLICADA"  TO DET-RESULTADO
              MOVE SPACES      TO DET-MOTIVO
      *
       2220-FIM. EXIT.
      *---------*
      *
      *CORRECAO DE ENDERECO: OS CINCO CAMPOS SAO REGRAVADOS JUNTOS -
      *TRANSACAO COM ALGUM DELES EM BRANCO/ZERADO E REJEITADA, PARA
      *NAO TROCAR UM ENDERECO INCOMPLETO POR OUTRO.
       2230-VALIDA-ENDERECO.
      *---------------------*
      *
           IF TRANS00233-TE-ENDERECO EQUAL SPACES
              OR TRANS00233-NM-BAIRRO EQUAL SPACES
              OR TRANS00233-NU-CEP EQUAL ZEROS
              OR TRANS00233-CS-MUNI-SINPAS EQUAL ZEROS
              OR TRANS00233-NM-UF-SIGL EQUAL SPACES
              MOVE "SIM" TO WS-REJEITADA
              MOVE "ENDERECO INCOMPLETO NA TRANSACAO"
                                        TO WS-MOTIVO-REJEICAO
           ELSE
              MOVE TRANS00233-TE-ENDERECO    TO TE-ENDERECO
              MOVE TRANS00233-NM-BAIRRO      TO NM-BAIRRO
              MOVE TRANS00233-NU-CEP         TO NU-CEP
              MOVE TRANS00233-CS-MUNI-SINPAS TO CS-MUNI-SINPAS
              MOVE TRANS00233-NM-UF-SIGL     TO NM-UF-SIGL
              ADD 1 TO WS-CT-ENDERECOS
           END-IF.
      *
       2230-FIM. EXIT.
      *---------*
      *
      *EFETIVACAO FUTURA: O MESTRE NAO E TOCADO E A TRANSACAO VAI
      *PARA A FILA PENDENTE COM A MATRICULA DO APROVADOR DO TOKEN
      *CONSUMIDO NESTE RUN. O ESTADO DO AAP (ABERTO/FECHADO) SO E
      *CONFERIDO NA DATA, QUANDO PSDCLBDPENDAPL REAPRESENTA A
      *TRANSACAO; A CORRECAO DE ENDERECO INCOMPLETA JA E RECUSADA
      *AQUI, POIS NAO HA COMO ELA FICAR BOA ATE LA.
       2240-AGENDA-TRANSACAO.
      *----------------------*
      *
           IF TRANS00233-CS-ACAO EQUAL 3
              IF TRANS00233-TE-ENDERECO EQUAL SPACES
                 OR TRANS00233-NM-BAIRRO EQUAL SPACES
                 OR TRANS00233-NU-CEP EQUAL ZEROS
                 OR TRANS00233-CS-MUNI-SINPAS EQUAL ZEROS
                 OR TRANS00233-NM-UF-SIGL EQUAL SPACES
                 MOVE "SIM" TO WS-REJEITADA
                 MOVE "ENDERECO INCOMPLETO NA TRANSACAO"
                                        TO WS-MOTIVO-REJEICAO
                 GO TO 2240-FIM.
      *
           MOVE SPACES                  TO PEND-REG.
           MOVE "00233"                 TO PEND-CS-TABELA.
           MOVE TRANS00233-CHAVE-ID-AAP TO PEND-CHAVE.
           MOVE TRANS00233-DT-MOVIMENTO TO PEND-DT-EFETIVACAO.
           MOVE "P"                     TO PEND-CS-SITUACAO.
           MOVE W77-DATA                TO PEND-DT-PROGRAMACAO.
           MOVE W77-HORA                TO PEND-HR-PROGRAMACAO.
           MOVE "PSDCLBDAAPMANUT"       TO PEND-PROGRAMA.
           MOVE WS-APRV-MATRICULA       TO PEND-NU-MATRICULA.
           MOVE ZEROS                   TO PEND-DT-ENCAMINHADO.
           MOVE TRANS00233-REG          TO PEND-TRANS.
           WRITE PEND-REG.
      *
           MOVE "SIM"                   TO WS-AGENDADA.
           MOVE TRANS00233-DT-MOVIMENTO TO WS-MOT-DT-EFETIVA.
           ADD 1 TO WS-CT-AGENDADAS.
      *
       2240-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-TRAILER.
      *--------------------*
                                                   TEXTO-TRL-AAPMANUT.
           MOVE WS-CT-FECHAMENTOS   TO QT-TRL-AAPMANUT.
           WRITE LINHA-LSDCLBDAAPMANUT FROM TRAILER-AAPMANUT AFTER 1.
      *
           MOVE "TOTAL DE CORRECOES DE ENDERECO APLICADAS     " TO
                                                   TEXTO-TRL-AAPMANUT.
           MOVE WS-CT-ENDERECOS     TO QT-TRL-AAPMANUT.
           WRITE LINHA-LSDCLBDAAPMANUT FROM TRAILER-AAPMANUT AFTER 1.
      *
           MOVE "TOTAL DE TRANSACOES REJEITADAS               " TO
                                                   TEXTO-TRL-AAPMANUT.
           MOVE WS-CT-REJEITADAS    TO QT-TRL-AAPMANUT.
           WRITE LINHA-LSDCLBDAAPMANUT FROM TRAILER-AAPMANUT AFTER 1.
      *
           MOVE "TOTAL DE TRANSACOES AGENDADAS (FILA PENDENTE)" TO
                                                   TEXTO-TRL-AAPMANUT.
           MOVE WS-CT-AGENDADAS     TO QT-TRL-AAPMANUT.
           WRITE LINHA-LSDCLBDAAPMANUT FROM TRAILER-AAPMANUT AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
           CLOSE DSDCLBDSETTB00233.
           CLOSE DSDCLBDTRANS00233.
           CLOSE DSDCLBDSETTB00233N.
           CLOSE DSDCLBDPEND SAVE.
           CLOSE LSDCLBDAAPMANUT.
      *
       4000-FIM. EXIT.
