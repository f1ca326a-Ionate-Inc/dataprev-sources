      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET LIST
      $SET ERRORLIMIT = 10
      $SET FEDLEVEL = 5
      *$SET TADS
      *========================*
       IDENTIFICATION  DIVISION.
      *========================*
       PROGRAM-ID.      PSDCLBDPENDAPL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: APLICACAO DIARIA DA FILA DE ALTERACOES PENDENTES    *
      *            (D/SDC/LBD/PEND, VIDE B/SDC/LBD/PEND) DE UMA DAS    *
      *            TABELAS TB00233/TB00494. AS TRANSACOES AGENDADAS    *
      *            PELOS JOBS DE MANUTENCAO (JA CRITICADAS E APROVADAS *
      *            NO RUN QUE AS AGENDOU) CUJA EFETIVACAO CHEGOU SAO   *
      *            ENCAMINHADAS PARA O FEED NORMAL DA TABELA           *
      *            (D/SDC/LBD/TRANS00233 OU D/SDC/LBD/TRANS00494), EM  *
      *            ORDEM DE CHAVE, E MARCADAS "E" NA NOVA GERACAO DA   *
      *            FILA. O TOKEN DO FEED E REGISTRADO EM               *
      *            D/SDC/LBD/APRV EM NOME DO APROVADOR ORIGINAL,       *
      *            VALIDO SO NO DIA, E O WFL RODA EM SEGUIDA O JOB DE  *
      *            MANUTENCAO DE SEMPRE (PSDCLBDAAPMANUT/              *
      *            PSDCLBDMRGMANUT - CONSUMO DO TOKEN, CATALOGO EM     *
      *            D/SUB/CPG/GER/CAT) E, NA TB00233, A COMPARACAO      *
      *            PSDCLBDAAPDIFF.                                     *
      *                                                                *
      *  OBS:      - DUAS PENDENTES VENCIDAS DA MESMA CHAVE: SO A DE   *
      *              EFETIVACAO MAIS ANTIGA VAI NO FEED (O JOB DE      *
      *              MANUTENCAO ACEITA UMA TRANSACAO POR CHAVE); A     *
      *              OUTRA FICA PENDENTE PARA O RUN SEGUINTE.          *
      *            - TOKEN AINDA NAO CONSUMIDO PARA O FEED DA TABELA   *
      *              (FEED DA OPERACAO APROVADO E AGUARDANDO RUN)      *
      *              RECUSA O RUN SEM GRAVAR NADA - O FEED DA          *
      *              OPERACAO NAO E SOBREPOSTO.                        *
      *            - TASKVALUE = 1 QUANDO HOUVE FEED GERADO; ZERO      *
      *              QUANDO NADA VENCEU (O WFL PULA A MANUTENCAO).     *
      *                                                                *
      *  PARAMETRO: WS-PAR-TABELA - "00233" OU "00494".                *
      *  ENTRADA:  DSDCLBDPEND   - FILA DE PENDENTES.                  *
      *            DSDCLBDAPRV   - TOKENS DE APROVACAO CORRENTES.      *
      *  SAIDA:    DSDCLBDPENDN  - NOVA GERACAO DA FILA.               *
      *            DSDCLBDTRANS00233 / DSDCLBDTRANS00494 - FEED.       *
      *            DSDCLBDAPRVN  - NOVA GERACAO DOS TOKENS.            *
      *            LSDCLBDPENDAPL - RELATORIO DO ENCAMINHAMENTO.       *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
      *
        CONFIGURATION SECTION.
      *----------------------*
        SOURCE-COMPUTER.   A16.
        OBJECT-COMPUTER.   A18.
        SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
           SELECT OPTIONAL DSDCLBDPEND ASSIGN TO DISK.
           SELECT DSDCLBDPENDN       ASSIGN TO DISK.
           SELECT DSDCLBDTRANS00233  ASSIGN TO DISK.
           SELECT DSDCLBDTRANS00494  ASSIGN TO DISK.
           SELECT OPTIONAL DSDCLBDAPRV ASSIGN TO DISK.
           SELECT DSDCLBDAPRVN       ASSIGN TO DISK.
           SELECT LSDCLBDPENDAPL     ASSIGN TO PRINTER.
           SELECT SORTPD             ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSDCLBDPEND
           RECORD CONTAINS  220 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/PEND ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/PEND ON PKBDSGF".
      *
        FD DSDCLBDPENDN
           RECORD CONTAINS  220 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/PEND ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSDCLBDPENDN       PIC X(220).
      *
        FD DSDCLBDTRANS00233
           RECORD CONTAINS 134 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00233 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/TRANS00233 ON PKBDSGF".
      *
        FD DSDCLBDTRANS00494
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/TRANS00494 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/TRANS00494 ON PKBDSGF".
      *
        FD DSDCLBDAPRV
           RECORD CONTAINS  70 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/APRV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSDCLBDAPRV.
           03 APRV-ID-FEED            PIC X(30).
           03 APRV-NU-MATRICULA       PIC 9(08).
           03 APRV-DT-APROVACAO       PIC 9(08).
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
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/APRV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSDCLBDAPRVN        PIC X(70).
      *
        FD LSDCLBDPENDAPL.
        01 LINHA-PENDAPL           PIC X(133).
      *
      *FILA INTEIRA, EM ORDEM DE TABELA/CHAVE/EFETIVACAO - A ORDEM DE
      *CHAVE E A QUE O JOB DE MANUTENCAO EXIGE NO FEED.
        SD SORTPD.
        01 SRTP-REG.
           03 SRTP-CS-TABELA          PIC X(05).
           03 SRTP-CHAVE              PIC 9(06).
           03 SRTP-DT-EFETIVACAO      PIC 9(08).
           03 SRTP-CS-SITUACAO        PIC X(01).
           03 SRTP-DT-PROGRAMACAO     PIC 9(08).
           03 SRTP-HR-PROGRAMACAO     PIC 9(06).
           03 SRTP-PROGRAMA           PIC X(17).
           03 SRTP-NU-MATRICULA       PIC 9(08).
           03 SRTP-DT-ENCAMINHADO     PIC 9(08).
           03 SRTP-TRANS              PIC X(134).
           03 FILLER                  PIC X(19).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-TABELA              PIC X(05) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-DT-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WS-FEED-ABERTO             PIC X(03) VALUE "NAO".
       77  WS-ULTIMA-CHAVE            PIC 9(06) VALUE ZEROS.
       77  WS-MATRICULA-TOKEN         PIC 9(08) VALUE ZEROS.
       77  WS-CT-FILA                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-PENDENTES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ENCAMINHADAS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-ADIADAS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-FUTURAS              PIC 9(08) VALUE ZEROS.
      *
      *IDENTIDADE DO FEED NO CONTROLE CENTRAL DE APROVACAO - A MESMA
      *QUE O JOB DE MANUTENCAO CONSOME.
       77  WS-APRV-FEED               PIC X(30) VALUE SPACES.
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
       01  CAB-01-PENDAPL.
           03 FILLER                PIC X(18) VALUE "P/SDC/LBD/PENDAPL".
           03 FILLER                PIC X(48) VALUE
              "APLICACAO DA FILA DE ALTERACOES PENDENTES".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PENDAPL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-PENDAPL.
           03 FILLER                PIC X(08) VALUE "TABELA: ".
           03 CAB03-TABELA          PIC X(05).
           03 FILLER                PIC X(09) VALUE "   FEED: ".
           03 CAB03-FEED            PIC X(30).
      *
       01  DET-PENDAPL.
           03 FILLER                PIC X(07) VALUE "CHAVE: ".
           03 DET-CHAVE             PIC 9(06).
           03 FILLER                PIC X(11) VALUE "  EFETIVA: ".
           03 DET-DT-EFETIVACAO     PIC 9(08).
           03 FILLER                PIC X(13) VALUE "  AGENDADA: ".
           03 DET-DT-PROGRAMACAO    PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-PROGRAMA          PIC X(17).
           03 FILLER                PIC X(13) VALUE "  APROVADOR: ".
           03 DET-NU-MATRICULA      PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-RESULTADO         PIC X(11).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-MOTIVO            PIC X(27).
      *
       01  DET-TOKEN-PENDAPL.
           03 FILLER                PIC X(24) VALUE
              "TOKEN REGISTRADO - FEED ".
           03 DET-TKN-FEED          PIC X(30).
           03 FILLER                PIC X(13) VALUE "  APROVADOR: ".
           03 DET-TKN-MATRICULA     PIC 9(08).
           03 FILLER                PIC X(13) VALUE "  EXPIRA EM: ".
           03 DET-TKN-EXPIRA        PIC 9(08).
      *
       01  MSG-TABELA-PENDAPL.
           03 FILLER                PIC X(60) VALUE
              "*** TABELA INVALIDA (00233/00494) - RUN RECUSADO. ***".
      *
       01  MSG-TOKEN-ABERTO-PENDAPL.
           03 FILLER                PIC X(60) VALUE
              "*** FEED DA OPERACAO APROVADO AGUARDANDO RUN - RECUSADO".
      *
       01  MSG-TOKEN-CHEIO-PENDAPL.
           03 FILLER                PIC X(60) VALUE
              "*** TABELA DE TOKENS CHEIA (2000) - RUN RECUSADO. ***".
      *
       01  MSG-NADA-PENDAPL.
           03 FILLER                PIC X(60) VALUE
              "*** NENHUMA ALTERACAO VENCIDA - FEED NAO GERADO. ***".
      *
       01  TRAILER-PENDAPL.
           03 TEXTO-TRL-PENDAPL     PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PENDAPL        PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-TABELA.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 1200-VERIFICA-TOKEN
              THRU 1200-FIM.
      *
           SORT SORTPD
                ASCENDING KEY SRTP-CS-TABELA SRTP-CHAVE
                              SRTP-DT-EFETIVACAO SRTP-DT-PROGRAMACAO
                              SRTP-HR-PROGRAMACAO
                INPUT  PROCEDURE 2000-LE-FILA
                                 THRU 2000-LE-FILA-FIM
                OUTPUT PROCEDURE 3000-ENCAMINHA
                                 THRU 3000-ENCAMINHA-FIM.
      *
           IF WS-CT-ENCAMINHADAS GREATER ZEROS
              PERFORM 4000-REGISTRA-TOKEN
                 THRU 4000-FIM
              SET MYSELF (TASKVALUE) TO 1
           ELSE
              WRITE LINHA-PENDAPL FROM MSG-NADA-PENDAPL AFTER 2
              SET MYSELF (TASKVALUE) TO 0.
      *
           PERFORM 5000-FINALIZA
              THRU 5000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSDCLBDPENDAPL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           WRITE LINHA-PENDAPL FROM CAB-01-PENDAPL AFTER PAGE.
           WRITE LINHA-PENDAPL FROM CAB-02-PENDAPL AFTER 1.
      *
           IF WS-PAR-TABELA EQUAL "00233"
              MOVE "D/SDC/LBD/TRANS00233" TO WS-APRV-FEED
           ELSE
           IF WS-PAR-TABELA EQUAL "00494"
              MOVE "D/SDC/LBD/TRANS00494" TO WS-APRV-FEED
           ELSE
              WRITE LINHA-PENDAPL FROM MSG-TABELA-PENDAPL AFTER 2
              CLOSE LSDCLBDPENDAPL
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           MOVE WS-PAR-TABELA     TO CAB03-TABELA.
           MOVE WS-APRV-FEED      TO CAB03-FEED.
           WRITE LINHA-PENDAPL FROM CAB-03-PENDAPL AFTER 1.
      *
           OPEN INPUT DSDCLBDAPRV.
           PERFORM 1100-CARREGA-TOKENS
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSDCLBDAPRV.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-TOKENS.
      *--------------------*
      *
           READ DSDCLBDAPRV
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   IF WS-QTDE-TKN EQUAL 2000
                      DISPLAY "PSDCLBDPENDAPL: DATASET DE TOKENS"
                      DISPLAY "ACIMA DE 2000 LINHAS - REVER O LIMITE"
                      DISPLAY "DA TABELA (NADA FOI REGRAVADO)"
                      SET MYSELF (STATUS) TO -1
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-TKN
                   MOVE APRV-ID-FEED
                        TO TB-TKN-ID-FEED (WS-QTDE-TKN)
                   MOVE APRV-NU-MATRICULA
                        TO TB-TKN-MATRICULA (WS-QTDE-TKN)
                   MOVE APRV-DT-APROVACAO
                        TO TB-TKN-DT-APROV (WS-QTDE-TKN)
                   MOVE APRV-HR-APROVACAO
                        TO TB-TKN-HR-APROV (WS-QTDE-TKN)
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
      *
      *TOKEN VIVO PARA O FEED (NAO CONSUMIDO E NAO EXPIRADO) QUER
      *DIZER FEED DA OPERACAO APROVADO E AINDA NAO APLICADO: GERAR O
      *FEED DA FILA POR CIMA DELE TROCARIA O QUE FOI APROVADO. A
      *CAPACIDADE DA TABELA DE TOKENS TAMBEM E CONFERIDA AQUI, ANTES
      *DE QUALQUER GRAVACAO.
       1200-VERIFICA-TOKEN.
      *--------------------*
      *
           MOVE 0 TO WS-TKN-ENCONTRADO.
           PERFORM VARYING WS-IX-TKN FROM 1 BY 1
                     UNTIL WS-IX-TKN GREATER WS-QTDE-TKN
                        OR WS-TKN-ENCONTRADO EQUAL 1
              IF TB-TKN-ID-FEED (WS-IX-TKN) EQUAL WS-APRV-FEED
                 MOVE 1 TO WS-TKN-ENCONTRADO
              END-IF
           END-PERFORM.
      *
           IF WS-TKN-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-TKN
              IF TB-TKN-IN-CONSUMIDO (WS-IX-TKN) EQUAL 0
                 AND TB-TKN-DT-EXPIRA (WS-IX-TKN) NOT LESS WS-DT-HOJE
                 WRITE LINHA-PENDAPL FROM MSG-TOKEN-ABERTO-PENDAPL
                                                           AFTER 2
                 CLOSE LSDCLBDPENDAPL
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
           ELSE
              IF WS-QTDE-TKN EQUAL 2000
                 WRITE LINHA-PENDAPL FROM MSG-TOKEN-CHEIO-PENDAPL
                                                           AFTER 2
                 CLOSE LSDCLBDPENDAPL
                 SET MYSELF (STATUS) TO -1
                 STOP RUN.
      *
       1200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: A FILA INTEIRA (AS DUAS TABELAS) VAI PARA O
      *    SORT, POIS A NOVA GERACAO E REGRAVADA POR COMPLETO.
      *----------------------------------------------------------------
       2000-LE-FILA SECTION.
       2000-LE-FILA-INICIO.
      *--------------------*
      *
           OPEN INPUT DSDCLBDPEND.
           PERFORM 2100-LIBERA-PENDENTE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSDCLBDPEND.
      *
           GO TO 2000-LE-FILA-FIM.
      *
       2100-LIBERA-PENDENTE.
      *---------------------*
      *
           READ DSDCLBDPEND
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-FILA.
           MOVE PEND-REG TO SRTP-REG.
           RELEASE SRTP-REG.
      *
       2100-FIM. EXIT.
      *---------*
       2000-LE-FILA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: ENCAMINHA AS PENDENTES VENCIDAS DA TABELA
      *    PARA O FEED E REGRAVA A FILA.
      *----------------------------------------------------------------
       3000-ENCAMINHA SECTION.
       3000-ENCAMINHA-INICIO.
      *----------------------*
      *
           OPEN OUTPUT DSDCLBDPENDN.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-TRATA-PENDENTE
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSDCLBDPENDN SAVE.
      *
           IF WS-FEED-ABERTO EQUAL "SIM"
              IF WS-PAR-TABELA EQUAL "00233"
                 CLOSE DSDCLBDTRANS00233 SAVE
              ELSE
                 CLOSE DSDCLBDTRANS00494 SAVE.
      *
           GO TO 3000-ENCAMINHA-FIM.
      *
       3100-TRATA-PENDENTE.
      *--------------------*
      *
           RETURN SORTPD
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTP-CS-TABELA NOT EQUAL WS-PAR-TABELA
              OR SRTP-CS-SITUACAO NOT EQUAL "P"
              GO TO 3100-REGRAVA.
      *
           ADD 1 TO WS-CT-PENDENTES.
      *
           IF SRTP-DT-EFETIVACAO GREATER WS-DT-HOJE
              ADD 1 TO WS-CT-FUTURAS
              GO TO 3100-REGRAVA.
      *
           MOVE SPACES              TO DET-PENDAPL.
           MOVE SRTP-CHAVE          TO DET-CHAVE.
           MOVE SRTP-DT-EFETIVACAO  TO DET-DT-EFETIVACAO.
           MOVE SRTP-DT-PROGRAMACAO TO DET-DT-PROGRAMACAO.
           MOVE SRTP-PROGRAMA       TO DET-PROGRAMA.
           MOVE SRTP-NU-MATRICULA   TO DET-NU-MATRICULA.
      *
           IF WS-CT-ENCAMINHADAS GREATER ZEROS
              AND SRTP-CHAVE EQUAL WS-ULTIMA-CHAVE
              ADD 1 TO WS-CT-ADIADAS
              MOVE "ADIADA"      TO DET-RESULTADO
              MOVE "OUTRA DA MESMA CHAVE NO RUN" TO DET-MOTIVO
           ELSE
              PERFORM 3200-GRAVA-FEED
                 THRU 3200-FIM
              MOVE "ENCAMINHADA" TO DET-RESULTADO
           END-IF.
           WRITE LINHA-PENDAPL FROM DET-PENDAPL AFTER 1.
      *
       3100-REGRAVA.
      *
           WRITE REG-DSDCLBDPENDN FROM SRTP-REG.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *A IMAGEM DA TRANSACAO VOLTA PARA O FEED TAL COMO FOI APROVADA
      *E O REGISTRO DA FILA FICA MARCADO "E" COM A DATA DE HOJE.
       3200-GRAVA-FEED.
      *----------------*
      *
           IF WS-FEED-ABERTO NOT EQUAL "SIM"
              MOVE "SIM" TO WS-FEED-ABERTO
              IF WS-PAR-TABELA EQUAL "00233"
                 OPEN OUTPUT DSDCLBDTRANS00233
              ELSE
                 OPEN OUTPUT DSDCLBDTRANS00494.
      *
           IF WS-PAR-TABELA EQUAL "00233"
              MOVE SRTP-TRANS TO TRANS00233-REG
              WRITE TRANS00233-REG
           ELSE
              MOVE SRTP-TRANS TO TRANS00494-REG
              WRITE TRANS00494-REG.
      *
           IF WS-CT-ENCAMINHADAS EQUAL ZEROS
              MOVE SRTP-NU-MATRICULA TO WS-MATRICULA-TOKEN.
      *
           ADD 1 TO WS-CT-ENCAMINHADAS.
           MOVE SRTP-CHAVE  TO WS-ULTIMA-CHAVE.
           MOVE "E"         TO SRTP-CS-SITUACAO.
           MOVE WS-DT-HOJE  TO SRTP-DT-ENCAMINHADO.
      *
       3200-FIM. EXIT.
      *---------*
       3000-ENCAMINHA-FIM. EXIT.
      *
      *REGISTRA (OU SUBSTITUI) O TOKEN DO FEED EM NOME DO APROVADOR
      *QUE APROVOU A PRIMEIRA TRANSACAO ENCAMINHADA, VALIDO SO HOJE -
      *MESMA REGRA DE 2000-REGISTRA-TOKEN DO PSDCLBDAPRVREG. O JOB DE
      *MANUTENCAO O CONSOME COMO QUALQUER OUTRO (TRILHA EM
      *D/SDC/LBD/APRV/AUD).
       4000-REGISTRA-TOKEN.
      *--------------------*
      *
           IF WS-TKN-ENCONTRADO EQUAL 0
              ADD 1 TO WS-QTDE-TKN
              MOVE WS-QTDE-TKN  TO WS-IX-TKN
              MOVE WS-APRV-FEED TO TB-TKN-ID-FEED (WS-IX-TKN).
      *
           MOVE WS-MATRICULA-TOKEN TO TB-TKN-MATRICULA (WS-IX-TKN).
           MOVE WS-DT-HOJE         TO TB-TKN-DT-APROV (WS-IX-TKN).
           MOVE W77-HORA           TO TB-TKN-HR-APROV (WS-IX-TKN).
           MOVE WS-DT-HOJE         TO TB-TKN-DT-EXPIRA (WS-IX-TKN).
           MOVE 0                  TO TB-TKN-IN-CONSUMIDO (WS-IX-TKN).
           MOVE ZEROS              TO TB-TKN-MATRICULA-2 (WS-IX-TKN).
      *
           OPEN OUTPUT DSDCLBDAPRVN.
           PERFORM 4100-GRAVA-TOKEN
              THRU 4100-FIM
              VARYING WS-IX-TKN FROM 1 BY 1
                UNTIL WS-IX-TKN GREATER WS-QTDE-TKN.
           CLOSE DSDCLBDAPRVN SAVE.
      *
           MOVE WS-APRV-FEED       TO DET-TKN-FEED.
           MOVE WS-MATRICULA-TOKEN TO DET-TKN-MATRICULA.
           MOVE WS-DT-HOJE         TO DET-TKN-EXPIRA.
           WRITE LINHA-PENDAPL FROM DET-TOKEN-PENDAPL AFTER 2.
      *
       4000-FIM. EXIT.
      *---------*
      *
       4100-GRAVA-TOKEN.
      *-----------------*
      *
           MOVE SPACES              TO REG-DSDCLBDAPRVN.
           MOVE TB-TKN (WS-IX-TKN)  TO REG-DSDCLBDAPRVN.
           WRITE REG-DSDCLBDAPRVN.
      *
       4100-FIM. EXIT.
      *---------*
      *
       5000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-PENDAPL.
           MOVE "REGISTROS NA FILA (TODAS AS TABELAS)         " TO
                                                   TEXTO-TRL-PENDAPL.
           MOVE WS-CT-FILA TO QT-TRL-PENDAPL.
           WRITE LINHA-PENDAPL FROM TRAILER-PENDAPL AFTER 2.
      *
           MOVE "PENDENTES DA TABELA                          " TO
                                                   TEXTO-TRL-PENDAPL.
           MOVE WS-CT-PENDENTES TO QT-TRL-PENDAPL.
           WRITE LINHA-PENDAPL FROM TRAILER-PENDAPL AFTER 1.
      *
           MOVE "ENCAMINHADAS PARA O FEED                     " TO
                                                   TEXTO-TRL-PENDAPL.
           MOVE WS-CT-ENCAMINHADAS TO QT-TRL-PENDAPL.
           WRITE LINHA-PENDAPL FROM TRAILER-PENDAPL AFTER 1.
      *
           MOVE "VENCIDAS ADIADAS (MESMA CHAVE)               " TO
                                                   TEXTO-TRL-PENDAPL.
           MOVE WS-CT-ADIADAS TO QT-TRL-PENDAPL.
           WRITE LINHA-PENDAPL FROM TRAILER-PENDAPL AFTER 1.
      *
           MOVE "AGENDADAS PARA DATA FUTURA                   " TO
                                                   TEXTO-TRL-PENDAPL.
           MOVE WS-CT-FUTURAS TO QT-TRL-PENDAPL.
           WRITE LINHA-PENDAPL FROM TRAILER-PENDAPL AFTER 1.
      *
           CLOSE LSDCLBDPENDAPL.
      *
       5000-FIM. EXIT.
      *---------*
