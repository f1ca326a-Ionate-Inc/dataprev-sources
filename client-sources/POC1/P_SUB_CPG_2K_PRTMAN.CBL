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
       PROGRAM-ID.      PSUBCPG2KPRTMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: RECEPCAO E AGENDAMENTO DAS SOLICITACOES DE          *
      *            PORTABILIDADE BANCARIA (CS-MOTIVO-SOLIC 05 - TRANSF *
      *            DE BANCO/AGENCIA). A TROCA ERA FEITA FORA DO        *
      *            SISTEMA E O BANCO NOVO RECEBIA O CREDITO ANTES DE A *
      *            CONTA EXISTIR. ESTE JOB:                            *
      *            - CRITICA O FEED D/SUB/CPG/2K/PRT/SOL (NB, DATA DA  *
      *              SOLICITACAO, BANCO DESTINO); O REJEITADO SAI EM   *
      *              LINHA DE ERRO E FICA FORA DO LOG;                 *
      *            - REGISTRA CADA SOLICITACAO NOVA NO LOG             *
      *              D/SUB/CPG/2K/PRT COMO RECEBIDA ("R"). A MESMA     *
      *              CHAVE (NB, DATA, SEQUENCIA) JA NO LOG E IGNORADA; *
      *            - NO "AGEN", CONFERE TODA RECEBIDA: MOTIVO 05,      *
      *              DESTINO DIFERENTE DA ORIGEM, CONTA INFORMADA E O  *
      *              BANCO DESTINO ATIVO E COM CONVENIO EM VIGOR       *
      *              (SSUBLIBBANCOATRIBUTO) E NAO BLOQUEADO            *
      *              (SSUBLIBBANCOTPBLOQUEIO). PASSANDO, E AGENDADA    *
      *              ("A") PARA A PRIMEIRA COMPETENCIA AINDA NAO       *
      *              CORTADA - QUEM APLICA E PSUBCPG2KPRTAPL; SENAO E  *
      *              RECUSADA ("X", VIDE B/SUB/CPG/2K/PRT/MOTIVOS). A  *
      *              AGENDADA ANTERIOR DO MESMO NB AINDA NAO APLICADA  *
      *              E RECUSADA COMO SUBSTITUIDA - SO A ULTIMA VALE.   *
      *            O LOG E REGRAVADO INTEIRO (NOVA GERACAO,            *
      *            CLASSIFICADA POR NB/DATA/SEQUENCIA - MESMO MOLDE DA *
      *            CARGA DE PSUBCPG2KPVDMAN).                          *
      *                                                                *
      *  PARAMETROS: WS-PAR-ACAO - "RECE" SO REGISTRA AS NOVAS COMO    *
      *            RECEBIDAS; "AGEN" REGISTRA E CONFERE/AGENDA TODAS   *
      *            AS RECEBIDAS; OUTRO VALOR SO CRITICA O FEED.        *
      *            WS-PAR-COMPET-CORTE - ULTIMA COMPETENCIA JA CORTADA *
      *            (AAAAMM). ZEROS ASSUME A COMPETENCIA CORRENTE COMO  *
      *            CORTADA (AGENDA PARA O MES SEGUINTE).               *
      *  ENTRADA:  DSUBCPG2KPRTSOL - FEED DE SOLICITACOES.             *
      *            DSUBCPG2KPRT    - LOG ATUAL.                        *
      *  SAIDA:    DSUBCPG2KPRTN   - NOVA GERACAO DO LOG.              *
      *            LSUBCPG2KPRTMAN - RELATORIO DE CRITICA/AGENDAMENTO. *
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
           SELECT OPTIONAL DSUBCPG2KPRTSOL ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KPRT    ASSIGN TO DISK.
           SELECT DSUBCPG2KPRTN   ASSIGN TO DISK.
           SELECT LSUBCPG2KPRTMAN ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *FEED DAS SOLICITACOES DE PORTABILIDADE (AGENCIAS/APS).
        FD DSUBCPG2KPRTSOL
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT/SOL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRTSOL.
           03 SOL-NU-NB               PIC 9(10).
           03 SOL-DT-SOLIC            PIC 9(08).
           03 SOL-NU-SEQ-SOLIC        PIC 9(04).
           03 SOL-CS-MOTIVO-SOLIC     PIC 9(02).
           03 SOL-ID-OL-SOLIC         PIC 9(08).
           03 SOL-NU-MATRIC-SOLIC     PIC 9(08).
           03 SOL-ID-BANCO-ORIGEM     PIC 9(03).
           03 SOL-ID-BANCO-DESTINO    PIC 9(03).
           03 SOL-ID-OP-DESTINO       PIC 9(06).
           03 SOL-NU-CONTA-DESTINO    PIC X(10).
           03 FILLER                  PIC X(38).
      *
        FD DSUBCPG2KPRT
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/PRT ON PKBDSGF".
      *
      *NOVA GERACAO DO LOG (MESMO LAYOUT; CAMPOS QUALIFICADOS POR OF).
        FD DSUBCPG2KPRTN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/PRT ON PKBDSGF".
      *
        FD LSUBCPG2KPRTMAN.
        01 LINHA-PRTMAN           PIC X(133).
      *
        SD SORTWK.
        01 SRTP-REG.
           03 SRTP-NU-NB              PIC 9(10).
           03 SRTP-DT-SOLIC           PIC 9(08).
           03 SRTP-NU-SEQ-SOLIC       PIC 9(04).
      *        1 - LOG ATUAL   2 - FEED
           03 SRTP-IN-FONTE           PIC 9(01).
           03 SRTP-IMAGEM             PIC X(100).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPRTMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  WS-PAR-COMPET-CORTE        PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED                 PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOG                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-REPETIDAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECEBIDAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-AGENDADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SUBSTITUIDAS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRAVADOS             PIC 9(08) VALUE ZEROS.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
      *
       01  WS-DT-DESMONTA             PIC 9(08).
       01  WS-DT-DESMONTA-R REDEFINES WS-DT-DESMONTA.
           03 WS-DD-ANO               PIC 9(04).
           03 WS-DD-MES               PIC 9(02).
           03 WS-DD-DIA               PIC 9(02).
      *
      *COMPETENCIA DO AGENDAMENTO: A SEGUINTE A ULTIMA JA CORTADA.
       01  WS-COMPET-AGENDA           PIC 9(06) VALUE ZEROS.
       01  WS-COMPET-AGENDA-R REDEFINES WS-COMPET-AGENDA.
           03 WS-CA-ANO               PIC 9(04).
           03 WS-CA-MES               PIC 9(02).
      *
      *AREA DE TRABALHO DE UMA SOLICITACAO (MESMO LAYOUT DE
      *B/SUB/CPG/2K/PRT).
       01  WS-TRB.
           03 TRB-NU-NB               PIC 9(10).
           03 TRB-DT-SOLIC            PIC 9(08).
           03 TRB-NU-SEQ-SOLIC        PIC 9(04).
           03 TRB-CS-MOTIVO-SOLIC     PIC 9(02).
           03 TRB-ID-OL-SOLIC         PIC 9(08).
           03 TRB-NU-MATRIC-SOLIC     PIC 9(08).
           03 TRB-ID-BANCO-ORIGEM     PIC 9(03).
           03 TRB-ID-BANCO-DESTINO    PIC 9(03).
           03 TRB-ID-OP-DESTINO       PIC 9(06).
           03 TRB-NU-CONTA-DESTINO    PIC X(10).
           03 TRB-CS-SITUACAO         PIC X(01).
           03 TRB-DT-RECEBIDA         PIC 9(08).
           03 TRB-DT-COMPET-AGENDADA  PIC 9(06).
           03 TRB-DT-APLICADA         PIC 9(08).
           03 TRB-CS-MOTIVO-RECUSA    PIC 9(02).
           03 TRB-DT-RECUSADA         PIC 9(08).
           03 FILLER                  PIC X(05).
      *
      *SOLICITACOES DO NB CORRENTE, NA ORDEM DO LOG (DATA/SEQUENCIA).
       01  TABELA-GRUPO-NB.
           05 TB-GRP OCCURS 50 TIMES.
               10 TB-GRP-IN-FONTE     PIC 9(01).
               10 TB-GRP-IMAGEM       PIC X(100).
       77  WS-QTDE-GRP                PIC 9(02) VALUE ZEROS.
       77  WS-IX-GRP                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-GRP-2                PIC 9(02) VALUE ZEROS.
      *
      *CONFERENCIA DO BANCO DESTINO - UMA VEZ POR BANCO NO RUN.
      *TB-BCO-MOTIVO: ZEROS = APTO; SENAO O MOTIVO DE RECUSA.
       01  TABELA-BANCO-DESTINO.
           05 TB-BCO OCCURS 300 TIMES.
               10 TB-BCO-ID           PIC 9(03).
               10 TB-BCO-MOTIVO       PIC 9(02).
       77  WS-QTDE-BCO                PIC 9(03) VALUE ZEROS.
       77  WS-IX-BCO                  PIC 9(03) VALUE ZEROS.
       77  WS-BCO-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *INTERFACE DE SSUBLIBBANCOATRIBUTO / SSUBLIBBANCOTPBLOQUEIO.
       01  WS-BANCOPIC9COMP           PIC 9(03) COMP.
       01  WS-PERGUNTAPICX12          PIC X(12).
       01  WS-RESPOSTAPICX25          PIC X(25).
       01  WS-REDEFINE1 REDEFINES WS-RESPOSTAPICX25.
           03 WS-BOOLEANPIC9X         PIC 9.
           03 FILLER                  PIC X(24).
      *
           COPY "*B/SUB/CPG/2K/PRT/MOTIVOS ON PKBDSGF".
      *
       01  CAB-01-PRTMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PRTM".
           03 FILLER                PIC X(48) VALUE
              "RECEPCAO/AGENDAMENTO DE PORTABILIDADE BANCARIA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PRTMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-PRTMAN.
           03 FILLER                PIC X(14) VALUE "*** ERRO: NB  ".
           03 DET-ERR-NU-NB         PIC 9(10).
           03 FILLER                PIC X(08) VALUE "  DATA: ".
           03 DET-ERR-DT-SOLIC      PIC 9(08).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  DET-SOLIC-PRTMAN.
           03 DET-SOL-SITUACAO      PIC X(12).
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-SOL-NU-NB         PIC 9(10).
           03 FILLER                PIC X(08) VALUE "  DATA: ".
           03 DET-SOL-DT-SOLIC      PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  ORIGEM:".
           03 DET-SOL-ORIGEM        PIC ZZ9.
           03 FILLER                PIC X(11) VALUE "  DESTINO: ".
           03 DET-SOL-DESTINO       PIC ZZ9.
           03 FILLER                PIC X(10) VALUE "  COMPET: ".
           03 DET-SOL-COMPET        PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SOL-MOTIVO        PIC X(30).
      *
       01  MSG-CARREGADO-PRTMAN.
           03 FILLER                PIC X(52) VALUE
              "LOG DE PORTABILIDADE REGRAVADO - NOVA GERACAO.".
      *
       01  MSG-SO-CRITICA-PRTMAN.
           03 FILLER                PIC X(52) VALUE
              "SO CRITICA - LOG DE PORTABILIDADE INALTERADO.".
      *
       01  TRAILER-PRTMAN.
           03 TEXTO-TRL-PRTMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PRTMAN         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-ACAO WS-PAR-COMPET-CORTE.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
      *PORTAO DE DEPENDENCIAS: PREDECESSOR AUSENTE OU COM FALHA NA
      *DATA DE EXECUCAO RECUSA O RUN ANTES DE TOCAR EM QUALQUER
      *ARQUIVO (MOTIVO EXIBIDO E GRAVADO NO LIVRO PELA ROTINA).
           CALL "SSUBLIB2K606" USING WS-DEP-PROGRAMA WS-DEP-STATUS.
           IF WS-DEP-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           IF WS-PAR-ACAO EQUAL "RECE" OR WS-PAR-ACAO EQUAL "AGEN"
      *FEED CRITICADO + LOG ATUAL CLASSIFICADOS PELA CHAVE DO LOG; NA
      *MESMA CHAVE O REGISTRO DO LOG VEM ANTES DO FEED.
              SORT SORTWK
                   ASCENDING KEY SRTP-NU-NB
                                 SRTP-DT-SOLIC
                                 SRTP-NU-SEQ-SOLIC
                                 SRTP-IN-FONTE
                   INPUT  PROCEDURE 2000-SOLTA-SOLICITACOES
                                    THRU 2000-SOLTA-FIM
                   OUTPUT PROCEDURE 3000-GRAVA-LOG
                                    THRU 3000-GRAVA-FIM
              WRITE LINHA-PRTMAN FROM MSG-CARREGADO-PRTMAN AFTER 2
           ELSE
              PERFORM 2000-SOLTA-SOLICITACOES
                 THRU 2000-SOLTA-FIM
              WRITE LINHA-PRTMAN FROM MSG-SO-CRITICA-PRTMAN AFTER 2
           END-IF.
      *
           PERFORM 2900-TRAILERS
              THRU 2900-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KPRTMAN.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           IF WS-PAR-COMPET-CORTE EQUAL ZEROS
              COMPUTE WS-COMPET-AGENDA = WS-DATA-HOJE / 100
           ELSE
              MOVE WS-PAR-COMPET-CORTE TO WS-COMPET-AGENDA.
           IF WS-CA-MES EQUAL 12
              ADD 1 TO WS-CA-ANO
              MOVE 01 TO WS-CA-MES
           ELSE
              ADD 1 TO WS-CA-MES.
      *
           WRITE LINHA-PRTMAN FROM CAB-01-PRTMAN AFTER PAGE.
           WRITE LINHA-PRTMAN FROM CAB-02-PRTMAN AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: CRITICA O FEED E LIBERA PARA O SORT AS
      *    SOLICITACOES VALIDAS (COMO RECEBIDAS) E O LOG ATUAL. FORA
      *    DO "RECE"/"AGEN" SO A CRITICA E FEITA (NADA E LIBERADO).
      *----------------------------------------------------------------
       2000-SOLTA-SOLICITACOES SECTION.
       2000-SOLTA-FEED.
      *----------------*
      *
           OPEN INPUT DSUBCPG2KPRTSOL.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UMA-SOLICITACAO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRTSOL.
      *
           IF WS-PAR-ACAO NOT EQUAL "RECE"
              AND WS-PAR-ACAO NOT EQUAL "AGEN"
              GO TO 2000-SOLTA-FIM.
      *
           OPEN INPUT DSUBCPG2KPRT.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-LOG
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRT.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UMA-SOLICITACAO.
      *---------------------*
      *
           READ DSUBCPG2KPRTSOL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-FEED.
           MOVE SOL-NU-NB     TO DET-ERR-NU-NB.
           MOVE SOL-DT-SOLIC  TO DET-ERR-DT-SOLIC.
      *
           IF SOL-NU-NB EQUAL ZEROS
              MOVE "NB ZERADO" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2100-FIM.
      *
           MOVE SOL-DT-SOLIC  TO WS-DT-DESMONTA.
           IF WS-DD-MES LESS 1 OR WS-DD-MES GREATER 12
              OR WS-DD-DIA LESS 1 OR WS-DD-DIA GREATER 31
              MOVE "DATA DA SOLICITACAO INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2100-FIM.
      *
           IF WS-DT-DESMONTA GREATER WS-DATA-HOJE
              MOVE "DATA DA SOLICITACAO FUTURA" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2100-FIM.
      *
           IF SOL-ID-BANCO-DESTINO EQUAL ZEROS
              MOVE "BANCO DESTINO ZERADO" TO DET-ERR-MOTIVO
              PERFORM 2500-ERRO-LINHA
                 THRU 2500-FIM
              GO TO 2100-FIM.
      *
           IF WS-PAR-ACAO NOT EQUAL "RECE"
              AND WS-PAR-ACAO NOT EQUAL "AGEN"
              GO TO 2100-FIM.
      *
           MOVE SPACES               TO WS-TRB.
           MOVE SOL-NU-NB            TO TRB-NU-NB.
           MOVE SOL-DT-SOLIC         TO TRB-DT-SOLIC.
           MOVE SOL-NU-SEQ-SOLIC     TO TRB-NU-SEQ-SOLIC.
           MOVE SOL-CS-MOTIVO-SOLIC  TO TRB-CS-MOTIVO-SOLIC.
           MOVE SOL-ID-OL-SOLIC      TO TRB-ID-OL-SOLIC.
           MOVE SOL-NU-MATRIC-SOLIC  TO TRB-NU-MATRIC-SOLIC.
           MOVE SOL-ID-BANCO-ORIGEM  TO TRB-ID-BANCO-ORIGEM.
           MOVE SOL-ID-BANCO-DESTINO TO TRB-ID-BANCO-DESTINO.
           MOVE SOL-ID-OP-DESTINO    TO TRB-ID-OP-DESTINO.
           MOVE SOL-NU-CONTA-DESTINO TO TRB-NU-CONTA-DESTINO.
           MOVE "R"                  TO TRB-CS-SITUACAO.
           MOVE WS-DATA-HOJE         TO TRB-DT-RECEBIDA.
           MOVE ZEROS                TO TRB-DT-COMPET-AGENDADA
                                        TRB-DT-APLICADA
                                        TRB-CS-MOTIVO-RECUSA
                                        TRB-DT-RECUSADA.
      *
           MOVE SOL-NU-NB            TO SRTP-NU-NB.
           MOVE SOL-DT-SOLIC         TO SRTP-DT-SOLIC.
           MOVE SOL-NU-SEQ-SOLIC     TO SRTP-NU-SEQ-SOLIC.
           MOVE 2                    TO SRTP-IN-FONTE.
           MOVE WS-TRB               TO SRTP-IMAGEM.
           RELEASE SRTP-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2300-UM-LOG.
      *------------*
      *
           READ DSUBCPG2KPRT
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LOG.
           MOVE PRT-NU-NB        OF DSUBCPG2KPRT TO SRTP-NU-NB.
           MOVE PRT-DT-SOLIC     OF DSUBCPG2KPRT TO SRTP-DT-SOLIC.
           MOVE PRT-NU-SEQ-SOLIC OF DSUBCPG2KPRT TO SRTP-NU-SEQ-SOLIC.
           MOVE 1                                TO SRTP-IN-FONTE.
           MOVE PRT-REG          OF DSUBCPG2KPRT TO SRTP-IMAGEM.
           RELEASE SRTP-REG.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2500-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           WRITE LINHA-PRTMAN FROM DET-ERRO-PRTMAN AFTER 1.
      *
       2500-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: JUNTA AS SOLICITACOES DE CADA NB (LOG E
      *    FEED), DESCARTA A REPETIDA, CONFERE/AGENDA AS RECEBIDAS NO
      *    "AGEN" E GRAVA O NB NA NOVA GERACAO DO LOG.
      *----------------------------------------------------------------
       3000-GRAVA-LOG SECTION.
       3000-GRAVA-NOVA.
      *----------------*
      *
           OPEN OUTPUT DSUBCPG2KPRTN.
           MOVE "NAO"  TO WS-EOF-SORT.
           MOVE ZEROS  TO WS-NB-CORRENTE WS-QTDE-GRP.
           PERFORM 3100-UMA-SOLICITACAO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-QTDE-GRP NOT EQUAL ZEROS
              PERFORM 3200-FECHA-NB
                 THRU 3200-FIM.
           CLOSE DSUBCPG2KPRTN SAVE.
           GO TO 3000-GRAVA-FIM.
      *
       3100-UMA-SOLICITACAO.
      *---------------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTP-NU-NB NOT EQUAL WS-NB-CORRENTE
              AND WS-QTDE-GRP NOT EQUAL ZEROS
              PERFORM 3200-FECHA-NB
                 THRU 3200-FIM.
           MOVE SRTP-NU-NB TO WS-NB-CORRENTE.
      *
      *MESMA CHAVE JA NO GRUPO (NO LOG OU ANTES NO FEED): A
      *SOLICITACAO JA FOI REGISTRADA E A REPETIDA E DESCARTADA.
           IF WS-QTDE-GRP NOT EQUAL ZEROS
              MOVE TB-GRP-IMAGEM (WS-QTDE-GRP) TO WS-TRB
              IF TRB-DT-SOLIC EQUAL SRTP-DT-SOLIC
                 AND TRB-NU-SEQ-SOLIC EQUAL SRTP-NU-SEQ-SOLIC
                 ADD 1 TO WS-CT-REPETIDAS
                 MOVE SRTP-IMAGEM        TO WS-TRB
                 MOVE "REPETIDA    "     TO DET-SOL-SITUACAO
                 MOVE "JA REGISTRADA NO LOG"
                                         TO DET-SOL-MOTIVO
                 PERFORM 3600-LINHA-SOLIC
                    THRU 3600-FIM
                 GO TO 3100-FIM
              END-IF
           END-IF.
      *
           IF WS-QTDE-GRP NOT LESS 50
              DISPLAY "PSUBCPG2KPRTMAN - NB " SRTP-NU-NB
                      " COM MAIS DE 50 SOLICITACOES - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-GRP.
           MOVE SRTP-IN-FONTE TO TB-GRP-IN-FONTE (WS-QTDE-GRP).
           MOVE SRTP-IMAGEM   TO TB-GRP-IMAGEM (WS-QTDE-GRP).
           IF SRTP-IN-FONTE EQUAL 2
              ADD 1 TO WS-CT-RECEBIDAS.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *FIM DO NB: NO "AGEN" CONFERE AS RECEBIDAS NA ORDEM DO LOG;
      *DEPOIS GRAVA O GRUPO INTEIRO.
       3200-FECHA-NB.
      *--------------*
      *
           IF WS-PAR-ACAO EQUAL "AGEN"
              PERFORM 3300-CONFERE-RECEBIDA
                 THRU 3300-FIM
                 VARYING WS-IX-GRP FROM 1 BY 1
                   UNTIL WS-IX-GRP GREATER WS-QTDE-GRP.
      *
           PERFORM 3250-GRAVA-UMA
              THRU 3250-FIM
              VARYING WS-IX-GRP FROM 1 BY 1
                UNTIL WS-IX-GRP GREATER WS-QTDE-GRP.
      *
           MOVE ZEROS TO WS-QTDE-GRP.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3250-GRAVA-UMA.
      *---------------*
      *
           MOVE TB-GRP-IMAGEM (WS-IX-GRP) TO PRT-REG OF DSUBCPG2KPRTN.
           WRITE PRT-REG OF DSUBCPG2KPRTN.
           ADD 1 TO WS-CT-GRAVADOS.
      *
       3250-FIM. EXIT.
      *---------*
      *
       3300-CONFERE-RECEBIDA.
      *----------------------*
      *
           MOVE TB-GRP-IMAGEM (WS-IX-GRP) TO WS-TRB.
           IF TRB-CS-SITUACAO NOT EQUAL "R"
              GO TO 3300-FIM.
      *
           MOVE ZEROS TO TRB-CS-MOTIVO-RECUSA.
           IF TRB-CS-MOTIVO-SOLIC NOT EQUAL 05
              MOVE 01 TO TRB-CS-MOTIVO-RECUSA
              GO TO 3300-DECIDE.
      *
           IF TRB-ID-BANCO-DESTINO EQUAL TRB-ID-BANCO-ORIGEM
              MOVE 02 TO TRB-CS-MOTIVO-RECUSA
              GO TO 3300-DECIDE.
      *
           IF TRB-NU-CONTA-DESTINO EQUAL SPACES
              MOVE 06 TO TRB-CS-MOTIVO-RECUSA
              GO TO 3300-DECIDE.
      *
           PERFORM 3400-CONFERE-BANCO
              THRU 3400-FIM.
           MOVE TB-BCO-MOTIVO (WS-IX-BCO) TO TRB-CS-MOTIVO-RECUSA.
      *
       3300-DECIDE.
           IF TRB-CS-MOTIVO-RECUSA NOT EQUAL ZEROS
              MOVE "X"          TO TRB-CS-SITUACAO
              MOVE WS-DATA-HOJE TO TRB-DT-RECUSADA
              ADD 1 TO WS-CT-RECUSADAS
              MOVE "RECUSADA    " TO DET-SOL-SITUACAO
              PERFORM 3500-DESCRICAO-MOTIVO
                 THRU 3500-FIM
              PERFORM 3600-LINHA-SOLIC
                 THRU 3600-FIM
              MOVE WS-TRB TO TB-GRP-IMAGEM (WS-IX-GRP)
              GO TO 3300-FIM.
      *
           MOVE "A"              TO TRB-CS-SITUACAO.
           MOVE WS-COMPET-AGENDA TO TRB-DT-COMPET-AGENDADA.
           ADD 1 TO WS-CT-AGENDADAS.
           MOVE "AGENDADA    "   TO DET-SOL-SITUACAO.
           MOVE SPACES           TO DET-SOL-MOTIVO.
           PERFORM 3600-LINHA-SOLIC
              THRU 3600-FIM.
           MOVE WS-TRB TO TB-GRP-IMAGEM (WS-IX-GRP).
      *
      *SO A ULTIMA SOLICITACAO DO NB VALE: A AGENDADA ANTERIOR, AINDA
      *NAO APLICADA, E RECUSADA COMO SUBSTITUIDA.
           PERFORM 3350-SUBSTITUI-ANTERIOR
              THRU 3350-FIM
              VARYING WS-IX-GRP-2 FROM 1 BY 1
                UNTIL WS-IX-GRP-2 NOT LESS WS-IX-GRP.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3350-SUBSTITUI-ANTERIOR.
      *------------------------*
      *
           MOVE TB-GRP-IMAGEM (WS-IX-GRP-2) TO WS-TRB.
           IF TRB-CS-SITUACAO NOT EQUAL "A"
              GO TO 3350-FIM.
      *
           MOVE "X"          TO TRB-CS-SITUACAO.
           MOVE 07           TO TRB-CS-MOTIVO-RECUSA.
           MOVE WS-DATA-HOJE TO TRB-DT-RECUSADA.
           ADD 1 TO WS-CT-SUBSTITUIDAS.
           MOVE "SUBSTITUIDA " TO DET-SOL-SITUACAO.
           PERFORM 3500-DESCRICAO-MOTIVO
              THRU 3500-FIM.
           PERFORM 3600-LINHA-SOLIC
              THRU 3600-FIM.
           MOVE WS-TRB TO TB-GRP-IMAGEM (WS-IX-GRP-2).
      *
       3350-FIM. EXIT.
      *---------*
      *
      *BANCO DESTINO: ATIVO, COM CONVENIO EM VIGOR E SEM BLOQUEIO.
      *CADA BANCO E PERGUNTADO UMA VEZ POR RUN; DEVOLVE WS-IX-BCO
      *APONTANDO PARA A RESPOSTA GUARDADA.
       3400-CONFERE-BANCO.
      *-------------------*
      *
           MOVE 0 TO WS-BCO-ENCONTRADO.
           PERFORM VARYING WS-IX-BCO FROM 1 BY 1
                     UNTIL WS-IX-BCO GREATER WS-QTDE-BCO
                        OR WS-BCO-ENCONTRADO EQUAL 1
              IF TB-BCO-ID (WS-IX-BCO) EQUAL TRB-ID-BANCO-DESTINO
                 MOVE 1 TO WS-BCO-ENCONTRADO
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O BANCO CERTO.
           IF WS-BCO-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-BCO
              GO TO 3400-FIM.
      *
           IF WS-QTDE-BCO NOT LESS 300
              DISPLAY "PSUBCPG2KPRTMAN - MAIS DE 300 BANCOS DESTINO "
                      "- RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-BCO.
           MOVE WS-QTDE-BCO          TO WS-IX-BCO.
           MOVE TRB-ID-BANCO-DESTINO TO TB-BCO-ID (WS-IX-BCO).
           MOVE ZEROS                TO TB-BCO-MOTIVO (WS-IX-BCO).
           MOVE TRB-ID-BANCO-DESTINO TO WS-BANCOPIC9COMP.
      *
           MOVE "IN-ATIVO"     TO WS-PERGUNTAPICX12.
           MOVE SPACES         TO WS-RESPOSTAPICX25.
           CALL "SSUBLIBBANCOATRIBUTO" USING WS-BANCOPIC9COMP
                                             WS-PERGUNTAPICX12
                                             WS-RESPOSTAPICX25.
           IF WS-BOOLEANPIC9X NOT EQUAL 1
              MOVE 03 TO TB-BCO-MOTIVO (WS-IX-BCO)
              GO TO 3400-FIM.
      *
           MOVE SPACES         TO WS-RESPOSTAPICX25.
           CALL "SSUBLIBBANCOTPBLOQUEIO" USING WS-BANCOPIC9COMP
                                               WS-RESPOSTAPICX25.
           IF WS-BOOLEANPIC9X EQUAL 1
              MOVE 04 TO TB-BCO-MOTIVO (WS-IX-BCO)
              GO TO 3400-FIM.
      *
           MOVE "CONVENIO-VIG" TO WS-PERGUNTAPICX12.
           MOVE SPACES         TO WS-RESPOSTAPICX25.
           CALL "SSUBLIBBANCOATRIBUTO" USING WS-BANCOPIC9COMP
                                             WS-PERGUNTAPICX12
                                             WS-RESPOSTAPICX25.
           IF WS-BOOLEANPIC9X NOT EQUAL 1
              MOVE 05 TO TB-BCO-MOTIVO (WS-IX-BCO).
      *
       3400-FIM. EXIT.
      *---------*
      *
       3500-DESCRICAO-MOTIVO.
      *----------------------*
      *
           MOVE SPACES TO DET-SOL-MOTIVO.
           MOVE 0 TO WS-MOTIVO-RECUSA-ENCONTRADO.
           PERFORM VARYING WS-IX-MOTIVO-RECUSA FROM 1 BY 1
                     UNTIL WS-IX-MOTIVO-RECUSA GREATER
                                             WS-QTDE-MOTIVO-RECUSA
                        OR WS-MOTIVO-RECUSA-ENCONTRADO EQUAL 1
              IF MOTREC-CS-MOTIVO (WS-IX-MOTIVO-RECUSA)
                                      EQUAL TRB-CS-MOTIVO-RECUSA
                 MOVE 1 TO WS-MOTIVO-RECUSA-ENCONTRADO
                 MOVE MOTREC-DESCRICAO (WS-IX-MOTIVO-RECUSA)
                                      TO DET-SOL-MOTIVO
              END-IF
           END-PERFORM.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-LINHA-SOLIC.
      *-----------------*
      *
           MOVE TRB-NU-NB              TO DET-SOL-NU-NB.
           MOVE TRB-DT-SOLIC           TO DET-SOL-DT-SOLIC.
           MOVE TRB-ID-BANCO-ORIGEM    TO DET-SOL-ORIGEM.
           MOVE TRB-ID-BANCO-DESTINO   TO DET-SOL-DESTINO.
           MOVE TRB-DT-COMPET-AGENDADA TO DET-SOL-COMPET.
           WRITE LINHA-PRTMAN FROM DET-SOLIC-PRTMAN AFTER 1.
      *
       3600-FIM. EXIT.
      *---------*
       3000-GRAVA-FIM. EXIT.
      *
       2900-TRAILERS.
      *--------------*
      *
           MOVE SPACES TO TRAILER-PRTMAN.
           MOVE "SOLICITACOES LIDAS DO FEED                   " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-FEED TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 2.
      *
           MOVE "SOLICITACOES REJEITADAS NA CRITICA           " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-ERROS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           IF WS-PAR-ACAO NOT EQUAL "RECE"
              AND WS-PAR-ACAO NOT EQUAL "AGEN"
              GO TO 2900-FIM.
      *
           MOVE "SOLICITACOES NO LOG ANTERIOR                 " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-LOG TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           MOVE "SOLICITACOES REPETIDAS (DESCARTADAS)         " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-REPETIDAS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           MOVE "SOLICITACOES NOVAS RECEBIDAS                 " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-RECEBIDAS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           MOVE "SOLICITACOES AGENDADAS                       " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-AGENDADAS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           MOVE "SOLICITACOES RECUSADAS                       " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-RECUSADAS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           MOVE "AGENDADAS SUBSTITUIDAS POR NOVA SOLICITACAO  " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-SUBSTITUIDAS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
           MOVE "SOLICITACOES NA NOVA GERACAO DO LOG          " TO
                                                   TEXTO-TRL-PRTMAN.
           MOVE WS-CT-GRAVADOS TO QT-TRL-PRTMAN.
           WRITE LINHA-PRTMAN FROM TRAILER-PRTMAN AFTER 1.
      *
       2900-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPRTMAN.
      *
       4000-FIM. EXIT.
      *---------*
