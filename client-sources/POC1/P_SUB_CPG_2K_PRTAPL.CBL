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
       PROGRAM-ID.      PSUBCPG2KPRTAPL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: APLICACAO DA PORTABILIDADE BANCARIA SOBRE O         *
      *            MOVIMENTO DE CREDITO, ANTES DA EMISSAO. O MOVIMENTO *
      *            E CLASSIFICADO POR NB E FUNDIDO COM O LOG DE        *
      *            SOLICITACOES D/SUB/CPG/2K/PRT (MANTIDO POR          *
      *            PSUBCPG2KPRTMAN), NO MESMO MOLDE DE                 *
      *            PSUBCPG2KPVDAPL.                                    *
      *            A SOLICITACAO AGENDADA ("A") DO NB VALE PARA TODO   *
      *            CREDITO NAO CANCELADO CUJA CP01-DT-COMPET-CREDITO   *
      *            JA ALCANCOU A COMPETENCIA AGENDADA: O CREDITO SAI   *
      *            NA NOVA GERACAO COM CP01-ID-BANCO,                  *
      *            CP01-NU-CONTA-CORRENTE E (SE INFORMADO)             *
      *            CP01-ID-ORGAO-PAGADOR DO DESTINO, E A SOLICITACAO   *
      *            PASSA A APLICADA ("P") NO LOG, GUARDANDO O BANCO DE *
      *            ORIGEM REAL DO CREDITO. BANCO DESTINO BLOQUEADO NA  *
      *            HORA DA APLICACAO (SSUBLIBBANCOTPBLOQUEIO) NAO      *
      *            RECEBE O CREDITO - A SOLICITACAO CONTINUA AGENDADA  *
      *            E SAI NO RELATORIO COMO ADIADA.                     *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2KPRT    - LOG DE PORTABILIDADE              *
      *                              (CLASSIFICADO POR NB).            *
      *  SAIDA:    DSUBCPG2K401N   - NOVA GERACAO DO MOVIMENTO.        *
      *            DSUBCPG2KPRTN   - NOVA GERACAO DO LOG.              *
      *            LSUBCPG2KPRTAPL - RELATORIO DA APLICACAO.           *
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
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KPRT ASSIGN TO DISK.
           SELECT DSUBCPG2K401N   ASSIGN TO DISK.
           SELECT DSUBCPG2KPRTN   ASSIGN TO DISK.
           SELECT DSUBCPG2KPRTTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KPRTAPL ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2KPRT
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/PRT ON PKBDSGF".
      *
      *NOVA GERACAO DO 401 (MESMO LAYOUT; CAMPOS QUALIFICADOS POR OF)
      *- A TROCA DE BANCO E APLICADA NA PROPRIA AREA DE GRAVACAO.
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *NOVA GERACAO DO LOG (MESMO LAYOUT; CAMPOS QUALIFICADOS POR OF).
        FD DSUBCPG2KPRTN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/PRT ON PKBDSGF".
      *
      *APOIO DA APLICACAO: CADA CREDITO ESPERA AQUI, COM A ORDEM
      *ORIGINAL DO MOVIMENTO E A ACAO DECIDIDA, A RECLASSIFICACAO
      *FINAL QUE GERA A NOVA GERACAO.
        FD DSUBCPG2KPRTTMP
           RECORD CONTAINS 364 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRT/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRTTMP     PIC X(364).
      *
        FD LSUBCPG2KPRTAPL.
        01 LINHA-PRTAPL           PIC X(133).
      *
        SD SORTWK.
        01 SRTF-REG.
           03 SRTF-ORDEM              PIC 9(09).
           03 SRTF-NU-NB              PIC 9(10).
           03 SRTF-DT-COMPET          PIC 9(06).
           03 SRTF-IN-CANCELADO       PIC 9(01).
           03 SRTF-ID-BANCO           PIC 9(03).
           03 SRTF-VL-LIQUIDO         PIC 9(13)V99.
      *        "T" - TROCA DE BANCO   " " - SEM ALTERACAO
           03 SRTF-IN-ACAO            PIC X(01).
           03 SRTF-ID-BANCO-NOVO      PIC 9(03).
           03 SRTF-ID-OP-NOVO         PIC 9(06).
           03 SRTF-NU-CONTA-NOVA      PIC X(10).
           03 SRTF-IMAGEM             PIC X(300).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPRTAPL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *PORTAO DE COMPETENCIA FECHADA (SSUBLIB2K609) - A COMPETENCIA E
      *TIRADA PELA ROTINA DO PRIMEIRO REGISTRO DO 401.
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-PRT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOG                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOG-GRAVADOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-APLICADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ADIADAS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-AGUARDANDO           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CREDITO          PIC 9(08) VALUE ZEROS.
       77  WS-CT-CRED-TROCADOS        PIC 9(08) VALUE ZEROS.
       77  WS-VL-CRED-TROCADOS        PIC 9(15)V99 VALUE ZEROS.
       77  WS-ORDEM                   PIC 9(09) VALUE ZEROS.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
      *GUARDA DE SEQUENCIA DO LOG (TEM DE VIR CLASSIFICADO POR NB - E
      *PSUBCPG2KPRTMAN QUEM O MANTEM ASSIM).
       77  WS-NB-PRT-ANT              PIC 9(10) VALUE ZEROS.
      *
      *SOLICITACOES DO LOG DO NB CORRENTE. WS-IX-EFETIVA APONTA PARA
      *A AGENDADA (ZEROS = NB SEM AGENDAMENTO).
       01  TABELA-GRUPO-NB.
           05 TB-GRP OCCURS 50 TIMES.
               10 TB-GRP-IMAGEM       PIC X(100).
       77  WS-QTDE-GRP                PIC 9(02) VALUE ZEROS.
       77  WS-IX-GRP                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-EFETIVA              PIC 9(02) VALUE ZEROS.
      *SITUACAO DO NB CORRENTE NA APLICACAO:
      *    " " - NADA A APLICAR   "P" - APLICADA NESTE RUN
      *    "D" - ADIADA (DESTINO BLOQUEADO)
      *    "E" - AGUARDANDO A COMPETENCIA AGENDADA
       77  WS-SIT-NB                  PIC X(01) VALUE SPACES.
       77  WS-QT-CRED-NB              PIC 9(08) VALUE ZEROS.
       77  WS-VL-CRED-NB              PIC 9(15)V99 VALUE ZEROS.
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
      *TP-BLOQUEIO DO BANCO DESTINO - UMA PERGUNTA POR BANCO NO RUN.
       01  TABELA-BANCO-DESTINO.
           05 TB-BCO OCCURS 300 TIMES.
               10 TB-BCO-ID           PIC 9(03).
               10 TB-BCO-TP-BLOQUEIO  PIC 9(01).
       77  WS-QTDE-BCO                PIC 9(03) VALUE ZEROS.
       77  WS-IX-BCO                  PIC 9(03) VALUE ZEROS.
       77  WS-BCO-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *INTERFACE DE SSUBLIBBANCOTPBLOQUEIO.
       01  WS-BANCOPIC9COMP           PIC 9(03) COMP.
       01  WS-RESPOSTAPICX25          PIC X(25).
       01  WS-REDEFINE1 REDEFINES WS-RESPOSTAPICX25.
           03 WS-BOOLEANPIC9X         PIC 9.
           03 FILLER                  PIC X(24).
      *
       01  CAB-01-PRTAPL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PRTA".
           03 FILLER                PIC X(48) VALUE
              "APLICACAO DA PORTABILIDADE BANCARIA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PRTAPL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-APL-PRTAPL.
           03 DET-APL-SITUACAO      PIC X(12).
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-APL-NU-NB         PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  ORIGEM: ".
           03 DET-APL-ORIGEM        PIC ZZ9.
           03 FILLER                PIC X(11) VALUE "  DESTINO: ".
           03 DET-APL-DESTINO       PIC ZZ9.
           03 FILLER                PIC X(10) VALUE "  COMPET: ".
           03 DET-APL-COMPET        PIC 9(06).
           03 FILLER                PIC X(12) VALUE "  CREDITOS: ".
           03 DET-APL-QT-CRED       PIC ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-APL-VL-CRED       PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-PRTAPL.
           03 TEXTO-TRL-PRTAPL      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PRTAPL         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-PRTAPL.
           03 TEXTO-TRL-VL-PRTAPL   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-PRTAPL         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION.
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
      *PORTAO DE COMPETENCIA FECHADA: MOVIMENTO DE COMPETENCIA FECHADA
      *PELO PSUBCPG2KFEC (E NAO REABERTA) NAO E REGRAVADO - O RUN E
      *RECUSADO ANTES DE TOCAR EM QUALQUER ARQUIVO (MOTIVO EXIBIDO E
      *GRAVADO NO LIVRO DE EXECUCOES PELA ROTINA).
           CALL "SSUBLIB2K609" USING WS-DEP-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-STATUS.
           IF WS-FEC-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTF-NU-NB SRTF-ORDEM
                INPUT  PROCEDURE 6000-SOLTA-CREDITOS
                                 THRU 6000-SOLTA-FIM
                OUTPUT PROCEDURE 7000-APLICA
                                 THRU 7000-APLICA-FIM.
      *
           SORT SORTWK
                ASCENDING KEY SRTF-ORDEM
                USING DSUBCPG2KPRTTMP
                OUTPUT PROCEDURE 8000-REORDENA
                                 THRU 8000-REORDENA-FIM.
      *
           PERFORM 3000-TOTAIS
              THRU 3000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KPRTAPL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-PRTAPL FROM CAB-01-PRTAPL AFTER PAGE.
           WRITE LINHA-PRTAPL FROM CAB-02-PRTAPL AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA UM REGISTRO POR CREDITO DO
      *    MOVIMENTO, NUMERADO NA ORDEM ORIGINAL, COM OS CAMPOS DE
      *    DECISAO E A IMAGEM INTEGRAL DO CP01.
      *----------------------------------------------------------------
       6000-SOLTA-CREDITOS SECTION.
       6000-SOLTA-CP01.
      *----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 6100-UM-CREDITO
              THRU 6100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           GO TO 6000-SOLTA-FIM.
      *
       6100-UM-CREDITO.
      *----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 6100-FIM.
      *
           ADD 1 TO WS-CT-CREDITOS.
           ADD 1 TO WS-ORDEM.
      *
           MOVE SPACES                TO SRTF-REG.
           MOVE WS-ORDEM              TO SRTF-ORDEM.
           MOVE CP01-NU-NB           OF DSUBCPG2K401 TO SRTF-NU-NB.
           MOVE CP01-DT-COMPET-CREDITO OF DSUBCPG2K401 TO
                                                SRTF-DT-COMPET.
           MOVE CP01-IN-CRED-CANCELADO OF DSUBCPG2K401 TO
                                                SRTF-IN-CANCELADO.
           MOVE CP01-ID-BANCO        OF DSUBCPG2K401 TO SRTF-ID-BANCO.
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                                SRTF-VL-LIQUIDO.
           MOVE ZEROS                 TO SRTF-ID-BANCO-NOVO
                                         SRTF-ID-OP-NOVO.
           MOVE CP01-REG1            OF DSUBCPG2K401 TO SRTF-IMAGEM.
           RELEASE SRTF-REG.
      *
       6100-FIM. EXIT.
      *---------*
       6000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: MERGE CLASSICO POR NB ENTRE O MOVIMENTO
      *    CLASSIFICADO E O LOG. AS SOLICITACOES DO NB SAO JUNTADAS
      *    NO PRIMEIRO CREDITO DELE E REGRAVADAS NO LOG NOVO QUANDO O
      *    NB TERMINA; NB DO LOG SEM CREDITO NO MOVIMENTO PASSA DIRETO.
      *----------------------------------------------------------------
       7000-APLICA SECTION.
       7000-APLICA-MERGE.
      *------------------*
      *
           OPEN INPUT  DSUBCPG2KPRT.
           OPEN OUTPUT DSUBCPG2KPRTN.
           OPEN OUTPUT DSUBCPG2KPRTTMP.
           MOVE "NAO" TO WS-EOF-PRT.
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE ZEROS TO WS-NB-CORRENTE WS-QTDE-GRP.
      *
           PERFORM 7100-LE-PRT THRU 7100-FIM.
      *
           PERFORM 7200-APLICA-UM
              THRU 7200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           PERFORM 7400-FECHA-NB
              THRU 7400-FIM.
      *
      *RESTO DO LOG (NB SEM CREDITO NO MOVIMENTO).
           PERFORM 7500-PASSA-PRT
              THRU 7500-FIM
             UNTIL WS-EOF-PRT EQUAL "SIM".
      *
           CLOSE DSUBCPG2KPRT.
           CLOSE DSUBCPG2KPRTN SAVE.
           CLOSE DSUBCPG2KPRTTMP SAVE.
           GO TO 7000-APLICA-FIM.
      *
       7100-LE-PRT.
      *------------*
      *
           READ DSUBCPG2KPRT
                AT END MOVE "SIM" TO WS-EOF-PRT
                       GO TO 7100-FIM.
      *
           ADD 1 TO WS-CT-LOG.
           IF PRT-NU-NB OF DSUBCPG2KPRT LESS WS-NB-PRT-ANT
              DISPLAY "PSUBCPG2KPRTAPL: LOG DE PORTABILIDADE"
              DISPLAY "FORA DE ORDEM DE NB - REGERAR PELO AGEN DE"
              DISPLAY "PSUBCPG2KPRTMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE PRT-NU-NB OF DSUBCPG2KPRT TO WS-NB-PRT-ANT.
      *
       7100-FIM. EXIT.
      *---------*
      *
       7200-APLICA-UM.
      *---------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 7200-FIM.
      *
           IF SRTF-NU-NB NOT EQUAL WS-NB-CORRENTE
              PERFORM 7400-FECHA-NB
                 THRU 7400-FIM
              PERFORM 7300-NOVO-NB
                 THRU 7300-FIM.
      *
           MOVE SPACES TO SRTF-IN-ACAO.
      *
           IF WS-IX-EFETIVA EQUAL ZEROS
              OR SRTF-IN-CANCELADO EQUAL 1
              GO TO 7200-GRAVA.
      *
           MOVE TB-GRP-IMAGEM (WS-IX-EFETIVA) TO WS-TRB.
           IF SRTF-DT-COMPET LESS TRB-DT-COMPET-AGENDADA
              IF WS-SIT-NB EQUAL SPACES
                 MOVE "E" TO WS-SIT-NB
              END-IF
              GO TO 7200-GRAVA.
      *
           PERFORM 7600-CONFERE-BANCO
              THRU 7600-FIM.
           IF TB-BCO-TP-BLOQUEIO (WS-IX-BCO) EQUAL 1
              MOVE "D" TO WS-SIT-NB
              GO TO 7200-GRAVA.
      *
      *PRIMEIRO CREDITO TROCADO: A SOLICITACAO PASSA A APLICADA E
      *GUARDA O BANCO DE ORIGEM REAL.
           IF WS-SIT-NB NOT EQUAL "P"
              MOVE "P"           TO WS-SIT-NB
              MOVE "P"           TO TRB-CS-SITUACAO
              MOVE WS-DATA-HOJE    TO TRB-DT-APLICADA
              MOVE SRTF-ID-BANCO TO TRB-ID-BANCO-ORIGEM
              MOVE WS-TRB        TO TB-GRP-IMAGEM (WS-IX-EFETIVA).
      *
           MOVE "T"                  TO SRTF-IN-ACAO.
           MOVE TRB-ID-BANCO-DESTINO TO SRTF-ID-BANCO-NOVO.
           MOVE TRB-ID-OP-DESTINO    TO SRTF-ID-OP-NOVO.
           MOVE TRB-NU-CONTA-DESTINO TO SRTF-NU-CONTA-NOVA.
           ADD 1               TO WS-QT-CRED-NB WS-CT-CRED-TROCADOS.
           ADD SRTF-VL-LIQUIDO TO WS-VL-CRED-NB WS-VL-CRED-TROCADOS.
      *
       7200-GRAVA.
           WRITE REG-DSUBCPG2KPRTTMP FROM SRTF-REG.
      *
       7200-FIM. EXIT.
      *---------*
      *
      *PRIMEIRO CREDITO DE UM NB: PASSA O LOG DOS NB ANTERIORES SEM
      *CREDITO E JUNTA AS SOLICITACOES DO NB.
       7300-NOVO-NB.
      *-------------*
      *
           MOVE SRTF-NU-NB TO WS-NB-CORRENTE.
           MOVE ZEROS      TO WS-QTDE-GRP WS-IX-EFETIVA.
           MOVE ZEROS      TO WS-QT-CRED-NB WS-VL-CRED-NB.
           MOVE SPACES     TO WS-SIT-NB.
      *
           PERFORM 7500-PASSA-PRT
              THRU 7500-FIM
             UNTIL WS-EOF-PRT EQUAL "SIM"
                OR PRT-NU-NB OF DSUBCPG2KPRT NOT LESS SRTF-NU-NB.
      *
           PERFORM 7350-JUNTA-PRT
              THRU 7350-FIM
             UNTIL WS-EOF-PRT EQUAL "SIM"
                OR PRT-NU-NB OF DSUBCPG2KPRT NOT EQUAL SRTF-NU-NB.
      *
       7300-FIM. EXIT.
      *---------*
      *
       7350-JUNTA-PRT.
      *---------------*
      *
           IF WS-QTDE-GRP NOT LESS 50
              DISPLAY "PSUBCPG2KPRTAPL - NB " SRTF-NU-NB
                      " COM MAIS DE 50 SOLICITACOES - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-GRP.
           MOVE PRT-REG OF DSUBCPG2KPRT TO TB-GRP-IMAGEM (WS-QTDE-GRP).
           IF PRT-CS-SITUACAO OF DSUBCPG2KPRT EQUAL "A"
              MOVE WS-QTDE-GRP TO WS-IX-EFETIVA.
      *
           PERFORM 7100-LE-PRT THRU 7100-FIM.
      *
       7350-FIM. EXIT.
      *---------*
      *
      *FIM DO NB: RELATORIO DA SOLICITACAO E REGRAVACAO NO LOG NOVO.
       7400-FECHA-NB.
      *--------------*
      *
           IF WS-QTDE-GRP EQUAL ZEROS
              GO TO 7400-FIM.
      *
           IF WS-IX-EFETIVA NOT EQUAL ZEROS
              MOVE TB-GRP-IMAGEM (WS-IX-EFETIVA) TO WS-TRB
              MOVE ZEROS TO DET-APL-QT-CRED DET-APL-VL-CRED
              IF WS-SIT-NB EQUAL "P"
                 ADD 1 TO WS-CT-APLICADAS
                 MOVE "APLICADA    " TO DET-APL-SITUACAO
                 MOVE WS-QT-CRED-NB  TO DET-APL-QT-CRED
                 MOVE WS-VL-CRED-NB  TO DET-APL-VL-CRED
              END-IF
              IF WS-SIT-NB EQUAL "D"
                 ADD 1 TO WS-CT-ADIADAS
                 MOVE "ADIADA-BLOQ " TO DET-APL-SITUACAO
              END-IF
              IF WS-SIT-NB EQUAL "E"
                 ADD 1 TO WS-CT-AGUARDANDO
              END-IF
              IF WS-SIT-NB EQUAL SPACES
                 ADD 1 TO WS-CT-SEM-CREDITO
              END-IF
              IF WS-SIT-NB EQUAL "P" OR WS-SIT-NB EQUAL "D"
                 MOVE TRB-NU-NB              TO DET-APL-NU-NB
                 MOVE TRB-ID-BANCO-ORIGEM    TO DET-APL-ORIGEM
                 MOVE TRB-ID-BANCO-DESTINO   TO DET-APL-DESTINO
                 MOVE TRB-DT-COMPET-AGENDADA TO DET-APL-COMPET
                 WRITE LINHA-PRTAPL FROM DET-APL-PRTAPL AFTER 1
              END-IF
           END-IF.
      *
           PERFORM 7450-GRAVA-UMA
              THRU 7450-FIM
              VARYING WS-IX-GRP FROM 1 BY 1
                UNTIL WS-IX-GRP GREATER WS-QTDE-GRP.
      *
           MOVE ZEROS TO WS-QTDE-GRP WS-IX-EFETIVA.
      *
       7400-FIM. EXIT.
      *---------*
      *
       7450-GRAVA-UMA.
      *---------------*
      *
           MOVE TB-GRP-IMAGEM (WS-IX-GRP) TO PRT-REG OF DSUBCPG2KPRTN.
           WRITE PRT-REG OF DSUBCPG2KPRTN.
           ADD 1 TO WS-CT-LOG-GRAVADOS.
      *
       7450-FIM. EXIT.
      *---------*
      *
      *SOLICITACAO DE NB SEM CREDITO NO MOVIMENTO: VAI INTACTA PARA O
      *LOG NOVO (A AGENDADA CONTINUA ESPERANDO O CREDITO).
       7500-PASSA-PRT.
      *---------------*
      *
           IF PRT-CS-SITUACAO OF DSUBCPG2KPRT EQUAL "A"
              ADD 1 TO WS-CT-SEM-CREDITO.
           MOVE PRT-REG OF DSUBCPG2KPRT TO PRT-REG OF DSUBCPG2KPRTN.
           WRITE PRT-REG OF DSUBCPG2KPRTN.
           ADD 1 TO WS-CT-LOG-GRAVADOS.
      *
           PERFORM 7100-LE-PRT THRU 7100-FIM.
      *
       7500-FIM. EXIT.
      *---------*
      *
      *TP-BLOQUEIO DO BANCO DESTINO (TRB-ID-BANCO-DESTINO); DEVOLVE
      *WS-IX-BCO APONTANDO PARA A RESPOSTA GUARDADA.
       7600-CONFERE-BANCO.
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
              GO TO 7600-FIM.
      *
           IF WS-QTDE-BCO NOT LESS 300
              DISPLAY "PSUBCPG2KPRTAPL - MAIS DE 300 BANCOS DESTINO "
                      "- RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-BCO.
           MOVE WS-QTDE-BCO          TO WS-IX-BCO.
           MOVE TRB-ID-BANCO-DESTINO TO TB-BCO-ID (WS-IX-BCO).
           MOVE TRB-ID-BANCO-DESTINO TO WS-BANCOPIC9COMP.
           MOVE SPACES               TO WS-RESPOSTAPICX25.
           CALL "SSUBLIBBANCOTPBLOQUEIO" USING WS-BANCOPIC9COMP
                                               WS-RESPOSTAPICX25.
           IF WS-BOOLEANPIC9X EQUAL 1
              MOVE 1 TO TB-BCO-TP-BLOQUEIO (WS-IX-BCO)
           ELSE
              MOVE 0 TO TB-BCO-TP-BLOQUEIO (WS-IX-BCO).
      *
       7600-FIM. EXIT.
      *---------*
       7000-APLICA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA RECLASSIFICACAO: DEVOLVE OS CREDITOS A
      *    ORDEM ORIGINAL DO MOVIMENTO, APLICA A TROCA DECIDIDA E
      *    GRAVA A NOVA GERACAO DO 401.
      *----------------------------------------------------------------
       8000-REORDENA SECTION.
       8000-REORDENA-401N.
      *-------------------*
      *
           OPEN OUTPUT DSUBCPG2K401N.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 8100-UM-CREDITO
              THRU 8100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           CLOSE DSUBCPG2K401N SAVE.
           GO TO 8000-REORDENA-FIM.
      *
       8100-UM-CREDITO.
      *----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 8100-FIM.
      *
           MOVE SRTF-IMAGEM TO CP01-REG1 OF DSUBCPG2K401N.
      *
           IF SRTF-IN-ACAO EQUAL "T"
              MOVE SRTF-ID-BANCO-NOVO TO
                          CP01-ID-BANCO          OF DSUBCPG2K401N
              MOVE SRTF-NU-CONTA-NOVA TO
                          CP01-NU-CONTA-CORRENTE OF DSUBCPG2K401N
              IF SRTF-ID-OP-NOVO NOT EQUAL ZEROS
                 MOVE SRTF-ID-OP-NOVO TO
                          CP01-ID-ORGAO-PAGADOR  OF DSUBCPG2K401N
              END-IF
           END-IF.
      *
           WRITE CP01-REG1 OF DSUBCPG2K401N.
      *
       8100-FIM. EXIT.
      *---------*
       8000-REORDENA-FIM. EXIT.
      *
       3000-TOTAIS.
      *------------*
      *
           MOVE SPACES TO TRAILER-PRTAPL.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-CREDITOS TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 2.
      *
           MOVE "SOLICITACOES NO LOG                          " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-LOG TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
           MOVE "PORTABILIDADES APLICADAS NESTE MOVIMENTO     " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-APLICADAS TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
           MOVE "CREDITOS TROCADOS DE BANCO                   " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-CRED-TROCADOS TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-PRTAPL.
           MOVE "VALOR DOS CREDITOS TROCADOS DE BANCO         " TO
                                               TEXTO-TRL-VL-PRTAPL.
           MOVE WS-VL-CRED-TROCADOS TO VL-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-VL-PRTAPL AFTER 1.
      *
           MOVE "ADIADAS - BANCO DESTINO BLOQUEADO            " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-ADIADAS TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
           MOVE "AGENDADAS PARA COMPETENCIA POSTERIOR         " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-AGUARDANDO TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
           MOVE "AGENDADAS SEM CREDITO NO MOVIMENTO           " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-SEM-CREDITO TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
           MOVE "SOLICITACOES NA NOVA GERACAO DO LOG          " TO
                                                  TEXTO-TRL-PRTAPL.
           MOVE WS-CT-LOG-GRAVADOS TO QT-TRL-PRTAPL.
           WRITE LINHA-PRTAPL FROM TRAILER-PRTAPL AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPRTAPL.
      *
       4000-FIM. EXIT.
      *---------*
