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
       PROGRAM-ID.      PSUBCPG2KRRA.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: ACOMPANHAMENTO DO RRA (RENDIMENTOS RECEBIDOS        *
      *            ACUMULADAMENTE), RODADO A CADA GERACAO DO CP01.     *
      *            (1) CONFERENCIA DO IR: PARA TODO CREDITO RRA        *
      *                (CP01-IN-CREDITO-RRA = 1) O IR E RECALCULADO    *
      *                PELA TABELA ACUMULADA - FAIXAS E PARCELA A      *
      *                DEDUZIR DA TABELA MENSAL MULTIPLICADAS POR      *
      *                CP50-QT-MESES-RRA - E CONFRONTADO COM           *
      *                CP01-VL-IR. A TABELA MENSAL VEM DO DATASET      *
      *                D/SUB/CPG/2K/RRA/TIR (E DADO, NAO CODIGO). A    *
      *                BASE E O BRUTO DO CREDITO (CP01-VL-LIQUIDO-CRED *
      *                MAIS CP01-VL-IR); CREDITO ISENTO DEVE TER IR    *
      *                ZERO. CREDITO RRA SEM CP50 OU COM               *
      *                QT-MESES-RRA ZERADO E APONTADO SEM CALCULO.     *
      *            (2) ACOMPANHAMENTO DO RRA PARCELADO                 *
      *                (CP01-IN-RRA-PARCELADO = 1): CADA PLANO E       *
      *                IDENTIFICADO POR NB + PERIODO DOS ATRASADOS     *
      *                (CP01-DT-INI/FIM-PERIODO) E ACOMPANHADO NO      *
      *                DATASET D/SUB/CPG/2K/RRA (NOVA GERACAO A CADA   *
      *                RODADA) ATE SER QUITADO. O PLANO (QUANTIDADE DE *
      *                PARCELAS E TOTAL PREVISTO) VEM DO FEED          *
      *                D/SUB/CPG/2K/RRA/PLN DA AREA DE CONCESSAO. SAO  *
      *                APONTADOS: PARCELA AUSENTE (PLANO ABERTO SEM    *
      *                PARCELA NA GERACAO), PARCELA PAGA EM            *
      *                DUPLICIDADE (MAIS DE UMA PARCELA DO PLANO NO    *
      *                MESMO MOVIMENTO) E PAGAMENTO ALEM DO PLANO      *
      *                (PARCELAS OU VALOR ACIMA DO PREVISTO, OU        *
      *                PARCELA PARA PLANO JA QUITADO).                 *
      *            REPROCESSAR O MESMO MOVIMENTO NAO DUPLICA PARCELA:  *
      *            O PLANO GUARDA A DATA DO ULTIMO MOVIMENTO JA        *
      *            INCORPORADO. CREDITO CANCELADO NAO ENTRA.           *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *            DSUBCPG2K450    - MOVIMENTO CP450.                  *
      *            DSUBCPG2KRRATIR - TABELA MENSAL DO IR (OPCIONAL;    *
      *                              AUSENTE, O IR NAO E CONFERIDO).   *
      *            DSUBCPG2KRRAPLN - PLANOS DE PARCELAMENTO            *
      *                              (OPCIONAL).                       *
      *            DSUBCPG2KRRA    - PLANOS ACOMPANHADOS (OPCIONAL NA  *
      *                              PRIMEIRA RODADA).                 *
      *  SAIDA:    DSUBCPG2KRRAN   - PLANOS ACOMPANHADOS (NOVA         *
      *                              GERACAO).                         *
      *            DSUBCPG2KRRATMP - APOIO (PARCELAS DO MOVIMENTO).    *
      *            LSUBCPG2KRRA    - RELATORIO DE OCORRENCIAS.         *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
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
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRRATIR ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRRAPLN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRRA    ASSIGN TO DISK.
           SELECT DSUBCPG2KRRAN   ASSIGN TO DISK.
           SELECT DSUBCPG2KRRATMP ASSIGN TO DISK.
           SELECT LSUBCPG2KRRA    ASSIGN TO PRINTER.
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
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
      *TABELA MENSAL PROGRESSIVA DO IR, EM ORDEM CRESCENTE DE LIMITE
      *(A ULTIMA FAIXA COM LIMITE 999999999,99). ALIQUOTA EM
      *PERCENTUAL.
        FD DSUBCPG2KRRATIR
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RRA/TIR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRRATIR.
           03 TIR-VL-LIMITE-MENSAL    PIC 9(09)V99.
           03 TIR-PC-ALIQUOTA         PIC 9(02)V99.
           03 TIR-VL-DEDUCAO-MENSAL   PIC 9(07)V99.
           03 FILLER                  PIC X(16).
      *
      *PLANO DE PARCELAMENTO DO RRA INFORMADO NA CONCESSAO. REGISTRO
      *REPETIDO PARA O MESMO PLANO ATUALIZA O PREVISTO.
        FD DSUBCPG2KRRAPLN
           RECORD CONTAINS  50 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RRA/PLN ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRRAPLN.
           03 PLN-NU-NB               PIC 9(10).
           03 PLN-DT-INI-PERIODO      PIC 9(08).
           03 PLN-DT-FIM-PERIODO      PIC 9(08).
           03 PLN-QT-PARCELAS         PIC 9(03).
           03 PLN-VL-TOTAL            PIC 9(11)V99.
           03 FILLER                  PIC X(08).
      *
      *PLANOS ACOMPANHADOS, UM POR NB E PERIODO DOS ATRASADOS.
        FD DSUBCPG2KRRA
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RRA ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRRA.
           03 RRA-CHAVE.
              05 RRA-NU-NB            PIC 9(10).
              05 RRA-DT-INI-PERIODO   PIC 9(08).
              05 RRA-DT-FIM-PERIODO   PIC 9(08).
           03 RRA-QT-PARC-PREVISTA    PIC 9(03).
           03 RRA-VL-PREVISTO         PIC 9(11)V99.
           03 RRA-QT-PARC-PAGAS       PIC 9(03).
           03 RRA-VL-PAGO             PIC 9(11)V99.
      *        DATA DO ULTIMO MOVIMENTO COM PARCELA JA INCORPORADA
           03 RRA-DT-ULT-MOV          PIC 9(08).
           03 RRA-DT-ABERTURA         PIC 9(08).
           03 RRA-DT-QUITACAO         PIC 9(08).
      *        "A" - ABERTO   "Q" - QUITADO
           03 RRA-CS-SITUACAO         PIC X(01).
      *        GERACOES SEGUIDAS SEM PARCELA (PLANO ABERTO)
           03 RRA-QT-GER-SEM-PARC     PIC 9(02).
           03 FILLER                  PIC X(15).
      *
        FD DSUBCPG2KRRAN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RRA ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRRAN       PIC X(100).
      *
        FD DSUBCPG2KRRATMP
           RECORD CONTAINS 160 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RRA/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRRATMP     PIC X(160).
      *
        FD LSUBCPG2KRRA.
        01 LINHA-RRA              PIC X(133).
      *
        SD SORTWK.
      *PRIMEIRA CLASSIFICACAO: CHAVE DO CREDITO; 1 = CP01 RRA,
      *2 = CP50 COM QT-MESES-RRA.
        01 SRTI-REG.
           03 SRTI-CHAVE.
              05 SRTI-DT-MOV-CREDITO  PIC 9(08).
              05 SRTI-NU-NB           PIC 9(10).
              05 SRTI-CS-NATUR-CRED   PIC 9(02).
              05 SRTI-DT-FIM-PERIODO  PIC 9(08).
              05 SRTI-DT-INI-PERIODO  PIC 9(08).
              05 SRTI-ID-NIT          PIC 9(10).
              05 SRTI-SEQ-REG         PIC 9(09).
           03 SRTI-TIPO               PIC 9(01).
           03 SRTI-VL-LIQUIDO         PIC 9(10)V99.
           03 SRTI-VL-IR              PIC 9(10)V99.
           03 SRTI-IN-ISENTO-IR       PIC 9(01).
           03 SRTI-IN-CREDITO-RRA     PIC 9(01).
           03 SRTI-IN-RRA-PARCELADO   PIC 9(01).
           03 SRTI-QT-MESES-RRA       PIC 9(03).
      *SEGUNDA CLASSIFICACAO: PLANO (NB + PERIODO); 1 = PLANO
      *ACOMPANHADO, 2 = PLANO INFORMADO, 3 = PARCELA DO MOVIMENTO.
        01 SRTP-REG.
           03 SRTP-CHAVE.
              05 SRTP-NU-NB           PIC 9(10).
              05 SRTP-DT-INI-PERIODO  PIC 9(08).
              05 SRTP-DT-FIM-PERIODO  PIC 9(08).
           03 SRTP-TIPO               PIC 9(01).
           03 SRTP-DT-MOV-CREDITO     PIC 9(08).
           03 SRTP-VALOR              PIC 9(11)V99.
           03 SRTP-QT-PARCELAS        PIC 9(03).
           03 SRTP-IMAGEM             PIC X(100).
           03 FILLER                  PIC X(09).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KRRA".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DT-HOJE                 PIC 9(08) VALUE ZEROS.
      *
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-450            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CRED-RRA             PIC 9(08) VALUE ZEROS.
       77  WS-CT-IR-CONFERIDO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-IR-DIVERGE           PIC 9(08) VALUE ZEROS.
       77  WS-VL-IR-DIFERENCA         PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-SEM-MESES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-IR-SEM-TABELA        PIC 9(08) VALUE ZEROS.
       77  WS-CT-PARCELAS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-PLN            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-RRA            PIC 9(08) VALUE ZEROS.
       77  WS-CT-PLANOS               PIC 9(08) VALUE ZEROS.
       77  WS-CT-PLANOS-NOVOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-PLANOS-SEM-PREVISTO  PIC 9(08) VALUE ZEROS.
       77  WS-CT-QUITADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-PARC-REPROCESSO      PIC 9(08) VALUE ZEROS.
       77  WS-CT-OC-AUSENTE           PIC 9(08) VALUE ZEROS.
       77  WS-CT-OC-DUPLICADA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-OC-ALEM              PIC 9(08) VALUE ZEROS.
      *
      *TABELA MENSAL DO IR EM MEMORIA.
       01  WS-TABELA-TIR.
           03  WS-TIR OCCURS 10 TIMES.
               05  WS-TIR-VL-LIMITE         PIC 9(09)V99.
               05  WS-TIR-PC-ALIQUOTA       PIC 9(02)V99.
               05  WS-TIR-VL-DEDUCAO        PIC 9(07)V99.
       77  WS-QTDE-TIR                PIC 9(02) VALUE ZEROS.
       77  WS-IX-TIR                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-TIR-FAIXA            PIC 9(02) VALUE ZEROS.
      *
      *CREDITO RRA PENDENTE NA PRIMEIRA CLASSIFICACAO (ESPERA O CP50
      *DE MESMA CHAVE, QUE VEM LOGO DEPOIS).
       77  WS-IN-PENDENTE             PIC 9(01) VALUE 0.
       01  WS-PEN-REG.
           03 WS-PEN-CHAVE.
              05 WS-PEN-DT-MOV-CREDITO  PIC 9(08).
              05 WS-PEN-NU-NB           PIC 9(10).
              05 WS-PEN-CS-NATUR-CRED   PIC 9(02).
              05 WS-PEN-DT-FIM-PERIODO  PIC 9(08).
              05 WS-PEN-DT-INI-PERIODO  PIC 9(08).
              05 WS-PEN-ID-NIT          PIC 9(10).
              05 WS-PEN-SEQ-REG         PIC 9(09).
           03 WS-PEN-TIPO               PIC 9(01).
           03 WS-PEN-VL-LIQUIDO         PIC 9(10)V99.
           03 WS-PEN-VL-IR              PIC 9(10)V99.
           03 WS-PEN-IN-ISENTO-IR       PIC 9(01).
           03 WS-PEN-IN-CREDITO-RRA     PIC 9(01).
           03 WS-PEN-IN-RRA-PARCELADO   PIC 9(01).
           03 WS-PEN-QT-MESES-RRA       PIC 9(03).
      *
       77  WS-IR-BASE                 PIC 9(11)V99 VALUE ZEROS.
       77  WS-IR-LIMITE               PIC 9(13)V99 VALUE ZEROS.
       77  WS-IR-DEDUCAO              PIC 9(11)V99 VALUE ZEROS.
       77  WS-IR-CALCULADO            PIC S9(11)V99 VALUE ZEROS.
       77  WS-IR-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
      *
      *PLANO CORRENTE NA SEGUNDA CLASSIFICACAO.
       77  WS-IN-PLANO-ABERTO         PIC 9(01) VALUE 0.
       77  WS-PLA-IN-EXISTIA          PIC 9(01) VALUE 0.
       77  WS-PLA-QT-NOVAS            PIC 9(03) VALUE ZEROS.
       77  WS-PLA-QT-REPROCESSO       PIC 9(03) VALUE ZEROS.
       77  WS-PLA-DT-MOV-ANT          PIC 9(08) VALUE ZEROS.
       77  WS-PLA-QT-DUPLICADAS       PIC 9(03) VALUE ZEROS.
       77  WS-PLA-IN-ALEM             PIC 9(01) VALUE 0.
       77  WS-PLA-DT-ULT-MOV-ANT      PIC 9(08) VALUE ZEROS.
       01  WS-PLANO.
           03 WS-PLA-CHAVE.
              05 WS-PLA-NU-NB           PIC 9(10).
              05 WS-PLA-DT-INI-PERIODO  PIC 9(08).
              05 WS-PLA-DT-FIM-PERIODO  PIC 9(08).
           03 WS-PLA-QT-PARC-PREVISTA   PIC 9(03).
           03 WS-PLA-VL-PREVISTO        PIC 9(11)V99.
           03 WS-PLA-QT-PARC-PAGAS      PIC 9(03).
           03 WS-PLA-VL-PAGO            PIC 9(11)V99.
           03 WS-PLA-DT-ULT-MOV         PIC 9(08).
           03 WS-PLA-DT-ABERTURA        PIC 9(08).
           03 WS-PLA-DT-QUITACAO        PIC 9(08).
           03 WS-PLA-CS-SITUACAO        PIC X(01).
           03 WS-PLA-QT-GER-SEM-PARC    PIC 9(02).
           03 FILLER                    PIC X(15).
      *
       01  CAB-01-RRA.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/RRA".
           03 FILLER                PIC X(48) VALUE
              "RRA - PARCELAS E IR DE MESES ACUMULADOS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-RRA.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-SECAO-RRA.
           03 FILLER                PIC X(04) VALUE "*** ".
           03 CAB-SECAO-TEXTO       PIC X(60).
      *
       01  DET-IR-RRA.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-IR-NB             PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  DT-MOV: ".
           03 DET-IR-DT-MOV         PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  MESES: ".
           03 DET-IR-MESES          PIC ZZ9.
           03 FILLER                PIC X(08) VALUE "  BASE: ".
           03 DET-IR-BASE           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(10) VALUE "  IR CP01:".
           03 DET-IR-CP01           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(11) VALUE "  IR CALC.:".
           03 DET-IR-CALC           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-IR-OBS            PIC X(14).
      *
       01  DET-PLA-RRA.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-PLA-NB            PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  PERIODO ".
           03 DET-PLA-DT-INI        PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-PLA-DT-FIM        PIC 9999/99/99.
           03 FILLER                PIC X(10) VALUE "  PARCELAS".
           03 DET-PLA-QT-PAGAS      PIC ZZ9.
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-PLA-QT-PREVISTA   PIC ZZ9.
           03 FILLER                PIC X(08) VALUE "  PAGO: ".
           03 DET-PLA-VL-PAGO       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE " / ".
           03 DET-PLA-VL-PREVISTO   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-PLA-OCORRENCIA    PIC X(30).
      *
       01  TRAILER-RRA.
           03 TEXTO-TRL-RRA         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-RRA            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-RRA.
           03 TEXTO-TRL-VL-RRA      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-RRA            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           MOVE "CONFERENCIA DO IR DOS CREDITOS RRA" TO CAB-SECAO-TEXTO.
           WRITE LINHA-RRA FROM CAB-SECAO-RRA AFTER 2.
      *
           SORT SORTWK
                ASCENDING KEY SRTI-CHAVE SRTI-TIPO
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CONFERE-IR
                                 THRU 3000-CONFERE-FIM.
      *
           MOVE "ACOMPANHAMENTO DO RRA PARCELADO" TO CAB-SECAO-TEXTO.
           WRITE LINHA-RRA FROM CAB-SECAO-RRA AFTER 3.
      *
           SORT SORTWK
                ASCENDING KEY SRTP-CHAVE SRTP-TIPO SRTP-DT-MOV-CREDITO
                INPUT  PROCEDURE 4000-SOLTA-PLANOS
                                 THRU 4000-SOLTA-FIM
                OUTPUT PROCEDURE 5000-ACOMPANHA
                                 THRU 5000-ACOMPANHA-FIM.
      *
           PERFORM 6000-FINALIZA
              THRU 6000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KRRA.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           WRITE LINHA-RRA FROM CAB-01-RRA AFTER PAGE.
           WRITE LINHA-RRA FROM CAB-02-RRA AFTER 1.
      *
           OPEN INPUT DSUBCPG2KRRATIR.
           MOVE "NAO" TO WS-EOF.
           PERFORM 1100-CARREGA-TABELA
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRRATIR.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-TABELA.
      *--------------------*
      *
           READ DSUBCPG2KRRATIR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-TIR EQUAL 10
              DISPLAY "PSUBCPG2KRRA: MAIS DE 10 FAIXAS NA TABELA DO IR"
              DISPLAY "REVER D/SUB/CPG/2K/RRA/TIR"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-TIR.
           MOVE TIR-VL-LIMITE-MENSAL
                               TO WS-TIR-VL-LIMITE (WS-QTDE-TIR).
           MOVE TIR-PC-ALIQUOTA
                               TO WS-TIR-PC-ALIQUOTA (WS-QTDE-TIR).
           MOVE TIR-VL-DEDUCAO-MENSAL
                               TO WS-TIR-VL-DEDUCAO (WS-QTDE-TIR).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE DA CONFERENCIA DO IR: LIBERA O CP01 RRA E O
      *    CP50 COM QUANTIDADE DE MESES.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-MOVIMENTO.
      *---------------------*
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CP01
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-CP50
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CP01.
      *-------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-401.
           IF CP01-IN-CREDITO-RRA NOT EQUAL 1
              AND CP01-IN-RRA-PARCELADO NOT EQUAL 1
              GO TO 2100-FIM.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              GO TO 2100-FIM.
      *
           MOVE ZEROS                  TO SRTI-REG.
           MOVE CP01-DT-MOV-CREDITO    TO SRTI-DT-MOV-CREDITO.
           MOVE CP01-NU-NB             TO SRTI-NU-NB.
           MOVE CP01-CS-NATUR-CREDITO  TO SRTI-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO    TO SRTI-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO    TO SRTI-DT-INI-PERIODO.
           MOVE CP01-ID-NIT            TO SRTI-ID-NIT.
           MOVE CP01-SEQ-REG           TO SRTI-SEQ-REG.
           MOVE 1                      TO SRTI-TIPO.
           MOVE CP01-VL-LIQUIDO-CRED   TO SRTI-VL-LIQUIDO.
           IF CP01-QT-IR NOT EQUAL ZEROS
              MOVE CP01-VL-IR          TO SRTI-VL-IR.
           MOVE CP01-IN-CRED-ISENTO-IR TO SRTI-IN-ISENTO-IR.
           MOVE CP01-IN-CREDITO-RRA    TO SRTI-IN-CREDITO-RRA.
           MOVE CP01-IN-RRA-PARCELADO  TO SRTI-IN-RRA-PARCELADO.
           RELEASE SRTI-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-CP50.
      *-------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-450.
           IF CP50-QT-MESES-RRA EQUAL ZEROS
              GO TO 2200-FIM.
      *
           MOVE ZEROS                 TO SRTI-REG.
           MOVE CP50-DT-MOV-CREDITO   TO SRTI-DT-MOV-CREDITO.
           MOVE CP50-NU-NB            TO SRTI-NU-NB.
           MOVE CP50-CS-NATUR-CREDITO TO SRTI-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTI-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTI-DT-INI-PERIODO.
           MOVE CP50-ID-NIT           TO SRTI-ID-NIT.
           MOVE CP50-SEQ-REG          TO SRTI-SEQ-REG.
           MOVE 2                     TO SRTI-TIPO.
           MOVE CP50-QT-MESES-RRA     TO SRTI-QT-MESES-RRA.
           RELEASE SRTI-REG.
      *
       2200-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA CONFERENCIA DO IR: O CREDITO FICA
      *    PENDENTE ATE SE SABER SE HA CP50 DE MESMA CHAVE; NA TROCA DE
      *    CHAVE (OU NO FIM) E CONFERIDO E, SE PARCELADO, VAI PARA O
      *    APOIO DO ACOMPANHAMENTO.
      *----------------------------------------------------------------
       3000-CONFERE-IR SECTION.
       3000-CONFERE-CREDITOS.
      *----------------------*
      *
           OPEN OUTPUT DSUBCPG2KRRATMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-ITEM
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-PENDENTE EQUAL 1
              PERFORM 3200-FECHA-CREDITO
                 THRU 3200-FIM.
           CLOSE DSUBCPG2KRRATMP.
           GO TO 3000-CONFERE-FIM.
      *
       3100-UM-ITEM.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTI-TIPO EQUAL 2
              IF WS-IN-PENDENTE EQUAL 1
                 AND SRTI-CHAVE EQUAL WS-PEN-CHAVE
                 MOVE SRTI-QT-MESES-RRA TO WS-PEN-QT-MESES-RRA
              END-IF
              GO TO 3100-FIM.
      *
           IF WS-IN-PENDENTE EQUAL 1
              PERFORM 3200-FECHA-CREDITO
                 THRU 3200-FIM.
      *
           MOVE SRTI-REG TO WS-PEN-REG.
           MOVE 1        TO WS-IN-PENDENTE.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-FECHA-CREDITO.
      *-------------------*
      *
           MOVE 0 TO WS-IN-PENDENTE.
      *
           IF WS-PEN-IN-RRA-PARCELADO EQUAL 1
              ADD 1 TO WS-CT-PARCELAS
              MOVE SPACES                TO SRTP-REG
              MOVE WS-PEN-NU-NB          TO SRTP-NU-NB
              MOVE WS-PEN-DT-INI-PERIODO TO SRTP-DT-INI-PERIODO
              MOVE WS-PEN-DT-FIM-PERIODO TO SRTP-DT-FIM-PERIODO
              MOVE 3                     TO SRTP-TIPO
              MOVE WS-PEN-DT-MOV-CREDITO TO SRTP-DT-MOV-CREDITO
              MOVE WS-PEN-VL-LIQUIDO     TO SRTP-VALOR
              MOVE ZEROS                 TO SRTP-QT-PARCELAS
              WRITE REG-DSUBCPG2KRRATMP FROM SRTP-REG.
      *
           IF WS-PEN-IN-CREDITO-RRA NOT EQUAL 1
              GO TO 3200-FIM.
      *
           ADD 1 TO WS-CT-CRED-RRA.
           COMPUTE WS-IR-BASE = WS-PEN-VL-LIQUIDO + WS-PEN-VL-IR.
           MOVE SPACES            TO DET-IR-OBS.
           MOVE WS-PEN-NU-NB      TO DET-IR-NB.
           MOVE WS-PEN-DT-MOV-CREDITO TO DET-IR-DT-MOV.
           MOVE WS-PEN-QT-MESES-RRA   TO DET-IR-MESES.
           MOVE WS-IR-BASE        TO DET-IR-BASE.
           MOVE WS-PEN-VL-IR      TO DET-IR-CP01.
           MOVE ZEROS             TO DET-IR-CALC.
      *
           IF WS-PEN-QT-MESES-RRA EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-MESES
              MOVE "SEM QT-MESES" TO DET-IR-OBS
              WRITE LINHA-RRA FROM DET-IR-RRA AFTER 1
              GO TO 3200-FIM.
      *
           IF WS-PEN-IN-ISENTO-IR EQUAL 1
              MOVE ZEROS TO WS-IR-CALCULADO
           ELSE
              IF WS-QTDE-TIR EQUAL ZEROS
                 ADD 1 TO WS-CT-IR-SEM-TABELA
                 GO TO 3200-FIM
              ELSE
                 PERFORM 3300-CALCULA-IR
                    THRU 3300-FIM.
      *
           ADD 1 TO WS-CT-IR-CONFERIDO.
           COMPUTE WS-IR-DIFERENCA = WS-PEN-VL-IR - WS-IR-CALCULADO.
           IF WS-IR-DIFERENCA NOT GREATER 0,01
              AND WS-IR-DIFERENCA NOT LESS -0,01
              GO TO 3200-FIM.
      *
           ADD 1 TO WS-CT-IR-DIVERGE.
           IF WS-IR-DIFERENCA LESS ZEROS
              SUBTRACT WS-IR-DIFERENCA FROM WS-VL-IR-DIFERENCA
           ELSE
              ADD WS-IR-DIFERENCA TO WS-VL-IR-DIFERENCA.
           MOVE WS-IR-CALCULADO   TO DET-IR-CALC.
           IF WS-PEN-IN-ISENTO-IR EQUAL 1
              MOVE "ISENTO COM IR" TO DET-IR-OBS
           ELSE
              MOVE "IR DIVERGENTE" TO DET-IR-OBS.
           WRITE LINHA-RRA FROM DET-IR-RRA AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    IR PELA TABELA ACUMULADA: LIMITE DA FAIXA E PARCELA A
      *    DEDUZIR MULTIPLICADOS PELA QUANTIDADE DE MESES.
      *----------------------------------------------------------------
       3300-CALCULA-IR.
      *----------------*
      *
           MOVE ZEROS TO WS-IX-TIR-FAIXA.
           PERFORM VARYING WS-IX-TIR FROM 1 BY 1
                     UNTIL WS-IX-TIR GREATER WS-QTDE-TIR
                        OR WS-IX-TIR-FAIXA NOT EQUAL ZEROS
              COMPUTE WS-IR-LIMITE = WS-TIR-VL-LIMITE (WS-IX-TIR) *
                                     WS-PEN-QT-MESES-RRA
              IF WS-IR-BASE NOT GREATER WS-IR-LIMITE
                 MOVE WS-IX-TIR TO WS-IX-TIR-FAIXA
              END-IF
           END-PERFORM.
      *BASE ACIMA DO LIMITE DA ULTIMA FAIXA CADASTRADA: ULTIMA FAIXA.
           IF WS-IX-TIR-FAIXA EQUAL ZEROS
              MOVE WS-QTDE-TIR TO WS-IX-TIR-FAIXA.
      *
           COMPUTE WS-IR-DEDUCAO = WS-TIR-VL-DEDUCAO (WS-IX-TIR-FAIXA) *
                                   WS-PEN-QT-MESES-RRA.
           COMPUTE WS-IR-CALCULADO ROUNDED =
                   WS-IR-BASE * WS-TIR-PC-ALIQUOTA (WS-IX-TIR-FAIXA)
                   / 100 - WS-IR-DEDUCAO.
           IF WS-IR-CALCULADO LESS ZEROS
              MOVE ZEROS TO WS-IR-CALCULADO.
      *
       3300-FIM. EXIT.
      *---------*
       3000-CONFERE-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE DO ACOMPANHAMENTO: PLANOS ACOMPANHADOS,
      *    PLANOS INFORMADOS E PARCELAS DO MOVIMENTO (APOIO).
      *----------------------------------------------------------------
       4000-SOLTA-PLANOS SECTION.
       4000-SOLTA-ARQUIVOS.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2KRRA.
           MOVE "NAO" TO WS-EOF.
           PERFORM 4100-UM-PLANO
              THRU 4100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRRA.
      *
           OPEN INPUT DSUBCPG2KRRAPLN.
           MOVE "NAO" TO WS-EOF.
           PERFORM 4200-UM-PREVISTO
              THRU 4200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRRAPLN.
      *
           OPEN INPUT DSUBCPG2KRRATMP.
           MOVE "NAO" TO WS-EOF.
           PERFORM 4300-UMA-PARCELA
              THRU 4300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRRATMP.
           GO TO 4000-SOLTA-FIM.
      *
       4100-UM-PLANO.
      *--------------*
      *
           READ DSUBCPG2KRRA
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 4100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-RRA.
           MOVE SPACES           TO SRTP-REG.
           MOVE RRA-CHAVE        TO SRTP-CHAVE.
           MOVE 1                TO SRTP-TIPO.
           MOVE ZEROS            TO SRTP-DT-MOV-CREDITO SRTP-VALOR
                                    SRTP-QT-PARCELAS.
           MOVE REG-DSUBCPG2KRRA TO SRTP-IMAGEM.
           RELEASE SRTP-REG.
      *
       4100-FIM. EXIT.
      *---------*
      *
       4200-UM-PREVISTO.
      *-----------------*
      *
           READ DSUBCPG2KRRAPLN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 4200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-PLN.
           MOVE SPACES             TO SRTP-REG.
           MOVE PLN-NU-NB          TO SRTP-NU-NB.
           MOVE PLN-DT-INI-PERIODO TO SRTP-DT-INI-PERIODO.
           MOVE PLN-DT-FIM-PERIODO TO SRTP-DT-FIM-PERIODO.
           MOVE 2                  TO SRTP-TIPO.
           MOVE ZEROS              TO SRTP-DT-MOV-CREDITO.
           MOVE PLN-VL-TOTAL       TO SRTP-VALOR.
           MOVE PLN-QT-PARCELAS    TO SRTP-QT-PARCELAS.
           RELEASE SRTP-REG.
      *
       4200-FIM. EXIT.
      *---------*
      *
       4300-UMA-PARCELA.
      *-----------------*
      *
           READ DSUBCPG2KRRATMP INTO SRTP-REG
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 4300-FIM.
      *
           RELEASE SRTP-REG.
      *
       4300-FIM. EXIT.
      *---------*
       4000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DO ACOMPANHAMENTO: ATUALIZA CADA PLANO COM
      *    AS PARCELAS DO MOVIMENTO E GRAVA A NOVA GERACAO.
      *----------------------------------------------------------------
       5000-ACOMPANHA SECTION.
       5000-ACOMPANHA-PLANOS.
      *----------------------*
      *
           OPEN OUTPUT DSUBCPG2KRRAN.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-UM-ITEM
              THRU 5100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-PLANO-ABERTO EQUAL 1
              PERFORM 5500-FECHA-PLANO
                 THRU 5500-FIM.
           CLOSE DSUBCPG2KRRAN SAVE.
           GO TO 5000-ACOMPANHA-FIM.
      *
       5100-UM-ITEM.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 5100-FIM.
      *
           IF WS-IN-PLANO-ABERTO EQUAL 1
              AND SRTP-CHAVE NOT EQUAL WS-PLA-CHAVE
              PERFORM 5500-FECHA-PLANO
                 THRU 5500-FIM.
      *
           IF WS-IN-PLANO-ABERTO EQUAL 0
              PERFORM 5200-ABRE-PLANO
                 THRU 5200-FIM.
      *
           IF SRTP-TIPO EQUAL 1
              MOVE SRTP-IMAGEM       TO WS-PLANO
              MOVE 1                 TO WS-PLA-IN-EXISTIA
              MOVE WS-PLA-DT-ULT-MOV TO WS-PLA-DT-ULT-MOV-ANT
              GO TO 5100-FIM.
      *
           IF SRTP-TIPO EQUAL 2
              MOVE SRTP-QT-PARCELAS TO WS-PLA-QT-PARC-PREVISTA
              MOVE SRTP-VALOR       TO WS-PLA-VL-PREVISTO
              GO TO 5100-FIM.
      *
      *PARCELA DE MOVIMENTO JA INCORPORADO (REPROCESSAMENTO).
           IF SRTP-DT-MOV-CREDITO NOT GREATER WS-PLA-DT-ULT-MOV-ANT
              ADD 1 TO WS-PLA-QT-REPROCESSO WS-CT-PARC-REPROCESSO
              GO TO 5100-FIM.
      *
           IF WS-PLA-QT-NOVAS GREATER ZEROS
              AND SRTP-DT-MOV-CREDITO EQUAL WS-PLA-DT-MOV-ANT
              ADD 1 TO WS-PLA-QT-DUPLICADAS.
      *
           IF WS-PLA-CS-SITUACAO EQUAL "Q"
              MOVE 1 TO WS-PLA-IN-ALEM.
      *
           ADD 1                   TO WS-PLA-QT-NOVAS.
           MOVE SRTP-DT-MOV-CREDITO TO WS-PLA-DT-MOV-ANT.
           ADD 1                   TO WS-PLA-QT-PARC-PAGAS.
           ADD SRTP-VALOR          TO WS-PLA-VL-PAGO.
           IF SRTP-DT-MOV-CREDITO GREATER WS-PLA-DT-ULT-MOV
              MOVE SRTP-DT-MOV-CREDITO TO WS-PLA-DT-ULT-MOV.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-ABRE-PLANO.
      *----------------*
      *
           MOVE 1          TO WS-IN-PLANO-ABERTO.
           MOVE 0          TO WS-PLA-IN-EXISTIA WS-PLA-IN-ALEM.
           MOVE ZEROS      TO WS-PLA-QT-NOVAS WS-PLA-QT-REPROCESSO
                              WS-PLA-QT-DUPLICADAS WS-PLA-DT-MOV-ANT
                              WS-PLA-DT-ULT-MOV-ANT.
           MOVE SPACES     TO WS-PLANO.
           MOVE SRTP-CHAVE TO WS-PLA-CHAVE.
           MOVE ZEROS      TO WS-PLA-QT-PARC-PREVISTA WS-PLA-VL-PREVISTO
                              WS-PLA-QT-PARC-PAGAS WS-PLA-VL-PAGO
                              WS-PLA-DT-ULT-MOV WS-PLA-DT-QUITACAO
                              WS-PLA-QT-GER-SEM-PARC.
           MOVE WS-DT-HOJE TO WS-PLA-DT-ABERTURA.
           MOVE "A"        TO WS-PLA-CS-SITUACAO.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5500-FECHA-PLANO.
      *-----------------*
      *
           MOVE 0 TO WS-IN-PLANO-ABERTO.
           ADD 1 TO WS-CT-PLANOS.
           IF WS-PLA-IN-EXISTIA EQUAL 0
              ADD 1 TO WS-CT-PLANOS-NOVOS.
           IF WS-PLA-QT-PARC-PREVISTA EQUAL ZEROS
              AND WS-PLA-VL-PREVISTO EQUAL ZEROS
              ADD 1 TO WS-CT-PLANOS-SEM-PREVISTO.
      *
           MOVE WS-PLA-NU-NB            TO DET-PLA-NB.
           MOVE WS-PLA-DT-INI-PERIODO   TO DET-PLA-DT-INI.
           MOVE WS-PLA-DT-FIM-PERIODO   TO DET-PLA-DT-FIM.
           MOVE WS-PLA-QT-PARC-PREVISTA TO DET-PLA-QT-PREVISTA.
           MOVE WS-PLA-VL-PREVISTO      TO DET-PLA-VL-PREVISTO.
      *
      *PLANO ABERTO QUE JA VINHA DE GERACAO ANTERIOR E NAO RECEBEU
      *PARCELA NESTE MOVIMENTO (NEM EM REPROCESSAMENTO).
           IF WS-PLA-IN-EXISTIA EQUAL 1
              AND WS-PLA-CS-SITUACAO EQUAL "A"
              AND WS-PLA-QT-NOVAS EQUAL ZEROS
              AND WS-PLA-QT-REPROCESSO EQUAL ZEROS
              ADD 1 TO WS-CT-OC-AUSENTE
              ADD 1 TO WS-PLA-QT-GER-SEM-PARC
              MOVE "PARCELA AUSENTE NA GERACAO" TO DET-PLA-OCORRENCIA
              PERFORM 5600-LINHA-PLANO
                 THRU 5600-FIM.
      *
           IF WS-PLA-QT-NOVAS GREATER ZEROS
              MOVE ZEROS TO WS-PLA-QT-GER-SEM-PARC.
      *
           IF WS-PLA-QT-DUPLICADAS GREATER ZEROS
              ADD WS-PLA-QT-DUPLICADAS TO WS-CT-OC-DUPLICADA
              MOVE "PARCELA PAGA EM DUPLICIDADE" TO DET-PLA-OCORRENCIA
              PERFORM 5600-LINHA-PLANO
                 THRU 5600-FIM.
      *
           IF WS-PLA-QT-NOVAS GREATER ZEROS
              IF WS-PLA-QT-PARC-PREVISTA NOT EQUAL ZEROS
                 AND WS-PLA-QT-PARC-PAGAS GREATER
                                          WS-PLA-QT-PARC-PREVISTA
                 MOVE 1 TO WS-PLA-IN-ALEM
              END-IF
              IF WS-PLA-VL-PREVISTO NOT EQUAL ZEROS
                 AND WS-PLA-VL-PAGO GREATER WS-PLA-VL-PREVISTO
                 MOVE 1 TO WS-PLA-IN-ALEM
              END-IF.
      *
           IF WS-PLA-IN-ALEM EQUAL 1
              ADD 1 TO WS-CT-OC-ALEM
              MOVE "PAGAMENTO ALEM DO PLANO"    TO DET-PLA-OCORRENCIA
              PERFORM 5600-LINHA-PLANO
                 THRU 5600-FIM.
      *
      *QUITACAO: PARCELAS OU VALOR PREVISTOS ATINGIDOS.
           IF WS-PLA-CS-SITUACAO EQUAL "A"
              IF (WS-PLA-QT-PARC-PREVISTA NOT EQUAL ZEROS
                  AND WS-PLA-QT-PARC-PAGAS NOT LESS
                                          WS-PLA-QT-PARC-PREVISTA)
                 OR (WS-PLA-VL-PREVISTO NOT EQUAL ZEROS
                  AND WS-PLA-VL-PAGO NOT LESS WS-PLA-VL-PREVISTO)
                 ADD 1 TO WS-CT-QUITADOS
                 MOVE "Q"        TO WS-PLA-CS-SITUACAO
                 MOVE WS-DT-HOJE TO WS-PLA-DT-QUITACAO.
      *
           WRITE REG-DSUBCPG2KRRAN FROM WS-PLANO.
      *
       5500-FIM. EXIT.
      *---------*
      *
       5600-LINHA-PLANO.
      *-----------------*
      *
           MOVE WS-PLA-QT-PARC-PAGAS TO DET-PLA-QT-PAGAS.
           MOVE WS-PLA-VL-PAGO       TO DET-PLA-VL-PAGO.
           WRITE LINHA-RRA FROM DET-PLA-RRA AFTER 1.
      *
       5600-FIM. EXIT.
      *---------*
       5000-ACOMPANHA-FIM. EXIT.
      *
       6000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-RRA.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 3.
      *
           MOVE "REGISTROS CP450 LIDOS                        " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-LIDOS-450 TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "CREDITOS RRA                                 " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-CRED-RRA TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  IR CONFERIDO                               " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-IR-CONFERIDO TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  IR DIVERGENTE                              " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-IR-DIVERGE TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  SEM QT-MESES-RRA NO CP450                  " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-SEM-MESES TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  NAO CONFERIDO (SEM TABELA DO IR)           " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-IR-SEM-TABELA TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-RRA.
           MOVE "DIFERENCA DE IR (SOMA DAS DIVERGENCIAS)      " TO
                                                   TEXTO-TRL-VL-RRA.
           MOVE WS-VL-IR-DIFERENCA TO VL-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-VL-RRA AFTER 1.
      *
           MOVE "PARCELAS RRA NO MOVIMENTO                    " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-PARCELAS TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 2.
      *
           MOVE "  JA INCORPORADAS (REPROCESSAMENTO)          " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-PARC-REPROCESSO TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "PLANOS INFORMADOS LIDOS                      " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-LIDOS-PLN TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "PLANOS ACOMPANHADOS LIDOS                    " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-LIDOS-RRA TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "PLANOS GRAVADOS                              " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-PLANOS TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  NOVOS                                      " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-PLANOS-NOVOS TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  SEM PREVISTO INFORMADO                     " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-PLANOS-SEM-PREVISTO TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "  QUITADOS NESTA RODADA                      " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-QUITADOS TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "OCORRENCIA: PARCELA AUSENTE                  " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-OC-AUSENTE TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "OCORRENCIA: PARCELA EM DUPLICIDADE           " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-OC-DUPLICADA TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           MOVE "OCORRENCIA: PAGAMENTO ALEM DO PLANO          " TO
                                                      TEXTO-TRL-RRA.
           MOVE WS-CT-OC-ALEM TO QT-TRL-RRA.
           WRITE LINHA-RRA FROM TRAILER-RRA AFTER 1.
      *
           CLOSE LSUBCPG2KRRA.
      *
       6000-FIM. EXIT.
      *---------*
