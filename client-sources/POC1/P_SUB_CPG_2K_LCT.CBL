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
       PROGRAM-ID.      PSUBCPG2KLCT.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: LANCAMENTOS CONTABEIS DIARIOS POR RUBRICA PARA A    *
      *            CONTABILIDADE PUBLICA FEDERAL. O PSUBCPG2KRAZAO     *
      *            AMARRA PREVISTO/EMITIDO/EFETIVADO POR ORIGEM, MAS   *
      *            OS LANCAMENTOS (DEBITO DA DESPESA PELA NATUREZA,    *
      *            CREDITO DO A PAGAR AO BANCO) ERAM DIGITADOS A MAO A *
      *            PARTIR DO RELATORIO. ESTE JOB CASA O MOVIMENTO CP01 *
      *            COM AS SITUACOES DE RETORNO 01 DA DATA DO MOVIMENTO *
      *            (D/SUB/CPG/2K/462 - MESMA VISAO DE EFETIVACAO DE    *
      *            2400-SOMA-EFETIVADO DO PSUBCPG2KRAZAO) E COM AS     *
      *            RUBRICAS EXCEDENTES DO CP430, LIBERA CADA RUBRICA   *
      *            EFETIVADA PARA UM SORT POR RUBRICA E BANCO E, NO    *
      *            OUTPUT PROCEDURE, GRAVA UM PAR DEBITO/CREDITO POR   *
      *            RUBRICA E BANCO COM O EVENTO E AS CONTAS DA RUBRICA *
      *            MASTER (RUBM-CD-EVENTO/RUBM-CT-DEBITO/              *
      *            RUBM-CT-CREDITO/RUBM-NATUREZA-DESP).                *
      *            O RELATORIO DE CONTROLE BATE DEBITOS COM CREDITOS.  *
      *            ARQUIVO DESEQUILIBRADO OU RUBRICA EFETIVADA SEM     *
      *            CONTABILIZACAO NA MASTER RETEM O ARQUIVO: O RUN     *
      *            TERMINA ANORMAL E O LIVRO DE EXECUCOES RECEBE       *
      *            RESULTADO "A", O QUE SEGURA O ENVIO NO PORTAO DE    *
      *            DEPENDENCIAS (SSUBLIB2K606).                        *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/401, D/SUB/CPG/2K/430 E                *
      *            D/SUB/CPG/2K/462 EM ORDEM ASCENDENTE DA CHAVE       *
      *            COMUM (CONFERIVEL COM PSUBCPG2K490).                *
      *                                                                *
      *  PARAMETRO: WS-PAR-DATA-MOVIMENTO - DATA DO RETORNO A          *
      *            CONTABILIZAR, AAAAMMDD (ZEROS = DATA DO DIA).       *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2K430 - RUBRICAS EXCEDENTES (CP430).         *
      *            DSUBCPG2K462 - SITUACOES DE RETORNO DOS BANCOS.     *
      *  SAIDA:    DSUBCPG2KLCT - LANCAMENTOS NO LAYOUT DA             *
      *            CONTABILIDADE PUBLICA (HEADER/DETALHE/TRAILER).     *
      *            LSUBCPG2KLCT - RELATORIO DE CONTROLE.               *
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
           SELECT DSUBCPG2K401 ASSIGN TO DISK.
           SELECT DSUBCPG2K430 ASSIGN TO DISK.
           SELECT DSUBCPG2K462 ASSIGN TO DISK.
           SELECT DSUBCPG2KLCT ASSIGN TO DISK.
           SELECT LSUBCPG2KLCT ASSIGN TO PRINTER.
           SELECT SORTWK       ASSIGN TO DISK.
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
        FD DSUBCPG2K430
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/430 ON PKBDSGF".
      *
        FD DSUBCPG2K462
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/462 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  SIT01-REG.
            03  SIT01-CHAVE.
                05  SIT01-DT-MOV-CREDITO     PIC 9(08).
                05  SIT01-NU-NB              PIC 9(10).
                05  SIT01-CS-NATUR-CREDITO   PIC 9(02).
                05  SIT01-DT-FIM-PERIODO     PIC 9(08).
                05  SIT01-DT-INI-PERIODO     PIC 9(08).
                05  SIT01-SEQ-REG            PIC 9(09).
            03  SIT01-ID-BANCO               PIC 9(03).
            03  SIT01-CS-RETORNO             PIC 9(02).
            03  SIT01-DT-RETORNO             PIC 9(08).
            03  SIT01-VL-LIQUIDO-CRED        PIC 9(10)V99.
            03  FILLER                       PIC X(10).
      *
      *LANCAMENTOS NO LAYOUT DA CONTABILIDADE PUBLICA FEDERAL: UM
      *HEADER (TIPO 0), OS DETALHES (TIPO 1, SEMPRE EM PARES DEBITO/
      *CREDITO DO MESMO EVENTO) E UM TRAILER (TIPO 9) COM OS TOTAIS
      *PARA A CONFERENCIA NA RECEPCAO.
        FD DSUBCPG2KLCT
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LCT ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  LCT0-REG.
            03  LCT0-TP-REG                  PIC 9(01).
            03  LCT0-DT-MOVIMENTO            PIC 9(08).
            03  LCT0-CD-UG                   PIC 9(06).
            03  LCT0-CD-GESTAO               PIC 9(05).
            03  LCT0-DT-GERACAO              PIC 9(08).
            03  LCT0-HR-GERACAO              PIC 9(06).
            03  FILLER                       PIC X(86).
        01  LCT1-REG.
            03  LCT1-TP-REG                  PIC 9(01).
            03  LCT1-DT-LANCAMENTO           PIC 9(08).
            03  LCT1-CD-UG                   PIC 9(06).
            03  LCT1-CD-GESTAO               PIC 9(05).
            03  LCT1-CD-EVENTO               PIC 9(06).
            03  LCT1-IN-DEB-CRED             PIC X(01).
      *            (D) = DEBITO   (C) = CREDITO
            03  LCT1-CD-CONTA                PIC 9(09).
            03  LCT1-NATUREZA-DESP           PIC 9(08).
            03  LCT1-ID-BANCO                PIC 9(03).
            03  LCT1-CS-RUBRICA              PIC 9(03).
            03  LCT1-VL-LANCAMENTO           PIC 9(15)V99.
            03  LCT1-NU-SEQ                  PIC 9(06).
            03  FILLER                       PIC X(47).
        01  LCT9-REG.
            03  LCT9-TP-REG                  PIC 9(01).
            03  LCT9-QT-LANCAMENTOS          PIC 9(08).
            03  LCT9-VL-TOT-DEBITO           PIC 9(15)V99.
            03  LCT9-VL-TOT-CREDITO          PIC 9(15)V99.
            03  FILLER                       PIC X(77).
      *
        FD LSUBCPG2KLCT.
        01 LINHA-LSUBCPG2KLCT     PIC X(133).
      *
        SD SORTWK.
        01 SRTLC-REG.
           03 SRTLC-CS-RUBRICA        PIC 9(03).
           03 SRTLC-ID-BANCO          PIC 9(03).
           03 SRTLC-VL-RUBRICA        PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KLCT".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *RUBRICA MASTER - EVENTO, CONTAS E NATUREZA DE CADA RUBRICA.
           COPY "*B/RUBRICA/MASTER ON PKBDSGF".
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604).
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KLCT".
       01  WS-LGR-EVENTO              PIC X(01).
       01  WS-LGR-INSUMO              PIC X(24).
       01  WS-LGR-INSUMO-DATA         PIC 9(08) VALUE ZEROS.
       01  WS-LGR-INSUMO-HORA         PIC 9(06) VALUE ZEROS.
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *
      *UNIDADE GESTORA E GESTAO EMITENTES DOS LANCAMENTOS DO
      *SUBSISTEMA DE PAGAMENTO DE BENEFICIOS.
       77  WS-CD-UG-EMITENTE          PIC 9(06) VALUE 510001.
       77  WS-CD-GESTAO-EMITENTE      PIC 9(05) VALUE 57202.
      *
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP430               PIC X(03) VALUE "NAO".
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-DATA-MOVIMENTO      PIC 9(08) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-EFETIVADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-RUBRICAS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-LANCAMENTOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-RUBR-SEM-CONTA       PIC 9(08) VALUE ZEROS.
       77  WS-VL-EFETIVADO            PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-APURADO              PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-SEM-CONTA            PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-TOT-DEBITO           PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-TOT-CREDITO          PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA            PIC S9(15)V99 VALUE ZEROS.
       77  WS-VL-PROVENTOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-DESCONTOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-A-PAGAR              PIC S9(15)V99 VALUE ZEROS.
       77  WS-IN-TEM-CP430            PIC 9(01) VALUE 0.
       77  WS-IN-EFETIVADO            PIC 9(01) VALUE 0.
       77  WS-IN-RETIDO               PIC 9(01) VALUE 0.
       77  WS-IX-RUBRICA              PIC 9(02) VALUE ZEROS.
      *
      *RUBRICA EM LIBERACAO PARA O SORT.
       77  WS-CS-RUBRICA-LIB          PIC 9(03) VALUE ZEROS.
       77  WS-VL-RUBRICA-LIB          PIC 9(10)V99 VALUE ZEROS.
      *
      *CHAVE COMPLETA COMUM (MESMOS GRUPOS DISPLAY DE PSUBCPG2KMRG) E
      *SUBCHAVE SEM O NIT (MESMOS GRUPOS DE PSUBCPG2KRAZAO).
       01  WS-CHAVE-CP01.
           03 WS-C01-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C01-NU-NB            PIC 9(10).
           03 WS-C01-CS-NATUR-CRED    PIC 9(02).
           03 WS-C01-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C01-DT-INI-PERIODO   PIC 9(08).
           03 WS-C01-ID-NIT           PIC 9(10).
           03 WS-C01-SEQ-REG          PIC 9(09).
      *
       01  WS-CHAVE-CP430.
           03 WS-C43-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C43-NU-NB            PIC 9(10).
           03 WS-C43-CS-NATUR-CRED    PIC 9(02).
           03 WS-C43-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C43-DT-INI-PERIODO   PIC 9(08).
           03 WS-C43-ID-NIT           PIC 9(10).
           03 WS-C43-SEQ-REG          PIC 9(09).
      *
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
      *
       01  WS-SUBCHAVE-SIT.
           03 WS-SCST-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SCST-NU-NB           PIC 9(10).
           03 WS-SCST-CS-NATUR-CRED   PIC 9(02).
           03 WS-SCST-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SCST-DT-INI-PERIODO  PIC 9(08).
           03 WS-SCST-SEQ-REG         PIC 9(09).
      *
      *QUEBRAS DO OUTPUT PROCEDURE (RUBRICA E, DENTRO DELA, BANCO).
       77  WS-RUBRICA-CORRENTE        PIC 9(03) VALUE ZEROS.
       77  WS-BANCO-CORRENTE          PIC 9(03) VALUE ZEROS.
       77  WS-VL-RUBRICA-TOT          PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-BANCO-TOT            PIC 9(15)V99 VALUE ZEROS.
       77  WS-IN-CONTABILIZA          PIC 9(01) VALUE 0.
       77  WS-IX-MASTER-LCT           PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-2KLCT.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/LCT".
           03 FILLER                PIC X(48) VALUE
              "CONTROLE DOS LANCAMENTOS CONTABEIS POR RUBRICA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KLCT.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KLCT.
           03 FILLER                PIC X(26) VALUE
              "DATA DO MOVIMENTO       : ".
           03 CAB03-DT-MOVIMENTO    PIC 9(08).
           03 FILLER                PIC X(10) VALUE "     UG : ".
           03 CAB03-UG              PIC 9(06).
           03 FILLER                PIC X(13) VALUE "     GESTAO: ".
           03 CAB03-GESTAO          PIC 9(05).
      *
       01  DET-RUBRICA-2KLCT.
           03 FILLER                PIC X(09) VALUE "RUBRICA: ".
           03 DET-RUBRICA           PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DESCRICAO         PIC X(30).
           03 FILLER                PIC X(10) VALUE "  EVENTO: ".
           03 DET-EVENTO            PIC 9(06).
           03 FILLER                PIC X(05) VALUE "  D: ".
           03 DET-CT-DEBITO         PIC 9(09).
           03 FILLER                PIC X(05) VALUE "  C: ".
           03 DET-CT-CREDITO        PIC 9(09).
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-SEM-CONTA-2KLCT.
           03 FILLER                PIC X(09) VALUE "RUBRICA: ".
           03 DETS-RUBRICA          PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(52) VALUE
              "*** SEM CONTABILIZACAO NA RUBRICA MASTER ***".
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DETS-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-2KLCT.
           03 TEXTO-TRL-2KLCT       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KLCT          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-2KLCT.
           03 TEXTO-TRL-VL-2KLCT    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-2KLCT          PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  MSG-SITUACAO-2KLCT.
           03 FILLER                PIC X(04) VALUE "*** ".
           03 MSG-SITUACAO-TEXTO    PIC X(70).
           03 FILLER                PIC X(04) VALUE " ***".
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-DATA-MOVIMENTO.
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
           SORT SORTWK
                ASCENDING KEY SRTLC-CS-RUBRICA SRTLC-ID-BANCO
                INPUT  PROCEDURE 2000-APURA-EFETIVADO
                                 THRU 2000-APURA-FIM
                OUTPUT PROCEDURE 7000-LANCA
                                 THRU 7000-LANCA-FIM.
      *
           PERFORM 3000-FECHA-CONTROLE
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
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/462" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN OUTPUT DSUBCPG2KLCT.
           OPEN OUTPUT LSUBCPG2KLCT.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA IN DTP/L1"  GIVING W77-HORA.
           IF WS-PAR-DATA-MOVIMENTO EQUAL ZEROS
              MOVE W77-DATA TO WS-PAR-DATA-MOVIMENTO.
      *
           MOVE W77-DATA              TO CAB01-DATA.
           MOVE WS-PAR-DATA-MOVIMENTO TO CAB03-DT-MOVIMENTO.
           MOVE WS-CD-UG-EMITENTE     TO CAB03-UG.
           MOVE WS-CD-GESTAO-EMITENTE TO CAB03-GESTAO.
      *
           WRITE LINHA-LSUBCPG2KLCT FROM CAB-01-2KLCT AFTER PAGE.
           WRITE LINHA-LSUBCPG2KLCT FROM CAB-02-2KLCT AFTER 1.
           WRITE LINHA-LSUBCPG2KLCT FROM CAB-03-2KLCT AFTER 1.
      *
           MOVE SPACES                TO LCT0-REG.
           MOVE 0                     TO LCT0-TP-REG.
           MOVE WS-PAR-DATA-MOVIMENTO TO LCT0-DT-MOVIMENTO.
           MOVE WS-CD-UG-EMITENTE     TO LCT0-CD-UG.
           MOVE WS-CD-GESTAO-EMITENTE TO LCT0-CD-GESTAO.
           MOVE W77-DATA              TO LCT0-DT-GERACAO.
           MOVE W77-HORA              TO LCT0-HR-GERACAO.
           WRITE LCT0-REG.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE CP01 X CP430 PELA CHAVE COMUM E
      *    CP01 X SITUACOES PELA SUBCHAVE; O CREDITO COM RETORNO 01 NA
      *    DATA DO MOVIMENTO TEM CADA RUBRICA LIBERADA PARA O SORT.
      *----------------------------------------------------------------
       2000-APURA-EFETIVADO SECTION.
       2000-APURA-MERGE.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           OPEN INPUT DSUBCPG2K430.
           OPEN INPUT DSUBCPG2K462.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-CP430
              THRU 9010-FIM.
           PERFORM 9020-LE-SIT
              THRU 9020-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K430.
           CLOSE DSUBCPG2K462.
           GO TO 2000-APURA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
           ADD 1 TO WS-CT-CREDITOS.
      *
      *ANDA COM O CP430 E COM AS SITUACOES ATE ALCANCAR O CP01
      *CORRENTE (ORFAOS SAO ASSUNTO DO PSUBCPG2K431/461, AQUI SAO SO
      *PULADOS).
           PERFORM 9010-LE-CP430
              THRU 9010-FIM
             UNTIL WS-EOF-CP430 EQUAL "SIM"
                OR WS-CHAVE-CP430 NOT LESS WS-CHAVE-CP01.
           PERFORM 9020-LE-SIT
              THRU 9020-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM"
                OR WS-SUBCHAVE-SIT NOT LESS WS-SUBCHAVE-CP01.
      *
           IF WS-EOF-CP430 NOT EQUAL "SIM"
              AND WS-CHAVE-CP430 EQUAL WS-CHAVE-CP01
              MOVE 1 TO WS-IN-TEM-CP430
           ELSE
              MOVE 0 TO WS-IN-TEM-CP430
           END-IF.
      *
           MOVE 0 TO WS-IN-EFETIVADO.
           IF WS-EOF-SIT NOT EQUAL "SIM"
              AND WS-SUBCHAVE-SIT EQUAL WS-SUBCHAVE-CP01
              IF SIT01-CS-RETORNO EQUAL 01
                 AND SIT01-DT-RETORNO EQUAL WS-PAR-DATA-MOVIMENTO
                 MOVE 1 TO WS-IN-EFETIVADO
              END-IF
              PERFORM 9020-LE-SIT
                 THRU 9020-FIM
           END-IF.
      *
      *CREDITO CANCELADO ANTES DA EMISSAO (VIDE PSUBCPG2KCAN) NAO GERA
      *DESPESA.
           IF WS-IN-EFETIVADO EQUAL 1
              IF CP01-IN-CRED-CANCELADO EQUAL 1
                 ADD 1 TO WS-CT-CANCELADOS
              ELSE
                 PERFORM 2100-LIBERA-CREDITO
                    THRU 2100-FIM
              END-IF
           END-IF.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM 9010-LE-CP430
                 THRU 9010-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2100-LIBERA-CREDITO.
      *--------------------*
      *
           ADD 1                    TO WS-CT-EFETIVADOS.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-EFETIVADO.
      *
           IF CP01-CS-RUBRICA1 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA1 TO WS-CS-RUBRICA-LIB
              MOVE CP01-VL-RUBRICA1 TO WS-VL-RUBRICA-LIB
              PERFORM 2200-LIBERA-RUBRICA
                 THRU 2200-FIM.
           IF CP01-CS-RUBRICA2 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA2 TO WS-CS-RUBRICA-LIB
              MOVE CP01-VL-RUBRICA2 TO WS-VL-RUBRICA-LIB
              PERFORM 2200-LIBERA-RUBRICA
                 THRU 2200-FIM.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM VARYING WS-IX-RUBRICA FROM 1 BY 1
                        UNTIL WS-IX-RUBRICA GREATER 13
                 IF CP430-CS-RUBRICA (WS-IX-RUBRICA) NOT EQUAL ZEROS
                    MOVE CP430-CS-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-CS-RUBRICA-LIB
                    MOVE CP430-VL-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-VL-RUBRICA-LIB
                    PERFORM 2200-LIBERA-RUBRICA
                       THRU 2200-FIM
                 END-IF
              END-PERFORM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-LIBERA-RUBRICA.
      *--------------------*
      *
           IF WS-VL-RUBRICA-LIB EQUAL ZEROS
              GO TO 2200-FIM.
      *
           ADD 1                 TO WS-CT-RUBRICAS.
           ADD WS-VL-RUBRICA-LIB TO WS-VL-APURADO.
      *
           MOVE WS-CS-RUBRICA-LIB TO SRTLC-CS-RUBRICA.
           MOVE CP01-ID-BANCO     TO SRTLC-ID-BANCO.
           MOVE WS-VL-RUBRICA-LIB TO SRTLC-VL-RUBRICA.
           RELEASE SRTLC-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-CHAVE-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-C01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-C01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-C01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-C01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-C01-DT-INI-PERIODO
                        MOVE CP01-ID-NIT         TO WS-C01-ID-NIT
                        MOVE CP01-SEQ-REG        TO WS-C01-SEQ-REG
                        MOVE WS-C01-DT-MOV-CREDITO TO
                                       WS-SC01-DT-MOV-CREDITO
                        MOVE WS-C01-NU-NB        TO WS-SC01-NU-NB
                        MOVE WS-C01-CS-NATUR-CRED TO
                                       WS-SC01-CS-NATUR-CRED
                        MOVE WS-C01-DT-FIM-PERIODO TO
                                       WS-SC01-DT-FIM-PERIODO
                        MOVE WS-C01-DT-INI-PERIODO TO
                                       WS-SC01-DT-INI-PERIODO
                        MOVE WS-C01-SEQ-REG      TO WS-SC01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *---------*
      *
       9010-LE-CP430.
      *-------------*
      *
           READ DSUBCPG2K430
                AT END MOVE "SIM" TO WS-EOF-CP430
                        MOVE HIGH-VALUES TO WS-CHAVE-CP430
                NOT AT END
                        MOVE CP430-DT-MOV-CREDITO TO
                                       WS-C43-DT-MOV-CREDITO
                        MOVE CP430-NU-NB          TO WS-C43-NU-NB
                        MOVE CP430-CS-NATUR-CREDITO TO
                                       WS-C43-CS-NATUR-CRED
                        MOVE CP430-DT-FIM-PERIODO TO
                                       WS-C43-DT-FIM-PERIODO
                        MOVE CP430-DT-INI-PERIODO TO
                                       WS-C43-DT-INI-PERIODO
                        MOVE CP430-ID-NIT         TO WS-C43-ID-NIT
                        MOVE CP430-SEQ-REG        TO WS-C43-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
      *
       9020-LE-SIT.
      *-----------*
      *
           READ DSUBCPG2K462
                AT END MOVE "SIM" TO WS-EOF-SIT
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-SIT
                NOT AT END
                        MOVE SIT01-DT-MOV-CREDITO TO
                                       WS-SCST-DT-MOV-CREDITO
                        MOVE SIT01-NU-NB          TO WS-SCST-NU-NB
                        MOVE SIT01-CS-NATUR-CREDITO TO
                                       WS-SCST-CS-NATUR-CRED
                        MOVE SIT01-DT-FIM-PERIODO TO
                                       WS-SCST-DT-FIM-PERIODO
                        MOVE SIT01-DT-INI-PERIODO TO
                                       WS-SCST-DT-INI-PERIODO
                        MOVE SIT01-SEQ-REG        TO WS-SCST-SEQ-REG.
      *
       9020-FIM. EXIT.
      *---------*
       2000-APURA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: QUEBRA POR RUBRICA (EVENTO E CONTAS DA
      *    RUBRICA MASTER) E, DENTRO DELA, POR BANCO - UM PAR DEBITO/
      *    CREDITO POR RUBRICA E BANCO NO ARQUIVO, UMA LINHA POR
      *    RUBRICA NO RELATORIO DE CONTROLE.
      *----------------------------------------------------------------
       7000-LANCA SECTION.
       7000-LANCA-GRAVA.
      *-----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
           PERFORM 7200-GRUPO-RUBRICA
              THRU 7200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 7000-LANCA-FIM.
      *
       7100-RETORNA.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       7100-FIM. EXIT.
      *---------*
      *
       7200-GRUPO-RUBRICA.
      *-------------------*
      *
           MOVE SRTLC-CS-RUBRICA TO WS-RUBRICA-CORRENTE.
           MOVE ZEROS            TO WS-VL-RUBRICA-TOT.
      *
           PERFORM 7250-BUSCA-MASTER
              THRU 7250-FIM.
      *
           PERFORM 7300-GRUPO-BANCO
              THRU 7300-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM"
                OR SRTLC-CS-RUBRICA NOT EQUAL WS-RUBRICA-CORRENTE.
      *
           IF WS-IN-CONTABILIZA EQUAL 0
              ADD 1                 TO WS-CT-RUBR-SEM-CONTA
              ADD WS-VL-RUBRICA-TOT TO WS-VL-SEM-CONTA
              MOVE WS-RUBRICA-CORRENTE TO DETS-RUBRICA
              MOVE WS-VL-RUBRICA-TOT   TO DETS-VALOR
              WRITE LINHA-LSUBCPG2KLCT FROM DET-SEM-CONTA-2KLCT
                                       AFTER 1
              GO TO 7200-FIM.
      *
           MOVE WS-RUBRICA-CORRENTE TO DET-RUBRICA.
           MOVE RUBM-DESCRICAO (WS-IX-MASTER-LCT)  TO DET-DESCRICAO.
           MOVE RUBM-CD-EVENTO (WS-IX-MASTER-LCT)  TO DET-EVENTO.
           MOVE RUBM-CT-DEBITO (WS-IX-MASTER-LCT)  TO DET-CT-DEBITO.
           MOVE RUBM-CT-CREDITO (WS-IX-MASTER-LCT) TO DET-CT-CREDITO.
           MOVE WS-VL-RUBRICA-TOT                  TO DET-VALOR.
           WRITE LINHA-LSUBCPG2KLCT FROM DET-RUBRICA-2KLCT AFTER 1.
      *
           IF RUBM-CS-CLASSE (WS-IX-MASTER-LCT) EQUAL "P"
              ADD WS-VL-RUBRICA-TOT TO WS-VL-PROVENTOS
           ELSE
              ADD WS-VL-RUBRICA-TOT TO WS-VL-DESCONTOS
           END-IF.
      *
       7200-FIM. EXIT.
      *---------*
      *
      *EVENTO E CONTAS NA RUBRICA MASTER (BUSCA LINEAR, MESMO MODELO
      *DE 2200-CLASSIFICA-RUBRICA DO PSUBCPG2KMRG). RUBRICA FORA DA
      *MASTER, OU SEM EVENTO/CONTA, NAO E LANCADA.
       7250-BUSCA-MASTER.
      *------------------*
      *
           MOVE 0 TO WS-IN-CONTABILIZA.
           MOVE 0 TO WS-RUBRICA-MASTER-ENCONTRADA.
           PERFORM VARYING WS-IX-RUBRICA-MASTER FROM 1 BY 1
                     UNTIL WS-IX-RUBRICA-MASTER GREATER
                                           WS-QTDE-RUBRICA-MASTER
                        OR WS-RUBRICA-MASTER-ENCONTRADA EQUAL 1
              IF RUBM-CS-RUBRICA (WS-IX-RUBRICA-MASTER) EQUAL
                                           WS-RUBRICA-CORRENTE
                 MOVE 1 TO WS-RUBRICA-MASTER-ENCONTRADA
              END-IF
           END-PERFORM.
      *
           IF WS-RUBRICA-MASTER-ENCONTRADA EQUAL 0
              GO TO 7250-FIM.
           COMPUTE WS-IX-MASTER-LCT = WS-IX-RUBRICA-MASTER - 1.
      *
           IF RUBM-CD-EVENTO (WS-IX-MASTER-LCT) EQUAL ZEROS
              OR RUBM-CT-DEBITO (WS-IX-MASTER-LCT) EQUAL ZEROS
              OR RUBM-CT-CREDITO (WS-IX-MASTER-LCT) EQUAL ZEROS
              GO TO 7250-FIM.
      *
           MOVE 1 TO WS-IN-CONTABILIZA.
      *
       7250-FIM. EXIT.
      *---------*
      *
       7300-GRUPO-BANCO.
      *-----------------*
      *
           MOVE SRTLC-ID-BANCO TO WS-BANCO-CORRENTE.
           MOVE ZEROS          TO WS-VL-BANCO-TOT.
      *
           PERFORM 7350-SOMA-BANCO
              THRU 7350-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM"
                OR SRTLC-CS-RUBRICA NOT EQUAL WS-RUBRICA-CORRENTE
                OR SRTLC-ID-BANCO NOT EQUAL WS-BANCO-CORRENTE.
      *
           ADD WS-VL-BANCO-TOT TO WS-VL-RUBRICA-TOT.
      *
           IF WS-IN-CONTABILIZA EQUAL 1
              PERFORM 7400-GRAVA-PAR
                 THRU 7400-FIM.
      *
       7300-FIM. EXIT.
      *---------*
      *
       7350-SOMA-BANCO.
      *----------------*
      *
           ADD SRTLC-VL-RUBRICA TO WS-VL-BANCO-TOT.
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
       7350-FIM. EXIT.
      *---------*
      *
      *PAR DEBITO/CREDITO DA RUBRICA NO BANCO, MESMO EVENTO E VALOR.
       7400-GRAVA-PAR.
      *---------------*
      *
           MOVE SPACES                TO LCT1-REG.
           MOVE 1                     TO LCT1-TP-REG.
           MOVE WS-PAR-DATA-MOVIMENTO TO LCT1-DT-LANCAMENTO.
           MOVE WS-CD-UG-EMITENTE     TO LCT1-CD-UG.
           MOVE WS-CD-GESTAO-EMITENTE TO LCT1-CD-GESTAO.
           MOVE RUBM-CD-EVENTO (WS-IX-MASTER-LCT)
                                      TO LCT1-CD-EVENTO.
           MOVE RUBM-NATUREZA-DESP (WS-IX-MASTER-LCT)
                                      TO LCT1-NATUREZA-DESP.
           MOVE WS-BANCO-CORRENTE     TO LCT1-ID-BANCO.
           MOVE WS-RUBRICA-CORRENTE   TO LCT1-CS-RUBRICA.
           MOVE WS-VL-BANCO-TOT       TO LCT1-VL-LANCAMENTO.
      *
           ADD 1                      TO WS-CT-LANCAMENTOS.
           MOVE WS-CT-LANCAMENTOS     TO LCT1-NU-SEQ.
           MOVE "D"                   TO LCT1-IN-DEB-CRED.
           MOVE RUBM-CT-DEBITO (WS-IX-MASTER-LCT)
                                      TO LCT1-CD-CONTA.
           WRITE LCT1-REG.
           ADD WS-VL-BANCO-TOT        TO WS-VL-TOT-DEBITO.
      *
           ADD 1                      TO WS-CT-LANCAMENTOS.
           MOVE WS-CT-LANCAMENTOS     TO LCT1-NU-SEQ.
           MOVE "C"                   TO LCT1-IN-DEB-CRED.
           MOVE RUBM-CT-CREDITO (WS-IX-MASTER-LCT)
                                      TO LCT1-CD-CONTA.
           WRITE LCT1-REG.
           ADD WS-VL-BANCO-TOT        TO WS-VL-TOT-CREDITO.
      *
       7400-FIM. EXIT.
      *---------*
       7000-LANCA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    CONTROLE: TRAILER DO ARQUIVO E FECHAMENTO DO RELATORIO.
      *    DEBITO DIFERENTE DE CREDITO, OU VALOR EFETIVADO QUE FICOU
      *    SEM LANCAMENTO, RETEM O ARQUIVO (VIDE 4000-FINALIZA).
      *----------------------------------------------------------------
       3000-FECHA-CONTROLE.
      *--------------------*
      *
           MOVE SPACES            TO LCT9-REG.
           MOVE 9                 TO LCT9-TP-REG.
           MOVE WS-CT-LANCAMENTOS TO LCT9-QT-LANCAMENTOS.
           MOVE WS-VL-TOT-DEBITO  TO LCT9-VL-TOT-DEBITO.
           MOVE WS-VL-TOT-CREDITO TO LCT9-VL-TOT-CREDITO.
           WRITE LCT9-REG.
      *
           COMPUTE WS-VL-DIFERENCA = WS-VL-TOT-DEBITO
                                   - WS-VL-TOT-CREDITO.
           COMPUTE WS-VL-A-PAGAR   = WS-VL-PROVENTOS
                                   - WS-VL-DESCONTOS.
      *
           IF WS-VL-DIFERENCA NOT EQUAL ZEROS
              OR WS-CT-RUBR-SEM-CONTA NOT EQUAL ZEROS
              MOVE 1 TO WS-IN-RETIDO.
      *
           MOVE SPACES TO TRAILER-2KLCT.
           MOVE "CREDITOS LIDOS NO CP01                       " TO
                                                     TEXTO-TRL-2KLCT.
           MOVE WS-CT-CREDITOS TO QT-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-2KLCT AFTER 2.
      *
           MOVE "CREDITOS EFETIVADOS NA DATA DO MOVIMENTO     " TO
                                                     TEXTO-TRL-2KLCT.
           MOVE WS-CT-EFETIVADOS TO QT-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-2KLCT AFTER 1.
      *
           MOVE "EFETIVADOS CANCELADOS (NAO CONTABILIZADOS)    " TO
                                                     TEXTO-TRL-2KLCT.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-2KLCT AFTER 1.
      *
           MOVE "RUBRICAS EFETIVADAS                          " TO
                                                     TEXTO-TRL-2KLCT.
           MOVE WS-CT-RUBRICAS TO QT-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-2KLCT AFTER 1.
      *
           MOVE "RUBRICAS SEM CONTABILIZACAO NA MASTER        " TO
                                                     TEXTO-TRL-2KLCT.
           MOVE WS-CT-RUBR-SEM-CONTA TO QT-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-2KLCT AFTER 1.
      *
           MOVE "LANCAMENTOS GRAVADOS                         " TO
                                                     TEXTO-TRL-2KLCT.
           MOVE WS-CT-LANCAMENTOS TO QT-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-2KLCT AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-2KLCT.
           MOVE "VALOR DAS RUBRICAS EFETIVADAS                " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-APURADO TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 2.
      *
           MOVE "VALOR SEM CONTABILIZACAO (NAO LANCADO)       " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-SEM-CONTA TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 1.
      *
           MOVE "TOTAL A DEBITO                               " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-TOT-DEBITO TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 2.
      *
           MOVE "TOTAL A CREDITO                              " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-TOT-CREDITO TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 1.
      *
           MOVE "DIFERENCA DEBITO - CREDITO                   " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-DIFERENCA TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 1.
      *
      *CONFERENCIA INFORMATIVA: PROVENTOS - DESCONTOS LANCADOS CONTRA O
      *LIQUIDO QUE OS BANCOS CONFIRMARAM (SIT01/CP01-VL-LIQUIDO-CRED).
           MOVE "A PAGAR (PROVENTOS - DESCONTOS LANCADOS)     " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-A-PAGAR TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 2.
      *
           MOVE "LIQUIDO EFETIVADO PELOS BANCOS               " TO
                                                  TEXTO-TRL-VL-2KLCT.
           MOVE WS-VL-EFETIVADO TO VL-TRL-2KLCT.
           WRITE LINHA-LSUBCPG2KLCT FROM TRAILER-VL-2KLCT AFTER 1.
      *
           IF WS-IN-RETIDO EQUAL 1
              MOVE "ARQUIVO RETIDO - DESEQUILIBRIO OU RUBRICA SEM CONTA"
                                    TO MSG-SITUACAO-TEXTO
           ELSE
              MOVE "DEBITOS = CREDITOS - ARQUIVO LIBERADO PARA ENVIO"
                                    TO MSG-SITUACAO-TEXTO
           END-IF.
           WRITE LINHA-LSUBCPG2KLCT FROM MSG-SITUACAO-2KLCT AFTER 2.
      *
       3000-FIM. EXIT.
      *---------*
      *
      *ARQUIVO RETIDO: O RUN TERMINA ANORMAL COM RESULTADO "A" NO
      *LIVRO, E O PORTAO DE DEPENDENCIAS (SSUBLIB2K606) RECUSA O JOB
      *DE ENVIO QUE TEM ESTE PROGRAMA COMO PREDECESSOR.
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KLCT SAVE.
           CLOSE LSUBCPG2KLCT.
      *
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/LCT" TO WS-LGR-INSUMO.
           MOVE W77-DATA           TO WS-LGR-INSUMO-DATA.
           MOVE W77-HORA           TO WS-LGR-INSUMO-HORA.
           MOVE WS-CT-LANCAMENTOS  TO WS-LGR-QTD-REG.
           MOVE WS-VL-TOT-DEBITO   TO WS-LGR-TOT-VALOR.
           IF WS-IN-RETIDO EQUAL 1
              MOVE "A" TO WS-LGR-RESULTADO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           DISPLAY "PSUBCPG2KLCT - LANCAMENTOS GRAVADOS = "
                                                   WS-CT-LANCAMENTOS.
           IF WS-IN-RETIDO EQUAL 1
              DISPLAY "PSUBCPG2KLCT - ARQUIVO RETIDO: DEBITO/CREDITO "
                      "DESEQUILIBRADO OU RUBRICA SEM CONTABILIZACAO"
              SET MYSELF (STATUS) TO -1.
      *
       4000-FIM. EXIT.
      *---------*
