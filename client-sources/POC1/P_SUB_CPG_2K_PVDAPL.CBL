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
       PROGRAM-ID.      PSUBCPG2KPVDAPL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: APLICACAO DO BLOQUEIO POR FALTA DE PROVA DE VIDA    *
      *            SOBRE O MOVIMENTO DE CREDITO, ANTES DA EMISSAO. O   *
      *            MOVIMENTO E CLASSIFICADO POR NB E FUNDIDO COM O     *
      *            CADASTRO DE PROVA DE VIDA D/SUB/CPG/2K/PVD (MANTIDO *
      *            POR PSUBCPG2KPVDMAN), NO MESMO MOLDE DA PENEIRA DE  *
      *            PSUBCPG2KOBITO. CONTAM-SE OS MESES COMPLETOS DESDE  *
      *            A ULTIMA PROVA: COM 12 OU MAIS O NB ESTA VENCIDO;   *
      *            PASSADA TAMBEM A CARENCIA, O CREDITO SAI NA NOVA    *
      *            GERACAO MARCADO COMO BLOQUEADO                      *
      *            (CP01-IN-CR-BLOQUEADO = 2) COM O MOTIVO PROPRIO DE  *
      *            PROVA DE VIDA EM CP01-IN-BLOQUEIO - ASSIM ELE       *
      *            APARECE NO RESUMO DE PSUBCPG2K402. CREDITO JA       *
      *            BLOQUEADO POR OUTRO MOTIVO (EX.: JUDICIAL) FICA     *
      *            COMO ESTA. CREDITO QUE JA VEM COM ESTE MOTIVO E     *
      *            CUJO NB ESTA COM A PROVA EM DIA E DESBLOQUEADO - A  *
      *            LIBERACAO E AUTOMATICA QUANDO A PROVA CHEGA. NB SEM *
      *            NENHUM REGISTRO NO CADASTRO NAO E BLOQUEADO, SO     *
      *            CONTADO - SEM HISTORICO NAO HA COMO DIZER QUE ESTA  *
      *            VENCIDO. OS NB VENCIDOS (EM CARENCIA OU BLOQUEADOS) *
      *            VAO PARA O EXTRATO D/SUB/CPG/2K/PVD/ATR, DE ONDE    *
      *            PSUBCPG2KPVDLST TIRA A LISTA SEMANAL POR UF/OP.     *
      *                                                                *
      *  PARAMETRO: WS-PAR-CS-BLOQUEIO - CODIGO DE MOTIVO DE BLOQUEIO  *
      *            POR PROVA DE VIDA EM CP01-IN-BLOQUEIO (ZEROS ASSUME *
      *            91). TEM DE SER EXCLUSIVO: CREDITO COM ESTE CODIGO  *
      *            E PROVA EM DIA E DESBLOQUEADO.                      *
      *            WS-PAR-MESES-CARENCIA - MESES DE CARENCIA APOS OS   *
      *            12 DA PROVA VENCIDA (ZEROS ASSUME 03).              *
      *  ENTRADA:  DSUBCPG2K401 - MOVIMENTO CP01.                      *
      *            DSUBCPG2KPVD - CADASTRO DE PROVA DE VIDA            *
      *                           (CLASSIFICADO POR NB).               *
      *  SAIDA:    DSUBCPG2K401N   - NOVA GERACAO DO MOVIMENTO.        *
      *            DSUBCPG2KPVDATR - EXTRATO DE NB VENCIDOS.           *
      *            LSUBCPG2KPVDAPL - RELATORIO DA APLICACAO.           *
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
           SELECT OPTIONAL DSUBCPG2KPVD ASSIGN TO DISK.
           SELECT DSUBCPG2K401N   ASSIGN TO DISK.
           SELECT DSUBCPG2KPVDATR ASSIGN TO DISK.
           SELECT DSUBCPG2KPVDTMP ASSIGN TO DISK.
           SELECT LSUBCPG2KPVDAPL ASSIGN TO PRINTER.
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
        FD DSUBCPG2KPVD
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVD.
           03 PVD-NU-NB               PIC 9(10).
           03 PVD-DT-PROVA            PIC 9(08).
           03 PVD-CS-MEIO             PIC X(01).
           03 PVD-ID-ORIGEM           PIC 9(08).
           03 PVD-DT-CARGA            PIC 9(08).
           03 FILLER                  PIC X(05).
      *
      *NOVA GERACAO DO 401 (MESMO LAYOUT; CAMPOS QUALIFICADOS POR OF)
      *- A MARCA DE BLOQUEIO E APLICADA NA PROPRIA AREA DE GRAVACAO.
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2KPVDATR
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD/ATR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVDATR.
           03 ATR-CS-UF-OP            PIC 9(02).
           03 ATR-ID-ORGAO-PAGADOR    PIC 9(06).
           03 ATR-NU-NB               PIC 9(10).
           03 ATR-CS-ESPECIE          PIC 9(03).
           03 ATR-DT-ULT-PROVA        PIC 9(08).
           03 ATR-QT-MESES            PIC 9(03).
      *        "V" - VENCIDO, AINDA NA CARENCIA
      *        "B" - VENCIDO E BLOQUEADO
           03 ATR-IN-SITUACAO         PIC X(01).
           03 ATR-QT-CREDITOS         PIC 9(03).
           03 ATR-VL-CREDITOS         PIC 9(11)V99.
           03 ATR-DT-APURACAO         PIC 9(08).
           03 FILLER                  PIC X(03).
      *
      *APOIO DA APLICACAO: CADA CREDITO ESPERA AQUI, COM A ORDEM
      *ORIGINAL DO MOVIMENTO E A ACAO DECIDIDA, A RECLASSIFICACAO
      *FINAL QUE GERA A NOVA GERACAO.
        FD DSUBCPG2KPVDTMP
           RECORD CONTAINS 349 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVDTMP     PIC X(349).
      *
        FD LSUBCPG2KPVDAPL.
        01 LINHA-PVDAPL           PIC X(133).
      *
        SD SORTWK.
        01 SRTF-REG.
           03 SRTF-ORDEM              PIC 9(09).
           03 SRTF-NU-NB              PIC 9(10).
           03 SRTF-VL-LIQUIDO         PIC 9(13)V99.
           03 SRTF-CS-UF              PIC 9(02).
           03 SRTF-ID-OP              PIC 9(06).
           03 SRTF-CS-ESPECIE         PIC 9(03).
           03 SRTF-IN-CR-BLOQ         PIC 9(01).
           03 SRTF-IN-BLOQUEIO        PIC 9(02).
      *        "B" - BLOQUEAR   "L" - LIBERAR   " " - SEM ALTERACAO
           03 SRTF-IN-ACAO            PIC X(01).
           03 SRTF-IMAGEM             PIC X(300).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPVDAPL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *PORTAO DE COMPETENCIA FECHADA (SSUBLIB2K609) - A COMPETENCIA E
      *TIRADA PELA ROTINA DO PRIMEIRO REGISTRO DO 401.
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-PVD                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-CS-BLOQUEIO         PIC 9(02) VALUE ZEROS.
       77  WS-PAR-MESES-CARENCIA      PIC 9(02) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-BLOQUEADOS           PIC 9(08) VALUE ZEROS.
       77  WS-VL-BLOQUEADOS           PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-LIBERADOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIBERADOS            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-OUTRO-MOTIVO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-NB-SEM-PROVA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-NB-CARENCIA          PIC 9(08) VALUE ZEROS.
       77  WS-CT-NB-BLOQUEADOS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATR                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-CADASTRO             PIC 9(08) VALUE ZEROS.
       77  WS-ORDEM                   PIC 9(09) VALUE ZEROS.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
      *GUARDA DE SEQUENCIA DO CADASTRO (TEM DE VIR CLASSIFICADO POR
      *NB - E A CARGA DE PSUBCPG2KPVDMAN QUEM O MANTEM ASSIM).
       77  WS-NB-PVD-ANT              PIC 9(10) VALUE ZEROS.
       77  WS-QT-MESES                PIC S9(05) VALUE ZEROS.
       77  WS-QT-MESES-BLOQUEIO       PIC 9(03) VALUE ZEROS.
      *SITUACAO DO NB CORRENTE NO CADASTRO:
      *    "S" - SEM REGISTRO   "E" - EM DIA
      *    "V" - VENCIDO NA CARENCIA   "B" - VENCIDO E BLOQUEADO
       77  WS-SIT-NB                  PIC X(01) VALUE SPACES.
       77  WS-ATR-PENDENTE            PIC 9(01) VALUE 0.
      *
       01  WS-DT-HOJE                 PIC 9(08).
       01  WS-DT-HOJE-R REDEFINES WS-DT-HOJE.
           03 WS-HJ-ANO               PIC 9(04).
           03 WS-HJ-MES               PIC 9(02).
           03 WS-HJ-DIA               PIC 9(02).
      *
       01  WS-DT-PROVA                PIC 9(08).
       01  WS-DT-PROVA-R REDEFINES WS-DT-PROVA.
           03 WS-PV-ANO               PIC 9(04).
           03 WS-PV-MES               PIC 9(02).
           03 WS-PV-DIA               PIC 9(02).
      *
       01  CAB-01-PVDAPL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PVDA".
           03 FILLER                PIC X(48) VALUE
              "APLICACAO DO BLOQUEIO POR PROVA DE VIDA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PVDAPL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-BLOQ-PVDAPL.
           03 DET-BLQ-ACAO          PIC X(15).
           03 DET-BLQ-NU-NB         PIC 9(10).
           03 FILLER                PIC X(15) VALUE "  ULTIMA PROVA:".
           03 DET-BLQ-DT-PROVA      PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  MESES: ".
           03 DET-BLQ-MESES         PIC ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-BLQ-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-PVDAPL.
           03 TEXTO-TRL-PVDAPL      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PVDAPL         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-PVDAPL.
           03 TEXTO-TRL-VL-PVDAPL   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-PVDAPL         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-CS-BLOQUEIO WS-PAR-MESES-CARENCIA.
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
                USING DSUBCPG2KPVDTMP
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
           OPEN OUTPUT LSUBCPG2KPVDAPL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DT-HOJE.
      *
           IF WS-PAR-CS-BLOQUEIO EQUAL ZEROS
              MOVE 91 TO WS-PAR-CS-BLOQUEIO.
           IF WS-PAR-MESES-CARENCIA EQUAL ZEROS
              MOVE 03 TO WS-PAR-MESES-CARENCIA.
           COMPUTE WS-QT-MESES-BLOQUEIO = 12 + WS-PAR-MESES-CARENCIA.
      *
           WRITE LINHA-PVDAPL FROM CAB-01-PVDAPL AFTER PAGE.
           WRITE LINHA-PVDAPL FROM CAB-02-PVDAPL AFTER 1.
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
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                                SRTF-VL-LIQUIDO.
           MOVE CP01-CS-UF-OP        OF DSUBCPG2K401 TO SRTF-CS-UF.
           MOVE CP01-ID-ORGAO-PAGADOR OF DSUBCPG2K401 TO SRTF-ID-OP.
           MOVE CP01-CS-ESPECIE      OF DSUBCPG2K401 TO
                                                SRTF-CS-ESPECIE.
           MOVE CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401 TO
                                                SRTF-IN-CR-BLOQ.
           MOVE CP01-IN-BLOQUEIO     OF DSUBCPG2K401 TO
                                                SRTF-IN-BLOQUEIO.
           MOVE CP01-REG1            OF DSUBCPG2K401 TO SRTF-IMAGEM.
           RELEASE SRTF-REG.
      *
       6100-FIM. EXIT.
      *---------*
       6000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: MERGE CLASSICO POR NB ENTRE O MOVIMENTO
      *    CLASSIFICADO E O CADASTRO DE PROVA DE VIDA. A SITUACAO E
      *    APURADA UMA VEZ POR NB; CADA CREDITO LEVA A ACAO DECIDIDA
      *    PARA O APOIO. O NB VENCIDO VAI PARA O EXTRATO ATR.
      *----------------------------------------------------------------
       7000-APLICA SECTION.
       7000-APLICA-MERGE.
      *------------------*
      *
           OPEN INPUT  DSUBCPG2KPVD.
           OPEN OUTPUT DSUBCPG2KPVDATR.
           OPEN OUTPUT DSUBCPG2KPVDTMP.
           MOVE "NAO" TO WS-EOF-PVD.
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE ZEROS TO WS-NB-CORRENTE.
      *
           PERFORM 7100-LE-PVD THRU 7100-FIM.
      *
           PERFORM 7200-APLICA-UM
              THRU 7200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           IF WS-ATR-PENDENTE EQUAL 1
              PERFORM 7400-GRAVA-ATR
                 THRU 7400-FIM.
      *
           CLOSE DSUBCPG2KPVD.
           CLOSE DSUBCPG2KPVDATR SAVE.
           CLOSE DSUBCPG2KPVDTMP SAVE.
           GO TO 7000-APLICA-FIM.
      *
       7100-LE-PVD.
      *------------*
      *
           READ DSUBCPG2KPVD
                AT END MOVE "SIM" TO WS-EOF-PVD
                       GO TO 7100-FIM.
      *
           ADD 1 TO WS-CT-CADASTRO.
           IF PVD-NU-NB LESS WS-NB-PVD-ANT
              DISPLAY "PSUBCPG2KPVDAPL: CADASTRO DE PROVA DE VIDA"
              DISPLAY "FORA DE ORDEM DE NB - REGERAR PELO CARG DE"
              DISPLAY "PSUBCPG2KPVDMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE PVD-NU-NB TO WS-NB-PVD-ANT.
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
              PERFORM 7300-NOVO-NB
                 THRU 7300-FIM.
      *
           MOVE SPACES TO SRTF-IN-ACAO.
      *
           IF WS-SIT-NB EQUAL "B"
      *CREDITO JA BLOQUEADO POR OUTRO MOTIVO CONSERVA O MOTIVO DELE.
              IF SRTF-IN-CR-BLOQ EQUAL 2
                 AND SRTF-IN-BLOQUEIO NOT EQUAL WS-PAR-CS-BLOQUEIO
                 ADD 1 TO WS-CT-OUTRO-MOTIVO
              ELSE
                 MOVE "B" TO SRTF-IN-ACAO
                 ADD 1 TO WS-CT-BLOQUEADOS
                 ADD SRTF-VL-LIQUIDO TO WS-VL-BLOQUEADOS
                 MOVE "BLOQUEADO NB:  " TO DET-BLQ-ACAO
                 PERFORM 7500-LINHA-DET
                    THRU 7500-FIM
              END-IF
           ELSE
      *PROVA EM DIA (OU NB FORA DO CADASTRO): CREDITO QUE VEIO COM O
      *MOTIVO DE PROVA DE VIDA E DESBLOQUEADO.
              IF SRTF-IN-CR-BLOQ EQUAL 2
                 AND SRTF-IN-BLOQUEIO EQUAL WS-PAR-CS-BLOQUEIO
                 MOVE "L" TO SRTF-IN-ACAO
                 ADD 1 TO WS-CT-LIBERADOS
                 ADD SRTF-VL-LIQUIDO TO WS-VL-LIBERADOS
                 MOVE "LIBERADO NB:   " TO DET-BLQ-ACAO
                 PERFORM 7500-LINHA-DET
                    THRU 7500-FIM
              END-IF
           END-IF.
      *
           IF WS-ATR-PENDENTE EQUAL 1
              ADD 1 TO ATR-QT-CREDITOS
              ADD SRTF-VL-LIQUIDO TO ATR-VL-CREDITOS.
      *
           WRITE REG-DSUBCPG2KPVDTMP FROM SRTF-REG.
      *
       7200-FIM. EXIT.
      *---------*
      *
      *PRIMEIRO CREDITO DE UM NB: FECHA O EXTRATO DO NB ANTERIOR,
      *POSICIONA O CADASTRO E APURA A SITUACAO DO NB.
       7300-NOVO-NB.
      *-------------*
      *
           IF WS-ATR-PENDENTE EQUAL 1
              PERFORM 7400-GRAVA-ATR
                 THRU 7400-FIM.
      *
           MOVE SRTF-NU-NB TO WS-NB-CORRENTE.
      *
           PERFORM 7100-LE-PVD
              THRU 7100-FIM
             UNTIL WS-EOF-PVD EQUAL "SIM"
                OR PVD-NU-NB NOT LESS SRTF-NU-NB.
      *
           IF WS-EOF-PVD EQUAL "SIM"
              OR PVD-NU-NB NOT EQUAL SRTF-NU-NB
              MOVE "S" TO WS-SIT-NB
              MOVE ZEROS TO WS-DT-PROVA WS-QT-MESES
              ADD 1 TO WS-CT-NB-SEM-PROVA
              GO TO 7300-FIM.
      *
      *MESES COMPLETOS DESDE A ULTIMA PROVA.
           MOVE PVD-DT-PROVA TO WS-DT-PROVA.
           COMPUTE WS-QT-MESES = (WS-HJ-ANO * 12 + WS-HJ-MES)
                               - (WS-PV-ANO * 12 + WS-PV-MES).
           IF WS-HJ-DIA LESS WS-PV-DIA
              SUBTRACT 1 FROM WS-QT-MESES.
      *
           IF WS-QT-MESES LESS 12
              MOVE "E" TO WS-SIT-NB
              GO TO 7300-FIM.
      *
           IF WS-QT-MESES LESS WS-QT-MESES-BLOQUEIO
              MOVE "V" TO WS-SIT-NB
              ADD 1 TO WS-CT-NB-CARENCIA
           ELSE
              MOVE "B" TO WS-SIT-NB
              ADD 1 TO WS-CT-NB-BLOQUEADOS.
      *
           MOVE SPACES          TO REG-DSUBCPG2KPVDATR.
           MOVE SRTF-CS-UF      TO ATR-CS-UF-OP.
           MOVE SRTF-ID-OP      TO ATR-ID-ORGAO-PAGADOR.
           MOVE SRTF-NU-NB      TO ATR-NU-NB.
           MOVE SRTF-CS-ESPECIE TO ATR-CS-ESPECIE.
           MOVE PVD-DT-PROVA    TO ATR-DT-ULT-PROVA.
           MOVE WS-QT-MESES     TO ATR-QT-MESES.
           MOVE WS-SIT-NB       TO ATR-IN-SITUACAO.
           MOVE ZEROS           TO ATR-QT-CREDITOS ATR-VL-CREDITOS.
           MOVE WS-DT-HOJE      TO ATR-DT-APURACAO.
           MOVE 1               TO WS-ATR-PENDENTE.
      *
       7300-FIM. EXIT.
      *---------*
      *
       7400-GRAVA-ATR.
      *---------------*
      *
           WRITE REG-DSUBCPG2KPVDATR.
           ADD 1 TO WS-CT-ATR.
           MOVE 0 TO WS-ATR-PENDENTE.
      *
       7400-FIM. EXIT.
      *---------*
      *
       7500-LINHA-DET.
      *---------------*
      *
           MOVE SRTF-NU-NB      TO DET-BLQ-NU-NB.
           MOVE WS-DT-PROVA     TO DET-BLQ-DT-PROVA.
           MOVE WS-QT-MESES     TO DET-BLQ-MESES.
           MOVE SRTF-VL-LIQUIDO TO DET-BLQ-VALOR.
           WRITE LINHA-PVDAPL FROM DET-BLOQ-PVDAPL AFTER 1.
      *
       7500-FIM. EXIT.
      *---------*
       7000-APLICA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE DA RECLASSIFICACAO: DEVOLVE OS CREDITOS A
      *    ORDEM ORIGINAL DO MOVIMENTO, APLICA A ACAO DECIDIDA E GRAVA
      *    A NOVA GERACAO DO 401.
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
           IF SRTF-IN-ACAO EQUAL "B"
              MOVE 2                  TO
                          CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401N
              MOVE WS-PAR-CS-BLOQUEIO TO
                          CP01-IN-BLOQUEIO     OF DSUBCPG2K401N.
      *
           IF SRTF-IN-ACAO EQUAL "L"
              MOVE 1                  TO
                          CP01-IN-CR-BLOQUEADO OF DSUBCPG2K401N
              MOVE ZEROS              TO
                          CP01-IN-BLOQUEIO     OF DSUBCPG2K401N.
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
           MOVE SPACES TO TRAILER-PVDAPL.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-CREDITOS TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 2.
      *
           MOVE "CREDITOS BLOQUEADOS POR PROVA DE VIDA        " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-BLOQUEADOS TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-PVDAPL.
           MOVE "VALOR BLOQUEADO POR PROVA DE VIDA            " TO
                                               TEXTO-TRL-VL-PVDAPL.
           MOVE WS-VL-BLOQUEADOS TO VL-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-VL-PVDAPL AFTER 1.
      *
           MOVE "CREDITOS LIBERADOS (PROVA RECEBIDA)          " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-LIBERADOS TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
           MOVE "VALOR LIBERADO (PROVA RECEBIDA)              " TO
                                               TEXTO-TRL-VL-PVDAPL.
           MOVE WS-VL-LIBERADOS TO VL-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-VL-PVDAPL AFTER 1.
      *
           MOVE "CREDITOS JA BLOQUEADOS POR OUTRO MOTIVO      " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-OUTRO-MOTIVO TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
           MOVE "NB VENCIDOS AINDA NA CARENCIA                " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-NB-CARENCIA TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
           MOVE "NB VENCIDOS APOS A CARENCIA (BLOQUEIO)       " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-NB-BLOQUEADOS TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
           MOVE "NB SEM REGISTRO DE PROVA DE VIDA (NAO BLOQ.) " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-NB-SEM-PROVA TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
           MOVE "NB GRAVADOS NO EXTRATO DE VENCIDOS           " TO
                                                  TEXTO-TRL-PVDAPL.
           MOVE WS-CT-ATR TO QT-TRL-PVDAPL.
           WRITE LINHA-PVDAPL FROM TRAILER-PVDAPL AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPVDAPL.
      *
       4000-FIM. EXIT.
      *---------*
