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
       PROGRAM-ID.      PSUBCPG2KACSMES.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: RELATORIO MENSAL DO LIVRO DE ACESSO A DADOS DE      *
      *            BENEFICIARIO (D/SUB/CPG/2K/ACS, GRAVADO POR         *
      *            SSUBLIB2K608 A CADA CONSULTA DE NB DO PSUBCPG2K479  *
      *            E DO PSUBCPG2K483). PARA O ENCARREGADO DE PROTECAO  *
      *            DE DADOS: POR SOLICITANTE, QUANTAS CONSULTAS FEZ NA *
      *            COMPETENCIA, QUANTOS NB DISTINTOS, QUANTAS          *
      *            RECUSADAS, E OS PADROES INCOMUNS SINALIZADOS -      *
      *            VOLUME ALTO DE NB DISTINTOS (UM OPERADOR PUXANDO    *
      *            CENTENAS DE BENEFICIARIOS) E O MESMO NB CONSULTADO  *
      *            REPETIDAMENTE PELO MESMO SOLICITANTE (LISTADO COM A *
      *            PRIMEIRA E A ULTIMA DATA).                          *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - AAAAMM DAS CONSULTAS.         *
      *            WS-PAR-LIMITE-NB - NB DISTINTOS ACIMA DO QUAL O     *
      *            SOLICITANTE E SINALIZADO (ZEROS = 100).             *
      *            WS-PAR-LIMITE-REPET - CONSULTAS AO MESMO NB A       *
      *            PARTIR DAS QUAIS O PAR E SINALIZADO (ZEROS = 5).    *
      *  ENTRADA:  DSUBCPG2KACS  - LIVRO DE ACESSO.                    *
      *  SAIDA:    LSUBCPG2KACS  - RELATORIO MENSAL DE ACESSOS.        *
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
           SELECT OPTIONAL DSUBCPG2KACS ASSIGN TO DISK.
           SELECT LSUBCPG2KACS  ASSIGN TO PRINTER.
           SELECT SORTWK        ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KACS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ACS ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/ACS ON PKBDSGF".
      *
        FD LSUBCPG2KACS.
        01 LINHA-ACSMES           PIC X(133).
      *
        SD SORTWK.
        01 SRT-REG.
           03 SRT-MATRIC-SOLIC       PIC 9(08).
           03 SRT-NU-NB              PIC 9(10).
           03 SRT-DATA               PIC 9(08).
           03 SRT-HORA               PIC 9(06).
           03 SRT-IN-RESULTADO       PIC X(01).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KACSMES".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-PAR-LIMITE-NB           PIC 9(04) VALUE ZEROS.
       77  WS-PAR-LIMITE-REPET        PIC 9(03) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-COMPET-REG              PIC 9(06) VALUE ZEROS.
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-CONSULTAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SOLICITANTES         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SOLIC-VOLUME         PIC 9(08) VALUE ZEROS.
       77  WS-CT-PARES-REPETIDOS      PIC 9(08) VALUE ZEROS.
      *
      *SOLICITANTE EM CURSO NO OUTPUT PROCEDURE.
       77  WS-SOL-ATIVO               PIC 9(01) VALUE 0.
       77  WS-SOL-MATRIC              PIC 9(08) VALUE ZEROS.
       77  WS-SOL-CONSULTAS           PIC 9(06) VALUE ZEROS.
       77  WS-SOL-NB-DISTINTOS        PIC 9(06) VALUE ZEROS.
       77  WS-SOL-RECUSADAS           PIC 9(06) VALUE ZEROS.
       77  WS-SOL-REPETIDOS           PIC 9(06) VALUE ZEROS.
      *
      *NB EM CURSO DENTRO DO SOLICITANTE.
       77  WS-NB-NU-NB                PIC 9(10) VALUE ZEROS.
       77  WS-NB-CONSULTAS            PIC 9(06) VALUE ZEROS.
       77  WS-NB-DT-PRIMEIRA          PIC 9(08) VALUE ZEROS.
       77  WS-NB-DT-ULTIMA            PIC 9(08) VALUE ZEROS.
      *
       01  CAB-01-ACSMES.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/ACSM".
           03 FILLER                PIC X(48) VALUE
              "ACESSOS A DADOS DE BENEFICIARIO - MENSAL".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-ACSMES.
           03 FILLER                PIC X(14) VALUE "COMPETENCIA: ".
           03 CAB02-COMPET          PIC 9999/99.
           03 FILLER                PIC X(26) VALUE
              "   LIMITE NB DISTINTOS: ".
           03 CAB02-LIMITE-NB       PIC Z.ZZ9.
           03 FILLER                PIC X(28) VALUE
              "   LIMITE CONSULTAS/NB: ".
           03 CAB02-LIMITE-REPET    PIC ZZ9.
      *
       01  CAB-03-ACSMES.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-SOLIC-ACSMES.
           03 FILLER                PIC X(13) VALUE "SOLICITANTE: ".
           03 DET-SOL-MATRIC        PIC 9(08).
           03 FILLER                PIC X(13) VALUE "  CONSULTAS: ".
           03 DET-SOL-CONSULTAS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(17) VALUE
              "  NB DISTINTOS: ".
           03 DET-SOL-DISTINTOS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(13) VALUE "  RECUSADAS: ".
           03 DET-SOL-RECUSADAS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SOL-FLAG-VOLUME   PIC X(16).
           03 DET-SOL-FLAG-REPET    PIC X(16).
           03 DET-SOL-FLAG-RECUSA   PIC X(12).
      *
       01  DET-REPET-ACSMES.
           03 FILLER                PIC X(22) VALUE
              "    *** NB REPETIDO: ".
           03 DET-REP-NU-NB         PIC 9(10).
           03 FILLER                PIC X(13) VALUE "  CONSULTAS: ".
           03 DET-REP-CONSULTAS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(08) VALUE "  ENTRE ".
           03 DET-REP-DT-PRIMEIRA   PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " E ".
           03 DET-REP-DT-ULTIMA     PIC 9999/99/99.
      *
       01  TRAILER-ACSMES.
           03 TEXTO-TRL-ACSMES      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-ACSMES         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-COMPETENCIA WS-PAR-LIMITE-NB
                  WS-PAR-LIMITE-REPET.
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
      *CONSULTAS DA COMPETENCIA CLASSIFICADAS POR SOLICITANTE, NB E
      *DATA/HORA: NB DISTINTOS E REPETICOES SAEM DAS QUEBRAS NUMA
      *PASSADA SO.
           SORT SORTWK
                ASCENDING KEY SRT-MATRIC-SOLIC SRT-NU-NB
                              SRT-DATA SRT-HORA
                INPUT  PROCEDURE 2000-SOLTA-LIVRO
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-ANALISA
                                 THRU 3000-ANALISA-FIM.
      *
           PERFORM 3900-TRAILERS
              THRU 3900-FIM.
      *
           CLOSE LSUBCPG2KACS.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           IF WS-PAR-LIMITE-NB EQUAL ZEROS
              MOVE 100 TO WS-PAR-LIMITE-NB.
           IF WS-PAR-LIMITE-REPET EQUAL ZEROS
              MOVE 5   TO WS-PAR-LIMITE-REPET.
      *
           OPEN OUTPUT LSUBCPG2KACS.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA            TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA  TO CAB02-COMPET.
           MOVE WS-PAR-LIMITE-NB    TO CAB02-LIMITE-NB.
           MOVE WS-PAR-LIMITE-REPET TO CAB02-LIMITE-REPET.
      *
           WRITE LINHA-ACSMES FROM CAB-01-ACSMES AFTER PAGE.
           WRITE LINHA-ACSMES FROM CAB-02-ACSMES AFTER 1.
           WRITE LINHA-ACSMES FROM CAB-03-ACSMES AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA AS CONSULTAS DA COMPETENCIA.
      *----------------------------------------------------------------
       2000-SOLTA-LIVRO SECTION.
       2000-SOLTA-CONSULTAS.
      *---------------------*
      *
           OPEN INPUT DSUBCPG2KACS.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UMA-CONSULTA
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KACS.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UMA-CONSULTA.
      *------------------*
      *
           READ DSUBCPG2KACS
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
           DIVIDE ACS-DATA BY 100 GIVING WS-COMPET-REG.
           IF WS-COMPET-REG NOT EQUAL WS-PAR-COMPETENCIA
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CONSULTAS.
           MOVE ACS-NU-MATRIC-SOLIC TO SRT-MATRIC-SOLIC.
           MOVE ACS-NU-NB           TO SRT-NU-NB.
           MOVE ACS-DATA            TO SRT-DATA.
           MOVE ACS-HORA            TO SRT-HORA.
           MOVE ACS-IN-RESULTADO    TO SRT-IN-RESULTADO.
           RELEASE SRT-REG.
      *
       2100-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: QUEBRA POR NB (REPETICAO) E POR
      *    SOLICITANTE (VOLUME E RESUMO).
      *----------------------------------------------------------------
       3000-ANALISA SECTION.
       3000-ANALISA-CONSULTAS.
      *-----------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UMA-CONSULTA
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-SOL-ATIVO EQUAL 1
              PERFORM 3200-FECHA-NB
                 THRU 3200-FIM
              PERFORM 3300-FECHA-SOLICITANTE
                 THRU 3300-FIM.
           GO TO 3000-ANALISA-FIM.
      *
       3100-UMA-CONSULTA.
      *------------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-SOL-ATIVO EQUAL 1
              AND SRT-MATRIC-SOLIC NOT EQUAL WS-SOL-MATRIC
              PERFORM 3200-FECHA-NB
                 THRU 3200-FIM
              PERFORM 3300-FECHA-SOLICITANTE
                 THRU 3300-FIM.
      *
           IF WS-SOL-ATIVO EQUAL 1
              AND SRT-NU-NB NOT EQUAL WS-NB-NU-NB
              PERFORM 3200-FECHA-NB
                 THRU 3200-FIM
              MOVE SRT-NU-NB TO WS-NB-NU-NB
              MOVE SRT-DATA  TO WS-NB-DT-PRIMEIRA
              ADD 1 TO WS-SOL-NB-DISTINTOS.
      *
           IF WS-SOL-ATIVO EQUAL 0
              MOVE 1                TO WS-SOL-ATIVO
              MOVE SRT-MATRIC-SOLIC TO WS-SOL-MATRIC
              MOVE ZEROS            TO WS-SOL-CONSULTAS
                                       WS-SOL-RECUSADAS
                                       WS-SOL-REPETIDOS
              MOVE 1                TO WS-SOL-NB-DISTINTOS
              MOVE SRT-NU-NB        TO WS-NB-NU-NB
              MOVE SRT-DATA         TO WS-NB-DT-PRIMEIRA.
      *
           ADD 1 TO WS-SOL-CONSULTAS WS-NB-CONSULTAS.
           MOVE SRT-DATA TO WS-NB-DT-ULTIMA.
           IF SRT-IN-RESULTADO EQUAL "R"
              ADD 1 TO WS-SOL-RECUSADAS WS-CT-RECUSADAS.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *MESMO NB CONSULTADO WS-PAR-LIMITE-REPET VEZES OU MAIS PELO
      *MESMO SOLICITANTE NA COMPETENCIA.
       3200-FECHA-NB.
      *--------------*
      *
           IF WS-NB-CONSULTAS NOT LESS WS-PAR-LIMITE-REPET
              ADD 1 TO WS-SOL-REPETIDOS WS-CT-PARES-REPETIDOS
              MOVE WS-NB-NU-NB       TO DET-REP-NU-NB
              MOVE WS-NB-CONSULTAS   TO DET-REP-CONSULTAS
              MOVE WS-NB-DT-PRIMEIRA TO DET-REP-DT-PRIMEIRA
              MOVE WS-NB-DT-ULTIMA   TO DET-REP-DT-ULTIMA
              WRITE LINHA-ACSMES FROM DET-REPET-ACSMES AFTER 1.
      *
           MOVE ZEROS TO WS-NB-CONSULTAS.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-FECHA-SOLICITANTE.
      *-----------------------*
      *
           ADD 1 TO WS-CT-SOLICITANTES.
           MOVE SPACES               TO DET-SOL-FLAG-VOLUME
                                        DET-SOL-FLAG-REPET
                                        DET-SOL-FLAG-RECUSA.
           MOVE WS-SOL-MATRIC        TO DET-SOL-MATRIC.
           MOVE WS-SOL-CONSULTAS     TO DET-SOL-CONSULTAS.
           MOVE WS-SOL-NB-DISTINTOS  TO DET-SOL-DISTINTOS.
           MOVE WS-SOL-RECUSADAS     TO DET-SOL-RECUSADAS.
      *
           IF WS-SOL-NB-DISTINTOS GREATER WS-PAR-LIMITE-NB
              ADD 1 TO WS-CT-SOLIC-VOLUME
              MOVE "*** VOLUME ALTO" TO DET-SOL-FLAG-VOLUME.
           IF WS-SOL-REPETIDOS GREATER ZEROS
              MOVE "*** NB REPETIDO" TO DET-SOL-FLAG-REPET.
           IF WS-SOL-RECUSADAS GREATER ZEROS
              MOVE "*** RECUSAS"     TO DET-SOL-FLAG-RECUSA.
      *
           WRITE LINHA-ACSMES FROM DET-SOLIC-ACSMES AFTER 1.
      *
           MOVE 0 TO WS-SOL-ATIVO.
      *
       3300-FIM. EXIT.
      *---------*
       3000-ANALISA-FIM. EXIT.
      *
       3900-TRAILERS.
      *-------------*
      *
           MOVE SPACES TO TRAILER-ACSMES.
           MOVE "REGISTROS LIDOS NO LIVRO DE ACESSO           " TO
                                                    TEXTO-TRL-ACSMES.
           MOVE WS-CT-LIDOS TO QT-TRL-ACSMES.
           WRITE LINHA-ACSMES FROM TRAILER-ACSMES AFTER 2.
      *
           MOVE "CONSULTAS DA COMPETENCIA                     " TO
                                                    TEXTO-TRL-ACSMES.
           MOVE WS-CT-CONSULTAS TO QT-TRL-ACSMES.
           WRITE LINHA-ACSMES FROM TRAILER-ACSMES AFTER 1.
      *
           MOVE "CONSULTAS RECUSADAS                          " TO
                                                    TEXTO-TRL-ACSMES.
           MOVE WS-CT-RECUSADAS TO QT-TRL-ACSMES.
           WRITE LINHA-ACSMES FROM TRAILER-ACSMES AFTER 1.
      *
           MOVE "SOLICITANTES                                 " TO
                                                    TEXTO-TRL-ACSMES.
           MOVE WS-CT-SOLICITANTES TO QT-TRL-ACSMES.
           WRITE LINHA-ACSMES FROM TRAILER-ACSMES AFTER 1.
      *
           MOVE "SOLICITANTES COM VOLUME ALTO DE NB           " TO
                                                    TEXTO-TRL-ACSMES.
           MOVE WS-CT-SOLIC-VOLUME TO QT-TRL-ACSMES.
           WRITE LINHA-ACSMES FROM TRAILER-ACSMES AFTER 1.
      *
           MOVE "PARES SOLICITANTE/NB COM CONSULTA REPETIDA   " TO
                                                    TEXTO-TRL-ACSMES.
           MOVE WS-CT-PARES-REPETIDOS TO QT-TRL-ACSMES.
           WRITE LINHA-ACSMES FROM TRAILER-ACSMES AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
