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
       PROGRAM-ID.      PSUBCPG2KBEPS.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: EXTRATO DO BOLETIM ESTATISTICO DA PREVIDENCIA       *
      *            SOCIAL (BEPS). O MINISTERIO PEDE, TODO MES, A       *
      *            QUANTIDADE E O VALOR DOS BENEFICIOS EMITIDOS POR    *
      *            GRUPO DE ESPECIES, CLIENTELA (URBANA/RURAL), UF E   *
      *            FAIXA DE VALOR EM SALARIOS MINIMOS - HOJE DIGITADOS *
      *            A MAO DE VARIOS RELATORIOS (O D/SUB/CPG/050/SUL TEM *
      *            CP50-N-CS-URBANO-RURAL/CP50-N-GR-ESPECIES, MAS      *
      *            GRAVADOS ZERADOS, E AGRUPA POR ORGAO PAGADOR, NAO   *
      *            POR ESPECIE). ESTE JOB CLASSIFICA CADA CREDITO DO   *
      *            MOVIMENTO CP01 DO MES (CP01-DT-MOV-CREDITO NA       *
      *            COMPETENCIA, CANCELADOS FORA):                      *
      *            - GRUPO E CLIENTELA PELO CADASTRO DE ESPECIES       *
      *              D/SUB/CPG/2K/ESP (LINHA VIGENTE NO PRIMEIRO DIA   *
      *              DA COMPETENCIA, CONSULTADA POR SSUBLIB2K607);     *
      *              ESPECIE SEM LINHA VIGENTE ENTRA NO GRUPO 99 COM   *
      *              CLIENTELA NAO INFORMADA E E CONTADA NA PAGINA DE  *
      *              CONTROLE;                                         *
      *            - FAIXA PELO VALOR LIQUIDO EM MULTIPLOS DO SALARIO  *
      *              MINIMO DA TABELA D/SUB/CPG/2K/LIM VIGENTE NA      *
      *              COMPETENCIA (ATE 1, 1-2, 2-3, 3-5, 5-10, MAIS DE  *
      *              10 SM); SEM TABELA O RUN TERMINA ANORMAL.         *
      *            GRAVA AS TABELAS DO BOLETIM NO LEIAUTE DELIMITADO   *
      *            (";") DO MINISTERIO E, NO RELATORIO, A PAGINA DE    *
      *            CONTROLE QUE AMARRA O TOTAL CLASSIFICADO AO TOTAL   *
      *            EMITIDO PELO 052 NO MES (DETALHES E TRAILER DO      *
      *            D/SUB/CPG/052/SPG/R274), NO GERAL E POR UF.         *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - COMPETENCIA (AAAAMM).         *
      *  ENTRADA:  DSUBCPG2K401  - MOVIMENTO CP01.                     *
      *            D/SUB/CPG/2K/ESP - CADASTRO DE ESPECIES (VIA        *
      *                            SSUBLIB2K607).                      *
      *            DSUBCPG2KLIM  - TABELA DE PISO E TETO (SAL MINIMO). *
      *            DSUBCPG052SPG - D/SUB/CPG/052/SPG/R274 DO MES.      *
      *  SAIDA:    DSUBCPG2KBEPSCSV - TABELAS DO BOLETIM (";").        *
      *            LSUBCPG2KBEPS    - TABELAS E PAGINA DE CONTROLE.    *
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
           SELECT DSUBCPG2K401     ASSIGN TO DISK.
           SELECT DSUBCPG2KLIM     ASSIGN TO DISK.
           SELECT DSUBCPG052SPG    ASSIGN TO DISK.
           SELECT DSUBCPG2KBEPSCSV ASSIGN TO DISK.
           SELECT LSUBCPG2KBEPS    ASSIGN TO PRINTER.
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
        FD DSUBCPG2KLIM
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/LIM ON PKBDSGF".
      *
        FD DSUBCPG052SPG
           RECORD CONTAINS  1800 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/SPG/R274 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SPG/R274 ON PKBDSGF".
      *
      *TABELAS DO BOLETIM DELIMITADAS POR ";" - VIRGULA E SEPARADOR
      *DECIMAL (MESMO CRITERIO DE D/SUB/CPG/2K/488/CSV). UMA LINHA POR
      *CELULA: TABELA;CODIGO;CLIENTELA;QTDE;VALOR, ONDE A TABELA E
      *(1) GRUPO DE ESPECIES, (2) UF, (3) FAIXA EM SALARIOS MINIMOS E
      *O CODIGO E O GRUPO/UF/FAIXA DA LINHA. CLIENTELA 0 = NAO
      *INFORMADA NO CADASTRO DE ESPECIES.
        FD DSUBCPG2KBEPSCSV
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/BEPS/CSV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KBEPSCSV    PIC X(80).
      *
        FD LSUBCPG2KBEPS.
        01 LINHA-LSUBCPG2KBEPS     PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KBEPS".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
      *
      *PRIMEIRO DIA DA COMPETENCIA - REFERENCIA DA VIGENCIA DO
      *CADASTRO DE ESPECIES.
       01  WS-DT-REFERENCIA           PIC 9(08) VALUE ZEROS.
       01  WS-DT-REFERENCIA-R REDEFINES WS-DT-REFERENCIA.
           03 WS-REF-AAAAMM           PIC 9(06).
           03 WS-REF-DD               PIC 9(02).
      *
      *INTERFACE DA CONSULTA AO CADASTRO DE ESPECIES (SSUBLIB2K607).
       77  WS-ESP-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       77  WS-ESP-STATUS              PIC 9(01) VALUE ZEROS.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
      *
      *SALARIO MINIMO VIGENTE (MAIOR LIM-DT-COMPET QUE NAO PASSA DA
      *COMPETENCIA) E LIMITES DAS FAIXAS EM SALARIOS MINIMOS.
       77  WS-LIM-COMPET              PIC 9(06) VALUE ZEROS.
       77  WS-VL-SAL-MINIMO           PIC 9(08)V99 VALUE ZEROS.
       01  WS-MULTIPLOS-FAIXA         PIC X(10) VALUE "0102030510".
       01  WS-MULTIPLOS-FAIXA-R REDEFINES WS-MULTIPLOS-FAIXA.
           03 WS-MULT-FAIXA           PIC 9(02) OCCURS 5 TIMES.
       01  TABELA-LIMITE-FAIXA.
           05 TB-FXA-LIMITE           PIC 9(10)V99 OCCURS 5 TIMES.
       77  WS-IX-FXA                  PIC 9(02) BINARY.
       77  WS-FAIXA                   PIC 9(02) VALUE ZEROS.
      *
      *CLASSIFICACAO DO CREDITO CORRENTE.
       77  WS-GRUPO                   PIC 9(02) VALUE ZEROS.
       77  WS-IX-CLI                  PIC 9(01) BINARY.
       77  WS-IX-UF                   PIC 9(03) BINARY.
      *
      *TABELAS DO BOLETIM. CLIENTELA NA SEGUNDA DIMENSAO: (1) URBANA,
      *(2) RURAL, (3) NAO INFORMADA.
       01  TABELA-GRUPO.
           05 TB-GRP OCCURS 99 TIMES.
               10 TB-GRP-CLI OCCURS 3 TIMES.
                   15 TB-GRP-QT       PIC 9(08).
                   15 TB-GRP-VL       PIC 9(13)V99.
       01  TABELA-UF.
           05 TB-UF OCCURS 99 TIMES.
               10 TB-UF-CLI OCCURS 3 TIMES.
                   15 TB-UF-QT        PIC 9(08).
                   15 TB-UF-VL        PIC 9(13)V99.
       01  TABELA-FAIXA.
           05 TB-FXA OCCURS 6 TIMES.
               10 TB-FXA-CLI OCCURS 3 TIMES.
                   15 TB-FXA-QT       PIC 9(08).
                   15 TB-FXA-VL       PIC 9(13)V99.
      *
      *EMITIDO PELO 052 NO MES, POR UF (DETALHES SPG51-ID-REG = 2).
       01  TABELA-UF-052.
           05 TB-U52 OCCURS 99 TIMES.
               10 TB-U52-QT           PIC 9(10).
               10 TB-U52-VL           PIC 9(15)V99.
      *
       77  WS-IX-TAB                  PIC 9(03) BINARY.
       77  WS-IX-CLI-TAB              PIC 9(01) BINARY.
       77  WS-QT-LINHA                PIC 9(08) VALUE ZEROS.
       77  WS-VL-LINHA                PIC 9(15)V99 VALUE ZEROS.
      *
      *CONTROLE.
       77  WS-CT-CP01-LIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-FORA-COMPETENCIA     PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-ESPECIE          PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-UF               PIC 9(08) VALUE ZEROS.
       77  WS-TOT-BEPS-QT             PIC 9(10) VALUE ZEROS.
       77  WS-TOT-BEPS-VL             PIC 9(15)V99 VALUE ZEROS.
       77  WS-TOT-052-QT              PIC 9(10) VALUE ZEROS.
       77  WS-TOT-052-VL              PIC 9(15)V99 VALUE ZEROS.
       77  WS-TRL-052-VL              PIC 9(15)V99 VALUE ZEROS.
       77  WS-IN-TRAILER-052          PIC 9(01) VALUE 0.
       77  WS-CT-UF-DIVERGENTE        PIC 9(08) VALUE ZEROS.
       77  WS-DIF-QT                  PIC S9(10) VALUE ZEROS.
       77  WS-DIF-VL                  PIC S9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-2KBEPS.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/BEPS".
           03 FILLER                PIC X(42) VALUE
              "BOLETIM ESTATISTICO - BENEFICIOS EMITIDOS".
           03 FILLER                PIC X(06) VALUE "COMP: ".
           03 CAB01-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(07) VALUE " DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KBEPS.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-TAB-2KBEPS.
           03 CAB-TAB-TITULO        PIC X(40).
           03 FILLER                PIC X(24) VALUE
              "SALARIO MINIMO VIGENTE: ".
           03 CAB-TAB-SAL-MINIMO    PIC ZZ.ZZZ.ZZ9,99.
      *
       01  CAB-COL-2KBEPS.
           03 FILLER                PIC X(08) VALUE "CODIGO".
           03 FILLER                PIC X(32) VALUE
              "         QT-URB          VL-URB".
           03 FILLER                PIC X(32) VALUE
              "         QT-RUR          VL-RUR".
           03 FILLER                PIC X(32) VALUE
              "      QT-N/INF        VL-N/INF".
           03 FILLER                PIC X(29) VALUE
              "    QT-TOTAL        VL-TOTAL".
      *
       01  DET-TAB-2KBEPS.
           03 DET-TAB-CODIGO        PIC Z9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-TAB-CELULA OCCURS 4 TIMES.
               05 DET-TAB-QT        PIC ZZ.ZZZ.ZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DET-TAB-VL        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
      *
       01  CAB-CSV-2KBEPS.
           03 FILLER                PIC X(37) VALUE
              "TABELA;CODIGO;CLIENTELA;QTDE;VALOR".
           03 FILLER                PIC X(43) VALUE SPACES.
      *
       01  DET-CSV-2KBEPS.
           03 CSV-TABELA            PIC 9(01).
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-CODIGO            PIC 9(02).
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-CLIENTELA         PIC 9(01).
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-QTDE              PIC 9(08).
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-VALOR             PIC Z(12)9,99.
           03 FILLER                PIC X(48) VALUE SPACES.
      *
       01  CAB-CTL-2KBEPS.
           03 FILLER                PIC X(03) VALUE "UF".
           03 FILLER                PIC X(28) VALUE
              "    QT-BOLETIM".
           03 FILLER                PIC X(28) VALUE
              "        VL-BOLETIM".
           03 FILLER                PIC X(14) VALUE
              "     QT-052".
           03 FILLER                PIC X(24) VALUE
              "              VL-052".
           03 FILLER                PIC X(24) VALUE
              "         DIFERENCA-VL".
      *
       01  DET-CTL-2KBEPS.
           03 DET-CTL-UF            PIC Z9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CTL-QT-BEPS       PIC Z.ZZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CTL-VL-BEPS       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CTL-QT-052        PIC Z.ZZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CTL-VL-052        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CTL-DIF-VL        PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-CTL-SITUACAO      PIC X(10).
      *
       01  DET-TOT-2KBEPS.
           03 DET-TOT-TEXTO         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 DET-TOT-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-2KBEPS.
           03 TEXTO-TRL-2KBEPS      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KBEPS         PIC -Z.ZZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-COMPETENCIA.
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
           IF WS-PAR-COMPETENCIA EQUAL ZEROS
              DISPLAY "PSUBCPG2KBEPS - COMPETENCIA NAO INFORMADA - "
                      "RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-CLASSIFICA
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG052SPG.
           PERFORM 2500-LE-052
              THRU 2500-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052SPG.
      *
           PERFORM 3000-EMITE-BOLETIM
              THRU 3000-FIM.
      *
           PERFORM 3500-PAGINA-CONTROLE
              THRU 3500-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KBEPS
                       DSUBCPG2KBEPSCSV.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPETENCIA.
      *
           MOVE ZEROS TO TABELA-GRUPO TABELA-UF
                         TABELA-FAIXA TABELA-UF-052.
           MOVE WS-PAR-COMPETENCIA TO WS-REF-AAAAMM.
           MOVE 01                 TO WS-REF-DD.
      *
           OPEN INPUT DSUBCPG2KLIM.
           PERFORM 1200-ACHA-SAL-MINIMO
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KLIM.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-VL-SAL-MINIMO EQUAL ZEROS
              DISPLAY "PSUBCPG2KBEPS - SEM SALARIO MINIMO VIGENTE NA "
                      "COMPETENCIA " WS-PAR-COMPETENCIA
                      " (D/SUB/CPG/2K/LIM) - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM VARYING WS-IX-FXA FROM 1 BY 1
                     UNTIL WS-IX-FXA GREATER 5
              COMPUTE TB-FXA-LIMITE (WS-IX-FXA) =
                      WS-VL-SAL-MINIMO * WS-MULT-FAIXA (WS-IX-FXA)
           END-PERFORM.
      *
           WRITE REG-DSUBCPG2KBEPSCSV FROM CAB-CSV-2KBEPS.
      *
           OPEN INPUT DSUBCPG2K401.
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1200-ACHA-SAL-MINIMO.
      *---------------------*
      *
           READ DSUBCPG2KLIM
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF LIM-DT-COMPET NOT GREATER WS-PAR-COMPETENCIA
              AND LIM-DT-COMPET NOT LESS WS-LIM-COMPET
              MOVE LIM-DT-COMPET     TO WS-LIM-COMPET
              MOVE LIM-VL-SAL-MINIMO TO WS-VL-SAL-MINIMO.
      *
       1200-FIM. EXIT.
      *---------*
      *
       2000-CLASSIFICA.
      *----------------*
      *
           ADD 1 TO WS-CT-CP01-LIDOS.
      *
           IF CP01-DT-MOV-CREDITO-AAMM NOT EQUAL WS-PAR-COMPETENCIA
              ADD 1 TO WS-CT-FORA-COMPETENCIA
              GO TO 2000-LE-PROXIMO.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-LE-PROXIMO.
      *
      *GRUPO E CLIENTELA DO CADASTRO DE ESPECIES.
           MOVE 99 TO WS-GRUPO.
           MOVE 3  TO WS-IX-CLI.
           MOVE CP01-CS-ESPECIE TO WS-ESP-CS-ESPECIE.
           CALL "SSUBLIB2K607" USING WS-ESP-CS-ESPECIE
                                     WS-DT-REFERENCIA
                                     ESP-REG WS-ESP-STATUS.
           IF WS-ESP-STATUS EQUAL 2
              DISPLAY "PSUBCPG2KBEPS - CADASTRO DE ESPECIES ACIMA DA "
                      "CAPACIDADE DA CONSULTA - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           IF WS-ESP-STATUS EQUAL 0
              MOVE ESP-GR-ESPECIES TO WS-GRUPO
              IF ESP-CS-URBANO-RURAL EQUAL 1
                 OR ESP-CS-URBANO-RURAL EQUAL 2
                 MOVE ESP-CS-URBANO-RURAL TO WS-IX-CLI
              END-IF
           END-IF.
           IF WS-IX-CLI EQUAL 3
              ADD 1 TO WS-CT-SEM-ESPECIE.
           IF WS-GRUPO EQUAL ZEROS
              MOVE 99 TO WS-GRUPO.
      *
      *FAIXA EM SALARIOS MINIMOS.
           MOVE 6 TO WS-FAIXA.
           PERFORM VARYING WS-IX-FXA FROM 1 BY 1
                     UNTIL WS-IX-FXA GREATER 5
                        OR WS-FAIXA LESS 6
              IF CP01-VL-LIQUIDO-CRED NOT GREATER
                                      TB-FXA-LIMITE (WS-IX-FXA)
                 MOVE WS-IX-FXA TO WS-FAIXA
              END-IF
           END-PERFORM.
      *
           ADD 1                    TO WS-TOT-BEPS-QT.
           ADD CP01-VL-LIQUIDO-CRED TO WS-TOT-BEPS-VL.
      *
           ADD 1                    TO TB-GRP-QT (WS-GRUPO WS-IX-CLI).
           ADD CP01-VL-LIQUIDO-CRED TO TB-GRP-VL (WS-GRUPO WS-IX-CLI).
           ADD 1                    TO TB-FXA-QT (WS-FAIXA WS-IX-CLI).
           ADD CP01-VL-LIQUIDO-CRED TO TB-FXA-VL (WS-FAIXA WS-IX-CLI).
      *
           IF CP01-CS-UF-OP GREATER ZEROS
              MOVE CP01-CS-UF-OP TO WS-IX-UF
              ADD 1                    TO TB-UF-QT (WS-IX-UF WS-IX-CLI)
              ADD CP01-VL-LIQUIDO-CRED TO TB-UF-VL (WS-IX-UF WS-IX-CLI)
           ELSE
              ADD 1 TO WS-CT-SEM-UF.
      *
       2000-LE-PROXIMO.
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2500-LE-052.
      *-----------*
      *
           READ DSUBCPG052SPG
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2500-FIM.
      *
           IF SPG51-ID-REG EQUAL 2
              ADD SPG51-QUANT-CREDITOS TO WS-TOT-052-QT
              ADD SPG51-VALOR-LIQUIDO  TO WS-TOT-052-VL
              IF SPG51-CS-UF GREATER ZEROS
                 MOVE SPG51-CS-UF TO WS-IX-UF
                 ADD SPG51-QUANT-CREDITOS TO TB-U52-QT (WS-IX-UF)
                 ADD SPG51-VALOR-LIQUIDO  TO TB-U52-VL (WS-IX-UF)
              END-IF
           ELSE
              IF SPG51-ID-REG EQUAL 3
                 MOVE 1                  TO WS-IN-TRAILER-052
                 ADD SPG51-TOT-VL-LIQ-T  TO WS-TRL-052-VL
              END-IF
           END-IF.
      *
       2500-FIM. EXIT.
      *---------*
      *
       3000-EMITE-BOLETIM.
      *-------------------*
      *
           MOVE WS-VL-SAL-MINIMO TO CAB-TAB-SAL-MINIMO.
      *
           MOVE "TABELA 1 - POR GRUPO DE ESPECIES" TO CAB-TAB-TITULO.
           PERFORM 3900-CABECALHO
              THRU 3900-FIM.
           PERFORM 3100-LINHA-GRUPO
              THRU 3100-FIM
              VARYING WS-IX-TAB FROM 1 BY 1
                UNTIL WS-IX-TAB GREATER 99.
      *
           MOVE "TABELA 2 - POR UF DO ORGAO PAGADOR" TO CAB-TAB-TITULO.
           PERFORM 3900-CABECALHO
              THRU 3900-FIM.
           PERFORM 3200-LINHA-UF
              THRU 3200-FIM
              VARYING WS-IX-TAB FROM 1 BY 1
                UNTIL WS-IX-TAB GREATER 99.
      *
           MOVE "TABELA 3 - POR FAIXA EM SALARIOS MINIMOS"
                                                   TO CAB-TAB-TITULO.
           PERFORM 3900-CABECALHO
              THRU 3900-FIM.
           PERFORM 3300-LINHA-FAIXA
              THRU 3300-FIM
              VARYING WS-IX-TAB FROM 1 BY 1
                UNTIL WS-IX-TAB GREATER 6.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-LINHA-GRUPO.
      *-----------------*
      *
           MOVE ZEROS TO WS-QT-LINHA WS-VL-LINHA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              ADD TB-GRP-QT (WS-IX-TAB WS-IX-CLI-TAB) TO WS-QT-LINHA
              ADD TB-GRP-VL (WS-IX-TAB WS-IX-CLI-TAB) TO WS-VL-LINHA
           END-PERFORM.
           IF WS-QT-LINHA EQUAL ZEROS
              GO TO 3100-FIM.
      *
           MOVE 1 TO CSV-TABELA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              MOVE TB-GRP-QT (WS-IX-TAB WS-IX-CLI-TAB)
                                    TO DET-TAB-QT (WS-IX-CLI-TAB)
                                       CSV-QTDE
              MOVE TB-GRP-VL (WS-IX-TAB WS-IX-CLI-TAB)
                                    TO DET-TAB-VL (WS-IX-CLI-TAB)
                                       CSV-VALOR
              PERFORM 3800-GRAVA-CSV
                 THRU 3800-FIM
           END-PERFORM.
           PERFORM 3850-IMPRIME-LINHA
              THRU 3850-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-LINHA-UF.
      *--------------*
      *
           MOVE ZEROS TO WS-QT-LINHA WS-VL-LINHA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              ADD TB-UF-QT (WS-IX-TAB WS-IX-CLI-TAB) TO WS-QT-LINHA
              ADD TB-UF-VL (WS-IX-TAB WS-IX-CLI-TAB) TO WS-VL-LINHA
           END-PERFORM.
           IF WS-QT-LINHA EQUAL ZEROS
              GO TO 3200-FIM.
      *
           MOVE 2 TO CSV-TABELA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              MOVE TB-UF-QT (WS-IX-TAB WS-IX-CLI-TAB)
                                    TO DET-TAB-QT (WS-IX-CLI-TAB)
                                       CSV-QTDE
              MOVE TB-UF-VL (WS-IX-TAB WS-IX-CLI-TAB)
                                    TO DET-TAB-VL (WS-IX-CLI-TAB)
                                       CSV-VALOR
              PERFORM 3800-GRAVA-CSV
                 THRU 3800-FIM
           END-PERFORM.
           PERFORM 3850-IMPRIME-LINHA
              THRU 3850-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-LINHA-FAIXA.
      *-----------------*
      *
           MOVE ZEROS TO WS-QT-LINHA WS-VL-LINHA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              ADD TB-FXA-QT (WS-IX-TAB WS-IX-CLI-TAB) TO WS-QT-LINHA
              ADD TB-FXA-VL (WS-IX-TAB WS-IX-CLI-TAB) TO WS-VL-LINHA
           END-PERFORM.
           IF WS-QT-LINHA EQUAL ZEROS
              GO TO 3300-FIM.
      *
           MOVE 3 TO CSV-TABELA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              MOVE TB-FXA-QT (WS-IX-TAB WS-IX-CLI-TAB)
                                    TO DET-TAB-QT (WS-IX-CLI-TAB)
                                       CSV-QTDE
              MOVE TB-FXA-VL (WS-IX-TAB WS-IX-CLI-TAB)
                                    TO DET-TAB-VL (WS-IX-CLI-TAB)
                                       CSV-VALOR
              PERFORM 3800-GRAVA-CSV
                 THRU 3800-FIM
           END-PERFORM.
           PERFORM 3850-IMPRIME-LINHA
              THRU 3850-FIM.
      *
       3300-FIM. EXIT.
      *---------*
      *
      *CELULA DA TABELA NO EXTRATO; CELULA VAZIA NAO SAI. CLIENTELA
      *NAO INFORMADA SAI COM CODIGO 0.
       3800-GRAVA-CSV.
      *---------------*
      *
           IF CSV-QTDE EQUAL ZEROS
              GO TO 3800-FIM.
      *
           MOVE WS-IX-TAB TO CSV-CODIGO.
           IF WS-IX-CLI-TAB EQUAL 3
              MOVE 0 TO CSV-CLIENTELA
           ELSE
              MOVE WS-IX-CLI-TAB TO CSV-CLIENTELA.
           WRITE REG-DSUBCPG2KBEPSCSV FROM DET-CSV-2KBEPS.
      *
       3800-FIM. EXIT.
      *---------*
      *
       3850-IMPRIME-LINHA.
      *-------------------*
      *
           MOVE WS-IX-TAB   TO DET-TAB-CODIGO.
           MOVE WS-QT-LINHA TO DET-TAB-QT (4).
           MOVE WS-VL-LINHA TO DET-TAB-VL (4).
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TAB-2KBEPS AFTER 1.
      *
       3850-FIM. EXIT.
      *---------*
      *
       3900-CABECALHO.
      *---------------*
      *
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-01-2KBEPS AFTER PAGE.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-02-2KBEPS AFTER 1.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-TAB-2KBEPS AFTER 2.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-COL-2KBEPS AFTER 2.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-02-2KBEPS AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
      *PAGINA DE CONTROLE: O TOTAL CLASSIFICADO NO BOLETIM CONTRA O
      *EMITIDO PELO 052 NO MES, POR UF E NO GERAL. DIVERGENCIA NAO
      *SEGURA O EXTRATO, MAS SAI MARCADA E NA CONSOLE PARA A AREA
      *RESPONSAVEL CONFERIR ANTES DO ENVIO AO MINISTERIO.
       3500-PAGINA-CONTROLE.
      *---------------------*
      *
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-01-2KBEPS AFTER PAGE.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-02-2KBEPS AFTER 1.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-CTL-2KBEPS AFTER 2.
           WRITE LINHA-LSUBCPG2KBEPS FROM CAB-02-2KBEPS AFTER 1.
      *
           PERFORM 3600-CONTROLE-UF
              THRU 3600-FIM
              VARYING WS-IX-TAB FROM 1 BY 1
                UNTIL WS-IX-TAB GREATER 99.
      *
           MOVE SPACES TO DET-TOT-2KBEPS.
           MOVE "QUANTIDADE CLASSIFICADA NO BOLETIM           " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-TOT-BEPS-QT TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 3.
      *
           MOVE "QUANTIDADE EMITIDA PELO 052 (DETALHES)       " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-TOT-052-QT TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 1.
      *
           COMPUTE WS-DIF-QT = WS-TOT-BEPS-QT - WS-TOT-052-QT.
           MOVE "DIFERENCA DE QUANTIDADE (BOLETIM - 052)      " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-DIF-QT TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 1.
      *
           MOVE "VALOR LIQUIDO CLASSIFICADO NO BOLETIM        " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-TOT-BEPS-VL TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 2.
      *
           MOVE "VALOR LIQUIDO EMITIDO PELO 052 (DETALHES)    " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-TOT-052-VL TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 1.
      *
           MOVE "VALOR LIQUIDO DO TRAILER DO 052              " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-TRL-052-VL TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 1.
      *
           COMPUTE WS-DIF-VL = WS-TOT-BEPS-VL - WS-TOT-052-VL.
           MOVE "DIFERENCA DE VALOR (BOLETIM - 052)           " TO
                                                     DET-TOT-TEXTO.
           MOVE WS-DIF-VL TO DET-TOT-VALOR.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-TOT-2KBEPS AFTER 1.
      *
           IF WS-IN-TRAILER-052 EQUAL 0
              OR WS-TRL-052-VL NOT EQUAL WS-TOT-052-VL
              DISPLAY "PSUBCPG2KBEPS - TRAILER DO 052 AUSENTE OU NAO "
                      "BATE COM OS DETALHES - CONFERIR O INSUMO".
      *
           IF WS-DIF-QT NOT EQUAL ZEROS
              OR WS-DIF-VL NOT EQUAL ZEROS
              DISPLAY "PSUBCPG2KBEPS - BOLETIM NAO BATE COM O 052 DO "
                      "MES - VIDE PAGINA DE CONTROLE".
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-CONTROLE-UF.
      *-----------------*
      *
           MOVE ZEROS TO WS-QT-LINHA WS-VL-LINHA.
           PERFORM VARYING WS-IX-CLI-TAB FROM 1 BY 1
                     UNTIL WS-IX-CLI-TAB GREATER 3
              ADD TB-UF-QT (WS-IX-TAB WS-IX-CLI-TAB) TO WS-QT-LINHA
              ADD TB-UF-VL (WS-IX-TAB WS-IX-CLI-TAB) TO WS-VL-LINHA
           END-PERFORM.
           IF WS-QT-LINHA EQUAL ZEROS
              AND TB-U52-QT (WS-IX-TAB) EQUAL ZEROS
              GO TO 3600-FIM.
      *
           COMPUTE WS-DIF-VL = WS-VL-LINHA - TB-U52-VL (WS-IX-TAB).
           MOVE WS-IX-TAB              TO DET-CTL-UF.
           MOVE WS-QT-LINHA            TO DET-CTL-QT-BEPS.
           MOVE WS-VL-LINHA            TO DET-CTL-VL-BEPS.
           MOVE TB-U52-QT (WS-IX-TAB)  TO DET-CTL-QT-052.
           MOVE TB-U52-VL (WS-IX-TAB)  TO DET-CTL-VL-052.
           MOVE WS-DIF-VL              TO DET-CTL-DIF-VL.
           IF WS-DIF-VL EQUAL ZEROS
              AND WS-QT-LINHA EQUAL TB-U52-QT (WS-IX-TAB)
              MOVE "CONFERE"   TO DET-CTL-SITUACAO
           ELSE
              MOVE "DIVERGENTE" TO DET-CTL-SITUACAO
              ADD 1 TO WS-CT-UF-DIVERGENTE.
           WRITE LINHA-LSUBCPG2KBEPS FROM DET-CTL-2KBEPS AFTER 1.
      *
       3600-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-2KBEPS.
           MOVE "CREDITOS LIDOS NO MOVIMENTO (CP01)           " TO
                                                     TEXTO-TRL-2KBEPS.
           MOVE WS-CT-CP01-LIDOS TO QT-TRL-2KBEPS.
           WRITE LINHA-LSUBCPG2KBEPS FROM TRAILER-2KBEPS AFTER 3.
      *
           MOVE "   MOVIMENTO DE OUTRO MES                    " TO
                                                     TEXTO-TRL-2KBEPS.
           MOVE WS-CT-FORA-COMPETENCIA TO QT-TRL-2KBEPS.
           WRITE LINHA-LSUBCPG2KBEPS FROM TRAILER-2KBEPS AFTER 1.
      *
           MOVE "   CANCELADOS (FORA DO BOLETIM)              " TO
                                                     TEXTO-TRL-2KBEPS.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2KBEPS.
           WRITE LINHA-LSUBCPG2KBEPS FROM TRAILER-2KBEPS AFTER 1.
      *
           MOVE "SEM GRUPO/CLIENTELA NO CADASTRO DE ESPECIES   " TO
                                                     TEXTO-TRL-2KBEPS.
           MOVE WS-CT-SEM-ESPECIE TO QT-TRL-2KBEPS.
           WRITE LINHA-LSUBCPG2KBEPS FROM TRAILER-2KBEPS AFTER 1.
      *
           MOVE "CLASSIFICADOS SEM UF (FORA DA TABELA 2)      " TO
                                                     TEXTO-TRL-2KBEPS.
           MOVE WS-CT-SEM-UF TO QT-TRL-2KBEPS.
           WRITE LINHA-LSUBCPG2KBEPS FROM TRAILER-2KBEPS AFTER 1.
      *
           MOVE "UF DIVERGENTES CONTRA O 052                  " TO
                                                     TEXTO-TRL-2KBEPS.
           MOVE WS-CT-UF-DIVERGENTE TO QT-TRL-2KBEPS.
           WRITE LINHA-LSUBCPG2KBEPS FROM TRAILER-2KBEPS AFTER 1.
      *
           CLOSE DSUBCPG2KBEPSCSV SAVE.
           CLOSE LSUBCPG2KBEPS SAVE.
      *
           DISPLAY "PSUBCPG2KBEPS - CLASSIFICADOS: " WS-TOT-BEPS-QT
                   " SEM ESPECIE: " WS-CT-SEM-ESPECIE
                   " UF DIVERGENTES: " WS-CT-UF-DIVERGENTE.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF.
      *
       9000-FIM. EXIT.
      *---------*
