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
       PROGRAM-ID.      PSUBCPG2KPVDLST.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: LISTA SEMANAL DE BENEFICIARIOS COM PROVA DE VIDA    *
      *            VENCIDA, POR UF E ORGAO PAGADOR, PARA AS AGENCIAS   *
      *            CONVOCAREM O BENEFICIARIO. LE O EXTRATO             *
      *            D/SUB/CPG/2K/PVD/ATR DEIXADO PELA ULTIMA APLICACAO  *
      *            DE PSUBCPG2KPVDAPL, CLASSIFICA POR UF, OP, SITUACAO *
      *            E NB E EMITE UMA LINHA POR NB (PRIMEIRO OS JA       *
      *            BLOQUEADOS, DEPOIS OS AINDA NA CARENCIA), COM TOTAL *
      *            POR OP, POR UF E GERAL.                             *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KPVDATR - EXTRATO DE NB VENCIDOS.           *
      *  SAIDA:    LSUBCPG2KPVDLST - LISTA POR UF/OP.                  *
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
           SELECT OPTIONAL DSUBCPG2KPVDATR ASSIGN TO DISK.
           SELECT LSUBCPG2KPVDLST ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KPVDATR
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PVD/ATR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPVDATR     PIC X(60).
      *
        FD LSUBCPG2KPVDLST.
        01 LINHA-PVDLST           PIC X(133).
      *
        SD SORTWK.
        01 SRTL-REG.
           03 SRTL-CS-UF-OP           PIC 9(02).
           03 SRTL-ID-ORGAO-PAGADOR   PIC 9(06).
           03 SRTL-NU-NB              PIC 9(10).
           03 SRTL-CS-ESPECIE         PIC 9(03).
           03 SRTL-DT-ULT-PROVA       PIC 9(08).
           03 SRTL-QT-MESES           PIC 9(03).
      *        "V" - VENCIDO, AINDA NA CARENCIA
      *        "B" - VENCIDO E BLOQUEADO
           03 SRTL-IN-SITUACAO        PIC X(01).
           03 SRTL-QT-CREDITOS        PIC 9(03).
           03 SRTL-VL-CREDITOS        PIC 9(11)V99.
           03 SRTL-DT-APURACAO        PIC 9(08).
           03 FILLER                  PIC X(03).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPVDLST".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-UF-ANT                  PIC 9(02) VALUE ZEROS.
       77  WS-OP-ANT                  PIC 9(06) VALUE ZEROS.
       77  WS-IN-PRIMEIRO             PIC 9(01) VALUE 1.
      *
      *ACUMULADORES POR OP (1), POR UF (2) E GERAL (3).
       01  WS-TABELA-TOTAIS.
           03  WS-TOT OCCURS 3 TIMES.
               05  WS-TOT-NB-BLOQ           PIC 9(08).
               05  WS-TOT-NB-CAR            PIC 9(08).
               05  WS-TOT-VALOR             PIC 9(15)V99.
       77  WS-IX-TOT                  PIC 9(01) VALUE ZEROS.
      *
       01  CAB-01-PVDLST.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PVDL".
           03 FILLER                PIC X(48) VALUE
              "PROVA DE VIDA VENCIDA POR UF/OP".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PVDLST.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-PVDLST.
           03 FILLER                PIC X(24) VALUE
              "SITUACAO APURADA EM:    ".
           03 CAB03-DT-APURACAO     PIC 9999/99/99.
      *
       01  CAB-OP-PVDLST.
           03 FILLER                PIC X(04) VALUE "UF: ".
           03 CAB-OP-UF             PIC 9(02).
           03 FILLER                PIC X(17) VALUE
              "  ORGAO PAGADOR: ".
           03 CAB-OP-OP             PIC 9(06).
      *
       01  DET-NB-PVDLST.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-NB-NU-NB          PIC 9(10).
           03 FILLER                PIC X(11) VALUE "  ESPECIE: ".
           03 DET-NB-ESPECIE        PIC 9(03).
           03 FILLER                PIC X(16) VALUE
              "  ULTIMA PROVA: ".
           03 DET-NB-DT-PROVA       PIC 9999/99/99.
           03 FILLER                PIC X(09) VALUE "  MESES: ".
           03 DET-NB-MESES          PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NB-SITUACAO       PIC X(12).
           03 FILLER                PIC X(12) VALUE "  CREDITOS: ".
           03 DET-NB-CREDITOS       PIC ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-NB-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-TOT-PVDLST.
           03 DET-TOT-TEXTO         PIC X(20).
           03 DET-TOT-CHAVE         PIC X(09).
           03 FILLER                PIC X(17) VALUE
              "  NB BLOQUEADOS: ".
           03 DET-TOT-NB-BLOQ       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(16) VALUE
              "  NB CARENCIA: ".
           03 DET-TOT-NB-CAR        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-TOT-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-CHAVE-TOT.
           03 WS-CHV-UF             PIC 9(02).
           03 WS-CHV-BARRA          PIC X(01).
           03 WS-CHV-OP             PIC 9(06).
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
           SORT SORTWK
                ASCENDING KEY SRTL-CS-UF-OP SRTL-ID-ORGAO-PAGADOR
                              SRTL-IN-SITUACAO SRTL-NU-NB
                USING DSUBCPG2KPVDATR
                OUTPUT PROCEDURE 2000-LISTA
                                 THRU 2000-LISTA-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KPVDLST.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE ZEROS             TO WS-TABELA-TOTAIS.
      *
           WRITE LINHA-PVDLST FROM CAB-01-PVDLST AFTER PAGE.
           WRITE LINHA-PVDLST FROM CAB-02-PVDLST AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: UMA LINHA POR NB, COM QUEBRA POR OP E POR
      *    UF. NO FIM, FECHA A ULTIMA OP/UF E IMPRIME O TOTAL GERAL.
      *----------------------------------------------------------------
       2000-LISTA SECTION.
       2000-LISTA-NB.
      *--------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 2100-UM-NB
              THRU 2100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           IF WS-IN-PRIMEIRO EQUAL 0
              PERFORM 2300-FECHA-OP
                 THRU 2300-FIM
              PERFORM 2400-FECHA-UF
                 THRU 2400-FIM.
      *
           MOVE 3                   TO WS-IX-TOT.
           MOVE "TOTAL GERAL"       TO DET-TOT-TEXTO.
           MOVE SPACES              TO DET-TOT-CHAVE.
           PERFORM 2500-LINHA-TOTAL
              THRU 2500-FIM.
           GO TO 2000-LISTA-FIM.
      *
       2100-UM-NB.
      *-----------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 2100-FIM.
      *
           IF WS-IN-PRIMEIRO EQUAL 1
              MOVE SRTL-DT-APURACAO TO CAB03-DT-APURACAO
              WRITE LINHA-PVDLST FROM CAB-03-PVDLST AFTER 1
           ELSE
              IF SRTL-CS-UF-OP NOT EQUAL WS-UF-ANT
                 PERFORM 2300-FECHA-OP
                    THRU 2300-FIM
                 PERFORM 2400-FECHA-UF
                    THRU 2400-FIM
              ELSE
                 IF SRTL-ID-ORGAO-PAGADOR NOT EQUAL WS-OP-ANT
                    PERFORM 2300-FECHA-OP
                       THRU 2300-FIM.
      *
           IF WS-IN-PRIMEIRO EQUAL 1
              OR SRTL-CS-UF-OP NOT EQUAL WS-UF-ANT
              OR SRTL-ID-ORGAO-PAGADOR NOT EQUAL WS-OP-ANT
              MOVE 0                     TO WS-IN-PRIMEIRO
              MOVE SRTL-CS-UF-OP         TO WS-UF-ANT CAB-OP-UF
              MOVE SRTL-ID-ORGAO-PAGADOR TO WS-OP-ANT CAB-OP-OP
              WRITE LINHA-PVDLST FROM CAB-OP-PVDLST AFTER 2.
      *
           MOVE SRTL-NU-NB          TO DET-NB-NU-NB.
           MOVE SRTL-CS-ESPECIE     TO DET-NB-ESPECIE.
           MOVE SRTL-DT-ULT-PROVA   TO DET-NB-DT-PROVA.
           MOVE SRTL-QT-MESES       TO DET-NB-MESES.
           MOVE SRTL-QT-CREDITOS    TO DET-NB-CREDITOS.
           MOVE SRTL-VL-CREDITOS    TO DET-NB-VALOR.
           IF SRTL-IN-SITUACAO EQUAL "B"
              MOVE "BLOQUEADO"      TO DET-NB-SITUACAO
           ELSE
              MOVE "EM CARENCIA"    TO DET-NB-SITUACAO.
           WRITE LINHA-PVDLST FROM DET-NB-PVDLST AFTER 1.
      *
           PERFORM 2200-ACUMULA
              THRU 2200-FIM
              VARYING WS-IX-TOT FROM 1 BY 1
                UNTIL WS-IX-TOT GREATER 3.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-ACUMULA.
      *-------------*
      *
           IF SRTL-IN-SITUACAO EQUAL "B"
              ADD 1 TO WS-TOT-NB-BLOQ (WS-IX-TOT)
           ELSE
              ADD 1 TO WS-TOT-NB-CAR (WS-IX-TOT).
           ADD SRTL-VL-CREDITOS TO WS-TOT-VALOR (WS-IX-TOT).
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-FECHA-OP.
      *--------------*
      *
           MOVE 1                   TO WS-IX-TOT.
           MOVE "  TOTAL DA UF/OP "  TO DET-TOT-TEXTO.
           MOVE WS-UF-ANT           TO WS-CHV-UF.
           MOVE "/"                 TO WS-CHV-BARRA.
           MOVE WS-OP-ANT           TO WS-CHV-OP.
           MOVE WS-CHAVE-TOT        TO DET-TOT-CHAVE.
           PERFORM 2500-LINHA-TOTAL
              THRU 2500-FIM.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2400-FECHA-UF.
      *--------------*
      *
           MOVE 2                   TO WS-IX-TOT.
           MOVE "TOTAL DA UF "      TO DET-TOT-TEXTO.
           MOVE SPACES              TO WS-CHAVE-TOT.
           MOVE WS-UF-ANT           TO WS-CHV-UF.
           MOVE WS-CHAVE-TOT        TO DET-TOT-CHAVE.
           PERFORM 2500-LINHA-TOTAL
              THRU 2500-FIM.
      *
       2400-FIM. EXIT.
      *---------*
      *
       2500-LINHA-TOTAL.
      *-----------------*
      *
           MOVE WS-TOT-NB-BLOQ (WS-IX-TOT) TO DET-TOT-NB-BLOQ.
           MOVE WS-TOT-NB-CAR (WS-IX-TOT)  TO DET-TOT-NB-CAR.
           MOVE WS-TOT-VALOR (WS-IX-TOT)   TO DET-TOT-VALOR.
           WRITE LINHA-PVDLST FROM DET-TOT-PVDLST AFTER 1.
           MOVE ZEROS TO WS-TOT-NB-BLOQ (WS-IX-TOT)
                         WS-TOT-NB-CAR (WS-IX-TOT)
                         WS-TOT-VALOR (WS-IX-TOT).
      *
       2500-FIM. EXIT.
      *---------*
       2000-LISTA-FIM. EXIT.
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPVDLST.
      *
       4000-FIM. EXIT.
      *---------*
