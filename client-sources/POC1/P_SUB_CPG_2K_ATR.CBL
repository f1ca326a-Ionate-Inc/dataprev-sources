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
       PROGRAM-ID.      PSUBCPG2KATR.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: ESTOQUE MENSAL DE ATRASADOS POR MESES DEVIDOS. O    *
      *            CP01-IN-CRED-ATRASADO MARCA O CREDITO DE ATRASADOS, *
      *            MAS NENHUM RELATORIO DIZIA QUANTO DE DIVIDA ANTIGA  *
      *            ESTA SENDO PAGA NEM DE QUANDO ELA E - E A AREA      *
      *            FINANCEIRA PRECISA PREVER O GASTO COM ATRASADOS EM  *
      *            SEPARADO DA FOLHA REGULAR. PARA CADA CREDITO DE     *
      *            ATRASADOS DO MOVIMENTO DA COMPETENCIA (NAO          *
      *            CANCELADO) ESTE JOB MEDE, EM MESES, A DISTANCIA     *
      *            ENTRE CP01-DT-COMPET-CREDITO E O MES DO MOVIMENTO E *
      *            CLASSIFICA O CREDITO NA FAIXA DE IDADE:             *
      *              (1) MENOS DE 6 MESES;                             *
      *              (2) DE 6 A 12 MESES;                              *
      *              (3) MAIS DE 1 ATE 5 ANOS (13 A 60 MESES);         *
      *              (4) MAIS DE 5 ANOS.                               *
      *            TOTALIZA QUANTIDADE E VALOR POR FAIXA (E O MAIOR    *
      *            ATRASO, EM MESES) POR UF DO OP, ESPECIE, ORIGEM     *
      *            ORCAMENTARIA (CP01-CS-ORIGEM-ORCAMENTO) E ORIGEM    *
      *            JUDICIAL X ADMINISTRATIVA - JUDICIAL E O CREDITO    *
      *            CASADO COM CP77 PELA SUBCHAVE COMUM (MESMO CRITERIO *
      *            DE PSUBCPG2K488). EMITE O RELATORIO E O EXTRATO     *
      *            DELIMITADO (";") PARA A AREA FINANCEIRA.            *
      *            CREDITO COM COMPETENCIA ZERADA OU POSTERIOR AO      *
      *            MOVIMENTO NAO ENTRA NAS FAIXAS E E SO CONTADO.      *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/401 E D/SUB/CPG/2K/477 EM ORDEM        *
      *            ASCENDENTE DA SUBCHAVE (COMO EM PSUBCPG2K488).      *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - MES DO MOVIMENTO AAAAMM       *
      *            (ZEROS = TODO O ARQUIVO).                           *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO DE CREDITOS.            *
      *            DSUBCPG2K477    - COMPLEMENTO JUDICIAL.             *
      *  SAIDA:    LSUBCPG2KATR    - RELATORIO POR FAIXA DE IDADE.     *
      *            DSUBCPG2KATRCSV - EXTRATO DELIMITADO.               *
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
           SELECT DSUBCPG2K477    ASSIGN TO DISK.
           SELECT DSUBCPG2KATRCSV ASSIGN TO DISK.
           SELECT LSUBCPG2KATR    ASSIGN TO PRINTER.
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
        FD DSUBCPG2K477
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/477 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/477 ON PKBDSGF".
      *
      *EXTRATO DELIMITADO POR ";" - VIRGULA E SEPARADOR DECIMAL
      *(MESMO CRITERIO DE D/SUB/CPG/052/CSV).
        FD DSUBCPG2KATRCSV
           RECORD CONTAINS  160 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ATR/CSV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KATRCSV    PIC X(160).
      *
        FD LSUBCPG2KATR.
        01 LINHA-LSUBCPG2KATR     PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KATR".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP77                PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06).
       77  W77-DATA                   PIC 9(08) BINARY.
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATRASADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-COMPET-INVALIDA      PIC 9(08) VALUE ZEROS.
       77  WS-IN-JUDICIAL             PIC 9(01) VALUE ZEROS.
      *
      *MESES DE ATRASO: MES DO MOVIMENTO MENOS MES DA COMPETENCIA.
       01  WS-MES-MOV                 PIC 9(06) VALUE ZEROS.
       01  WS-MES-MOV-R REDEFINES WS-MES-MOV.
           03 WS-MES-MOV-AAAA         PIC 9(04).
           03 WS-MES-MOV-MM           PIC 9(02).
       01  WS-MES-COMP                PIC 9(06) VALUE ZEROS.
       01  WS-MES-COMP-R REDEFINES WS-MES-COMP.
           03 WS-MES-COMP-AAAA        PIC 9(04).
           03 WS-MES-COMP-MM          PIC 9(02).
       77  WS-QT-MESES                PIC S9(05) VALUE ZEROS.
       77  WS-IX-FAIXA                PIC 9(01) VALUE ZEROS.
      *
      *SUBCHAVE COMUM CP01 X CP77 (MESMOS GRUPOS DE PSUBCPG2K484).
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
       01  WS-SUBCHAVE-CP77.
           03 WS-SC77-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC77-NU-NB           PIC 9(10).
           03 WS-SC77-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC77-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC77-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC77-SEQ-REG         PIC 9(09).
      *
      *TOTAIS POR FAIXA DE IDADE. UMA SO TABELA, INDEXADA PELO PROPRIO
      *CODIGO DENTRO DA FAIXA DE POSICOES DE CADA QUEBRA:
      *     1 -  100  UF DO OP (00-99)
      *   101 - 1100  ESPECIE (000-999)
      *  1101 - 1200  ORIGEM ORCAMENTARIA (00-99)
      *  1201 - 1202  ADMINISTRATIVA / JUDICIAL
      *  1203         TOTAL GERAL
       01  TABELA-ATRASADOS.
           03  TB-ATR OCCURS 1203 TIMES.
               05  TB-ATR-FAIXA OCCURS 4 TIMES.
                   07  TB-ATR-QT            PIC 9(08).
                   07  TB-ATR-VL            PIC 9(13)V99.
               05  TB-ATR-QT-TOT            PIC 9(08).
               05  TB-ATR-VL-TOT            PIC 9(13)V99.
               05  TB-ATR-MAIOR-ATRASO      PIC 9(04).
       77  WS-IX-ATR                  PIC 9(04) BINARY.
       77  WS-IX-INI                  PIC 9(04) BINARY.
       77  WS-IX-FIM                  PIC 9(04) BINARY.
       77  WS-IX-BASE                 PIC 9(04) BINARY.
       77  WS-IX-BND                  PIC 9(01) BINARY.
       77  WS-CHAVE-NUM               PIC 9(03) VALUE ZEROS.
       77  WS-NM-QUEBRA               PIC X(10) VALUE SPACES.
      *
       01  CAB-01-2KATR.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/ATR".
           03 FILLER                PIC X(42) VALUE
              "ESTOQUE DE ATRASADOS POR MESES DEVIDOS".
           03 FILLER                PIC X(14) VALUE "COMPETENCIA: ".
           03 CAB01-COMPET          PIC 9(06).
           03 FILLER                PIC X(08) VALUE "  DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KATR.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-QUEBRA-2KATR.
           03 FILLER                PIC X(08) VALUE "*** POR ".
           03 CAB-QUEBRA-NOME       PIC X(40).
      *
       01  CAB-03-2KATR.
           03 FILLER                PIC X(10) VALUE "CHAVE".
           03 FILLER                PIC X(25) VALUE
              "    ATE 6 MESES QT/VALOR".
           03 FILLER                PIC X(25) VALUE
              "   6 A 12 MESES QT/VALOR".
           03 FILLER                PIC X(25) VALUE
              "    1 A 5 ANOS  QT/VALOR".
           03 FILLER                PIC X(25) VALUE
              "  MAIS DE 5 ANOS QT/VAL".
           03 FILLER                PIC X(18) VALUE
              "      VALOR TOTAL".
           03 FILLER                PIC X(05) VALUE " MAX".
      *
       01  DET-2KATR.
           03 DET-CHAVE             PIC X(10).
           03 DET-FAIXA OCCURS 4 TIMES.
              05 FILLER             PIC X(01).
              05 DET-QT             PIC ZZZ.ZZ9.
              05 FILLER             PIC X(01).
              05 DET-VL             PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-TOT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-MAIOR             PIC ZZZ9.
      *
       01  TRAILER-2KATR.
           03 TEXTO-TRL-2KATR       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KATR          PIC ZZ.ZZZ.ZZ9.
      *
       01  CAB-CSV-2KATR.
           03 FILLER                PIC X(44) VALUE
              "QUEBRA;CHAVE;QT_ATE_6M;VL_ATE_6M;QT_6_A_12M;".
           03 FILLER                PIC X(44) VALUE
              "VL_6_A_12M;QT_1_A_5A;VL_1_A_5A;QT_MAIS_5A;VL".
           03 FILLER                PIC X(44) VALUE
              "_MAIS_5A;QT_TOTAL;VL_TOTAL;MAIOR_ATRASO_MES".
           03 FILLER                PIC X(28) VALUE SPACES.
      *
       01  DET-CSV-2KATR.
           03 CSV-QUEBRA            PIC X(10).
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-CHAVE             PIC X(14).
           03 CSV-FAIXA OCCURS 4 TIMES.
              05 CSV-SEP-QT         PIC X(01).
              05 CSV-QT             PIC 9(08).
              05 CSV-SEP-VL         PIC X(01).
              05 CSV-VL             PIC Z(12)9,99.
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-QT-TOT            PIC 9(08).
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-VL-TOT            PIC Z(12)9,99.
           03 FILLER                PIC X(01) VALUE ";".
           03 CSV-MAIOR             PIC 9(04).
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
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-LOOP-CP01
              THRU 2000-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           MOVE "UF"             TO WS-NM-QUEBRA.
           MOVE "UF DO ORGAO PAGADOR" TO CAB-QUEBRA-NOME.
           MOVE 1                TO WS-IX-INI.
           MOVE 100              TO WS-IX-FIM.
           PERFORM 3000-EMITE-QUEBRA
              THRU 3000-FIM.
      *
           MOVE "ESPECIE"        TO WS-NM-QUEBRA.
           MOVE "ESPECIE DO BENEFICIO" TO CAB-QUEBRA-NOME.
           MOVE 101              TO WS-IX-INI.
           MOVE 1100             TO WS-IX-FIM.
           PERFORM 3000-EMITE-QUEBRA
              THRU 3000-FIM.
      *
           MOVE "ORCAMENTO"      TO WS-NM-QUEBRA.
           MOVE "ORIGEM ORCAMENTARIA" TO CAB-QUEBRA-NOME.
           MOVE 1101             TO WS-IX-INI.
           MOVE 1200             TO WS-IX-FIM.
           PERFORM 3000-EMITE-QUEBRA
              THRU 3000-FIM.
      *
           MOVE "ORIGEM"         TO WS-NM-QUEBRA.
           MOVE "ORIGEM JUDICIAL X ADMINISTRATIVA" TO CAB-QUEBRA-NOME.
           MOVE 1201             TO WS-IX-INI.
           MOVE 1203             TO WS-IX-FIM.
           PERFORM 3000-EMITE-QUEBRA
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
           OPEN INPUT  DSUBCPG2K401
                       DSUBCPG2K477.
           OPEN OUTPUT LSUBCPG2KATR
                       DSUBCPG2KATRCSV.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPET.
      *
           MOVE ZEROS TO TABELA-ATRASADOS.
      *
           WRITE LINHA-LSUBCPG2KATR FROM CAB-01-2KATR AFTER PAGE.
           WRITE LINHA-LSUBCPG2KATR FROM CAB-02-2KATR AFTER 1.
           WRITE REG-DSUBCPG2KATRCSV FROM CAB-CSV-2KATR.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9030-LE-CP77
              THRU 9030-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *UM GIRO POR CREDITO DO MOVIMENTO: CASA COM O CP77 PELA
      *SUBCHAVE (ARQUIVOS EM ORDEM DE CHAVE) E ACUMULA O ATRASADO.
       2000-LOOP-CP01.
      *---------------*
      *
           PERFORM 2100-AVANCA-CP77
              THRU 2100-FIM
             UNTIL WS-EOF-CP77 EQUAL "SIM"
                OR WS-SUBCHAVE-CP77 NOT LESS WS-SUBCHAVE-CP01.
      *
           MOVE ZEROS TO WS-IN-JUDICIAL.
           IF WS-SUBCHAVE-CP77 EQUAL WS-SUBCHAVE-CP01
              MOVE 1 TO WS-IN-JUDICIAL.
      *
           IF CP01-IN-CRED-ATRASADO EQUAL 1
              AND (WS-PAR-COMPETENCIA EQUAL ZEROS
                OR CP01-DT-MOV-CREDITO-AAMM EQUAL WS-PAR-COMPETENCIA)
              PERFORM 2200-ACUMULA-ATRASADO
                 THRU 2200-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-AVANCA-CP77.
      *----------------*
      *
           PERFORM 9030-LE-CP77
              THRU 9030-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-ACUMULA-ATRASADO.
      *----------------------*
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2200-FIM.
      *
           MOVE CP01-DT-MOV-CREDITO-AAMM TO WS-MES-MOV.
           MOVE CP01-DT-COMPET-CREDITO   TO WS-MES-COMP.
           IF WS-MES-COMP EQUAL ZEROS
              OR WS-MES-COMP GREATER WS-MES-MOV
              ADD 1 TO WS-CT-COMPET-INVALIDA
              GO TO 2200-FIM.
      *
           COMPUTE WS-QT-MESES = (WS-MES-MOV-AAAA * 12 + WS-MES-MOV-MM)
                               - (WS-MES-COMP-AAAA * 12
                                  + WS-MES-COMP-MM).
      *
           IF WS-QT-MESES LESS 6
              MOVE 1 TO WS-IX-FAIXA
           ELSE
              IF WS-QT-MESES NOT GREATER 12
                 MOVE 2 TO WS-IX-FAIXA
              ELSE
                 IF WS-QT-MESES NOT GREATER 60
                    MOVE 3 TO WS-IX-FAIXA
                 ELSE
                    MOVE 4 TO WS-IX-FAIXA.
      *
           ADD 1 TO WS-CT-ATRASADOS.
      *
           COMPUTE WS-IX-ATR = CP01-CS-UF-OP + 1.
           PERFORM 2300-SOMA-LINHA
              THRU 2300-FIM.
           COMPUTE WS-IX-ATR = CP01-CS-ESPECIE + 101.
           PERFORM 2300-SOMA-LINHA
              THRU 2300-FIM.
           COMPUTE WS-IX-ATR = CP01-CS-ORIGEM-ORCAMENTO + 1101.
           PERFORM 2300-SOMA-LINHA
              THRU 2300-FIM.
           COMPUTE WS-IX-ATR = WS-IN-JUDICIAL + 1201.
           PERFORM 2300-SOMA-LINHA
              THRU 2300-FIM.
           MOVE 1203 TO WS-IX-ATR.
           PERFORM 2300-SOMA-LINHA
              THRU 2300-FIM.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-SOMA-LINHA.
      *----------------*
      *
           ADD 1 TO TB-ATR-QT (WS-IX-ATR WS-IX-FAIXA)
                    TB-ATR-QT-TOT (WS-IX-ATR).
           ADD CP01-VL-LIQUIDO-CRED TO TB-ATR-VL (WS-IX-ATR WS-IX-FAIXA)
                                       TB-ATR-VL-TOT (WS-IX-ATR).
           IF WS-QT-MESES GREATER TB-ATR-MAIOR-ATRASO (WS-IX-ATR)
              MOVE WS-QT-MESES TO TB-ATR-MAIOR-ATRASO (WS-IX-ATR).
      *
       2300-FIM. EXIT.
      *---------*
      *
      *UMA QUEBRA (POSICOES WS-IX-INI A WS-IX-FIM DA TABELA): SO SAEM
      *AS LINHAS COM ALGUM ATRASADO.
       3000-EMITE-QUEBRA.
      *------------------*
      *
           WRITE LINHA-LSUBCPG2KATR FROM CAB-QUEBRA-2KATR AFTER 3.
           WRITE LINHA-LSUBCPG2KATR FROM CAB-03-2KATR AFTER 2.
           WRITE LINHA-LSUBCPG2KATR FROM CAB-02-2KATR AFTER 1.
      *
           MOVE WS-IX-INI TO WS-IX-BASE.
           PERFORM 3100-EMITE-LINHA
              THRU 3100-FIM
              VARYING WS-IX-ATR FROM WS-IX-INI BY 1
                UNTIL WS-IX-ATR GREATER WS-IX-FIM.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-EMITE-LINHA.
      *-----------------*
      *
           IF TB-ATR-QT-TOT (WS-IX-ATR) EQUAL ZEROS
              GO TO 3100-FIM.
      *
           MOVE SPACES TO DET-CHAVE CSV-CHAVE.
           IF WS-IX-ATR EQUAL 1201
              MOVE "ADMINIST." TO DET-CHAVE
              MOVE "ADMINISTRATIVA" TO CSV-CHAVE
           ELSE
              IF WS-IX-ATR EQUAL 1202
                 MOVE "JUDICIAL"  TO DET-CHAVE CSV-CHAVE
              ELSE
                 IF WS-IX-ATR EQUAL 1203
                    MOVE "TOTAL"  TO DET-CHAVE CSV-CHAVE
                 ELSE
                    COMPUTE WS-CHAVE-NUM = WS-IX-ATR - WS-IX-BASE
                    MOVE WS-CHAVE-NUM TO DET-CHAVE CSV-CHAVE.
      *
           PERFORM VARYING WS-IX-BND FROM 1 BY 1
                     UNTIL WS-IX-BND GREATER 4
              MOVE SPACES TO DET-FAIXA (WS-IX-BND)
              MOVE TB-ATR-QT (WS-IX-ATR WS-IX-BND) TO DET-QT (WS-IX-BND)
                                                      CSV-QT (WS-IX-BND)
              MOVE TB-ATR-VL (WS-IX-ATR WS-IX-BND) TO DET-VL (WS-IX-BND)
                                                      CSV-VL (WS-IX-BND)
              MOVE ";" TO CSV-SEP-QT (WS-IX-BND)
                          CSV-SEP-VL (WS-IX-BND)
           END-PERFORM.
           MOVE TB-ATR-VL-TOT (WS-IX-ATR)       TO DET-VL-TOT
                                                   CSV-VL-TOT.
           MOVE TB-ATR-QT-TOT (WS-IX-ATR)       TO CSV-QT-TOT.
           MOVE TB-ATR-MAIOR-ATRASO (WS-IX-ATR) TO DET-MAIOR CSV-MAIOR.
           WRITE LINHA-LSUBCPG2KATR FROM DET-2KATR AFTER 1.
      *
           MOVE WS-NM-QUEBRA TO CSV-QUEBRA.
           IF WS-IX-ATR EQUAL 1203
              MOVE "TOTAL" TO CSV-QUEBRA.
           WRITE REG-DSUBCPG2KATRCSV FROM DET-CSV-2KATR.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-2KATR.
           MOVE "CREDITOS CP01 LIDOS                          " TO
                                                    TEXTO-TRL-2KATR.
           MOVE WS-CT-LIDOS TO QT-TRL-2KATR.
           WRITE LINHA-LSUBCPG2KATR FROM TRAILER-2KATR AFTER 3.
      *
           MOVE "ATRASADOS CLASSIFICADOS NAS FAIXAS           " TO
                                                    TEXTO-TRL-2KATR.
           MOVE WS-CT-ATRASADOS TO QT-TRL-2KATR.
           WRITE LINHA-LSUBCPG2KATR FROM TRAILER-2KATR AFTER 1.
      *
           MOVE "ATRASADOS CANCELADOS (FORA DAS FAIXAS)       " TO
                                                    TEXTO-TRL-2KATR.
           MOVE WS-CT-CANCELADOS TO QT-TRL-2KATR.
           WRITE LINHA-LSUBCPG2KATR FROM TRAILER-2KATR AFTER 1.
      *
           MOVE "ATRASADOS COM COMPETENCIA INVALIDA           " TO
                                                    TEXTO-TRL-2KATR.
           MOVE WS-CT-COMPET-INVALIDA TO QT-TRL-2KATR.
           WRITE LINHA-LSUBCPG2KATR FROM TRAILER-2KATR AFTER 1.
      *
           CLOSE DSUBCPG2K401
                 DSUBCPG2K477.
           CLOSE DSUBCPG2KATRCSV SAVE.
           CLOSE LSUBCPG2KATR SAVE.
      *
           DISPLAY "PSUBCPG2KATR - LIDOS: " WS-CT-LIDOS
                   " ATRASADOS: " WS-CT-ATRASADOS
                   " COMPET. INVALIDA: " WS-CT-COMPET-INVALIDA.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
                        ADD 1 TO WS-CT-LIDOS
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-SC01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-SC01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-SC01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-SC01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-SC01-DT-INI-PERIODO
                        MOVE CP01-SEQ-REG        TO WS-SC01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *---------*
      *
       9030-LE-CP77.
      *------------*
      *
           READ DSUBCPG2K477
                AT END MOVE "SIM" TO WS-EOF-CP77
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP77
                NOT AT END
                        MOVE CP77-DT-MOV-CREDITO TO
                                       WS-SC77-DT-MOV-CREDITO
                        MOVE CP77-NU-NB          TO WS-SC77-NU-NB
                        MOVE CP77-CS-NATUR-CREDITO TO
                                       WS-SC77-CS-NATUR-CRED
                        MOVE CP77-DT-FIM-PERIODO TO
                                       WS-SC77-DT-FIM-PERIODO
                        MOVE CP77-DT-INI-PERIODO TO
                                       WS-SC77-DT-INI-PERIODO
                        MOVE CP77-SEQ-REG        TO WS-SC77-SEQ-REG.
      *
       9030-FIM. EXIT.
      *---------*
