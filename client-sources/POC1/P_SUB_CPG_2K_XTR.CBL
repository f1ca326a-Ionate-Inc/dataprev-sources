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
       PROGRAM-ID.      PSUBCPG2KXTR.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: EXTRATOR UNICO DO MOVIMENTO CP01 PARA A CADEIA      *
      *            NOTURNA. DEZENAS DE JOBS ABREM D/SUB/CPG/2K/401 POR *
      *            CONTA PROPRIA E VARREM O ARQUIVO INTEIRO PARA USAR  *
      *            UMA FATIA PEQUENA DELE (ALGUNS DUAS VEZES, PARA     *
      *            SEPARAR POR BANCO) - E ISSO QUE EMPURRA A CADEIA    *
      *            PARA FORA DA JANELA NO INICIO DO MES. ESTE JOB LE O *
      *            401 UMA UNICA VEZ E GRAVA, NA MESMA PASSADA, OS     *
      *            EXTRATOS DE QUE CADA CONSUMIDOR PRECISA, NO MESMO   *
      *            LAYOUT CP01 (B/SUB/CPG/2K/401) E NA MESMA ORDEM DO  *
      *            401 - O CONSUMIDOR SO TROCA O TITULO DO ARQUIVO:    *
      *              D/SUB/CPG/2K/401/BLQ  - BLOQUEADOS                *
      *                 (CP01-IN-CR-BLOQUEADO = 2)  -> PSUBCPG2K402;   *
      *              D/SUB/CPG/2K/401/LOAS - LOAS                      *
      *                 (CP01-CS-ESP-LOAS = 3)      -> PSUBCPG2K403 E  *
      *                                               PSUBCPG2KLOASRV; *
      *              D/SUB/CPG/2K/401/EPU  - EPU                       *
      *                 (CP01-IN-CREDITO-EPU <> 0)  -> PSUBCPG2K466;   *
      *              D/SUB/CPG/2K/401/EMP  - CONSIGNADOS               *
      *                 (CP01-IN-DESC-EMPREST <> 0) -> PSUBCPG2K467.   *
      *            OS EXTRATOS NAO APLICAM NENHUM OUTRO FILTRO (NEM DE *
      *            CANCELADO): CADA CONSUMIDOR CONTINUA DONO DAS SUAS  *
      *            REGRAS. CADA EXTRATO E REGISTRADO NO CATALOGO       *
      *            D/SUB/CPG/GER/CAT (EVENTO "G", FEED = 401) E GANHA  *
      *            PINO DE GERACAO (SSUBLIB2K605), E O LIVRO DE        *
      *            EXECUCOES (SSUBLIB2K604) RECEBE UM EVENTO "F" POR   *
      *            EXTRATO - ASSIM O QUADRO DA MANHA (PSUBCPG2K491)    *
      *            ACUSA CONSUMIDOR QUE LEU O EXTRATO ANTES DESTE JOB  *
      *            TERMINAR. O GANHO DE TEMPO E MEDIDO NO PROPRIO      *
      *            LIVRO POR PSUBCPG2KXTRCMP.                          *
      *                                                                *
      *  PREMISSA: O 401 EM DISCO E A GERACAO DO PINO DEIXADO POR      *
      *            PSUBCPG2K404. A CONTAGEM E CONFERIDA NO FIM DA      *
      *            PROPRIA PASSADA (SEM PRE-PASSADA); DIVERGENCIA      *
      *            DEIXA OS EXTRATOS SEM CATALOGO E SEM PINO E TERMINA *
      *            ANORMAL. 401 SEM PINO PASSA SEM CONFERENCIA.        *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401    - MOVIMENTO CP01.                   *
      *  SAIDA:    DSUBCPG2K401BLQ, DSUBCPG2K401LOAS, DSUBCPG2K401EPU, *
      *            DSUBCPG2K401EMP - EXTRATOS.                         *
      *            DSUBCPGGERCAT   - CATALOGO (EXTEND).                *
      *            LSUBCPG2KXTR    - CONTROLE DA EXTRACAO.             *
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
           SELECT DSUBCPG2K401     ASSIGN TO DISK.
           SELECT DSUBCPG2K401BLQ  ASSIGN TO DISK.
           SELECT DSUBCPG2K401LOAS ASSIGN TO DISK.
           SELECT DSUBCPG2K401EPU  ASSIGN TO DISK.
           SELECT DSUBCPG2K401EMP  ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT    ASSIGN TO DISK.
           SELECT LSUBCPG2KXTR     ASSIGN TO PRINTER.
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
        FD DSUBCPG2K401BLQ
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/BLQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401BLQ    PIC X(300).
      *
        FD DSUBCPG2K401LOAS
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/LOAS ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401LOAS   PIC X(300).
      *
        FD DSUBCPG2K401EPU
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/EPU ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401EPU    PIC X(300).
      *
        FD DSUBCPG2K401EMP
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/EMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401EMP    PIC X(300).
      *
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG2KXTR.
        01 LINHA-LSUBCPG2KXTR     PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KXTR".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA (INSUMO = 401) E UM "F" POR EXTRATO
      *ENTREGUE (INSUMO = TITULO DO EXTRATO).
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KXTR".
       01  WS-LGR-EVENTO              PIC X(01).
       01  WS-LGR-INSUMO              PIC X(24).
       01  WS-LGR-INSUMO-DATA         PIC 9(08) VALUE ZEROS.
       01  WS-LGR-INSUMO-HORA         PIC 9(06) VALUE ZEROS.
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *
      *INTERFACE DO PINO DE GERACAO DA CADEIA 2K (SSUBLIB2K605).
       77  WS-PIN-FUNCAO              PIC X(01).
       77  WS-PIN-ARQUIVO             PIC X(24).
       77  WS-PIN-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-PIN-HORA                PIC 9(06) VALUE ZEROS.
       77  WS-PIN-QTD-REG             PIC 9(08) VALUE ZEROS.
       77  WS-PIN-PROGRAMA            PIC X(17).
       77  WS-PIN-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *PINO DO 401 LIDO NA ABERTURA (CONFERIDO NO FIM DA PASSADA).
       77  WS-IN-TEM-PINO-401         PIC 9(01) VALUE 0.
       77  WS-PIN-QTD-401             PIC 9(08) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIDOS                PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-GRAVACOES            PIC 9(08) VALUE ZEROS.
       77  WS-IX-XTR                  PIC 9(02) VALUE ZEROS.
      *
      *UMA POSICAO POR EXTRATO, NA ORDEM DOS FDS.
       01  TABELA-EXTRATOS.
           05 TB-XTR OCCURS 4 TIMES.
              10 TB-XTR-ARQUIVO       PIC X(24).
              10 TB-XTR-QTDE          PIC 9(08).
              10 TB-XTR-VALOR         PIC 9(15)V99.
       01  TABELA-EXTRATOS-NOMES.
           05 FILLER                  PIC X(24) VALUE
              "D/SUB/CPG/2K/401/BLQ".
           05 FILLER                  PIC X(24) VALUE
              "D/SUB/CPG/2K/401/LOAS".
           05 FILLER                  PIC X(24) VALUE
              "D/SUB/CPG/2K/401/EPU".
           05 FILLER                  PIC X(24) VALUE
              "D/SUB/CPG/2K/401/EMP".
       01  TABELA-EXTRATOS-NOMES-R REDEFINES TABELA-EXTRATOS-NOMES.
           05 TB-XTR-NOME OCCURS 4 TIMES PIC X(24).
      *
       01  CAB-01-2KXTR.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/XTR".
           03 FILLER                PIC X(48) VALUE
              "EXTRACAO UNICA DO MOVIMENTO CP01".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KXTR.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-XTR-2KXTR.
           03 DET-XTR-ARQUIVO       PIC X(24).
           03 FILLER                PIC X(08) VALUE "  REGS: ".
           03 DET-XTR-QTDE          PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-XTR-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-ALERTA-2KXTR.
           03 FILLER                PIC X(04) VALUE "*** ".
           03 DET-ALE-TEXTO         PIC X(60).
      *
       01  TRAILER-2KXTR.
           03 TEXTO-TRL-2KXTR       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KXTR          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-2KXTR.
           03 TEXTO-TRL-VL-2KXTR    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-2KXTR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 2000-LOOP
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-EMITIR-CONTROLE
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
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/401" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
      *PINO DO 401 (VIDE SSUBLIB2K605), CONFERIDO EM 4000-FINALIZA
      *CONTRA A CONTAGEM DESTA PASSADA.
           MOVE "C"                TO WS-PIN-FUNCAO.
           MOVE "D/SUB/CPG/2K/401" TO WS-PIN-ARQUIVO.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
           IF WS-PIN-STATUS EQUAL 0
              MOVE 1              TO WS-IN-TEM-PINO-401
              MOVE WS-PIN-QTD-REG TO WS-PIN-QTD-401
           ELSE
              DISPLAY "PSUBCPG2KXTR - CP01 SEM PINO DE GERACAO - "
                      "SEGUINDO SEM CONFERENCIA".
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2K401BLQ.
           OPEN OUTPUT DSUBCPG2K401LOAS.
           OPEN OUTPUT DSUBCPG2K401EPU.
           OPEN OUTPUT DSUBCPG2K401EMP.
           OPEN OUTPUT LSUBCPG2KXTR.
      *
           PERFORM VARYING WS-IX-XTR FROM 1 BY 1
                     UNTIL WS-IX-XTR GREATER 4
              MOVE TB-XTR-NOME (WS-IX-XTR) TO TB-XTR-ARQUIVO (WS-IX-XTR)
              MOVE ZEROS TO TB-XTR-QTDE (WS-IX-XTR)
                            TB-XTR-VALOR (WS-IX-XTR)
           END-PERFORM.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-LSUBCPG2KXTR FROM CAB-01-2KXTR AFTER PAGE.
           WRITE LINHA-LSUBCPG2KXTR FROM CAB-02-2KXTR AFTER 1.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    UMA LEITURA DO 401, QUANTAS GRAVACOES FOREM PRECISO: O
      *    MESMO CREDITO PODE IR PARA MAIS DE UM EXTRATO.
      *----------------------------------------------------------------
       2000-LOOP.
      *---------*
      *
           ADD 1                    TO WS-CT-LIDOS.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-LIDOS.
      *
           IF CP01-IN-CR-BLOQUEADO EQUAL 2
              WRITE REG-DSUBCPG2K401BLQ FROM CP01-REG1
              MOVE 1 TO WS-IX-XTR
              PERFORM 2100-ACUMULA-EXTRATO
                 THRU 2100-FIM.
      *
           IF CP01-CS-ESP-LOAS EQUAL 3
              WRITE REG-DSUBCPG2K401LOAS FROM CP01-REG1
              MOVE 2 TO WS-IX-XTR
              PERFORM 2100-ACUMULA-EXTRATO
                 THRU 2100-FIM.
      *
           IF CP01-IN-CREDITO-EPU NOT EQUAL ZEROS
              WRITE REG-DSUBCPG2K401EPU FROM CP01-REG1
              MOVE 3 TO WS-IX-XTR
              PERFORM 2100-ACUMULA-EXTRATO
                 THRU 2100-FIM.
      *
           IF CP01-IN-DESC-EMPREST NOT EQUAL ZEROS
              WRITE REG-DSUBCPG2K401EMP FROM CP01-REG1
              MOVE 4 TO WS-IX-XTR
              PERFORM 2100-ACUMULA-EXTRATO
                 THRU 2100-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-ACUMULA-EXTRATO.
      *---------------------*
      *
           ADD 1                    TO WS-CT-GRAVACOES.
           ADD 1                    TO TB-XTR-QTDE (WS-IX-XTR).
           ADD CP01-VL-LIQUIDO-CRED TO TB-XTR-VALOR (WS-IX-XTR).
      *
       2100-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-CONTROLE.
      *--------------------*
      *
           PERFORM VARYING WS-IX-XTR FROM 1 BY 1
                     UNTIL WS-IX-XTR GREATER 4
              MOVE TB-XTR-ARQUIVO (WS-IX-XTR) TO DET-XTR-ARQUIVO
              MOVE TB-XTR-QTDE (WS-IX-XTR)    TO DET-XTR-QTDE
              MOVE TB-XTR-VALOR (WS-IX-XTR)   TO DET-XTR-VALOR
              WRITE LINHA-LSUBCPG2KXTR FROM DET-XTR-2KXTR AFTER 1
           END-PERFORM.
      *
           MOVE SPACES TO TRAILER-2KXTR.
           MOVE "TOTAL DE REGISTROS LIDOS DO 401              " TO
                                                     TEXTO-TRL-2KXTR.
           MOVE WS-CT-LIDOS TO QT-TRL-2KXTR.
           WRITE LINHA-LSUBCPG2KXTR FROM TRAILER-2KXTR AFTER 2.
      *
           MOVE SPACES TO TRAILER-VL-2KXTR.
           MOVE "VALOR LIQUIDO LIDO DO 401                    " TO
                                                  TEXTO-TRL-VL-2KXTR.
           MOVE WS-VL-LIDOS TO VL-TRL-2KXTR.
           WRITE LINHA-LSUBCPG2KXTR FROM TRAILER-VL-2KXTR AFTER 1.
      *
           MOVE "TOTAL DE GRAVACOES NOS EXTRATOS              " TO
                                                     TEXTO-TRL-2KXTR.
           MOVE WS-CT-GRAVACOES TO QT-TRL-2KXTR.
           WRITE LINHA-LSUBCPG2KXTR FROM TRAILER-2KXTR AFTER 1.
      *
           IF WS-IN-TEM-PINO-401 EQUAL 1
              MOVE "CONTAGEM DO PINO DE GERACAO DO 401           " TO
                                                     TEXTO-TRL-2KXTR
              MOVE WS-PIN-QTD-401 TO QT-TRL-2KXTR
              WRITE LINHA-LSUBCPG2KXTR FROM TRAILER-2KXTR AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K401BLQ  SAVE.
           CLOSE DSUBCPG2K401LOAS SAVE.
           CLOSE DSUBCPG2K401EPU  SAVE.
           CLOSE DSUBCPG2K401EMP  SAVE.
      *
      *401 EM DISCO NAO E A GERACAO DO PINO: OS EXTRATOS FICAM SEM
      *CATALOGO E SEM PINO, E O RUN TERMINA ANORMAL.
           IF WS-IN-TEM-PINO-401 EQUAL 1
              AND WS-CT-LIDOS NOT EQUAL WS-PIN-QTD-401
              MOVE "401 EM DISCO NAO BATE COM O PINO - EXTRATOS NAO LIBE
      -            "RADOS" TO DET-ALE-TEXTO
              WRITE LINHA-LSUBCPG2KXTR FROM DET-ALERTA-2KXTR AFTER 2
              CLOSE LSUBCPG2KXTR
              DISPLAY "PSUBCPG2KXTR - CP01 EM DISCO NAO E A GERACAO "
                      "DO PINO"
              DISPLAY "PSUBCPG2KXTR - PINO: " WS-PIN-QTD-401
                      " DISCO: " WS-CT-LIDOS
              MOVE "F"                TO WS-LGR-EVENTO
              MOVE "D/SUB/CPG/2K/401" TO WS-LGR-INSUMO
              MOVE WS-CT-LIDOS        TO WS-LGR-QTD-REG
              MOVE WS-VL-LIDOS        TO WS-LGR-TOT-VALOR
              MOVE "A"                TO WS-LGR-RESULTADO
              CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      *REGISTRA CADA EXTRATO NO CATALOGO (VIDE B/SUB/CPG/GER/CAT).
           CALL "ZHORA IN DTP/L1" GIVING W77-HORA.
           OPEN EXTEND DSUBCPGGERCAT.
           PERFORM 4100-REGISTRA-EXTRATO
              THRU 4100-FIM
              VARYING WS-IX-XTR FROM 1 BY 1
                UNTIL WS-IX-XTR GREATER 4.
           CLOSE DSUBCPGGERCAT SAVE.
      *
           CLOSE LSUBCPG2KXTR.
      *
           DISPLAY "PSUBCPG2KXTR - REGISTROS LIDOS DO 401 = "
                                                   WS-CT-LIDOS.
      *
       4000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    UM EXTRATO: EVENTO "G" NO CATALOGO, PINO DE GERACAO (MESMA
      *    IDENTIDADE) E EVENTO "F" NO LIVRO DE EXECUCOES.
      *----------------------------------------------------------------
       4100-REGISTRA-EXTRATO.
      *----------------------*
      *
           MOVE SPACES                      TO CAT-REG.
           MOVE "G"                         TO CAT-CS-EVENTO.
           MOVE TB-XTR-ARQUIVO (WS-IX-XTR)  TO CAT-ARQUIVO.
           MOVE W77-DATA                    TO CAT-DATA.
           MOVE W77-HORA                    TO CAT-HORA.
           MOVE "PSUBCPG2KXTR"              TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/401"          TO CAT-FEED.
           MOVE TB-XTR-QTDE (WS-IX-XTR)     TO CAT-QTD-REG.
           MOVE TB-XTR-VALOR (WS-IX-XTR)    TO CAT-TOT-VALOR.
           MOVE ZEROS              TO CAT-DATA-ALVO CAT-HORA-ALVO.
           WRITE CAT-REG.
      *
           MOVE "G"                         TO WS-PIN-FUNCAO.
           MOVE TB-XTR-ARQUIVO (WS-IX-XTR)  TO WS-PIN-ARQUIVO.
           MOVE W77-DATA                    TO WS-PIN-DATA.
           MOVE W77-HORA                    TO WS-PIN-HORA.
           MOVE TB-XTR-QTDE (WS-IX-XTR)     TO WS-PIN-QTD-REG.
           MOVE "PSUBCPG2KXTR"              TO WS-PIN-PROGRAMA.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           MOVE "F"                         TO WS-LGR-EVENTO.
           MOVE TB-XTR-ARQUIVO (WS-IX-XTR)  TO WS-LGR-INSUMO.
           MOVE W77-DATA                    TO WS-LGR-INSUMO-DATA.
           MOVE W77-HORA                    TO WS-LGR-INSUMO-HORA.
           MOVE TB-XTR-QTDE (WS-IX-XTR)     TO WS-LGR-QTD-REG.
           MOVE TB-XTR-VALOR (WS-IX-XTR)    TO WS-LGR-TOT-VALOR.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
       4100-FIM. EXIT.
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
