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
       PROGRAM-ID.      PSUBCPG052SOB.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: DETECTOR DE SOBREPOSICAO DE CONTEUDO ENTRE ENTRADAS *
      *            051 DIFERENTES DA MESMA JANELA DE VALIDADE. A       *
      *            GUARDA CONTRA REPROCESSAMENTO DO PSUBCPG052SPGUNI   *
      *            (D/SUB/CPG/052/PRC) SO RECONHECE O MESMO ARQUIVO -  *
      *            NAO PEGA UM REENVIO COM OUTRO DT-PROC-H, NEM UMA    *
      *            ENTRADA PARCIAL SEGUIDA DA COMPLETA. ESTE JOB RODA  *
      *            ANTES DO PSUBCPG052SPGUNI E CONFRONTA CADA GRUPO    *
      *            DA ENTRADA NOVA (D/SUB/CPG/051/SUL - BANCO, OP,     *
      *            MEIO DE PAGAMENTO, ORIGEM, UF, QUANTIDADE E VALOR)  *
      *            COM TODOS OS GRUPOS JA EMITIDOS POR OUTRAS ENTRADAS *
      *            DA MESMA SPG51-DT-INI-VALIDADE-H (REGISTRO          *
      *            D/SUB/CPG/052/GRP, GRAVADO PELO PSUBCPG052SPGUNI).  *
      *            GRUPO IGUAL EM TODOS OS CAMPOS E SOBREPOSICAO.      *
      *            COM SOBREPOSICAO - OU SEM HEADER NA ENTRADA PARA    *
      *            SABER A JANELA - O RUN E RECUSADO: O JOB TERMINA    *
      *            COM STATUS DE ERRO E REGISTRA O FIM NO LIVRO DE     *
      *            EXECUCOES COM RESULTADO "A" (O PSUBCPG052SPGUNI,    *
      *            COM ESTE JOB NA GRADE DE DEPENDENCIAS, E RECUSADO   *
      *            PELO SSUBLIB2K606). EM MODO "AVIS" AS SOBREPOSICOES *
      *            SO SAO RELATADAS.                                   *
      *                                                                *
      *  OBS:      A OP VEM DO D/SUB/CPG/051/SUL - O DETALHE R274 NAO  *
      *            A TRAZ. A PROPRIA ENTRADA (MESMA IDENTIDADE DO      *
      *            PRC) NAO E CONFRONTADA CONSIGO MESMA - ESSE CASO E  *
      *            DA GUARDA CONTRA REPROCESSAMENTO.                   *
      *                                                                *
      *  PARAMETRO: WS-PAR-MODO - "AVIS" = SO RELATA;                  *
      *                           OUTRO  = RECUSA A SOBREPOSICAO.      *
      *  ENTRADA:  DSUBCPG051SPG - D/SUB/CPG/051/SPG/R274 (HEADER).    *
      *            DSUBCPG051SUL - GRUPOS (QTDE/VALOR POR OP).         *
      *            DSUBCPG052GRP - GRUPOS JA EMITIDOS.                 *
      *  SAIDA:    LSUBCPG052SOB - GRUPOS SOBREPOSTOS.                 *
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
           SELECT DSUBCPG051SPG   ASSIGN TO DISK.
           SELECT DSUBCPG051SUL   ASSIGN TO DISK.
      *OPTIONAL: ANTES DO PRIMEIRO RUN DO PSUBCPG052SPGUNI QUE O GRAVA
      *NAO HA GRUPO EMITIDO A CONFRONTAR.
           SELECT OPTIONAL DSUBCPG052GRP ASSIGN TO DISK.
           SELECT LSUBCPG052SOB   ASSIGN TO PRINTER.
           SELECT SORTSB          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG051SPG
           RECORD CONTAINS  1800 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SPG/R274 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SPG/R274 ON PKBDSGF".
      *
        FD DSUBCPG051SUL
           RECORD CONTAINS  120 CHARACTERS
           BLOCK  CONTAINS  150 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SUL ON PKBDSGF".
      *
        FD DSUBCPG052GRP
           RECORD CONTAINS   80 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/GRP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/052/GRP ON PKBDSGF".
      *
        FD LSUBCPG052SOB.
        01 LINHA-SOB              PIC X(133).
      *
      *FONTE 1 = GRUPO JA EMITIDO; FONTE 2 = GRUPO DA ENTRADA NOVA. A
      *CHAVE E O GRUPO INTEIRO - NA QUEBRA, CHAVE COM AS DUAS FONTES E
      *SOBREPOSICAO.
        SD SORTSB.
        01 SRTB-REG.
           03 SRTB-CHAVE.
              05 SRTB-ID-BANCO        PIC 9(03).
              05 SRTB-ID-ORGAO-PAGADOR
                                      PIC 9(06).
              05 SRTB-CS-MEIO-PAGTO   PIC 9(02).
              05 SRTB-CS-ORIGEM-CREDITO
                                      PIC 9(01).
              05 SRTB-CS-UF           PIC 9(02).
              05 SRTB-QTDE-CREDITOS   PIC 9(08).
              05 SRTB-VL-LIQUIDO      PIC 9(15)V99.
           03 SRTB-CS-FONTE           PIC 9(01).
           03 SRTB-DT-PROC-H          PIC 9(08).
           03 SRTB-DATA               PIC 9(08).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG052SOB".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO - RESULTADO
      *"A" QUANDO O RUN E RECUSADO.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG052SOB".
       01  WS-LGR-EVENTO              PIC X(01).
       01  WS-LGR-INSUMO              PIC X(24).
       01  WS-LGR-INSUMO-DATA         PIC 9(08) VALUE ZEROS.
       01  WS-LGR-INSUMO-HORA         PIC 9(06) VALUE ZEROS.
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-MODO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-IN-RECUSA               PIC 9(01) VALUE 0.
       77  WS-IN-HEADER               PIC 9(01) VALUE 0.
      *
      *JANELA E IDENTIDADE DA ENTRADA NOVA (HEADER DO 051/SPG).
       77  WS-DT-INI-VALIDADE         PIC 9(08) VALUE ZEROS.
       77  WS-DT-PROC-H               PIC 9(08) VALUE ZEROS.
       77  WS-ORIGEM-CREDITO          PIC 9(01) VALUE ZEROS.
       77  WS-NU-SEQ-ARQ              PIC 9(01) VALUE ZEROS.
      *
       77  WS-CT-GRUPOS-ENTRADA       PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRUPOS-EMITIDOS      PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRUPOS-SOBREPOSTOS   PIC 9(08) VALUE ZEROS.
       77  WS-QT-CRED-SOBREPOSTOS     PIC 9(08) VALUE ZEROS.
       77  WS-VL-SOBREPOSTO           PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-ENTRADA              PIC 9(15)V99 VALUE ZEROS.
      *
      *QUEBRA POR GRUPO NA OUTPUT PROCEDURE.
       01  WS-CHAVE-ATUAL.
           03 WS-CHV-ID-BANCO         PIC 9(03).
           03 WS-CHV-ID-ORGAO-PAGADOR PIC 9(06).
           03 WS-CHV-CS-MEIO-PAGTO    PIC 9(02).
           03 WS-CHV-CS-ORIGEM-CREDITO
                                      PIC 9(01).
           03 WS-CHV-CS-UF            PIC 9(02).
           03 WS-CHV-QTDE-CREDITOS    PIC 9(08).
           03 WS-CHV-VL-LIQUIDO       PIC 9(15)V99.
       77  WS-IN-CHAVE                PIC 9(01) VALUE 0.
       77  WS-QT-FONTE-EMITIDO        PIC 9(04) VALUE ZEROS.
       77  WS-QT-FONTE-ENTRADA        PIC 9(04) VALUE ZEROS.
       77  WS-ULT-DT-PROC-H           PIC 9(08) VALUE ZEROS.
       77  WS-ULT-DATA                PIC 9(08) VALUE ZEROS.
      *
       01  CAB-01-SOB.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/052/SOB".
           03 FILLER                PIC X(48) VALUE
              "SOBREPOSICAO DE GRUPOS ENTRE ENTRADAS 051".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-SOB.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-SOB.
           03 FILLER                PIC X(21) VALUE
              "INICIO DE VALIDADE: ".
           03 CAB03-DT-INI-VALIDADE PIC 9(08).
           03 FILLER                PIC X(14) VALUE "   DT-PROC-H: ".
           03 CAB03-DT-PROC-H       PIC 9(08).
           03 FILLER                PIC X(11) VALUE "   ORIGEM: ".
           03 CAB03-ORIGEM          PIC 9(01).
           03 FILLER                PIC X(10) VALUE "   PARTE: ".
           03 CAB03-NU-SEQ-ARQ      PIC 9(01).
           03 FILLER                PIC X(09) VALUE "   MODO: ".
           03 CAB03-MODO            PIC X(04).
      *
       01  CAB-04-SOB.
           03 FILLER                PIC X(07) VALUE "BANCO".
           03 FILLER                PIC X(08) VALUE "OP".
           03 FILLER                PIC X(06) VALUE "MEIO".
           03 FILLER                PIC X(08) VALUE "ORIGEM".
           03 FILLER                PIC X(04) VALUE "UF".
           03 FILLER                PIC X(12) VALUE "  QUANTIDADE".
           03 FILLER                PIC X(20) VALUE
              "     VALOR LIQUIDO".
           03 FILLER                PIC X(10) VALUE "  NA ENTR".
           03 FILLER                PIC X(10) VALUE "  EMITIDO".
           03 FILLER                PIC X(14) VALUE "  ULT DT-PROC".
           03 FILLER                PIC X(12) VALUE "  EMITIDO EM".
      *
       01  DET-SOB.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ID-BANCO          PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ID-ORGAO-PAGADOR  PIC 9(06).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CS-MEIO-PAGTO     PIC 9(02).
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-CS-ORIGEM-CREDITO PIC 9(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-CS-UF             PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-QTDE-CREDITOS     PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-LIQUIDO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 DET-QT-ENTRADA        PIC ZZZ9.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-QT-EMITIDO        PIC ZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-DT-PROC-H         PIC 9(08).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-DATA              PIC 9(08).
      *
       01  MSG-SEM-HEADER-SOB.
           03 FILLER                PIC X(60) VALUE
              "*** ENTRADA SEM HEADER - RUN RECUSADO. ***".
      *
       01  MSG-SEM-SOBREPOSICAO-SOB.
           03 FILLER                PIC X(60) VALUE
              "NENHUM GRUPO DA ENTRADA JA EMITIDO NA JANELA.".
      *
       01  MSG-RECUSA-SOB.
           03 FILLER                PIC X(60) VALUE
              "*** GRUPOS JA EMITIDOS NA JANELA - RUN RECUSADO. ***".
      *
       01  MSG-AVISO-SOB.
           03 FILLER                PIC X(60) VALUE
              "*** GRUPOS JA EMITIDOS NA JANELA - SO AVISO. ***".
      *
       01  TRAILER-SOB.
           03 TEXTO-TRL-SOB         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-SOB            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-SOB.
           03 TEXTO-TRL-VL-SOB      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-SOB            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-MODO.
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
      *SEM HEADER NAO HA JANELA A CONFRONTAR - O RUN FICA RETIDO.
           IF WS-IN-HEADER EQUAL 0
              WRITE LINHA-SOB FROM MSG-SEM-HEADER-SOB AFTER 2
              MOVE 1 TO WS-IN-RECUSA
              PERFORM 5000-FINALIZA
                 THRU 5000-FIM
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           SORT SORTSB
                ASCENDING KEY SRTB-CHAVE SRTB-CS-FONTE
                INPUT  PROCEDURE 3000-SELECIONA-GRUPOS
                                 THRU 3000-SELECIONA-FIM
                OUTPUT PROCEDURE 4000-CONFRONTA-GRUPOS
                                 THRU 4000-CONFRONTA-FIM.
      *
           IF WS-CT-GRUPOS-SOBREPOSTOS GREATER ZEROS
              AND WS-PAR-MODO NOT EQUAL "AVIS"
              MOVE 1 TO WS-IN-RECUSA.
      *
           PERFORM 5000-FINALIZA
              THRU 5000-FIM.
      *
           IF WS-IN-RECUSA EQUAL 1
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/051/SPG/R274" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN OUTPUT LSUBCPG052SOB.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
      *
           WRITE LINHA-SOB FROM CAB-01-SOB AFTER PAGE.
           WRITE LINHA-SOB FROM CAB-02-SOB AFTER 1.
      *
           PERFORM 2000-LE-HEADER
              THRU 2000-FIM.
      *
           MOVE WS-DT-INI-VALIDADE TO CAB03-DT-INI-VALIDADE.
           MOVE WS-DT-PROC-H       TO CAB03-DT-PROC-H.
           MOVE WS-ORIGEM-CREDITO  TO CAB03-ORIGEM.
           MOVE WS-NU-SEQ-ARQ      TO CAB03-NU-SEQ-ARQ.
           MOVE WS-PAR-MODO        TO CAB03-MODO.
           WRITE LINHA-SOB FROM CAB-03-SOB AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *JANELA E IDENTIDADE: HEADER DO PRIMEIRO REGISTRO DO 051/SPG
      *(NUM CONJUNTO MULTI-PARTES, A PARTE 1 - MESMA IDENTIDADE QUE O
      *PSUBCPG052SPGUNI GRAVA NO PRC E NO GRP).
       2000-LE-HEADER.
      *---------------*
      *
           OPEN INPUT DSUBCPG051SPG.
           READ DSUBCPG051SPG
                AT END MOVE "SIM" TO WS-EOF.
           CLOSE DSUBCPG051SPG.
      *
           IF WS-EOF EQUAL "SIM"
              MOVE "NAO" TO WS-EOF
              GO TO 2000-FIM.
      *
           IF SPG51-ID-REG-H NOT EQUAL 1
              GO TO 2000-FIM.
      *
           MOVE 1                       TO WS-IN-HEADER.
           MOVE SPG51-DT-INI-VALIDADE-H TO WS-DT-INI-VALIDADE.
           MOVE SPG51-DT-PROC-H         TO WS-DT-PROC-H
                                           WS-LGR-INSUMO-DATA.
           MOVE SPG51-ORIGEM-CREDITO    TO WS-ORIGEM-CREDITO.
           MOVE SPG51-NU-SEQ-ARQ-H      TO WS-NU-SEQ-ARQ.
      *
       2000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: GRUPOS JA EMITIDOS NA MESMA JANELA POR
      *    OUTRA ENTRADA (FONTE 1) E GRUPOS DA ENTRADA NOVA (FONTE 2).
      *----------------------------------------------------------------
       3000-SELECIONA-GRUPOS SECTION.
       3000-SELECIONA-INICIO.
      *----------------------*
      *
           OPEN INPUT DSUBCPG052GRP.
           PERFORM 3100-LE-GRP
              THRU 3100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052GRP.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG051SUL.
           PERFORM 3200-LE-SUL
              THRU 3200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG051SUL.
           MOVE "NAO" TO WS-EOF.
      *
           GO TO 3000-SELECIONA-FIM.
      *
       3100-LE-GRP.
      *------------*
      *
           READ DSUBCPG052GRP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3100-FIM.
      *
           IF GRP-DT-INI-VALIDADE-H NOT EQUAL WS-DT-INI-VALIDADE
              GO TO 3100-FIM.
      *
      *A PROPRIA ENTRADA, SE JA EMITIDA, E CASO DA GUARDA CONTRA
      *REPROCESSAMENTO DO PSUBCPG052SPGUNI - NAO E SOBREPOSICAO.
           IF GRP-DT-PROC-H       EQUAL WS-DT-PROC-H
              AND GRP-ORIGEM-CREDITO EQUAL WS-ORIGEM-CREDITO
              AND GRP-NU-SEQ-ARQ     EQUAL WS-NU-SEQ-ARQ
              GO TO 3100-FIM.
      *
           ADD 1 TO WS-CT-GRUPOS-EMITIDOS.
           MOVE GRP-ID-BANCO          TO SRTB-ID-BANCO.
           MOVE GRP-ID-ORGAO-PAGADOR  TO SRTB-ID-ORGAO-PAGADOR.
           MOVE GRP-CS-MEIO-PAGTO     TO SRTB-CS-MEIO-PAGTO.
           MOVE GRP-CS-ORIGEM-CREDITO TO SRTB-CS-ORIGEM-CREDITO.
           MOVE GRP-CS-UF             TO SRTB-CS-UF.
           MOVE GRP-QTDE-CREDITOS     TO SRTB-QTDE-CREDITOS.
           MOVE GRP-VL-LIQUIDO        TO SRTB-VL-LIQUIDO.
           MOVE 1                     TO SRTB-CS-FONTE.
           MOVE GRP-DT-PROC-H         TO SRTB-DT-PROC-H.
           MOVE GRP-DATA              TO SRTB-DATA.
           RELEASE SRTB-REG.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-LE-SUL.
      *------------*
      *
           READ DSUBCPG051SUL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3200-FIM.
      *
           ADD 1                         TO WS-CT-GRUPOS-ENTRADA.
           ADD CP51-N-VALOR-LIQ-CREDITOS TO WS-VL-ENTRADA.
           MOVE CP51-N-ID-BANCO           TO SRTB-ID-BANCO.
           MOVE CP51-N-ID-ORGAO-PAGADOR   TO SRTB-ID-ORGAO-PAGADOR.
           MOVE CP51-N-CS-MEIO-PAGTO      TO SRTB-CS-MEIO-PAGTO.
           MOVE CP51-N-CS-ORIGEM-CREDITO  TO SRTB-CS-ORIGEM-CREDITO.
           MOVE CP51-N-CS-UF              TO SRTB-CS-UF.
           MOVE CP51-N-QTDE-CREDITOS      TO SRTB-QTDE-CREDITOS.
           MOVE CP51-N-VALOR-LIQ-CREDITOS TO SRTB-VL-LIQUIDO.
           MOVE 2                         TO SRTB-CS-FONTE.
           MOVE ZEROS                     TO SRTB-DT-PROC-H SRTB-DATA.
           RELEASE SRTB-REG.
      *
       3200-FIM. EXIT.
      *---------*
       3000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: QUEBRA POR GRUPO. GRUPO DA ENTRADA NOVA
      *    QUE TAMBEM APARECE COMO JA EMITIDO E LISTADO COM A ULTIMA
      *    ENTRADA QUE O EMITIU.
      *----------------------------------------------------------------
       4000-CONFRONTA-GRUPOS SECTION.
       4000-CONFRONTA-INICIO.
      *----------------------*
      *
           WRITE LINHA-SOB FROM CAB-04-SOB AFTER 2.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE 0     TO WS-IN-CHAVE.
           PERFORM 4100-LE-SORT
              THRU 4100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-CHAVE EQUAL 1
              PERFORM 4200-QUEBRA-GRUPO
                 THRU 4200-FIM.
      *
           GO TO 4000-CONFRONTA-FIM.
      *
       4100-LE-SORT.
      *-------------*
      *
           RETURN SORTSB
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 4100-FIM.
      *
           IF WS-IN-CHAVE EQUAL 0
              OR SRTB-CHAVE NOT EQUAL WS-CHAVE-ATUAL
              IF WS-IN-CHAVE EQUAL 1
                 PERFORM 4200-QUEBRA-GRUPO
                    THRU 4200-FIM
              END-IF
              MOVE 1          TO WS-IN-CHAVE
              MOVE SRTB-CHAVE TO WS-CHAVE-ATUAL
              MOVE ZEROS      TO WS-QT-FONTE-EMITIDO
                                 WS-QT-FONTE-ENTRADA
                                 WS-ULT-DT-PROC-H WS-ULT-DATA
           END-IF.
      *
           IF SRTB-CS-FONTE EQUAL 1
              ADD 1 TO WS-QT-FONTE-EMITIDO
              IF SRTB-DT-PROC-H NOT LESS WS-ULT-DT-PROC-H
                 MOVE SRTB-DT-PROC-H TO WS-ULT-DT-PROC-H
                 MOVE SRTB-DATA      TO WS-ULT-DATA
              END-IF
           ELSE
              ADD 1 TO WS-QT-FONTE-ENTRADA.
      *
       4100-FIM. EXIT.
      *---------*
      *
       4200-QUEBRA-GRUPO.
      *------------------*
      *
           IF WS-QT-FONTE-EMITIDO EQUAL ZEROS
              OR WS-QT-FONTE-ENTRADA EQUAL ZEROS
              GO TO 4200-FIM.
      *
           ADD WS-QT-FONTE-ENTRADA TO WS-CT-GRUPOS-SOBREPOSTOS.
           COMPUTE WS-QT-CRED-SOBREPOSTOS = WS-QT-CRED-SOBREPOSTOS
                   + WS-CHV-QTDE-CREDITOS * WS-QT-FONTE-ENTRADA.
           COMPUTE WS-VL-SOBREPOSTO = WS-VL-SOBREPOSTO
                   + WS-CHV-VL-LIQUIDO * WS-QT-FONTE-ENTRADA.
      *
           MOVE WS-CHV-ID-BANCO          TO DET-ID-BANCO.
           MOVE WS-CHV-ID-ORGAO-PAGADOR  TO DET-ID-ORGAO-PAGADOR.
           MOVE WS-CHV-CS-MEIO-PAGTO     TO DET-CS-MEIO-PAGTO.
           MOVE WS-CHV-CS-ORIGEM-CREDITO TO DET-CS-ORIGEM-CREDITO.
           MOVE WS-CHV-CS-UF             TO DET-CS-UF.
           MOVE WS-CHV-QTDE-CREDITOS     TO DET-QTDE-CREDITOS.
           MOVE WS-CHV-VL-LIQUIDO        TO DET-VL-LIQUIDO.
           MOVE WS-QT-FONTE-ENTRADA      TO DET-QT-ENTRADA.
           MOVE WS-QT-FONTE-EMITIDO      TO DET-QT-EMITIDO.
           MOVE WS-ULT-DT-PROC-H         TO DET-DT-PROC-H.
           MOVE WS-ULT-DATA              TO DET-DATA.
           WRITE LINHA-SOB FROM DET-SOB AFTER 1.
      *
       4200-FIM. EXIT.
      *---------*
       4000-CONFRONTA-FIM. EXIT.
      *
       5000-FINALIZA.
      *-------------*
      *
           IF WS-IN-HEADER EQUAL 1
              IF WS-CT-GRUPOS-SOBREPOSTOS EQUAL ZEROS
                 WRITE LINHA-SOB FROM MSG-SEM-SOBREPOSICAO-SOB AFTER 2
              ELSE
                 IF WS-IN-RECUSA EQUAL 1
                    WRITE LINHA-SOB FROM MSG-RECUSA-SOB AFTER 2
                 ELSE
                    WRITE LINHA-SOB FROM MSG-AVISO-SOB AFTER 2.
      *
           MOVE SPACES TO TRAILER-SOB.
           MOVE "GRUPOS DA ENTRADA NOVA                       " TO
                                                   TEXTO-TRL-SOB.
           MOVE WS-CT-GRUPOS-ENTRADA TO QT-TRL-SOB.
           WRITE LINHA-SOB FROM TRAILER-SOB AFTER 2.
      *
           MOVE "GRUPOS JA EMITIDOS NA JANELA (OUTRAS ENTRADAS)" TO
                                                   TEXTO-TRL-SOB.
           MOVE WS-CT-GRUPOS-EMITIDOS TO QT-TRL-SOB.
           WRITE LINHA-SOB FROM TRAILER-SOB AFTER 1.
      *
           MOVE "GRUPOS SOBREPOSTOS                           " TO
                                                   TEXTO-TRL-SOB.
           MOVE WS-CT-GRUPOS-SOBREPOSTOS TO QT-TRL-SOB.
           WRITE LINHA-SOB FROM TRAILER-SOB AFTER 1.
      *
           MOVE "CREDITOS NOS GRUPOS SOBREPOSTOS              " TO
                                                   TEXTO-TRL-SOB.
           MOVE WS-QT-CRED-SOBREPOSTOS TO QT-TRL-SOB.
           WRITE LINHA-SOB FROM TRAILER-SOB AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-SOB.
           MOVE "VALOR LIQUIDO NOS GRUPOS SOBREPOSTOS         " TO
                                                   TEXTO-TRL-VL-SOB.
           MOVE WS-VL-SOBREPOSTO TO VL-TRL-SOB.
           WRITE LINHA-SOB FROM TRAILER-VL-SOB AFTER 1.
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN ("A" SE O
      *RUN FOI RECUSADO).
           MOVE "F"                  TO WS-LGR-EVENTO.
           MOVE WS-CT-GRUPOS-ENTRADA TO WS-LGR-QTD-REG.
           MOVE WS-VL-ENTRADA        TO WS-LGR-TOT-VALOR.
           IF WS-IN-RECUSA EQUAL 1
              MOVE "A" TO WS-LGR-RESULTADO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE LSUBCPG052SOB.
      *
       5000-FIM. EXIT.
      *---------*
