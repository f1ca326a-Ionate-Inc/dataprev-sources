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
       PROGRAM-ID.      PSUBCPG050AUD.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: AUDITORIA DA AGREGACAO A MONTANTE DA CADEIA 051/052 *
      *            (CP01 -> 050/SUL -> 051/SUL). O RESUMO D/SUB/CPG/   *
      *            050/SUL E GERADO DO D/SUB/CPG/2K/401 POR            *
      *            PSUBCPG050SUL E O D/SUB/CPG/051/SUL SAI DELE, MAS   *
      *            NADA CONFERIA UM CONTRA O OUTRO - GRUPO PERDIDO OU  *
      *            SOMADO DUAS VEZES SO APARECIA NA CONCILIACAO DO     *
      *            BANCO. ESTE JOB:                                    *
      *            (1) REAGREGA O D/SUB/CPG/2K/401 PELA MESMA CHAVE E  *
      *                MESMA REGRA DE PSUBCPG050SUL (ORGAO PAGADOR/    *
      *                MEIO PAGTO/ORIGEM CREDITO/DT-INI-VALIDADE, SEM  *
      *                CREDITO CANCELADO) E CONFERE QTDE, VALOR        *
      *                LIQUIDO, QTDE IR E VALOR IR GRUPO A GRUPO COM O *
      *                D/SUB/CPG/050/SUL;                              *
      *            (2) TOTALIZA O D/SUB/CPG/051/SUL PELA MESMA CHAVE   *
      *                (SOMANDO OS BANCOS DO GRUPO) E CONFERE CONTRA   *
      *                O 050/SUL;                                      *
      *            LISTANDO GRUPO QUE SO EXISTE DE UM LADO E QUEBRA DE *
      *            VALOR, E FECHANDO COM OS TOTAIS DOS TRES ARQUIVOS.  *
      *            AO FINAL REGISTRA NO CATALOGO DE GERACOES (EVENTO   *
      *            "C", VIDE B/SUB/CPG/GER/CAT) QUAL GERACAO DO 401    *
      *            FOI A BASE E O RESULTADO DE CADA CONFERENCIA.       *
      *                                                                *
      *  PREMISSA: A GERACAO DO 401 E A DO PINO (SSUBLIB2K605). 401    *
      *            SEM PINO, OU COM CONTAGEM EM DISCO DIFERENTE DA     *
      *            APONTADA, E CONFERIDO ASSIM MESMO, MAS SAI EM       *
      *            ALERTA E A GERACAO FICA ZERADA NO CATALOGO.         *
      *            QUALQUER DIVERGENCIA TERMINA O RUN COM STATUS -1.   *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401  - MOVIMENTO CP01.                     *
      *            DSUBCPG050    - D/SUB/CPG/050/SUL.                  *
      *            DSUBCPG051SUL - D/SUB/CPG/051/SUL.                  *
      *  SAIDA:    DSUBCPGGERCAT - CATALOGO DE GERACOES (EXTEND).      *
      *            LSUBCPG050AUD - RELATORIO DA AUDITORIA.             *
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
           SELECT DSUBCPG2K401      ASSIGN TO DISK.
           SELECT DSUBCPG050        ASSIGN TO DISK.
           SELECT DSUBCPG051SUL     ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT     ASSIGN TO DISK.
           SELECT LSUBCPG050AUD     ASSIGN TO PRINTER.
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
        FD DSUBCPG050
           RECORD CONTAINS 105 CHARACTERS
           BLOCK  CONTAINS 180 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/050/SUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/050/SUL ON PKBDSGF".
      *
        FD DSUBCPG051SUL
           RECORD CONTAINS  120 CHARACTERS
           BLOCK  CONTAINS  150 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SUL ON PKBDSGF".
      *
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG050AUD.
        01 LINHA-050AUD           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG050AUD".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CT-LIDOS-401            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-050            PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIDOS-051            PIC 9(08) VALUE ZEROS.
       77  WS-CT-DIV-050              PIC 9(08) VALUE ZEROS.
       77  WS-CT-DIV-051              PIC 9(08) VALUE ZEROS.
       77  WS-CT-ALERTAS              PIC 9(04) VALUE ZEROS.
      *
      *INTERFACE DO PINO DE GERACAO DA CADEIA 2K (SSUBLIB2K605). A
      *GERACAO DO 401 SO E DADA COMO IDENTIFICADA QUANDO HA PINO E A
      *CONTAGEM LIDA BATE COM A APONTADA (MESMO CRITERIO DE
      *1500-CONFERE-PINO EM PSUBCPG2K461).
       77  WS-PIN-FUNCAO              PIC X(01).
       77  WS-PIN-ARQUIVO             PIC X(24).
       77  WS-PIN-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-PIN-HORA                PIC 9(06) VALUE ZEROS.
       77  WS-PIN-QTD-REG             PIC 9(08) VALUE ZEROS.
       77  WS-PIN-PROGRAMA            PIC X(17).
       77  WS-PIN-STATUS              PIC 9(01) VALUE ZEROS.
       77  WS-IN-GERACAO-OK           PIC 9(01) VALUE 0.
      *
      *GRUPOS DOS TRES ARQUIVOS NUMA SO TABELA, PELA CHAVE DO 050/SUL
      *(MESMO MODELO DE FIND-OR-INSERT E MESMO LIMITE DE
      *2050-ACUMULA-GRUPO EM PSUBCPG050SUL). CADA LADO TEM SEU FLAG
      *DE PRESENCA E SEUS ACUMULADORES: 1 = 401 REAGREGADO,
      *2 = 050/SUL, 3 = 051/SUL.
       01  TABELA-GRUPO-AUD.
           03  TB-GRP OCCURS 2000 TIMES.
               05  TB-GRP-CHAVE.
                   07  TB-GRP-ID-ORGAO-PAGADOR  PIC 9(06).
                   07  TB-GRP-CS-MEIO-PAGTO     PIC 9(02).
                   07  TB-GRP-CS-ORIGEM-CREDITO PIC 9(01).
                   07  TB-GRP-DT-INI-VALIDADE   PIC 9(08).
               05  TB-GRP-LADO OCCURS 3 TIMES.
                   07  TB-GRP-IN-PRESENTE       PIC 9(01).
                   07  TB-GRP-QTDE              PIC 9(08).
                   07  TB-GRP-VL-LIQ            PIC 9(15)V99.
                   07  TB-GRP-QTDE-IR           PIC 9(08).
                   07  TB-GRP-VL-IR             PIC 9(15)V99.
       77  WS-QTDE-GRP                PIC 9(04) VALUE ZEROS.
       77  WS-IX-GRP                  PIC 9(04) VALUE ZEROS.
       77  WS-GRP-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *CHAVE E VALORES DO REGISTRO CORRENTE, NO FORMATO DE TB-GRP, E
      *O LADO A QUE ELE PERTENCE.
       01  WS-CHAVE-ATUAL.
           03  WS-ID-ORGAO-PAGADOR-ATUAL  PIC 9(06).
           03  WS-CS-MEIO-PAGTO-ATUAL     PIC 9(02).
           03  WS-CS-ORIGEM-CREDITO-ATUAL PIC 9(01).
           03  WS-DT-INI-VALIDADE-ATUAL   PIC 9(08).
       77  WS-QTDE-ATUAL              PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIQ-ATUAL            PIC 9(15)V99 VALUE ZEROS.
       77  WS-QTDE-IR-ATUAL           PIC 9(08) VALUE ZEROS.
       77  WS-VL-IR-ATUAL             PIC 9(15)V99 VALUE ZEROS.
       77  WS-LADO                    PIC 9(01) VALUE ZEROS.
      *
      *PAR DE LADOS EM CONFERENCIA (1 X 2 OU 2 X 3).
       77  WS-LADO-A                  PIC 9(01) VALUE ZEROS.
       77  WS-LADO-B                  PIC 9(01) VALUE ZEROS.
       77  WS-IX-LADO                 PIC 9(01) VALUE ZEROS.
       77  WS-CT-DIV-PAR              PIC 9(08) VALUE ZEROS.
      *
      *TOTAIS GERAIS POR LADO.
       01  TABELA-TOTAL-AUD.
           03  TB-TOT OCCURS 3 TIMES.
               05  TB-TOT-GRUPOS              PIC 9(08).
               05  TB-TOT-QTDE                PIC 9(08).
               05  TB-TOT-VL-LIQ              PIC 9(15)V99.
               05  TB-TOT-QTDE-IR             PIC 9(08).
               05  TB-TOT-VL-IR               PIC 9(15)V99.
      *
       01  TABELA-NOME-LADO.
           03  FILLER                 PIC X(08) VALUE "401".
           03  FILLER                 PIC X(08) VALUE "050/SUL".
           03  FILLER                 PIC X(08) VALUE "051/SUL".
       01  TABELA-NOME-LADO-R REDEFINES TABELA-NOME-LADO.
           03  TB-NOME-LADO           PIC X(08) OCCURS 3 TIMES.
      *
       01  CAB-01-050AUD.
           03 FILLER                PIC X(18) VALUE
              "P/SUB/CPG/050/AUD".
           03 FILLER                PIC X(48) VALUE
              "AUDITORIA DA AGREGACAO CP01/050/SUL/051/SUL".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-050AUD.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-SECAO-050AUD.
           03 CAB-SECAO-TEXTO       PIC X(60).
      *
       01  DET-GERACAO-050AUD.
           03 FILLER                PIC X(26) VALUE
              "GERACAO DO 401 CONFERIDA: ".
           03 DET-GER-DATA          PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-GER-HORA          PIC 9(06).
           03 FILLER                PIC X(13) VALUE "  PINO QTDE: ".
           03 DET-GER-QTD-PINO      PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(14) VALUE "  LIDOS 401: ".
           03 DET-GER-QTD-LIDOS     PIC ZZ.ZZZ.ZZ9.
      *
       01  DET-ALERTA-050AUD.
           03 FILLER                PIC X(04) VALUE "*** ".
           03 DET-ALE-TEXTO         PIC X(70).
      *
       01  CAB-03-050AUD.
           03 FILLER                PIC X(08) VALUE "OP".
           03 FILLER                PIC X(05) VALUE "MEIO".
           03 FILLER                PIC X(04) VALUE "ORI".
           03 FILLER                PIC X(10) VALUE "VALIDADE".
           03 FILLER                PIC X(15) VALUE "SITUACAO".
           03 FILLER                PIC X(09) VALUE "ARQUIVO".
           03 FILLER                PIC X(11) VALUE "  CREDITOS".
           03 FILLER                PIC X(19) VALUE
              "     VALOR LIQUIDO".
           03 FILLER                PIC X(11) VALUE "   QTDE IR".
           03 FILLER                PIC X(18) VALUE
              "          VALOR IR".
      *
       01  DET-050AUD.
           03 DET-OP                PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MEIO              PIC 9(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-ORIGEM            PIC 9(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-VALIDADE          PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(15).
           03 DET-ARQUIVO           PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-QTDE              PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-LIQ            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-QTDE-IR           PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-IR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *LINHA DE TOTAL POR ARQUIVO - MESMAS COLUNAS DE DET-050AUD.
       01  DET-TOT-050AUD.
           03 FILLER                PIC X(09) VALUE "GRUPOS:".
           03 DET-TOT-GRUPOS        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(23) VALUE SPACES.
           03 DET-TOT-ARQUIVO       PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-TOT-QTDE          PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-TOT-VL-LIQ        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-TOT-QTDE-IR       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-TOT-VL-IR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-050AUD.
           03 TEXTO-TRL-050AUD      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-050AUD         PIC ZZ.ZZZ.ZZ9.
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
           PERFORM 2000-AGREGA-CP01
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 1500-CONFERE-PINO
              THRU 1500-FIM.
      *
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-CARREGA-050
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-CARREGA-051
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-EMITE
              THRU 3000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           IF WS-CT-DIV-050 GREATER ZEROS
              OR WS-CT-DIV-051 GREATER ZEROS
              OR WS-CT-ALERTAS GREATER ZEROS
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN INPUT  DSUBCPG050.
           OPEN INPUT  DSUBCPG051SUL.
           OPEN OUTPUT LSUBCPG050AUD.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE ZEROS             TO TABELA-TOTAL-AUD.
      *
           WRITE LINHA-050AUD FROM CAB-01-050AUD AFTER PAGE.
           WRITE LINHA-050AUD FROM CAB-02-050AUD AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    IDENTIFICA A GERACAO DO 401 QUE FOI REAGREGADA: PINO DO
      *    D/SUB/CPG/2K/401 (VIDE SSUBLIB2K605) CONTRA A CONTAGEM LIDA
      *    NA PASSADA DE AGREGACAO (TODOS OS REGISTROS, INCLUSIVE OS
      *    CANCELADOS). SEM PINO OU CONTAGEM DIFERENTE, A AUDITORIA
      *    SEGUE, MAS A GERACAO FICA SEM IDENTIDADE (ZERADA).
      *----------------------------------------------------------------
       1500-CONFERE-PINO.
      *------------------*
      *
           MOVE "C"                TO WS-PIN-FUNCAO.
           MOVE "D/SUB/CPG/2K/401" TO WS-PIN-ARQUIVO.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           IF WS-PIN-STATUS NOT EQUAL 0
              MOVE ZEROS TO WS-PIN-DATA WS-PIN-HORA WS-PIN-QTD-REG
              ADD 1 TO WS-CT-ALERTAS
              MOVE "CP01 SEM PINO DE GERACAO - GERACAO NAO IDENTIFICADA"
                                         TO DET-ALE-TEXTO
           ELSE
              IF WS-PIN-QTD-REG NOT EQUAL WS-CT-LIDOS-401
                 ADD 1 TO WS-CT-ALERTAS
                 MOVE "CP01 EM DISCO NAO E A GERACAO DO PINO"
                                         TO DET-ALE-TEXTO
              ELSE
                 MOVE 1 TO WS-IN-GERACAO-OK.
      *
           MOVE WS-PIN-DATA      TO DET-GER-DATA.
           MOVE WS-PIN-HORA      TO DET-GER-HORA.
           MOVE WS-PIN-QTD-REG   TO DET-GER-QTD-PINO.
           MOVE WS-CT-LIDOS-401  TO DET-GER-QTD-LIDOS.
           WRITE LINHA-050AUD FROM DET-GERACAO-050AUD AFTER 2.
      *
           IF WS-IN-GERACAO-OK EQUAL 0
              WRITE LINHA-050AUD FROM DET-ALERTA-050AUD AFTER 1
              MOVE ZEROS TO WS-PIN-DATA WS-PIN-HORA.
      *
       1500-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    LADO 1: REAGREGA O CP01 COM A REGRA DE PSUBCPG050SUL -
      *    CREDITO CANCELADO (CP01-IN-CRED-CANCELADO = 1) FICA FORA.
      *----------------------------------------------------------------
       2000-AGREGA-CP01.
      *-----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-401.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-FIM.
      *
           MOVE CP01-ID-ORGAO-PAGADOR  TO WS-ID-ORGAO-PAGADOR-ATUAL.
           MOVE CP01-CS-MEIO-PAGTO     TO WS-CS-MEIO-PAGTO-ATUAL.
           MOVE CP01-CS-ORIGEM-CREDITO TO WS-CS-ORIGEM-CREDITO-ATUAL.
           MOVE CP01-DT-INI-VALIDADE   TO WS-DT-INI-VALIDADE-ATUAL.
           MOVE 1                      TO WS-QTDE-ATUAL.
           MOVE CP01-VL-LIQUIDO-CRED   TO WS-VL-LIQ-ATUAL.
           MOVE CP01-QT-IR             TO WS-QTDE-IR-ATUAL.
           MOVE CP01-VL-IR             TO WS-VL-IR-ATUAL.
           MOVE 1                      TO WS-LADO.
      *
           PERFORM 2500-ACUMULA-GRUPO
              THRU 2500-FIM.
      *
       2000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    LADO 2: CADA REGISTRO DO 050/SUL E UM GRUPO. CHAVE REPETIDA
      *    NO ARQUIVO SOMA NO MESMO GRUPO (E APARECE COMO QUEBRA).
      *----------------------------------------------------------------
       2200-CARREGA-050.
      *-----------------*
      *
           READ DSUBCPG050
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-050.
      *
           MOVE CP50-N-ID-ORGAO-PAGADOR  TO WS-ID-ORGAO-PAGADOR-ATUAL.
           MOVE CP50-N-CS-MEIO-PAGTO     TO WS-CS-MEIO-PAGTO-ATUAL.
           MOVE CP50-N-CS-ORIGEM-CREDITO TO WS-CS-ORIGEM-CREDITO-ATUAL.
           MOVE CP50-N-DT-INI-VALIDADE   TO WS-DT-INI-VALIDADE-ATUAL.
           MOVE CP50-N-QTDE-CREDITOS     TO WS-QTDE-ATUAL.
           MOVE CP50-N-VL-LIQ-CREDITOS   TO WS-VL-LIQ-ATUAL.
           MOVE CP50-N-QTDE-IR           TO WS-QTDE-IR-ATUAL.
           MOVE CP50-N-VL-IR             TO WS-VL-IR-ATUAL.
           MOVE 2                        TO WS-LADO.
      *
           PERFORM 2500-ACUMULA-GRUPO
              THRU 2500-FIM.
      *
       2200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    LADO 3: O 051/SUL ABRE O GRUPO DO 050/SUL POR BANCO (E
      *    DATA DE PROVISAO) - SOMA TODOS OS REGISTROS DA MESMA CHAVE.
      *----------------------------------------------------------------
       2300-CARREGA-051.
      *-----------------*
      *
           READ DSUBCPG051SUL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-051.
      *
           MOVE CP51-N-ID-ORGAO-PAGADOR  TO WS-ID-ORGAO-PAGADOR-ATUAL.
           MOVE CP51-N-CS-MEIO-PAGTO     TO WS-CS-MEIO-PAGTO-ATUAL.
           MOVE CP51-N-CS-ORIGEM-CREDITO TO WS-CS-ORIGEM-CREDITO-ATUAL.
           MOVE CP51-N-DT-INI-VALIDADE   TO WS-DT-INI-VALIDADE-ATUAL.
           MOVE CP51-N-QTDE-CREDITOS     TO WS-QTDE-ATUAL.
           MOVE CP51-N-VALOR-LIQ-CREDITOS TO WS-VL-LIQ-ATUAL.
           MOVE CP51-N-QTDE-IR           TO WS-QTDE-IR-ATUAL.
           MOVE CP51-N-VL-IR             TO WS-VL-IR-ATUAL.
           MOVE 3                        TO WS-LADO.
      *
           PERFORM 2500-ACUMULA-GRUPO
              THRU 2500-FIM.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2500-ACUMULA-GRUPO.
      *-------------------*
      *
           MOVE 0 TO WS-GRP-ENCONTRADO.
           PERFORM VARYING WS-IX-GRP FROM 1 BY 1
                     UNTIL WS-IX-GRP GREATER WS-QTDE-GRP
                        OR WS-GRP-ENCONTRADO EQUAL 1
              IF TB-GRP-CHAVE (WS-IX-GRP) EQUAL WS-CHAVE-ATUAL
                 MOVE 1 TO WS-GRP-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-GRP-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-GRP.
      *
           IF WS-GRP-ENCONTRADO EQUAL 0
              IF WS-QTDE-GRP EQUAL 2000
                 DISPLAY "PSUBCPG050AUD: ACIMA DE 2000 GRUPOS -"
                 DISPLAY "REVER O LIMITE DA TABELA (O MESMO DE"
                 DISPLAY "PSUBCPG050SUL)"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-GRP
              MOVE WS-QTDE-GRP      TO WS-IX-GRP
              MOVE ZEROS            TO TB-GRP (WS-IX-GRP)
              MOVE WS-CHAVE-ATUAL   TO TB-GRP-CHAVE (WS-IX-GRP)
           END-IF.
      *
           IF TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO) EQUAL 0
              MOVE 1 TO TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO)
              ADD 1  TO TB-TOT-GRUPOS (WS-LADO).
      *
           ADD WS-QTDE-ATUAL    TO TB-GRP-QTDE (WS-IX-GRP WS-LADO)
                                   TB-TOT-QTDE (WS-LADO).
           ADD WS-VL-LIQ-ATUAL  TO TB-GRP-VL-LIQ (WS-IX-GRP WS-LADO)
                                   TB-TOT-VL-LIQ (WS-LADO).
           ADD WS-QTDE-IR-ATUAL TO TB-GRP-QTDE-IR (WS-IX-GRP WS-LADO)
                                   TB-TOT-QTDE-IR (WS-LADO).
           ADD WS-VL-IR-ATUAL   TO TB-GRP-VL-IR (WS-IX-GRP WS-LADO)
                                   TB-TOT-VL-IR (WS-LADO).
      *
       2500-FIM. EXIT.
      *---------*
      *
       3000-EMITE.
      *-----------*
      *
           MOVE "CONFERENCIA 401 (REAGREGADO) X D/SUB/CPG/050/SUL" TO
                                                   CAB-SECAO-TEXTO.
           MOVE 1 TO WS-LADO-A.
           MOVE 2 TO WS-LADO-B.
           PERFORM 3100-CONFERE-PAR
              THRU 3100-FIM.
           MOVE WS-CT-DIV-PAR TO WS-CT-DIV-050.
      *
           MOVE "CONFERENCIA D/SUB/CPG/050/SUL X D/SUB/CPG/051/SUL" TO
                                                   CAB-SECAO-TEXTO.
           MOVE 2 TO WS-LADO-A.
           MOVE 3 TO WS-LADO-B.
           PERFORM 3100-CONFERE-PAR
              THRU 3100-FIM.
           MOVE WS-CT-DIV-PAR TO WS-CT-DIV-051.
      *
           MOVE "TOTAIS POR ARQUIVO" TO CAB-SECAO-TEXTO.
           WRITE LINHA-050AUD FROM CAB-SECAO-050AUD AFTER 3.
           WRITE LINHA-050AUD FROM CAB-03-050AUD AFTER 2.
           WRITE LINHA-050AUD FROM CAB-02-050AUD AFTER 1.
           PERFORM 3300-LINHA-TOTAL
              THRU 3300-FIM
              VARYING WS-IX-LADO FROM 1 BY 1
                UNTIL WS-IX-LADO GREATER 3.
      *
           MOVE SPACES TO TRAILER-050AUD.
           MOVE "REGISTROS LIDOS DO 401                       " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-LIDOS-401 TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (FORA DO 050/SUL)        " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-CANCELADOS TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 1.
      *
           MOVE "REGISTROS LIDOS DO 050/SUL                   " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-LIDOS-050 TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 1.
      *
           MOVE "REGISTROS LIDOS DO 051/SUL                   " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-LIDOS-051 TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 1.
      *
           MOVE "GRUPOS DIVERGENTES 401 X 050/SUL             " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-DIV-050 TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 1.
      *
           MOVE "GRUPOS DIVERGENTES 050/SUL X 051/SUL         " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-DIV-051 TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 1.
      *
           MOVE "ALERTAS DE GERACAO DO 401                    " TO
                                                   TEXTO-TRL-050AUD.
           MOVE WS-CT-ALERTAS TO QT-TRL-050AUD.
           WRITE LINHA-050AUD FROM TRAILER-050AUD AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CONFERE O LADO WS-LADO-A CONTRA O LADO WS-LADO-B, GRUPO A
      *    GRUPO: GRUPO SO DE UM LADO OU COM QUALQUER DOS QUATRO
      *    ACUMULADORES DIFERENTE SAI NO RELATORIO (UMA LINHA POR LADO
      *    PRESENTE).
      *----------------------------------------------------------------
       3100-CONFERE-PAR.
      *-----------------*
      *
           MOVE ZEROS TO WS-CT-DIV-PAR.
           WRITE LINHA-050AUD FROM CAB-SECAO-050AUD AFTER 3.
           WRITE LINHA-050AUD FROM CAB-03-050AUD AFTER 2.
           WRITE LINHA-050AUD FROM CAB-02-050AUD AFTER 1.
      *
           PERFORM 3200-CONFERE-GRUPO
              THRU 3200-FIM
              VARYING WS-IX-GRP FROM 1 BY 1
                UNTIL WS-IX-GRP GREATER WS-QTDE-GRP.
      *
           IF WS-CT-DIV-PAR EQUAL ZEROS
              MOVE "NENHUMA DIVERGENCIA - OS DOIS ARQUIVOS CONFEREM" TO
                                                   DET-ALE-TEXTO
              WRITE LINHA-050AUD FROM DET-ALERTA-050AUD AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-CONFERE-GRUPO.
      *-------------------*
      *
           IF TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO-A) EQUAL 0
              AND TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO-B) EQUAL 0
              GO TO 3200-FIM.
      *
           IF TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO-B) EQUAL 0
              MOVE SPACES TO DET-SITUACAO
              STRING "SO NO " TB-NOME-LADO (WS-LADO-A)
                     DELIMITED BY SIZE INTO DET-SITUACAO
              GO TO 3200-LISTA.
      *
           IF TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO-A) EQUAL 0
              MOVE SPACES TO DET-SITUACAO
              STRING "SO NO " TB-NOME-LADO (WS-LADO-B)
                     DELIMITED BY SIZE INTO DET-SITUACAO
              GO TO 3200-LISTA.
      *
           IF TB-GRP-QTDE (WS-IX-GRP WS-LADO-A) EQUAL
              TB-GRP-QTDE (WS-IX-GRP WS-LADO-B)
              AND TB-GRP-VL-LIQ (WS-IX-GRP WS-LADO-A) EQUAL
                  TB-GRP-VL-LIQ (WS-IX-GRP WS-LADO-B)
              AND TB-GRP-QTDE-IR (WS-IX-GRP WS-LADO-A) EQUAL
                  TB-GRP-QTDE-IR (WS-IX-GRP WS-LADO-B)
              AND TB-GRP-VL-IR (WS-IX-GRP WS-LADO-A) EQUAL
                  TB-GRP-VL-IR (WS-IX-GRP WS-LADO-B)
              GO TO 3200-FIM.
      *
           MOVE "QUEBRA DE VALOR" TO DET-SITUACAO.
      *
       3200-LISTA.
      *
           ADD 1 TO WS-CT-DIV-PAR.
           MOVE TB-GRP-ID-ORGAO-PAGADOR (WS-IX-GRP)  TO DET-OP.
           MOVE TB-GRP-CS-MEIO-PAGTO (WS-IX-GRP)     TO DET-MEIO.
           MOVE TB-GRP-CS-ORIGEM-CREDITO (WS-IX-GRP) TO DET-ORIGEM.
           MOVE TB-GRP-DT-INI-VALIDADE (WS-IX-GRP)   TO DET-VALIDADE.
      *
           IF TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO-A) EQUAL 1
              MOVE WS-LADO-A TO WS-IX-LADO
              PERFORM 3210-LINHA-LADO
                 THRU 3210-FIM.
      *
           IF TB-GRP-IN-PRESENTE (WS-IX-GRP WS-LADO-B) EQUAL 1
              MOVE WS-LADO-B TO WS-IX-LADO
              PERFORM 3210-LINHA-LADO
                 THRU 3210-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3210-LINHA-LADO.
      *----------------*
      *
           MOVE TB-NOME-LADO (WS-IX-LADO)         TO DET-ARQUIVO.
           MOVE TB-GRP-QTDE (WS-IX-GRP WS-IX-LADO)    TO DET-QTDE.
           MOVE TB-GRP-VL-LIQ (WS-IX-GRP WS-IX-LADO)  TO DET-VL-LIQ.
           MOVE TB-GRP-QTDE-IR (WS-IX-GRP WS-IX-LADO) TO DET-QTDE-IR.
           MOVE TB-GRP-VL-IR (WS-IX-GRP WS-IX-LADO)   TO DET-VL-IR.
           WRITE LINHA-050AUD FROM DET-050AUD AFTER 1.
      *
      *SEGUNDA LINHA DO MESMO GRUPO SAI SO COM OS VALORES.
           MOVE ZEROS  TO DET-OP DET-MEIO DET-ORIGEM DET-VALIDADE.
           MOVE SPACES TO DET-SITUACAO.
      *
       3210-FIM. EXIT.
      *---------*
      *
       3300-LINHA-TOTAL.
      *-----------------*
      *
           MOVE TB-TOT-GRUPOS (WS-IX-LADO)  TO DET-TOT-GRUPOS.
           MOVE TB-NOME-LADO (WS-IX-LADO)   TO DET-TOT-ARQUIVO.
           MOVE TB-TOT-QTDE (WS-IX-LADO)    TO DET-TOT-QTDE.
           MOVE TB-TOT-VL-LIQ (WS-IX-LADO)  TO DET-TOT-VL-LIQ.
           MOVE TB-TOT-QTDE-IR (WS-IX-LADO) TO DET-TOT-QTDE-IR.
           MOVE TB-TOT-VL-IR (WS-IX-LADO)   TO DET-TOT-VL-IR.
           WRITE LINHA-050AUD FROM DET-TOT-050AUD AFTER 1.
      *
       3300-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    REGISTRA AS CONFERENCIAS NO CATALOGO (EVENTO "C", VIDE
      *    B/SUB/CPG/GER/CAT): UM EVENTO PARA O 050/SUL CONFERIDO
      *    CONTRA O 401 E UM PARA O 051/SUL CONFERIDO CONTRA O
      *    050/SUL. OS DOIS APONTAM, EM CAT-DATA-ALVO/CAT-HORA-ALVO, A
      *    GERACAO DO 401 QUE FOI A BASE DA AUDITORIA (ZEROS QUANDO NAO
      *    IDENTIFICADA) E LEVAM A CONTAGEM E O VALOR DO ARQUIVO
      *    CONFERIDO.
      *----------------------------------------------------------------
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG050.
           CLOSE DSUBCPG051SUL.
      *
           CALL "ZHORA IN DTP/L1" GIVING W77-HORA.
           OPEN EXTEND DSUBCPGGERCAT.
      *
           MOVE SPACES              TO CAT-REG.
           MOVE "C"                 TO CAT-CS-EVENTO.
           MOVE "D/SUB/CPG/050/SUL" TO CAT-ARQUIVO.
           MOVE W77-DATA            TO CAT-DATA.
           MOVE W77-HORA            TO CAT-HORA.
           MOVE "PSUBCPG050AUD"     TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/401"  TO CAT-FEED.
           MOVE WS-CT-LIDOS-050     TO CAT-QTD-REG.
           MOVE TB-TOT-VL-LIQ (2)   TO CAT-TOT-VALOR.
           MOVE WS-PIN-DATA         TO CAT-DATA-ALVO.
           MOVE WS-PIN-HORA         TO CAT-HORA-ALVO.
           IF WS-CT-DIV-050 EQUAL ZEROS
              MOVE "S"              TO CAT-CS-RESULTADO
           ELSE
              MOVE "N"              TO CAT-CS-RESULTADO.
           WRITE CAT-REG.
      *
           MOVE SPACES              TO CAT-REG.
           MOVE "C"                 TO CAT-CS-EVENTO.
           MOVE "D/SUB/CPG/051/SUL" TO CAT-ARQUIVO.
           MOVE W77-DATA            TO CAT-DATA.
           MOVE W77-HORA            TO CAT-HORA.
           MOVE "PSUBCPG050AUD"     TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/050/SUL" TO CAT-FEED.
           MOVE WS-CT-LIDOS-051     TO CAT-QTD-REG.
           MOVE TB-TOT-VL-LIQ (3)   TO CAT-TOT-VALOR.
           MOVE WS-PIN-DATA         TO CAT-DATA-ALVO.
           MOVE WS-PIN-HORA         TO CAT-HORA-ALVO.
           IF WS-CT-DIV-051 EQUAL ZEROS
              MOVE "S"              TO CAT-CS-RESULTADO
           ELSE
              MOVE "N"              TO CAT-CS-RESULTADO.
           WRITE CAT-REG.
      *
           CLOSE DSUBCPGGERCAT SAVE.
           CLOSE LSUBCPG050AUD.
      *
           DISPLAY "PSUBCPG050AUD - GRUPOS DIVERGENTES 401 X 050: "
                   WS-CT-DIV-050 " 050 X 051: " WS-CT-DIV-051.
      *
       4000-FIM. EXIT.
      *---------*
