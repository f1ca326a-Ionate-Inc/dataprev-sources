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
       PROGRAM-ID.      PSUBGERRELCAPT.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CAPTURA DE RELATORIO PARA O ACERVO ELETRONICO. OS   *
      *            RELATORIOS LSUB... SO EXISTIAM NO SPOOL DE          *
      *            IMPRESSAO ATE O EXPURGO DELE - UM RELATORIO DE      *
      *            OITO MESES ATRAS NAO TINHA COMO SER REPRODUZIDO     *
      *            PARA A AUDITORIA. NO WFL, O ARQUIVO DE IMPRESSAO    *
      *            DO STEP E EQUACIONADO PARA DISCO COM O TITULO       *
      *            D/SUB/GER/REL/IMG E ESTE JOB RODA LOGO EM SEGUIDA:  *
      *            - COPIA A IMAGEM PARA UM DATASET DATADO DO ACERVO,  *
      *              D/SUB/GER/REL/ARQ/AAAAMMDD/HHMMSS (DATA/HORA DA   *
      *              CAPTURA - TITULO TROCADO VIA CHANGE ATTRIBUTE,    *
      *              MESMO RECURSO DO PSUBCPG052ARQMES);               *
      *            - ACRESCENTA NO INDICE D/SUB/GER/REL/IDX O EVENTO   *
      *              "A" COM AS CHAVES DE CONSULTA (PROGRAMA, DATA DE  *
      *              EXECUCAO, PARAMETROS E COMPETENCIA) E A DATA DE   *
      *              EXPIRACAO, PELA RETENCAO DO TIPO DE RELATORIO NA  *
      *              TABELA D/SUB/GER/REL/RET (SEM LINHA NA TABELA =   *
      *              60 MESES);                                        *
      *            - MANDA A IMAGEM PARA A IMPRESSORA                  *
      *              (LSUBGERRELCAPT), PARA O RELATORIO CONTINUAR      *
      *              CHEGANDO A QUEM O USA, SALVO COM WS-PAR-IMPRIME = *
      *              "NAO".                                            *
      *            A REIMPRESSAO/EXTRACAO E FEITA PELO PSUBGERRELRECUP *
      *            E O CATALOGO/EXPURGO PELO PSUBGERRELCAT.            *
      *                                                                *
      *  PARAMETROS: WS-PAR-PROGRAMA    - PROGRAMA QUE EMITIU.         *
      *              WS-PAR-DT-EXEC     - DATA DE EXECUCAO AAAAMMDD    *
      *                                   (ZEROS = DATA DA CAPTURA).   *
      *              WS-PAR-COMPETENCIA - AAAAMM (ZEROS = NENHUMA).    *
      *              WS-PAR-PARAMETROS  - PARAMETROS DO RUN.           *
      *              WS-PAR-IMPRIME     - "NAO" = SO ARQUIVA.          *
      *  ENTRADA:  DSUBGERRELIMG - IMAGEM DO RELATORIO (133 POSICOES). *
      *            DSUBGERRELRET - RETENCAO POR TIPO DE RELATORIO.     *
      *  SAIDA:    DSUBGERRELARQ - DATASET DATADO DO ACERVO.           *
      *            DSUBGERRELIDX - INDICE DO ACERVO (EXTEND).          *
      *            LSUBGERRELCAPT - IMAGEM IMPRESSA.                   *
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
           SELECT DSUBGERRELIMG  ASSIGN TO DISK.
      *OPTIONAL: SEM A TABELA DE RETENCAO TODO TIPO FICA COM O PADRAO.
           SELECT OPTIONAL DSUBGERRELRET ASSIGN TO DISK.
           SELECT DSUBGERRELARQ  ASSIGN TO DISK.
      *OPTIONAL: A PRIMEIRA CAPTURA DO SITE CRIA O INDICE.
           SELECT OPTIONAL DSUBGERRELIDX ASSIGN TO DISK.
           SELECT LSUBGERRELCAPT ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBGERRELIMG
           RECORD CONTAINS  133 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/IMG ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBGERRELIMG      PIC X(133).
      *
        FD DSUBGERRELRET
           RECORD CONTAINS   40 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/RET ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/GER/REL/RET ON PKBDSGF".
      *
      *DATASET DATADO DO ACERVO - O TITULO DEFINITIVO (DATA/HORA DA
      *CAPTURA) E TROCADO VIA CHANGE ATTRIBUTE ANTES DO OPEN.
        FD DSUBGERRELARQ
           RECORD CONTAINS  133 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/ARQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBGERRELARQ      PIC X(133).
      *
        FD DSUBGERRELIDX
           RECORD CONTAINS  130 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/IDX ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/GER/REL/IDX ON PKBDSGF".
      *
        FD LSUBGERRELCAPT.
        01 LINHA-CAPT             PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-PROGRAMA            PIC X(17) VALUE SPACES.
       77  WS-PAR-DT-EXEC             PIC 9(08) VALUE ZEROS.
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-PAR-PARAMETROS          PIC X(40) VALUE SPACES.
       77  WS-PAR-IMPRIME             PIC X(03) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CT-LINHAS               PIC 9(08) VALUE ZEROS.
      *
      *RETENCAO DO TIPO DE RELATORIO (PADRAO QUANDO NAO TABELADO).
       77  WS-QT-MESES-RET            PIC 9(03) VALUE 60.
       77  WS-TOT-MESES               PIC 9(07) BINARY.
       77  WS-ANO-EXP                 PIC 9(04).
       77  WS-MES-EXP                 PIC 9(02).
      *
       01  WS-DT-CAPTURA              PIC 9(08).
       01  WS-DT-CAPTURA-R REDEFINES WS-DT-CAPTURA.
           03 WS-DTC-ANO              PIC 9(04).
           03 WS-DTC-MES              PIC 9(02).
           03 WS-DTC-DIA              PIC 9(02).
       77  WS-HR-CAPTURA              PIC 9(06).
      *
       01  WS-DT-EXPIRA               PIC 9(08).
       01  WS-DT-EXPIRA-R REDEFINES WS-DT-EXPIRA.
           03 WS-DTE-ANO              PIC 9(04).
           03 WS-DTE-MES              PIC 9(02).
           03 WS-DTE-DIA              PIC 9(02).
      *
      *TITULO DATADO DO DATASET DO ACERVO.
       01  WS-TITLE-REL-ARQ.
           03 FILLER                  PIC X(18) VALUE
              "D/SUB/GER/REL/ARQ/".
           03 WS-TIT-DT-CAPTURA       PIC 9(08).
           03 FILLER                  PIC X(01) VALUE "/".
           03 WS-TIT-HR-CAPTURA       PIC 9(06).
           03 FILLER                  PIC X(12) VALUE " ON PKDADOS.".
      *
       01  MSG-SEM-PROGRAMA-CAPT.
           03 FILLER                  PIC X(60) VALUE
              "PSUBGERRELCAPT - SEM PROGRAMA - NADA ARQUIVADO".
      *
       01  MSG-IMAGEM-VAZIA-CAPT.
           03 FILLER                  PIC X(60) VALUE
              "PSUBGERRELCAPT - IMAGEM VAZIA - NADA ARQUIVADO".
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-PROGRAMA
                  WS-PAR-DT-EXEC
                  WS-PAR-COMPETENCIA
                  WS-PAR-PARAMETROS
                  WS-PAR-IMPRIME.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
      *SEM O PROGRAMA EMISSOR O RELATORIO NAO TERIA COMO SER ACHADO -
      *O JOB TERMINA COM ERRO PARA O OPERADOR CORRIGIR O WFL.
           IF WS-PAR-PROGRAMA EQUAL SPACES
              DISPLAY MSG-SEM-PROGRAMA-CAPT
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           IF WS-EOF EQUAL "SIM"
              DISPLAY MSG-IMAGEM-VAZIA-CAPT
              CLOSE DSUBGERRELIMG
              STOP RUN.
      *
           PERFORM 2000-CAPTURA
              THRU 2000-FIM.
      *
           PERFORM 3000-INDEXA
              THRU 3000-FIM.
      *
           DISPLAY "PSUBGERRELCAPT - " WS-PAR-PROGRAMA " ARQUIVADO EM "
                   WS-TITLE-REL-ARQ " LINHAS: " WS-CT-LINHAS.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           CALL "ZHORA  IN DTP/L1" GIVING W77-HORA.
           MOVE W77-DATA TO WS-DT-CAPTURA.
           MOVE W77-HORA TO WS-HR-CAPTURA.
           IF WS-PAR-DT-EXEC EQUAL ZEROS
              MOVE WS-DT-CAPTURA TO WS-PAR-DT-EXEC.
      *
           OPEN INPUT DSUBGERRELIMG.
           PERFORM 9000-LE-IMAGEM
              THRU 9000-FIM.
      *
           PERFORM 1100-CARREGA-RETENCAO
              THRU 1100-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *RETENCAO DO TIPO DE RELATORIO: A ULTIMA LINHA DO PROGRAMA NA
      *TABELA VALE (CARGA SIMPLES - A CORRECAO E ACRESCENTADA NO FIM).
       1100-CARREGA-RETENCAO.
      *----------------------*
      *
           OPEN INPUT DSUBGERRELRET.
           PERFORM 1110-LE-RETENCAO
              THRU 1110-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBGERRELRET.
           MOVE "NAO" TO WS-EOF.
      *
       1100-FIM. EXIT.
      *---------*
      *
       1110-LE-RETENCAO.
      *-----------------*
      *
           READ DSUBGERRELRET
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1110-FIM.
      *
           IF RET-PROGRAMA EQUAL WS-PAR-PROGRAMA
              AND RET-QT-MESES GREATER ZEROS
              MOVE RET-QT-MESES TO WS-QT-MESES-RET.
      *
       1110-FIM. EXIT.
      *---------*
      *
      *COPIA A IMAGEM PARA O DATASET DATADO (E PARA A IMPRESSORA).
       2000-CAPTURA.
      *-------------*
      *
           MOVE WS-DT-CAPTURA TO WS-TIT-DT-CAPTURA.
           MOVE WS-HR-CAPTURA TO WS-TIT-HR-CAPTURA.
           CHANGE ATTRIBUTE TITLE OF DSUBGERRELARQ
                                            TO WS-TITLE-REL-ARQ.
           CHANGE ATTRIBUTE SECURITYTYPE OF DSUBGERRELARQ TO PUBLIC.
           OPEN OUTPUT DSUBGERRELARQ.
           IF WS-PAR-IMPRIME NOT EQUAL "NAO"
              OPEN OUTPUT LSUBGERRELCAPT.
      *
           PERFORM 2100-COPIA-LINHA
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           CLOSE DSUBGERRELIMG.
           CLOSE DSUBGERRELARQ SAVE.
           IF WS-PAR-IMPRIME NOT EQUAL "NAO"
              CLOSE LSUBGERRELCAPT.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-COPIA-LINHA.
      *-----------------*
      *
           ADD 1 TO WS-CT-LINHAS.
           WRITE REG-DSUBGERRELARQ FROM REG-DSUBGERRELIMG.
           IF WS-PAR-IMPRIME NOT EQUAL "NAO"
              WRITE LINHA-CAPT FROM REG-DSUBGERRELIMG AFTER 1.
      *
           PERFORM 9000-LE-IMAGEM
              THRU 9000-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *EVENTO "A" NO INDICE, COM A EXPIRACAO = CAPTURA + RETENCAO.
       3000-INDEXA.
      *------------*
      *
           MOVE WS-DT-CAPTURA TO WS-DT-EXPIRA.
           COMPUTE WS-TOT-MESES = (WS-DTC-ANO * 12) + WS-DTC-MES
                                - 1 + WS-QT-MESES-RET.
           DIVIDE WS-TOT-MESES BY 12 GIVING WS-ANO-EXP
                                     REMAINDER WS-MES-EXP.
           ADD 1 TO WS-MES-EXP.
           MOVE WS-ANO-EXP TO WS-DTE-ANO.
           MOVE WS-MES-EXP TO WS-DTE-MES.
      *
           OPEN EXTEND DSUBGERRELIDX.
           MOVE SPACES             TO IDX-REG.
           MOVE "A"                TO IDX-CS-EVENTO.
           MOVE WS-PAR-PROGRAMA    TO IDX-PROGRAMA.
           MOVE WS-PAR-DT-EXEC     TO IDX-DT-EXEC.
           MOVE WS-PAR-COMPETENCIA TO IDX-COMPETENCIA.
           MOVE WS-PAR-PARAMETROS  TO IDX-PARAMETROS.
           MOVE WS-DT-CAPTURA      TO IDX-DT-CAPTURA.
           MOVE WS-HR-CAPTURA      TO IDX-HR-CAPTURA.
           MOVE WS-CT-LINHAS       TO IDX-QT-LINHAS.
           MOVE WS-QT-MESES-RET    TO IDX-QT-MESES-RET.
           MOVE WS-DT-EXPIRA       TO IDX-DT-EXPIRA.
           MOVE ZEROS              TO IDX-DT-EXPURGO.
           WRITE IDX-REG.
           CLOSE DSUBGERRELIDX SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       9000-LE-IMAGEM.
      *---------------*
      *
           READ DSUBGERRELIMG
                AT END MOVE "SIM" TO WS-EOF.
      *
       9000-FIM. EXIT.
      *---------*
