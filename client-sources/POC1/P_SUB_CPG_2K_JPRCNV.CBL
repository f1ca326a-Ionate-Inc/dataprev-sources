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
       PROGRAM-ID.      PSUBCPG2KJPRCNV.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONVERSAO UNICA DO CADASTRO DE PROCESSOS JUDICIAIS  *
      *            (D/SUB/CPG/2K/JPR) DO LAYOUT DE 50 POSICOES PARA O  *
      *            DE 100 POSICOES, QUE PASSOU A CARREGAR OS DADOS DE  *
      *            DEPOSITO JUDICIAL (INDICADOR, BANCO, OP, MEIO DE    *
      *            PAGAMENTO E CONTA - VIDE PSUBCPG2KJPRMAN). LE O     *
      *            CADASTRO NO LAYOUT ANTIGO E GRAVA UMA NOVA GERACAO  *
      *            NO LAYOUT NOVO, COM OS CAMPOS ANTIGOS COPIADOS E A  *
      *            AREA DE DEPOSITO EM BRANCOS (= SEM DEPOSITO         *
      *            JUDICIAL PARA PSUBCPG2KJPRMAN, PSUBCPG2KDEPJUD E    *
      *            PSUBCPG2KCTACHG).                                   *
      *                                                                *
      *  ORDEM:    RODA UMA UNICA VEZ, ANTES DA PRIMEIRA EXECUCAO DE   *
      *            PSUBCPG2KJPRMAN NO LAYOUT NOVO E DE QUALQUER LEITOR *
      *            DO CADASTRO (PSUBCPG2K477VAL, PSUBCPG2KCTACHG,      *
      *            PSUBCPG2KDEPJUD, PSUBCPG2KCERJUD, PSUBCPG2KMASK).   *
      *            DEPOIS DELA A MANUTENCAO SEGUE SO POR JPRMAN. SOBRE *
      *            UM CADASTRO JA CONVERTIDO A ABERTURA E RECUSADA     *
      *            PELO TAMANHO DO REGISTRO E NADA E REGRAVADO.        *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KJPRA - CADASTRO NO LAYOUT DE 50 POSICOES.  *
      *  SAIDA:    DSUBCPG2KJPRG - NOVA GERACAO, LAYOUT DE 100.        *
      *            LSUBCPG2KJPRCNV - RELATORIO DA CONVERSAO.           *
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
           SELECT DSUBCPG2KJPRA   ASSIGN TO DISK.
           SELECT DSUBCPG2KJPRG   ASSIGN TO DISK.
           SELECT LSUBCPG2KJPRCNV ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *LAYOUT ANTIGO (50 POSICOES).
        FD DSUBCPG2KJPRA
           RECORD CONTAINS 50 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJPRA.
           03 ANT-NU-PROCESSO        PIC X(20).
           03 ANT-NU-VARA            PIC 9(02).
           03 ANT-CS-UF              PIC X(02).
           03 ANT-CS-SITUACAO        PIC 9(01).
           03 ANT-DT-ABERTURA        PIC 9(08).
           03 ANT-DT-ENCERRAMENTO    PIC 9(08).
           03 FILLER                 PIC X(09).
      *
      *LAYOUT NOVO (100 POSICOES, O MESMO DE DSUBCPG2KJPR EM
      *PSUBCPG2KJPRMAN).
        FD DSUBCPG2KJPRG
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJPRG.
           03 JPR-NU-PROCESSO        PIC X(20).
           03 JPR-NU-VARA            PIC 9(02).
           03 JPR-CS-UF              PIC X(02).
           03 JPR-CS-SITUACAO        PIC 9(01).
           03 JPR-DT-ABERTURA        PIC 9(08).
           03 JPR-DT-ENCERRAMENTO    PIC 9(08).
           03 JPR-AREA-DEPOSITO.
              05 JPR-IN-DEPOSITO-JUD    PIC 9(01).
              05 JPR-ID-BANCO-DEP       PIC 9(03).
              05 JPR-ID-OP-DEP          PIC 9(06).
              05 JPR-CS-MEIO-PAGTO-DEP  PIC 9(02).
              05 JPR-NU-CONTA-DEP       PIC X(10).
           03 FILLER                 PIC X(37).
      *
        FD LSUBCPG2KJPRCNV.
        01 LINHA-JPRCNV           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-IX-JPR                  PIC 9(04) VALUE ZEROS.
      *
      *CADASTRO ANTIGO EM MEMORIA - ENTRADA E SAIDA TEM O MESMO TITULO,
      *ENTAO A NOVA GERACAO SO E ABERTA DEPOIS DE LIDA A ANTIGA (MESMO
      *LIMITE DE 2000 LINHAS DE PSUBCPG2KJPRMAN).
       01  TABELA-ANTIGA.
           05 TB-ANT OCCURS 2000 TIMES.
              10 TB-ANT-REG           PIC X(41).
       77  WS-QTDE-ANT                PIC 9(04) VALUE ZEROS.
      *
       01  CAB-01-JPRCNV.
           03 FILLER                PIC X(18) VALUE
              "P/SUB/CPG/2K/JPRC".
           03 FILLER                PIC X(48) VALUE
              "CONVERSAO DO CADASTRO JPR PARA 100 POSICOES".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-JPRCNV.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  TRAILER-JPRCNV.
           03 TEXTO-TRL-JPRCNV      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-JPRCNV         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-CARREGA-ANTIGO
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KJPRA.
      *
           PERFORM 3000-GRAVA-NOVO
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
           OPEN INPUT  DSUBCPG2KJPRA.
           OPEN OUTPUT LSUBCPG2KJPRCNV.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-JPRCNV FROM CAB-01-JPRCNV AFTER PAGE.
           WRITE LINHA-JPRCNV FROM CAB-02-JPRCNV AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       2000-CARREGA-ANTIGO.
      *--------------------*
      *
           READ DSUBCPG2KJPRA
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           IF WS-QTDE-ANT EQUAL 2000
              DISPLAY "PSUBCPG2KJPRCNV: CADASTRO DE"
              DISPLAY "PROCESSOS ACIMA DE 2000 LINHAS -"
              DISPLAY "REVER O LIMITE DA TABELA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-ANT.
           MOVE REG-DSUBCPG2KJPRA TO TB-ANT-REG (WS-QTDE-ANT).
      *
       2000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    GRAVA A NOVA GERACAO: AS 41 PRIMEIRAS POSICOES (PROCESSO,
      *    VARA, UF, SITUACAO E DATAS) SAO AS MESMAS NOS DOIS LAYOUTS;
      *    A AREA DE DEPOSITO JUDICIAL E O FILLER FICAM EM BRANCOS.
      *----------------------------------------------------------------
       3000-GRAVA-NOVO.
      *----------------*
      *
           OPEN OUTPUT DSUBCPG2KJPRG.
           PERFORM 3100-GRAVA-LINHA
              THRU 3100-FIM
              VARYING WS-IX-JPR FROM 1 BY 1
                UNTIL WS-IX-JPR GREATER WS-QTDE-ANT.
           CLOSE DSUBCPG2KJPRG SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-GRAVA-LINHA.
      *-----------------*
      *
           MOVE SPACES                  TO REG-DSUBCPG2KJPRG.
           MOVE TB-ANT-REG (WS-IX-JPR)  TO REG-DSUBCPG2KJPRG.
           MOVE SPACES                  TO JPR-AREA-DEPOSITO.
           WRITE REG-DSUBCPG2KJPRG.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-JPRCNV.
           MOVE "PROCESSOS CONVERTIDOS PARA 100 POSICOES       " TO
                                                   TEXTO-TRL-JPRCNV.
           MOVE WS-QTDE-ANT TO QT-TRL-JPRCNV.
           WRITE LINHA-JPRCNV FROM TRAILER-JPRCNV AFTER 2.
      *
           CLOSE LSUBCPG2KJPRCNV.
      *
           DISPLAY "PSUBCPG2KJPRCNV - PROCESSOS CONVERTIDOS: "
                   WS-QTDE-ANT.
      *
       4000-FIM. EXIT.
      *---------*
