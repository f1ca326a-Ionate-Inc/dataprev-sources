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
       PROGRAM-ID.      PSUBGERRELRECUP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: RECUPERACAO DE RELATORIOS DO ACERVO ELETRONICO      *
      *            (VIDE PSUBGERRELCAPT). PROCURA NO INDICE            *
      *            D/SUB/GER/REL/IDX OS RELATORIOS DO PROGRAMA PEDIDO  *
      *            QUE BATEM COM AS DEMAIS CHAVES INFORMADAS (DATA DE  *
      *            EXECUCAO, COMPETENCIA, PARAMETROS - CHAVE ZERADA OU *
      *            EM BRANCO NAO FILTRA) E, PARA CADA UM AINDA NO      *
      *            ACERVO:                                             *
      *            - "IMPR": REIMPRIME A IMAGEM NO LSUBGERRELRECUP,    *
      *              PAGINA NOVA COM UMA LINHA DE IDENTIFICACAO DO RUN *
      *              ORIGINAL ANTES DA IMAGEM;                         *
      *            - "EXTR": EXTRAI A IMAGEM PARA D/SUB/GER/REL/EXT    *
      *              (133 POSICOES, OS RELATORIOS EM SEQUENCIA, NA     *
      *              ORDEM DE CAPTURA) E SO LISTA NO LSUBGERRELRECUP O *
      *              QUE FOI EXTRAIDO.                                 *
      *            RELATORIO JA EXPURGADO PELA RETENCAO SAI LISTADO    *
      *            COM A DATA DO EXPURGO.                              *
      *                                                                *
      *  PARAMETROS: WS-PAR-PROGRAMA    - PROGRAMA QUE EMITIU.         *
      *              WS-PAR-DT-EXEC     - AAAAMMDD (ZEROS = TODAS).    *
      *              WS-PAR-COMPETENCIA - AAAAMM (ZEROS = TODAS).      *
      *              WS-PAR-PARAMETROS  - PARAMETROS DO RUN (BRANCOS = *
      *                                   TODOS).                      *
      *              WS-PAR-ACAO        - "EXTR" = EXTRAI;             *
      *                                   OUTRO  = REIMPRIME.          *
      *  ENTRADA:  DSUBGERRELIDX - INDICE DO ACERVO.                   *
      *            DSUBGERRELARQ - DATASETS DATADOS DO ACERVO.         *
      *  SAIDA:    DSUBGERRELEXT - EXTRACAO (ACAO "EXTR").             *
      *            LSUBGERRELRECUP - REIMPRESSAO OU LISTA EXTRAIDA.    *
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
      *OPTIONAL: SITE QUE AINDA NAO CAPTUROU NADA TEM O ACERVO VAZIO.
           SELECT OPTIONAL DSUBGERRELIDX ASSIGN TO DISK.
      *OPTIONAL: DATASET REMOVIDO POR FORA DO EXPURGO NAO ABORTA A
      *RECUPERACAO DOS DEMAIS (SAI VAZIO E E APONTADO NA LISTA).
           SELECT OPTIONAL DSUBGERRELARQ ASSIGN TO DISK.
           SELECT DSUBGERRELEXT   ASSIGN TO DISK.
           SELECT LSUBGERRELRECUP ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBGERRELIDX
           RECORD CONTAINS  130 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/IDX ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/GER/REL/IDX ON PKBDSGF".
      *
      *DATASET DATADO DO ACERVO - TITULO TROCADO VIA CHANGE ATTRIBUTE
      *ANTES DE CADA OPEN.
        FD DSUBGERRELARQ
           RECORD CONTAINS  133 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/ARQ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBGERRELARQ      PIC X(133).
      *
        FD DSUBGERRELEXT
           RECORD CONTAINS  133 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/GER/REL/EXT ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBGERRELEXT      PIC X(133).
      *
        FD LSUBGERRELRECUP.
        01 LINHA-RECUP            PIC X(133).
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
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-ENCONTRADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUPERADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-EXPURGADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-LINHAS               PIC 9(08) VALUE ZEROS.
       77  WS-CT-LINHAS-REL           PIC 9(08) VALUE ZEROS.
      *
      *RELATORIOS DO INDICE QUE BATEM COM AS CHAVES PEDIDAS, NA ORDEM
      *DE CAPTURA. O "X" DO EXPURGO MARCA A LINHA DO SEU "A".
       01  TABELA-ACERVO.
           05 TB-ACV OCCURS 2000 TIMES.
              10 TB-ACV-DT-EXEC       PIC 9(08).
              10 TB-ACV-COMPETENCIA   PIC 9(06).
              10 TB-ACV-PARAMETROS    PIC X(40).
              10 TB-ACV-DT-CAPTURA    PIC 9(08).
              10 TB-ACV-HR-CAPTURA    PIC 9(06).
              10 TB-ACV-QT-LINHAS     PIC 9(08).
              10 TB-ACV-DT-EXPURGO    PIC 9(08).
       77  WS-QTDE-ACV                PIC 9(04) VALUE ZEROS.
       77  WS-IX-ACV                  PIC 9(04) VALUE ZEROS.
      *
      *TITULO DATADO DO DATASET DO ACERVO (MESMO DO PSUBGERRELCAPT).
       01  WS-TITLE-REL-ARQ.
           03 FILLER                  PIC X(18) VALUE
              "D/SUB/GER/REL/ARQ/".
           03 WS-TIT-DT-CAPTURA       PIC 9(08).
           03 FILLER                  PIC X(01) VALUE "/".
           03 WS-TIT-HR-CAPTURA       PIC 9(06).
           03 FILLER                  PIC X(12) VALUE " ON PKDADOS.".
      *
       01  CAB-01-RECUP.
           03 FILLER                PIC X(18) VALUE "P/SUB/GER/REL/REC".
           03 FILLER                PIC X(46) VALUE
              "RECUPERACAO DO ACERVO DE RELATORIOS".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-RECUP.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-RECUP.
           03 FILLER                PIC X(10) VALUE "PROGRAMA: ".
           03 CAB03-PROGRAMA        PIC X(17).
           03 FILLER                PIC X(10) VALUE "   ACAO: ".
           03 CAB03-ACAO            PIC X(04).
      *
      *LINHA DE IDENTIFICACAO DO RELATORIO (NA REIMPRESSAO, ABRE A
      *PAGINA ANTES DA IMAGEM).
       01  DET-RECUP.
           03 DET-TEXTO             PIC X(12).
           03 FILLER                PIC X(06) VALUE " EXEC ".
           03 DET-DT-EXEC           PIC 9(08).
           03 FILLER                PIC X(07) VALUE " COMP. ".
           03 DET-COMPETENCIA       PIC 9(06).
           03 FILLER                PIC X(07) VALUE " PARAM ".
           03 DET-PARAMETROS        PIC X(40).
           03 FILLER                PIC X(10) VALUE " CAPTURA ".
           03 DET-DT-CAPTURA        PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-HR-CAPTURA        PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(10).
           03 DET-NU-SITUACAO       PIC ZZ.ZZZ.ZZ9.
      *
       01  MSG-SEM-PROGRAMA-RECUP.
           03 FILLER                PIC X(60) VALUE
              "*** PROGRAMA NAO INFORMADO - NADA RECUPERADO. ***".
      *
       01  MSG-NADA-ENCONTRADO-RECUP.
           03 FILLER                PIC X(60) VALUE
              "*** NENHUM RELATORIO NO ACERVO PARA AS CHAVES. ***".
      *
       01  MSG-TABELA-CHEIA-RECUP.
           03 FILLER                PIC X(60) VALUE
              "*** TABELA DO ACERVO CHEIA - INFORME MAIS CHAVES. ***".
      *
       01  TRAILER-RECUP.
           03 TEXTO-TRL-RECUP       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-RECUP          PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-PROGRAMA
                  WS-PAR-DT-EXEC
                  WS-PAR-COMPETENCIA
                  WS-PAR-PARAMETROS
                  WS-PAR-ACAO.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           IF WS-PAR-PROGRAMA EQUAL SPACES
              WRITE LINHA-RECUP FROM MSG-SEM-PROGRAMA-RECUP AFTER 2
              CLOSE LSUBGERRELRECUP
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 2000-CARREGA-INDICE
              THRU 2000-FIM.
      *
           IF WS-PAR-ACAO EQUAL "EXTR"
              OPEN OUTPUT DSUBGERRELEXT.
      *
           PERFORM 3000-RECUPERA
              THRU 3000-FIM
              VARYING WS-IX-ACV FROM 1 BY 1
                UNTIL WS-IX-ACV GREATER WS-QTDE-ACV.
      *
           IF WS-PAR-ACAO EQUAL "EXTR"
              CLOSE DSUBGERRELEXT SAVE.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBGERRELRECUP.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE WS-PAR-PROGRAMA   TO CAB03-PROGRAMA.
           MOVE WS-PAR-ACAO       TO CAB03-ACAO.
      *
           WRITE LINHA-RECUP FROM CAB-01-RECUP AFTER PAGE.
           WRITE LINHA-RECUP FROM CAB-02-RECUP AFTER 1.
           WRITE LINHA-RECUP FROM CAB-03-RECUP AFTER 1.
      *
           MOVE ZEROS TO TABELA-ACERVO.
      *
       1000-FIM. EXIT.
      *---------*
      *
       2000-CARREGA-INDICE.
      *--------------------*
      *
           OPEN INPUT DSUBGERRELIDX.
           PERFORM 2100-LE-INDICE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBGERRELIDX.
           MOVE "NAO" TO WS-EOF.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LE-INDICE.
      *---------------*
      *
           READ DSUBGERRELIDX
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           IF IDX-PROGRAMA NOT EQUAL WS-PAR-PROGRAMA
              GO TO 2100-FIM.
      *
           IF IDX-CS-EVENTO EQUAL "X"
              PERFORM 2200-MARCA-EXPURGO
                 THRU 2200-FIM
              GO TO 2100-FIM.
      *
           IF IDX-CS-EVENTO NOT EQUAL "A"
              GO TO 2100-FIM.
           IF WS-PAR-DT-EXEC NOT EQUAL ZEROS
              AND IDX-DT-EXEC NOT EQUAL WS-PAR-DT-EXEC
              GO TO 2100-FIM.
           IF WS-PAR-COMPETENCIA NOT EQUAL ZEROS
              AND IDX-COMPETENCIA NOT EQUAL WS-PAR-COMPETENCIA
              GO TO 2100-FIM.
           IF WS-PAR-PARAMETROS NOT EQUAL SPACES
              AND IDX-PARAMETROS NOT EQUAL WS-PAR-PARAMETROS
              GO TO 2100-FIM.
      *
           IF WS-QTDE-ACV NOT LESS 2000
              WRITE LINHA-RECUP FROM MSG-TABELA-CHEIA-RECUP AFTER 2
              MOVE "SIM" TO WS-EOF
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-QTDE-ACV.
           MOVE IDX-DT-EXEC     TO TB-ACV-DT-EXEC (WS-QTDE-ACV).
           MOVE IDX-COMPETENCIA TO TB-ACV-COMPETENCIA (WS-QTDE-ACV).
           MOVE IDX-PARAMETROS  TO TB-ACV-PARAMETROS (WS-QTDE-ACV).
           MOVE IDX-DT-CAPTURA  TO TB-ACV-DT-CAPTURA (WS-QTDE-ACV).
           MOVE IDX-HR-CAPTURA  TO TB-ACV-HR-CAPTURA (WS-QTDE-ACV).
           MOVE IDX-QT-LINHAS   TO TB-ACV-QT-LINHAS (WS-QTDE-ACV).
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-MARCA-EXPURGO.
      *-------------------*
      *
           PERFORM 2210-PROCURA-CAPTURA
              THRU 2210-FIM
              VARYING WS-IX-ACV FROM 1 BY 1
                UNTIL WS-IX-ACV GREATER WS-QTDE-ACV.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2210-PROCURA-CAPTURA.
      *---------------------*
      *
           IF TB-ACV-DT-CAPTURA (WS-IX-ACV) EQUAL IDX-DT-CAPTURA
              AND TB-ACV-HR-CAPTURA (WS-IX-ACV) EQUAL IDX-HR-CAPTURA
              MOVE IDX-DT-EXPURGO TO TB-ACV-DT-EXPURGO (WS-IX-ACV).
      *
       2210-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    UM RELATORIO DO ACERVO: REIMPRIME OU EXTRAI A IMAGEM. O
      *    EXPURGADO SO E LISTADO.
      *----------------------------------------------------------------
       3000-RECUPERA.
      *--------------*
      *
           ADD 1 TO WS-CT-ENCONTRADOS.
           MOVE TB-ACV-DT-EXEC (WS-IX-ACV)     TO DET-DT-EXEC.
           MOVE TB-ACV-COMPETENCIA (WS-IX-ACV) TO DET-COMPETENCIA.
           MOVE TB-ACV-PARAMETROS (WS-IX-ACV)  TO DET-PARAMETROS.
           MOVE TB-ACV-DT-CAPTURA (WS-IX-ACV)  TO DET-DT-CAPTURA.
           MOVE TB-ACV-HR-CAPTURA (WS-IX-ACV)  TO DET-HR-CAPTURA.
      *
           IF TB-ACV-DT-EXPURGO (WS-IX-ACV) NOT EQUAL ZEROS
              ADD 1 TO WS-CT-EXPURGADOS
              MOVE "ACERVO"     TO DET-TEXTO
              MOVE "EXPURGADO " TO DET-SITUACAO
              MOVE TB-ACV-DT-EXPURGO (WS-IX-ACV) TO DET-NU-SITUACAO
              WRITE LINHA-RECUP FROM DET-RECUP AFTER 2
              GO TO 3000-FIM.
      *
           MOVE TB-ACV-DT-CAPTURA (WS-IX-ACV) TO WS-TIT-DT-CAPTURA.
           MOVE TB-ACV-HR-CAPTURA (WS-IX-ACV) TO WS-TIT-HR-CAPTURA.
           CHANGE ATTRIBUTE TITLE OF DSUBGERRELARQ
                                            TO WS-TITLE-REL-ARQ.
           OPEN INPUT DSUBGERRELARQ.
      *
           IF WS-PAR-ACAO NOT EQUAL "EXTR"
              MOVE "REIMPRESSAO"  TO DET-TEXTO
              MOVE "LINHAS:   "   TO DET-SITUACAO
              MOVE TB-ACV-QT-LINHAS (WS-IX-ACV) TO DET-NU-SITUACAO
              WRITE LINHA-RECUP FROM DET-RECUP AFTER PAGE.
      *
           MOVE ZEROS TO WS-CT-LINHAS-REL.
           PERFORM 3100-COPIA-LINHA
              THRU 3100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBGERRELARQ.
           MOVE "NAO" TO WS-EOF.
      *
           ADD 1 TO WS-CT-RECUPERADOS.
           ADD WS-CT-LINHAS-REL TO WS-CT-LINHAS.
      *
           IF WS-PAR-ACAO EQUAL "EXTR"
              MOVE "EXTRAIDO"     TO DET-TEXTO
              MOVE "LINHAS:   "   TO DET-SITUACAO
              MOVE WS-CT-LINHAS-REL TO DET-NU-SITUACAO
              WRITE LINHA-RECUP FROM DET-RECUP AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-COPIA-LINHA.
      *-----------------*
      *
           READ DSUBGERRELARQ
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3100-FIM.
      *
           ADD 1 TO WS-CT-LINHAS-REL.
           IF WS-PAR-ACAO EQUAL "EXTR"
              WRITE REG-DSUBGERRELEXT FROM REG-DSUBGERRELARQ
           ELSE
              WRITE LINHA-RECUP FROM REG-DSUBGERRELARQ AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           IF WS-CT-ENCONTRADOS EQUAL ZEROS
              WRITE LINHA-RECUP FROM MSG-NADA-ENCONTRADO-RECUP AFTER 2.
      *
           MOVE SPACES TO TRAILER-RECUP.
           MOVE "RELATORIOS ENCONTRADOS NO INDICE             " TO
                                                   TEXTO-TRL-RECUP.
           MOVE WS-CT-ENCONTRADOS TO QT-TRL-RECUP.
           WRITE LINHA-RECUP FROM TRAILER-RECUP AFTER PAGE.
      *
           MOVE "RELATORIOS RECUPERADOS                       " TO
                                                   TEXTO-TRL-RECUP.
           MOVE WS-CT-RECUPERADOS TO QT-TRL-RECUP.
           WRITE LINHA-RECUP FROM TRAILER-RECUP AFTER 1.
      *
           MOVE "RELATORIOS JA EXPURGADOS PELA RETENCAO       " TO
                                                   TEXTO-TRL-RECUP.
           MOVE WS-CT-EXPURGADOS TO QT-TRL-RECUP.
           WRITE LINHA-RECUP FROM TRAILER-RECUP AFTER 1.
      *
           MOVE "LINHAS RECUPERADAS                           " TO
                                                   TEXTO-TRL-RECUP.
           MOVE WS-CT-LINHAS TO QT-TRL-RECUP.
           WRITE LINHA-RECUP FROM TRAILER-RECUP AFTER 1.
      *
           CLOSE LSUBGERRELRECUP.
      *
       4000-FIM. EXIT.
      *---------*
