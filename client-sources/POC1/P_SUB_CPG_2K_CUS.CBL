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
       PROGRAM-ID.      PSUBCPG2KCUS.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CONTA DE CUSTODIA POR BANCO. O DINHEIRO VAI AOS     *
      *            BANCOS NAS REMESSAS DO 052 (PSUBCPG052REMBCO), OS   *
      *            BANCOS INFORMAM EFETIVACAO E EXPIRACAO (RETORNOS 01 *
      *            E 03 POSTADOS POR PSUBCPG2K461 EM D/SUB/CPG/2K/462) *
      *            E PSUBCPG2K492 REEMITE O EXPIRADO - MAS NINGUEM     *
      *            ACOMPANHAVA O SALDO NOSSO PARADO EM CADA BANCO NEM  *
      *            COBRAVA A DEVOLUCAO DO VALOR EXPIRADO. ESTE JOB:    *
      *            1) SOMA O EMITIDO POR BANCO NOS DETALHES DO         *
      *               D/SUB/CPG/052/SPG/R274;                          *
      *            2) SOMA O EFETIVADO (RETORNO 01) E O EXPIRADO       *
      *               (RETORNO 03) POR BANCO NAS SITUACOES DE          *
      *               D/SUB/CPG/2K/462 COM DT-RETORNO NA COMPETENCIA;  *
      *            3) CONCILIA CREDITO A CREDITO, PELA SUBCHAVE        *
      *               DOCUMENTADA, A DEVOLUCAO DOS BANCOS              *
      *               (D/SUB/CPG/2K/DEV, VIDE B/SUB/CPG/2K/DEV) CONTRA *
      *               OS EXPIRADOS DO MES E OS AINDA PENDENTES DE      *
      *               DEVOLUCAO DOS MESES ANTERIORES (D/SUB/CPG/2K/    *
      *               CUS/PEN). O EXPIRADO NAO DEVOLVIDO (OU DEVOLVIDO *
      *               A MENOR) VAI PARA A NOVA GERACAO DO PENDENTE COM *
      *               A DATA LIMITE DE DEVOLUCAO (N DIAS UTEIS APOS A  *
      *               EXPIRACAO - D/SUB/CPG/2K/CUS/PAR, VIA            *
      *               SSUBLIB2K603); PASSADO O LIMITE, E SALDO         *
      *               VENCIDO;                                         *
      *            4) COPIA O LIVRO D/SUB/CPG/2K/CUS PARA A NOVA       *
      *               GERACAO (MESMA PASSAGEM SEQUENCIAL DO            *
      *               PSUBCPG2KRAZAO), PUXANDO O SALDO DE CADA BANCO,  *
      *               E ACRESCENTA A LINHA DO MES POR BANCO:           *
      *               SALDO = ANTERIOR + EMITIDO - EFETIVADO -         *
      *               DEVOLVIDO;                                       *
      *            5) EMITE O EXTRATO MENSAL DE CADA BANCO (UMA PAGINA *
      *               POR BANCO) COM O SALDO A DEVOLVER E O VENCIDO.   *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - COMPETENCIA (AAAAMM).         *
      *  ENTRADA:  DSUBCPG052SPG    - D/SUB/CPG/052/SPG/R274.          *
      *            DSUBCPG2K462     - SITUACOES DE RETORNO (SIT01).    *
      *            DSUBCPG2KDEV     - DEVOLUCOES DOS BANCOS.           *
      *            DSUBCPG2KCUSPEN  - EXPIRADOS PENDENTES DE           *
      *                               DEVOLUCAO.                       *
      *            DSUBCPG2KCUS     - LIVRO DE CUSTODIA.               *
      *            DSUBCPG2KCUSPAR  - PRAZO DE DEVOLUCAO.              *
      *  SAIDA:    DSUBCPG2KCUSPNN  - NOVA GERACAO DO PENDENTE.        *
      *            DSUBCPG2KCUSN    - NOVA GERACAO DO LIVRO.           *
      *            LSUBCPG2KCUS     - OCORRENCIAS E EXTRATO POR BANCO. *
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
           SELECT DSUBCPG052SPG   ASSIGN TO DISK.
           SELECT DSUBCPG2K462    ASSIGN TO DISK.
      *MES SEM DEVOLUCAO DE NENHUM BANCO NAO TRAVA O FECHAMENTO.
           SELECT OPTIONAL DSUBCPG2KDEV    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KCUSPEN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KCUS    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KCUSPAR ASSIGN TO DISK.
           SELECT DSUBCPG2KCUSPNN ASSIGN TO DISK.
           SELECT DSUBCPG2KCUSN   ASSIGN TO DISK.
           SELECT LSUBCPG2KCUS    ASSIGN TO PRINTER.
           SELECT SORTCU          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG052SPG
           RECORD CONTAINS  1800 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/SPG/R274 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SPG/R274 ON PKBDSGF".
      *
        FD DSUBCPG2K462
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/462 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  SIT01-REG.
            03  SIT01-CHAVE.
                05  SIT01-DT-MOV-CREDITO     PIC 9(08).
                05  SIT01-NU-NB              PIC 9(10).
                05  SIT01-CS-NATUR-CREDITO   PIC 9(02).
                05  SIT01-DT-FIM-PERIODO     PIC 9(08).
                05  SIT01-DT-INI-PERIODO     PIC 9(08).
                05  SIT01-SEQ-REG            PIC 9(09).
            03  SIT01-ID-BANCO               PIC 9(03).
            03  SIT01-CS-RETORNO             PIC 9(02).
            03  SIT01-DT-RETORNO             PIC 9(08).
            03  SIT01-VL-LIQUIDO-CRED        PIC 9(10)V99.
            03  FILLER                       PIC X(10).
      *
        FD DSUBCPG2KDEV
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DEV ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/DEV ON PKBDSGF".
      *
      *EXPIRADOS AINDA NAO DEVOLVIDOS PELO BANCO, CARREGADOS DE MES
      *PARA MES (NOVA GERACAO GRAVADA POR ESTE JOB EM ORDEM DE
      *SUBCHAVE).
        FD DSUBCPG2KCUSPEN
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CUS/PEN ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 PEN01-REG.
           03 PEN01-CHAVE             PIC X(45).
      *        SUBCHAVE DOCUMENTADA (MESMO GRUPO DE SIT01-CHAVE)
           03 PEN01-ID-BANCO          PIC 9(03).
           03 PEN01-DT-EXPIRACAO      PIC 9(08).
           03 PEN01-DT-LIMITE         PIC 9(08).
      *        ULTIMO DIA PARA O BANCO DEVOLVER (AAAAMMDD)
           03 PEN01-VL-PENDENTE       PIC 9(10)V99.
           03 FILLER                  PIC X(04).
      *
        FD DSUBCPG2KCUSPNN
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CUS/PEN ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCUSPNN     PIC X(80).
      *
      *LIVRO POR COMPETENCIA/BANCO, COM O SALDO DE CUSTODIA CARREGADO
      *DE MES PARA MES.
        FD DSUBCPG2KCUS
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CUS ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 CUS01-REG.
           03 CUS01-COMPETENCIA       PIC 9(06).
           03 CUS01-ID-BANCO          PIC 9(03).
           03 CUS01-VL-SALDO-ANTERIOR PIC S9(15)V99.
           03 CUS01-VL-EMITIDO        PIC 9(15)V99.
           03 CUS01-VL-EFETIVADO      PIC 9(15)V99.
           03 CUS01-VL-EXPIRADO       PIC 9(15)V99.
           03 CUS01-VL-DEVOLVIDO      PIC 9(15)V99.
           03 CUS01-VL-SALDO-CUSTODIA PIC S9(15)V99.
           03 CUS01-VL-A-DEVOLVER     PIC 9(15)V99.
      *        EXPIRADO AINDA NAO DEVOLVIDO, DENTRO DO PRAZO
           03 CUS01-VL-VENCIDO        PIC 9(15)V99.
      *        EXPIRADO NAO DEVOLVIDO COM O PRAZO JA VENCIDO
           03 FILLER                  PIC X(05).
      *
        FD DSUBCPG2KCUSN
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CUS ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCUSN       PIC X(150).
      *
      *PRAZO DE DEVOLUCAO, MANTIDO PELA AREA DE NEGOCIO (E DADO, NAO
      *CODIGO - MESMO CRITERIO DO D/SUB/CPG/2K/492/PAR): UM REGISTRO.
        FD DSUBCPG2KCUSPAR
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CUS/PAR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCUSPAR.
           03 PAR-QT-DIAS-DEVOLUCAO   PIC 9(04).
      *        DIAS UTEIS APOS A EXPIRACAO PARA O BANCO DEVOLVER
           03 FILLER                  PIC X(16).
      *
        FD LSUBCPG2KCUS.
        01 LINHA-CUS              PIC X(133).
      *
      *EXPIRADOS (PENDENTES E DO MES) E DEVOLUCOES JUNTOS POR
      *SUBCHAVE, PARA O CASAMENTO CREDITO A CREDITO.
        SD SORTCU.
        01 SRTCU-REG.
           03 SRTCU-CHAVE             PIC X(45).
           03 SRTCU-TIPO              PIC 9(01).
      *        (1) PENDENTE DE MES ANTERIOR  (2) EXPIRADO NO MES
      *        (3) DEVOLUCAO DO BANCO
           03 SRTCU-ID-BANCO          PIC 9(03).
           03 SRTCU-DT-REFERENCIA     PIC 9(08).
      *        EXPIRACAO (TIPOS 1/2) OU DEVOLUCAO (TIPO 3)
           03 SRTCU-DT-LIMITE         PIC 9(08).
           03 SRTCU-VALOR             PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCUS".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
      *
      *PRAZO DE DEVOLUCAO (DATASET VAZIO OU AUSENTE MANTEM O DEFAULT).
       77  WS-QT-DIAS-DEVOLUCAO       PIC 9(04) VALUE 5.
      *
       01  WS-DT-RETORNO              PIC 9(08) VALUE ZEROS.
       01  WS-DT-RETORNO-R REDEFINES WS-DT-RETORNO.
           03 WS-DT-RETORNO-AAAAMM    PIC 9(06).
           03 WS-DT-RETORNO-DD        PIC 9(02).
      *
      *MOVIMENTO DO MES POR BANCO (FIND-OR-INSERT, MESMO MODELO DE
      *2150-ACHA-BANCO DO PSUBCPG2K492).
       01  WS-TABELA-BCO.
           03  WS-BCO OCCURS 50 TIMES.
               05  WS-BCO-ID-BANCO          PIC 9(03).
               05  WS-BCO-VL-SALDO-ANT      PIC S9(15)V99.
               05  WS-BCO-VL-EMITIDO        PIC 9(15)V99.
               05  WS-BCO-VL-EFETIVADO      PIC 9(15)V99.
               05  WS-BCO-VL-EXPIRADO       PIC 9(15)V99.
               05  WS-BCO-VL-DEVOLVIDO      PIC 9(15)V99.
               05  WS-BCO-VL-A-DEVOLVER     PIC 9(15)V99.
               05  WS-BCO-VL-VENCIDO        PIC 9(15)V99.
               05  WS-BCO-QT-VENCIDO        PIC 9(08).
               05  WS-BCO-QT-OCORRENCIAS    PIC 9(08).
       77  WS-QTDE-BCO                PIC 9(02) VALUE ZEROS.
       77  WS-IX-BCO                  PIC 9(02) VALUE ZEROS.
       77  WS-BCO-ENCONTRADO          PIC 9(01) VALUE 0.
       77  WS-ID-BANCO-REL            PIC 9(03) VALUE ZEROS.
       77  WS-VL-SALDO-CUSTODIA       PIC S9(15)V99 VALUE ZEROS.
      *
      *INTERFACE SSUBLIB2K603 (N-ESIMO DIA UTIL APOS X).
       77  WS-FUNCAO-603              PIC X(01).
       77  WS-DATA-BASE-603           PIC 9(08) VALUE ZEROS.
       77  WS-OFFSET-UTEIS            PIC S9(05) VALUE ZEROS.
       77  WS-UF-CONSULTA             PIC 9(02) VALUE ZEROS.
       77  WS-DATA-RESULTADO          PIC 9(08) VALUE ZEROS.
       77  WS-IN-DIA-UTIL             PIC 9(01) VALUE ZEROS.
       77  WS-STATUS-603              PIC 9(01) VALUE ZEROS.
      *
      *CREDITO CORRENTE DO CASAMENTO (UMA SUBCHAVE DO SORT).
       01  WS-GRP-CHAVE               PIC X(45) VALUE SPACES.
       77  WS-GRP-IN-EXPIRADO         PIC 9(01) VALUE 0.
       77  WS-GRP-ID-BANCO            PIC 9(03) VALUE ZEROS.
       77  WS-GRP-DT-EXPIRACAO        PIC 9(08) VALUE ZEROS.
       77  WS-GRP-DT-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WS-GRP-VL-EXPIRADO         PIC 9(10)V99 VALUE ZEROS.
       77  WS-GRP-IN-DEVOLVIDO        PIC 9(01) VALUE 0.
       77  WS-GRP-ID-BANCO-DEV        PIC 9(03) VALUE ZEROS.
       77  WS-GRP-DT-DEVOLUCAO        PIC 9(08) VALUE ZEROS.
       77  WS-GRP-VL-DEVOLVIDO        PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-RESTANTE             PIC 9(10)V99 VALUE ZEROS.
      *
       77  WS-CT-DETALHES-052         PIC 9(08) VALUE ZEROS.
       77  WS-CT-EFETIVADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-EXPIRADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-PENDENTES-ANT        PIC 9(08) VALUE ZEROS.
       77  WS-CT-DEVOLUCOES           PIC 9(08) VALUE ZEROS.
       77  WS-CT-DEVOLVIDOS-OK        PIC 9(08) VALUE ZEROS.
       77  WS-CT-OCORRENCIAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-PENDENTES-NOVOS      PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENCIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-DUPLICADOS           PIC 9(08) VALUE ZEROS.
      *
       01  CAB-01-CUS.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CUS".
           03 FILLER                PIC X(42) VALUE
              "CUSTODIA POR BANCO".
           03 FILLER                PIC X(06) VALUE "COMP: ".
           03 CAB01-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(07) VALUE " DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-CUS.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-OCO-CUS.
           03 FILLER                PIC X(60) VALUE
              "OCORRENCIAS DA CONCILIACAO DE DEVOLUCOES".
      *
       01  CAB-OCO-COL-CUS.
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(09) VALUE "DT-MOV".
           03 FILLER                PIC X(10) VALUE "SEQ-REG".
           03 FILLER                PIC X(06) VALUE "BANCO".
           03 FILLER                PIC X(09) VALUE "EXPIRAC.".
           03 FILLER                PIC X(09) VALUE "LIMITE".
           03 FILLER                PIC X(16) VALUE "       EXPIRADO".
           03 FILLER                PIC X(16) VALUE "      DEVOLVIDO".
           03 FILLER                PIC X(30) VALUE "  OCORRENCIA".
      *
       01  DET-OCO-CUS.
           03 DET-OCO-NB            PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCO-DT-MOV        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCO-SEQ-REG       PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCO-ID-BANCO      PIC 9(03).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-OCO-DT-EXPIRACAO  PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCO-DT-LIMITE     PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-OCO-VL-EXPIRADO   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-OCO-VL-DEVOLVIDO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-OCO-TEXTO         PIC X(30).
      *
      *SUBCHAVE DO CREDITO NA LINHA DE OCORRENCIA.
       01  WS-OCO-CHAVE.
           03 WS-OCO-DT-MOV-CREDITO   PIC 9(08).
           03 WS-OCO-NU-NB            PIC 9(10).
           03 FILLER                  PIC X(18).
           03 WS-OCO-SEQ-REG          PIC 9(09).
      *
       01  CAB-EXT-CUS.
           03 FILLER                PIC X(30) VALUE
              "EXTRATO DE CUSTODIA - BANCO: ".
           03 CAB-EXT-ID-BANCO      PIC 9(03).
           03 FILLER                PIC X(16) VALUE "  COMPETENCIA: ".
           03 CAB-EXT-COMPETENCIA   PIC 9(06).
      *
       01  DET-EXT-CUS.
           03 DET-EXT-TEXTO         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 DET-EXT-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  MSG-VENCIDO-CUS.
           03 FILLER                PIC X(48) VALUE
              "*** BANCO COM DEVOLUCAO VENCIDA - CREDITOS: ".
           03 MSG-VENC-QTDE         PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE " ***".
      *
       01  TRAILER-CUS.
           03 TEXTO-TRL-CUS         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CUS            PIC ZZ.ZZZ.ZZ9.
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
              DISPLAY "PSUBCPG2KCUS - COMPETENCIA NAO INFORMADA - "
                      "RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-SOMA-EMITIDO
              THRU 2000-FIM.
      *
           SORT SORTCU
                ASCENDING KEY SRTCU-CHAVE SRTCU-TIPO
                INPUT  PROCEDURE 3000-SELECIONA
                                 THRU 3000-SELECIONA-FIM
                OUTPUT PROCEDURE 4000-CONCILIA
                                 THRU 4000-CONCILIA-FIM.
      *
           PERFORM 5000-FECHA-LIVRO
              THRU 5000-FIM.
      *
           PERFORM 6000-FINALIZA
              THRU 6000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KCUS.
      *
           MOVE ZEROS TO WS-TABELA-BCO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA WS-DATA-HOJE.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPETENCIA.
      *
           WRITE LINHA-CUS FROM CAB-01-CUS AFTER PAGE.
           WRITE LINHA-CUS FROM CAB-02-CUS AFTER 1.
      *
           OPEN INPUT DSUBCPG2KCUSPAR.
           READ DSUBCPG2KCUSPAR
                AT END CONTINUE
                NOT AT END
                   IF PAR-QT-DIAS-DEVOLUCAO GREATER ZEROS
                      MOVE PAR-QT-DIAS-DEVOLUCAO
                                         TO WS-QT-DIAS-DEVOLUCAO
                   END-IF
           END-READ.
           CLOSE DSUBCPG2KCUSPAR.
      *
      *LIVRO DAS COMPETENCIAS ANTERIORES: AS LINHAS PASSAM DIRETO
      *PARA A NOVA GERACAO E O SALDO DE CUSTODIA DE CADA BANCO E
      *PUXADO NO CAMINHO (ULTIMA LINHA DO BANCO). AS LINHAS DO MES
      *SAO ACRESCENTADAS EM 5000-FECHA-LIVRO.
           OPEN OUTPUT DSUBCPG2KCUSN.
           OPEN INPUT  DSUBCPG2KCUS.
           PERFORM 1100-COPIA-LIVRO
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KCUS.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-COPIA-LIVRO.
      *-----------------*
      *
           READ DSUBCPG2KCUS
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
           WRITE REG-DSUBCPG2KCUSN FROM CUS01-REG.
      *O LIVRO E GRAVADO EM ORDEM CRONOLOGICA - O ULTIMO SALDO VISTO
      *DE CADA BANCO E O SALDO QUE O MES HERDA.
           MOVE CUS01-ID-BANCO TO WS-ID-BANCO-REL.
           PERFORM 9100-ACHA-BANCO
              THRU 9100-FIM.
           MOVE CUS01-VL-SALDO-CUSTODIA
                TO WS-BCO-VL-SALDO-ANT (WS-IX-BCO).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *EMITIDO: DETALHES DO ARQUIVO 052 (O QUE FOI REMETIDO A CADA
      *BANCO NOS CORTES DO PSUBCPG052REMBCO).
       2000-SOMA-EMITIDO.
      *------------------*
      *
           OPEN INPUT DSUBCPG052SPG.
           PERFORM 2100-LE-052
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052SPG.
           MOVE "NAO" TO WS-EOF.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LE-052.
      *-----------*
      *
           READ DSUBCPG052SPG
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           IF SPG51-ID-REG NOT EQUAL 2
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-DETALHES-052.
           MOVE SPG51-ID-BANCO TO WS-ID-BANCO-REL.
           PERFORM 9100-ACHA-BANCO
              THRU 9100-FIM.
           ADD SPG51-VALOR-LIQUIDO TO WS-BCO-VL-EMITIDO (WS-IX-BCO).
      *
       2100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: EFETIVADO DO MES SOMADO DIRETO POR BANCO;
      *    EXPIRADOS DO MES, PENDENTES ANTERIORES E DEVOLUCOES
      *    LIBERADOS PARA O CASAMENTO POR SUBCHAVE.
      *----------------------------------------------------------------
       3000-SELECIONA SECTION.
       3000-SELECIONA-INICIO.
      *----------------------*
      *
           OPEN INPUT DSUBCPG2K462.
           PERFORM 3100-LE-SIT
              THRU 3100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K462.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KCUSPEN.
           PERFORM 3200-LE-PENDENTE
              THRU 3200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KCUSPEN.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KDEV.
           PERFORM 3300-LE-DEVOLUCAO
              THRU 3300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KDEV.
           MOVE "NAO" TO WS-EOF.
      *
           GO TO 3000-SELECIONA-FIM.
      *
       3100-LE-SIT.
      *-----------*
      *
           READ DSUBCPG2K462
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3100-FIM.
      *
      *SO AS SITUACOES RETORNADAS NA COMPETENCIA: A VISAO 462 PODE
      *TRAZER RETORNOS DE MESES JA FECHADOS.
           MOVE SIT01-DT-RETORNO TO WS-DT-RETORNO.
           IF WS-DT-RETORNO-AAAAMM NOT EQUAL WS-PAR-COMPETENCIA
              GO TO 3100-FIM.
      *
           IF SIT01-CS-RETORNO EQUAL 01
              ADD 1 TO WS-CT-EFETIVADOS
              MOVE SIT01-ID-BANCO TO WS-ID-BANCO-REL
              PERFORM 9100-ACHA-BANCO
                 THRU 9100-FIM
              ADD SIT01-VL-LIQUIDO-CRED
                  TO WS-BCO-VL-EFETIVADO (WS-IX-BCO)
              GO TO 3100-FIM.
      *
           IF SIT01-CS-RETORNO NOT EQUAL 03
              GO TO 3100-FIM.
      *
           ADD 1 TO WS-CT-EXPIRADOS.
           MOVE SIT01-ID-BANCO TO WS-ID-BANCO-REL.
           PERFORM 9100-ACHA-BANCO
              THRU 9100-FIM.
           ADD SIT01-VL-LIQUIDO-CRED TO WS-BCO-VL-EXPIRADO (WS-IX-BCO).
      *
      *LIMITE DE DEVOLUCAO: N DIAS UTEIS (FERIADOS NACIONAIS) APOS A
      *EXPIRACAO.
           MOVE "P"                  TO WS-FUNCAO-603.
           MOVE SIT01-DT-RETORNO     TO WS-DATA-BASE-603.
           MOVE WS-QT-DIAS-DEVOLUCAO TO WS-OFFSET-UTEIS.
           MOVE ZEROS                TO WS-UF-CONSULTA.
           CALL "SSUBLIB2K603" USING WS-FUNCAO-603 WS-DATA-BASE-603
                                     WS-OFFSET-UTEIS WS-UF-CONSULTA
                                     WS-DATA-RESULTADO WS-IN-DIA-UTIL
                                     WS-STATUS-603.
           IF WS-STATUS-603 NOT EQUAL 0
              MOVE SIT01-DT-RETORNO TO WS-DATA-RESULTADO.
      *
           MOVE SIT01-CHAVE           TO SRTCU-CHAVE.
           MOVE 2                     TO SRTCU-TIPO.
           MOVE SIT01-ID-BANCO        TO SRTCU-ID-BANCO.
           MOVE SIT01-DT-RETORNO      TO SRTCU-DT-REFERENCIA.
           MOVE WS-DATA-RESULTADO     TO SRTCU-DT-LIMITE.
           MOVE SIT01-VL-LIQUIDO-CRED TO SRTCU-VALOR.
           RELEASE SRTCU-REG.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-LE-PENDENTE.
      *-----------------*
      *
           READ DSUBCPG2KCUSPEN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3200-FIM.
      *
           ADD 1 TO WS-CT-PENDENTES-ANT.
           MOVE PEN01-CHAVE        TO SRTCU-CHAVE.
           MOVE 1                  TO SRTCU-TIPO.
           MOVE PEN01-ID-BANCO     TO SRTCU-ID-BANCO.
           MOVE PEN01-DT-EXPIRACAO TO SRTCU-DT-REFERENCIA.
           MOVE PEN01-DT-LIMITE    TO SRTCU-DT-LIMITE.
           MOVE PEN01-VL-PENDENTE  TO SRTCU-VALOR.
           RELEASE SRTCU-REG.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-LE-DEVOLUCAO.
      *------------------*
      *
           READ DSUBCPG2KDEV
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3300-FIM.
      *
           ADD 1 TO WS-CT-DEVOLUCOES.
           MOVE DEV01-CHAVE        TO SRTCU-CHAVE.
           MOVE 3                  TO SRTCU-TIPO.
           MOVE DEV01-ID-BANCO     TO SRTCU-ID-BANCO.
           MOVE DEV01-DT-DEVOLUCAO TO SRTCU-DT-REFERENCIA.
           MOVE ZEROS              TO SRTCU-DT-LIMITE.
           MOVE DEV01-VL-DEVOLVIDO TO SRTCU-VALOR.
           RELEASE SRTCU-REG.
      *
       3300-FIM. EXIT.
      *---------*
       3000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: UM CREDITO POR SUBCHAVE - EXPIRADO
      *    (PENDENTE ANTERIOR OU DO MES) CONTRA A SOMA DAS DEVOLUCOES.
      *    O QUE FALTA DEVOLVER VAI PARA A NOVA GERACAO DO PENDENTE.
      *----------------------------------------------------------------
       4000-CONCILIA SECTION.
       4000-CONCILIA-INICIO.
      *---------------------*
      *
           WRITE LINHA-CUS FROM CAB-OCO-CUS AFTER 2.
           WRITE LINHA-CUS FROM CAB-OCO-COL-CUS AFTER 1.
      *
           OPEN OUTPUT DSUBCPG2KCUSPNN.
      *
           MOVE "NAO"  TO WS-EOF-SORT.
           MOVE SPACES TO WS-GRP-CHAVE.
           PERFORM 4100-LE-SORT
              THRU 4100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-GRP-CHAVE NOT EQUAL SPACES
              PERFORM 4200-FECHA-CREDITO
                 THRU 4200-FIM.
      *
           CLOSE DSUBCPG2KCUSPNN SAVE.
      *
           GO TO 4000-CONCILIA-FIM.
      *
       4100-LE-SORT.
      *-------------*
      *
           RETURN SORTCU
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 4100-FIM.
      *
           IF SRTCU-CHAVE NOT EQUAL WS-GRP-CHAVE
              IF WS-GRP-CHAVE NOT EQUAL SPACES
                 PERFORM 4200-FECHA-CREDITO
                    THRU 4200-FIM
              END-IF
              MOVE SRTCU-CHAVE TO WS-GRP-CHAVE
              MOVE 0     TO WS-GRP-IN-EXPIRADO WS-GRP-IN-DEVOLVIDO
              MOVE ZEROS TO WS-GRP-ID-BANCO WS-GRP-DT-EXPIRACAO
                            WS-GRP-DT-LIMITE WS-GRP-VL-EXPIRADO
                            WS-GRP-ID-BANCO-DEV WS-GRP-DT-DEVOLUCAO
                            WS-GRP-VL-DEVOLVIDO
           END-IF.
      *
           IF SRTCU-TIPO EQUAL 3
              MOVE 1                   TO WS-GRP-IN-DEVOLVIDO
              MOVE SRTCU-ID-BANCO      TO WS-GRP-ID-BANCO-DEV
              MOVE SRTCU-DT-REFERENCIA TO WS-GRP-DT-DEVOLUCAO
              ADD SRTCU-VALOR          TO WS-GRP-VL-DEVOLVIDO
              GO TO 4100-FIM.
      *
      *O PENDENTE ANTERIOR (TIPO 1) VEM ANTES NO SORT E PREVALECE: O
      *MESMO EXPIRADO REAPRESENTADO NO 462 NAO E COBRADO DUAS VEZES.
           IF WS-GRP-IN-EXPIRADO EQUAL 1
              ADD 1 TO WS-CT-DUPLICADOS
              GO TO 4100-FIM.
      *
           MOVE 1                   TO WS-GRP-IN-EXPIRADO.
           MOVE SRTCU-ID-BANCO      TO WS-GRP-ID-BANCO.
           MOVE SRTCU-DT-REFERENCIA TO WS-GRP-DT-EXPIRACAO.
           MOVE SRTCU-DT-LIMITE     TO WS-GRP-DT-LIMITE.
           MOVE SRTCU-VALOR         TO WS-GRP-VL-EXPIRADO.
      *
       4100-FIM. EXIT.
      *---------*
      *
       4200-FECHA-CREDITO.
      *-------------------*
      *
           MOVE SPACES TO DET-OCO-TEXTO.
      *
      *DEVOLUCAO CONTA NO BANCO QUE DEVOLVEU - O DINHEIRO SAIU DELE.
           IF WS-GRP-IN-DEVOLVIDO EQUAL 1
              MOVE WS-GRP-ID-BANCO-DEV TO WS-ID-BANCO-REL
              PERFORM 9100-ACHA-BANCO
                 THRU 9100-FIM
              ADD WS-GRP-VL-DEVOLVIDO TO WS-BCO-VL-DEVOLVIDO (WS-IX-BCO)
           END-IF.
      *
           IF WS-GRP-IN-EXPIRADO EQUAL 0
              MOVE "DEVOLUCAO SEM CREDITO EXPIRADO" TO DET-OCO-TEXTO
              MOVE WS-GRP-ID-BANCO-DEV TO WS-GRP-ID-BANCO
              PERFORM 4300-LISTA-OCORRENCIA
                 THRU 4300-FIM
              GO TO 4200-FIM.
      *
           IF WS-GRP-IN-DEVOLVIDO EQUAL 1
              IF WS-GRP-ID-BANCO-DEV NOT EQUAL WS-GRP-ID-BANCO
                 MOVE "DEVOLVIDO POR OUTRO BANCO" TO DET-OCO-TEXTO
              ELSE
              IF WS-GRP-VL-DEVOLVIDO GREATER WS-GRP-VL-EXPIRADO
                 MOVE "DEVOLVIDO A MAIOR" TO DET-OCO-TEXTO
              ELSE
              IF WS-GRP-VL-DEVOLVIDO LESS WS-GRP-VL-EXPIRADO
                 MOVE "DEVOLVIDO A MENOR" TO DET-OCO-TEXTO
              END-IF
              END-IF
              END-IF
           END-IF.
      *
           IF WS-GRP-VL-DEVOLVIDO NOT LESS WS-GRP-VL-EXPIRADO
              IF DET-OCO-TEXTO EQUAL SPACES
                 ADD 1 TO WS-CT-DEVOLVIDOS-OK
              ELSE
                 PERFORM 4300-LISTA-OCORRENCIA
                    THRU 4300-FIM
              END-IF
              GO TO 4200-FIM.
      *
      *FALTA DEVOLVER: O SALDO DO CREDITO SEGUE PENDENTE.
           COMPUTE WS-VL-RESTANTE = WS-GRP-VL-EXPIRADO
                                  - WS-GRP-VL-DEVOLVIDO.
           MOVE WS-GRP-ID-BANCO TO WS-ID-BANCO-REL.
           PERFORM 9100-ACHA-BANCO
              THRU 9100-FIM.
      *
           IF WS-GRP-DT-LIMITE LESS WS-DATA-HOJE
              ADD 1              TO WS-CT-VENCIDOS
              ADD 1              TO WS-BCO-QT-VENCIDO (WS-IX-BCO)
              ADD WS-VL-RESTANTE TO WS-BCO-VL-VENCIDO (WS-IX-BCO)
              IF DET-OCO-TEXTO EQUAL SPACES
                 MOVE "DEVOLUCAO VENCIDA" TO DET-OCO-TEXTO
              END-IF
           ELSE
              ADD WS-VL-RESTANTE TO WS-BCO-VL-A-DEVOLVER (WS-IX-BCO)
           END-IF.
      *
           IF DET-OCO-TEXTO NOT EQUAL SPACES
              PERFORM 4300-LISTA-OCORRENCIA
                 THRU 4300-FIM.
      *
           MOVE SPACES              TO PEN01-REG.
           MOVE WS-GRP-CHAVE        TO PEN01-CHAVE.
           MOVE WS-GRP-ID-BANCO     TO PEN01-ID-BANCO.
           MOVE WS-GRP-DT-EXPIRACAO TO PEN01-DT-EXPIRACAO.
           MOVE WS-GRP-DT-LIMITE    TO PEN01-DT-LIMITE.
           MOVE WS-VL-RESTANTE      TO PEN01-VL-PENDENTE.
           WRITE REG-DSUBCPG2KCUSPNN FROM PEN01-REG.
           ADD 1 TO WS-CT-PENDENTES-NOVOS.
      *
       4200-FIM. EXIT.
      *---------*
      *
       4300-LISTA-OCORRENCIA.
      *----------------------*
      *
           ADD 1 TO WS-CT-OCORRENCIAS.
           MOVE WS-GRP-ID-BANCO TO WS-ID-BANCO-REL.
           PERFORM 9100-ACHA-BANCO
              THRU 9100-FIM.
           ADD 1 TO WS-BCO-QT-OCORRENCIAS (WS-IX-BCO).
      *
           MOVE WS-GRP-CHAVE          TO WS-OCO-CHAVE.
           MOVE WS-OCO-NU-NB          TO DET-OCO-NB.
           MOVE WS-OCO-DT-MOV-CREDITO TO DET-OCO-DT-MOV.
           MOVE WS-OCO-SEQ-REG        TO DET-OCO-SEQ-REG.
           MOVE WS-GRP-ID-BANCO       TO DET-OCO-ID-BANCO.
           MOVE WS-GRP-DT-EXPIRACAO   TO DET-OCO-DT-EXPIRACAO.
           MOVE WS-GRP-DT-LIMITE      TO DET-OCO-DT-LIMITE.
           MOVE WS-GRP-VL-EXPIRADO    TO DET-OCO-VL-EXPIRADO.
           MOVE WS-GRP-VL-DEVOLVIDO   TO DET-OCO-VL-DEVOLVIDO.
           WRITE LINHA-CUS FROM DET-OCO-CUS AFTER 1.
      *
       4300-FIM. EXIT.
      *---------*
       4000-CONCILIA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    FECHA O MES: UMA LINHA DE LIVRO E UM EXTRATO POR BANCO COM
      *    MOVIMENTO OU SALDO. SALDO = ANTERIOR + EMITIDO - EFETIVADO
      *    - DEVOLVIDO.
      *----------------------------------------------------------------
       5000-FECHA-LIVRO.
      *-----------------*
      *
           PERFORM 5100-FECHA-BANCO
              THRU 5100-FIM
              VARYING WS-IX-BCO FROM 1 BY 1
                UNTIL WS-IX-BCO GREATER WS-QTDE-BCO.
      *
           CLOSE DSUBCPG2KCUSN SAVE.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-FECHA-BANCO.
      *-----------------*
      *
           COMPUTE WS-VL-SALDO-CUSTODIA =
                   WS-BCO-VL-SALDO-ANT (WS-IX-BCO)
                   + WS-BCO-VL-EMITIDO (WS-IX-BCO)
                   - WS-BCO-VL-EFETIVADO (WS-IX-BCO)
                   - WS-BCO-VL-DEVOLVIDO (WS-IX-BCO).
      *
           IF WS-VL-SALDO-CUSTODIA EQUAL ZEROS
              AND WS-BCO-VL-SALDO-ANT (WS-IX-BCO) EQUAL ZEROS
              AND WS-BCO-VL-EMITIDO (WS-IX-BCO) EQUAL ZEROS
              AND WS-BCO-VL-EFETIVADO (WS-IX-BCO) EQUAL ZEROS
              AND WS-BCO-VL-EXPIRADO (WS-IX-BCO) EQUAL ZEROS
              AND WS-BCO-VL-DEVOLVIDO (WS-IX-BCO) EQUAL ZEROS
              AND WS-BCO-VL-A-DEVOLVER (WS-IX-BCO) EQUAL ZEROS
              AND WS-BCO-VL-VENCIDO (WS-IX-BCO) EQUAL ZEROS
              GO TO 5100-FIM.
      *
           MOVE SPACES              TO CUS01-REG.
           MOVE WS-PAR-COMPETENCIA  TO CUS01-COMPETENCIA.
           MOVE WS-BCO-ID-BANCO (WS-IX-BCO)     TO CUS01-ID-BANCO.
           MOVE WS-BCO-VL-SALDO-ANT (WS-IX-BCO)
                                    TO CUS01-VL-SALDO-ANTERIOR.
           MOVE WS-BCO-VL-EMITIDO (WS-IX-BCO)   TO CUS01-VL-EMITIDO.
           MOVE WS-BCO-VL-EFETIVADO (WS-IX-BCO) TO CUS01-VL-EFETIVADO.
           MOVE WS-BCO-VL-EXPIRADO (WS-IX-BCO)  TO CUS01-VL-EXPIRADO.
           MOVE WS-BCO-VL-DEVOLVIDO (WS-IX-BCO) TO CUS01-VL-DEVOLVIDO.
           MOVE WS-VL-SALDO-CUSTODIA TO CUS01-VL-SALDO-CUSTODIA.
           MOVE WS-BCO-VL-A-DEVOLVER (WS-IX-BCO)
                                    TO CUS01-VL-A-DEVOLVER.
           MOVE WS-BCO-VL-VENCIDO (WS-IX-BCO)   TO CUS01-VL-VENCIDO.
           WRITE REG-DSUBCPG2KCUSN FROM CUS01-REG.
      *
           PERFORM 5200-EXTRATO-BANCO
              THRU 5200-FIM.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-EXTRATO-BANCO.
      *-------------------*
      *
           WRITE LINHA-CUS FROM CAB-01-CUS AFTER PAGE.
           WRITE LINHA-CUS FROM CAB-02-CUS AFTER 1.
           MOVE WS-BCO-ID-BANCO (WS-IX-BCO) TO CAB-EXT-ID-BANCO.
           MOVE WS-PAR-COMPETENCIA          TO CAB-EXT-COMPETENCIA.
           WRITE LINHA-CUS FROM CAB-EXT-CUS AFTER 2.
      *
           MOVE SPACES TO DET-EXT-CUS.
           MOVE "SALDO ANTERIOR EM CUSTODIA                   " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-SALDO-ANT (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 2.
      *
           MOVE "(+) EMITIDO (REMESSAS DO 052)                " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-EMITIDO (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 1.
      *
           MOVE "(-) EFETIVADO (RETORNO 01)                   " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-EFETIVADO (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 1.
      *
           MOVE "(-) DEVOLVIDO PELO BANCO                     " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-DEVOLVIDO (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 1.
      *
           MOVE "(=) SALDO EM CUSTODIA                        " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-VL-SALDO-CUSTODIA TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 1.
      *
           MOVE "EXPIRADO NO MES (RETORNO 03)                 " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-EXPIRADO (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 2.
      *
           MOVE "EXPIRADO A DEVOLVER DENTRO DO PRAZO          " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-A-DEVOLVER (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 1.
      *
           MOVE "EXPIRADO COM DEVOLUCAO VENCIDA               " TO
                                                      DET-EXT-TEXTO.
           MOVE WS-BCO-VL-VENCIDO (WS-IX-BCO) TO DET-EXT-VALOR.
           WRITE LINHA-CUS FROM DET-EXT-CUS AFTER 1.
      *
           IF WS-BCO-QT-VENCIDO (WS-IX-BCO) GREATER ZEROS
              MOVE WS-BCO-QT-VENCIDO (WS-IX-BCO) TO MSG-VENC-QTDE
              WRITE LINHA-CUS FROM MSG-VENCIDO-CUS AFTER 2.
      *
       5200-FIM. EXIT.
      *---------*
      *
       6000-FINALIZA.
      *-------------*
      *
           WRITE LINHA-CUS FROM CAB-01-CUS AFTER PAGE.
           WRITE LINHA-CUS FROM CAB-02-CUS AFTER 1.
      *
           MOVE SPACES TO TRAILER-CUS.
           MOVE "DETALHES DO 052 LIDOS                        " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-DETALHES-052 TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 2.
      *
           MOVE "EFETIVADOS NA COMPETENCIA (RETORNO 01)       " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-EFETIVADOS TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "EXPIRADOS NA COMPETENCIA (RETORNO 03)        " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-EXPIRADOS TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "PENDENTES DE DEVOLUCAO DE MESES ANTERIORES   " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-PENDENTES-ANT TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "   REAPRESENTADOS NO 462 (IGNORADOS)         " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-DUPLICADOS TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "DEVOLUCOES RECEBIDAS DOS BANCOS              " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-DEVOLUCOES TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "CREDITOS DEVOLVIDOS SEM OCORRENCIA           " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-DEVOLVIDOS-OK TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "OCORRENCIAS LISTADAS                         " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-OCORRENCIAS TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "CREDITOS PENDENTES DE DEVOLUCAO (NOVA GERACAO)" TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-PENDENTES-NOVOS TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           MOVE "   COM DEVOLUCAO VENCIDA                     " TO
                                                   TEXTO-TRL-CUS.
           MOVE WS-CT-VENCIDOS TO QT-TRL-CUS.
           WRITE LINHA-CUS FROM TRAILER-CUS AFTER 1.
      *
           CLOSE LSUBCPG2KCUS.
      *
       6000-FIM. EXIT.
      *---------*
      *
       9100-ACHA-BANCO.
      *----------------*
      *
           MOVE 0 TO WS-BCO-ENCONTRADO.
           PERFORM VARYING WS-IX-BCO FROM 1 BY 1
                     UNTIL WS-IX-BCO GREATER WS-QTDE-BCO
                        OR WS-BCO-ENCONTRADO EQUAL 1
              IF WS-BCO-ID-BANCO (WS-IX-BCO) EQUAL WS-ID-BANCO-REL
                 MOVE 1 TO WS-BCO-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-BCO-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-BCO
              GO TO 9100-FIM.
      *
           IF WS-QTDE-BCO NOT LESS 50
              DISPLAY "PSUBCPG2KCUS - MAIS DE 50 BANCOS - "
                      "RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-BCO.
           MOVE WS-QTDE-BCO TO WS-IX-BCO.
           MOVE WS-ID-BANCO-REL TO WS-BCO-ID-BANCO (WS-IX-BCO).
      *
       9100-FIM. EXIT.
      *---------*
