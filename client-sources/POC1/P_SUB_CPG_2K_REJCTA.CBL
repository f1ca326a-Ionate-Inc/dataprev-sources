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
       PROGRAM-ID.      PSUBCPG2KREJCTA.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: MEIO DE PAGAMENTO ALTERNATIVO APOS REJEICAO DA      *
      *            CONTA. O RETORNO BANCARIO 02 (CREDITO REJEITADO     *
      *            PELO BANCO) E POSTADO POR PSUBCPG2K461 NA VISAO DE  *
      *            SITUACAO D/SUB/CPG/2K/462 E ALI PARAVA - QUEM TEVE  *
      *            A CONTA ENCERRADA FICAVA SEM RECEBER ATE PROCURAR   *
      *            UMA AGENCIA. ESTE JOB CASA AS SITUACOES COM         *
      *            CS-RETORNO = 02 COM O MOVIMENTO D/SUB/CPG/2K/401    *
      *            PELA SUBCHAVE DOCUMENTADA (MESMO MERGE DE           *
      *            PSUBCPG2K492), TRADUZ O CODIGO CRU DO BANCO PELO    *
      *            MOTIVO DE REJEICAO DO D/SUB/CPG/2K/460/MAP (MANTIDO *
      *            POR PSUBCPG2K460MAP) E LIBERA OS CANDIDATOS PARA UM *
      *            SORT POR NB. NO OUTPUT PROCEDURE OS CANDIDATOS SAO  *
      *            FUNDIDOS COM O LOG D/SUB/CPG/2K/REJCTA/CTL (NB,     *
      *            QUANTAS REJEICOES DE CONTA, CONTA BLOQUEADA, ULTIMA *
      *            CHEGADA TRATADA): MOTIVO CONTA ENCERRADA OU CONTA   *
      *            INVALIDA GERA UM CP01 NOVO NO MEIO CARTAO           *
      *            MAGNETICO, NO MESMO OP, COM MOVIMENTO DE HOJE E     *
      *            NOVA VALIDADE (DIAS UTEIS VIA SSUBLIB2K603), PARA A *
      *            PROXIMA EMISSAO. O NB QUE ATINGE O MAXIMO DE        *
      *            REJEICOES DA CONTA FICA MARCADO NO LOG E NAO VOLTA  *
      *            A SER TENTADO NA CONTA - TODA REJEICAO SEGUINTE VAI *
      *            PARA O CARTAO, QUALQUER QUE SEJA O MOTIVO. QUEM     *
      *            TIRA O NB BLOQUEADO DA CONTA NOS CREDITOS SEGUINTES *
      *            E PSUBCPG2KREJAPL, QUE LE ESTE LOG E PASSA OS       *
      *            CREDITOS DELE PARA O CARTAO NO D/SUB/CPG/2K/401     *
      *            ANTES DA EMISSAO. O RELATORIO QUEBRA POR BANCO OS   *
      *            MEIOS ALTERNATIVOS GERADOS, POR MOTIVO.             *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/462 E D/SUB/CPG/2K/401 EM ORDEM        *
      *            ASCENDENTE DA SUBCHAVE (CONFERIVEL COM              *
      *            PSUBCPG2K490). D/SUB/CPG/2K/REJCTA/CTL EM ORDEM DE  *
      *            NB - E ESTE PROPRIO JOB QUEM O MANTEM ASSIM. A      *
      *            VISAO 462 E ACUMULADA: SO E TRATADA A SITUACAO QUE  *
      *            CHEGOU DEPOIS DA ULTIMA CHEGADA JA TRATADA PARA O   *
      *            NB (SIT01-DT-CHEGADA X CTL-DT-ULT-CHEGADA), E SO A  *
      *            QUE JA TRAZ O CODIGO CRU DO BANCO.                  *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K462       - SITUACOES DE RETORNO (SIT01).  *
      *            DSUBCPG2K401       - MOVIMENTO CP01.                *
      *            DSUBCPG2K460MAP    - MAPA DE RETORNO POR CONVENIO.  *
      *            DSUBCPG2KREJCTAPAR - REGRAS DE NEGOCIO.             *
      *            DSUBCPG2KREJCTACTL - LOG DE REJEICOES POR NB.       *
      *  SAIDA:    DSUBCPG2KREJCTA    - MOVIMENTO CP01 NO MEIO         *
      *                                 ALTERNATIVO.                   *
      *            DSUBCPG2KREJCTACTN - NOVA GERACAO DO LOG.           *
      *            LSUBCPG2KREJCTA    - RELATORIO POR BANCO E MOTIVO.  *
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
           SELECT DSUBCPG2K462       ASSIGN TO DISK.
           SELECT DSUBCPG2K401       ASSIGN TO DISK.
      *MAPA DE RETORNO POR CONVENIO; OPTIONAL COMO EM PSUBCPG2K461 -
      *SEM ELE NENHUM MOTIVO E CLASSIFICADO E SO O NB JA BLOQUEADO NA
      *CONTA VAI PARA O MEIO ALTERNATIVO.
           SELECT OPTIONAL DSUBCPG2K460MAP ASSIGN TO DISK.
           SELECT DSUBCPG2KREJCTAPAR ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KREJCTACTL ASSIGN TO DISK.
           SELECT DSUBCPG2KREJCTACTN ASSIGN TO DISK.
           SELECT DSUBCPG2KREJCTA    ASSIGN TO DISK.
           SELECT LSUBCPG2KREJCTA    ASSIGN TO PRINTER.
           SELECT SORTWK             ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
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
            03  SIT01-DT-CHEGADA             PIC 9(08).
            03  SIT01-CS-RET-BANCO           PIC 9(02).
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K460MAP
           RECORD CONTAINS 40 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/460/MAP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K460MAP.
           03 MAP-ID-BANCO           PIC 9(03).
           03 MAP-CS-RET-BANCO       PIC 9(02).
           03 MAP-CS-DISPOSICAO      PIC 9(02).
           03 MAP-DESCRICAO          PIC X(30).
           03 MAP-CS-MOTIVO          PIC 9(02).
           03 FILLER                 PIC X(01).
      *
      *REGRAS DE NEGOCIO DO MEIO ALTERNATIVO, MANTIDAS PELA AREA DE
      *NEGOCIO (MESMO CRITERIO DE D/SUB/CPG/2K/492/PAR): UM REGISTRO.
        FD DSUBCPG2KREJCTAPAR
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REJCTA/PAR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KREJCTAPAR.
           03 PAR-CS-MEIO-CARTAO      PIC 9(02).
      *        CP01-CS-MEIO-PAGTO DO CARTAO MAGNETICO (OBRIGATORIO)
           03 PAR-QT-MAX-REJ-CONTA    PIC 9(02).
      *        REJEICOES DA CONTA QUE BLOQUEIAM O NB NA CONTA
           03 PAR-QT-DIAS-VALIDADE    PIC 9(04).
      *        DURACAO (DIAS UTEIS) DO PERIODO DE VALIDADE DO CARTAO
           03 FILLER                  PIC X(12).
      *
      *LOG DE REJEICOES DA CONTA POR NB.
        FD DSUBCPG2KREJCTACTL
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REJCTA/CTL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KREJCTACTL.
           03 CTL-NU-NB               PIC 9(10).
           03 CTL-QT-REJ-CONTA        PIC 9(02).
           03 CTL-IN-CONTA-BLOQ       PIC 9(01).
      *        (0) CONTA AINDA TENTADA (1) NB NAO VOLTA PARA A CONTA
           03 CTL-DT-BLOQUEIO         PIC 9(08).
           03 CTL-DT-ULT-REJEICAO     PIC 9(08).
           03 CTL-DT-ULT-CHEGADA      PIC 9(08).
           03 CTL-QT-ALTERNATIVOS     PIC 9(03).
           03 FILLER                  PIC X(20).
      *
        FD DSUBCPG2KREJCTACTN
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REJCTA/CTL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KREJCTACTN.
           03 CTN-NU-NB               PIC 9(10).
           03 CTN-QT-REJ-CONTA        PIC 9(02).
           03 CTN-IN-CONTA-BLOQ       PIC 9(01).
           03 CTN-DT-BLOQUEIO         PIC 9(08).
           03 CTN-DT-ULT-REJEICAO     PIC 9(08).
           03 CTN-DT-ULT-CHEGADA      PIC 9(08).
           03 CTN-QT-ALTERNATIVOS     PIC 9(03).
           03 FILLER                  PIC X(20).
      *
        FD DSUBCPG2KREJCTA
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REJCTA ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KREJCTA      PIC X(300).
      *
        FD LSUBCPG2KREJCTA.
        01 LINHA-LSUBCPG2KREJCTA    PIC X(133).
      *
      *CANDIDATO: A CHAVE DO SORT (NB + RESTO DA CHAVE DE SAIDA) DEIXA
      *A FUSAO COM O LOG EM ORDEM DE NB E O MOVIMENTO ALTERNATIVO EM
      *ORDEM DE CHAVE (A DATA DE MOVIMENTO, HOJE, E CONSTANTE). OS
      *CAMPOS DE DECISAO VIAJAM FORA DA IMAGEM, COMO EM PSUBCPG2K492.
        SD SORTWK.
        01 SRTRJ-REG.
           03 SRTRJ-NU-NB             PIC 9(10).
           03 SRTRJ-CS-NATUR-CRED     PIC 9(02).
           03 SRTRJ-DT-FIM-PERIODO    PIC 9(08).
           03 SRTRJ-DT-INI-PERIODO    PIC 9(08).
           03 SRTRJ-SEQ-REG           PIC 9(09).
           03 SRTRJ-DT-MOV-ORIGINAL   PIC 9(08).
           03 SRTRJ-ID-BANCO          PIC 9(03).
           03 SRTRJ-CS-RET-BANCO      PIC 9(02).
           03 SRTRJ-CS-MOTIVO         PIC 9(02).
           03 SRTRJ-DT-RETORNO        PIC 9(08).
           03 SRTRJ-DT-CHEGADA        PIC 9(08).
           03 SRTRJ-VL-LIQUIDO        PIC 9(10)V99.
           03 SRTRJ-IMAGEM            PIC X(300).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KREJCTA".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CTL                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       01  WS-EOF-MAPA                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJEITADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CODIGO           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CP01             PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-CARTAO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-TRATADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-ALTERNATIVOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-ALTERNATIVO      PIC 9(08) VALUE ZEROS.
       77  WS-CT-NB-BLOQUEADOS        PIC 9(08) VALUE ZEROS.
      *
      *PARAMETROS DE NEGOCIO CARREGADOS. O MEIO CARTAO NAO TEM DEFAULT
      *- SEM ELE O RUN E RECUSADO; OS DEMAIS TEM DEFAULT DE SEGURANCA.
       77  WS-CS-MEIO-CARTAO          PIC 9(02) VALUE ZEROS.
       77  WS-QT-MAX-REJ-CONTA        PIC 9(02) VALUE 2.
       77  WS-QT-DIAS-VALIDADE        PIC 9(04) VALUE 60.
      *
      *MOTIVO DE REJEICAO POR (BANCO + CODIGO DO BANCO), CARREGADO DO
      *D/SUB/CPG/2K/460/MAP. OS MOTIVOS QUE LEVAM AO MEIO ALTERNATIVO
      *SAO 01 (CONTA ENCERRADA) E 02 (CONTA INEXISTENTE/INVALIDA).
       01  TABELA-MAPA.
           05 TB-MAP OCCURS 200 TIMES.
              10 TB-MAP-BANCO         PIC 9(03).
              10 TB-MAP-RET           PIC 9(02).
              10 TB-MAP-MOTIVO        PIC 9(02).
       77  WS-QTDE-MAPA               PIC 9(03) VALUE ZEROS.
       77  WS-IX-MAPA                 PIC 9(03) VALUE ZEROS.
       77  WS-MAPA-ENCONTRADO         PIC 9(01) VALUE 0.
       77  WS-CS-MOTIVO               PIC 9(02) VALUE ZEROS.
      *
      *SUBCHAVE COMUM (MESMO GRUPO DISPLAY DE PSUBCPG2K461).
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
      *
       01  WS-SUBCHAVE-SIT.
           03 WS-SCST-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SCST-NU-NB           PIC 9(10).
           03 WS-SCST-CS-NATUR-CRED   PIC 9(02).
           03 WS-SCST-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SCST-DT-INI-PERIODO  PIC 9(08).
           03 WS-SCST-SEQ-REG         PIC 9(09).
      *
      *LINHA DO LOG DO NB CORRENTE NA FUSAO CANDIDATOS X CTL. A
      *CHEGADA JA TRATADA E GUARDADA COMO ESTAVA NO INICIO DO GRUPO -
      *DUAS REJEICOES DO NB CHEGADAS NO MESMO DIA SAO AMBAS NOVAS.
       01  WS-CTL-CORRENTE.
           03 WS-CTL-NU-NB            PIC 9(10).
           03 WS-CTL-QT-REJ           PIC 9(02).
           03 WS-CTL-IN-BLOQ          PIC 9(01).
           03 WS-CTL-DT-BLOQUEIO      PIC 9(08).
           03 WS-CTL-DT-ULT-REJ       PIC 9(08).
           03 WS-CTL-DT-ULT-CHEGADA   PIC 9(08).
           03 WS-CTL-QT-ALTERN        PIC 9(03).
       77  WS-DT-CHEGADA-TRATADA      PIC 9(08) VALUE ZEROS.
       77  WS-NB-GRUPO                PIC 9(10) VALUE ZEROS.
      *GUARDA DE SEQUENCIA DO LOG (TEM DE VIR CLASSIFICADO POR NB).
       77  WS-NB-CTL-ANT              PIC 9(10) VALUE ZEROS.
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
      *TOTAIS POR BANCO E MOTIVO PARA O RELATORIO (FIND-OR-INSERT).
      *WS-BCO-QT-ALT (1) CONTA ENCERRADA, (2) CONTA INVALIDA, (3) NB
      *BLOQUEADO NA CONTA (REJEICAO POR OUTRO MOTIVO).
       01  WS-TABELA-BCO.
           03  WS-BCO OCCURS 50 TIMES.
               05  WS-BCO-ID-BANCO          PIC 9(03).
               05  WS-BCO-QT-ALT            PIC 9(08) OCCURS 3 TIMES.
               05  WS-BCO-VL-ALT            PIC 9(13)V99.
               05  WS-BCO-QT-SEM-ALT        PIC 9(08).
       77  WS-QTDE-BCO                PIC 9(02) VALUE ZEROS.
       77  WS-IX-BCO                  PIC 9(02) VALUE ZEROS.
       77  WS-BCO-ENCONTRADO          PIC 9(01) VALUE 0.
       77  WS-ID-BANCO-REL            PIC 9(03) VALUE ZEROS.
       77  WS-IX-MOTIVO-REL           PIC 9(01) VALUE ZEROS.
      *
       01  CAB-01-2KREJCTA.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/REJC".
           03 FILLER                PIC X(48) VALUE
              "MEIO ALTERNATIVO APOS REJEICAO DA CONTA".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KREJCTA.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-2KREJCTA.
           03 FILLER                PIC X(12) VALUE "BANCO".
           03 FILLER                PIC X(14) VALUE "CTA ENCERRADA".
           03 FILLER                PIC X(14) VALUE "CTA INVALIDA".
           03 FILLER                PIC X(14) VALUE "NB BLOQUEADO".
           03 FILLER                PIC X(22) VALUE
              "VALOR ALTERNATIVO".
           03 FILLER                PIC X(14) VALUE "SEM ALTERNAT.".
      *
       01  DET-BANCO-2KREJCTA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-BCO-BANCO         PIC 9(03).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 DET-BCO-ENCERRADA     PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-BCO-INVALIDA      PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-BCO-BLOQUEADO     PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-BCO-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-BCO-SEM-ALT       PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-2KREJCTA.
           03 TEXTO-TRL-2KREJCTA    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KREJCTA       PIC ZZ.ZZZ.ZZ9.
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
                ASCENDING KEY SRTRJ-NU-NB SRTRJ-CS-NATUR-CRED
                              SRTRJ-DT-FIM-PERIODO
                              SRTRJ-DT-INI-PERIODO SRTRJ-SEQ-REG
                              SRTRJ-DT-MOV-ORIGINAL
                INPUT  PROCEDURE 2000-CASA-REJEITADOS
                                 THRU 2000-CASA-FIM
                OUTPUT PROCEDURE 7000-CONTROLA
                                 THRU 7000-CONTROLA-FIM.
      *
           PERFORM 3000-EMITIR-RELATORIO
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
      *REGRAS DE NEGOCIO (DATASET VAZIO MANTEM OS DEFAULTS DE
      *SEGURANCA DECLARADOS EM WORKING-STORAGE).
           OPEN INPUT DSUBCPG2KREJCTAPAR.
           READ DSUBCPG2KREJCTAPAR
                AT END CONTINUE
                NOT AT END
                   MOVE PAR-CS-MEIO-CARTAO   TO WS-CS-MEIO-CARTAO
                   IF PAR-QT-MAX-REJ-CONTA NOT EQUAL ZEROS
                      MOVE PAR-QT-MAX-REJ-CONTA TO WS-QT-MAX-REJ-CONTA
                   END-IF
                   IF PAR-QT-DIAS-VALIDADE NOT EQUAL ZEROS
                      MOVE PAR-QT-DIAS-VALIDADE TO WS-QT-DIAS-VALIDADE
                   END-IF
           END-READ.
           CLOSE DSUBCPG2KREJCTAPAR.
      *
           IF WS-CS-MEIO-CARTAO EQUAL ZEROS
              DISPLAY "PSUBCPG2KREJCTA: MEIO DE PAGAMENTO DO CARTAO"
              DISPLAY "NAO INFORMADO EM D/SUB/CPG/2K/REJCTA/PAR"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           OPEN OUTPUT DSUBCPG2KREJCTA.
           OPEN OUTPUT LSUBCPG2KREJCTA.
      *
           MOVE ZEROS TO WS-TABELA-BCO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-LSUBCPG2KREJCTA FROM CAB-01-2KREJCTA AFTER PAGE.
           WRITE LINHA-LSUBCPG2KREJCTA FROM CAB-02-2KREJCTA AFTER 1.
      *
      *MOTIVOS DE REJEICAO DO MAPA DE CONVENIO (SO DISPOSICAO 02).
           OPEN INPUT DSUBCPG2K460MAP.
           PERFORM 1100-CARREGA-MAPA
              THRU 1100-FIM
             UNTIL WS-EOF-MAPA EQUAL "SIM"
                OR WS-QTDE-MAPA EQUAL 200.
           CLOSE DSUBCPG2K460MAP.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-MAPA.
      *------------------*
      *
           READ DSUBCPG2K460MAP
                AT END MOVE "SIM" TO WS-EOF-MAPA
                       GO TO 1100-FIM.
      *
           IF MAP-CS-DISPOSICAO NOT EQUAL 02
              OR MAP-CS-MOTIVO NOT NUMERIC
              GO TO 1100-FIM.
      *
           ADD 1 TO WS-QTDE-MAPA.
           MOVE MAP-ID-BANCO     TO TB-MAP-BANCO (WS-QTDE-MAPA).
           MOVE MAP-CS-RET-BANCO TO TB-MAP-RET (WS-QTDE-MAPA).
           MOVE MAP-CS-MOTIVO    TO TB-MAP-MOTIVO (WS-QTDE-MAPA).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE SITUACOES X MOVIMENTO PELA SUBCHAVE.
      *    REJEITADO CASADO JA SAI COM O MOTIVO TRADUZIDO E A IMAGEM DO
      *    CREDITO NO MEIO ALTERNATIVO MONTADA; SE ELE E DE FATO GRAVADO
      *    (MOTIVO DE CONTA OU NB BLOQUEADO) E DECIDIDO NA FUSAO COM O
      *    LOG, NO OUTPUT PROCEDURE.
      *----------------------------------------------------------------
       2000-CASA-REJEITADOS SECTION.
       2000-CASA-MERGE.
      *----------------*
      *
           OPEN INPUT DSUBCPG2K462.
           OPEN INPUT DSUBCPG2K401.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM".
      *
           CLOSE DSUBCPG2K462.
           CLOSE DSUBCPG2K401.
           GO TO 2000-CASA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
      *SO INTERESSAM AS SITUACOES DE CREDITO REJEITADO PELO BANCO.
           IF SIT01-CS-RETORNO NOT EQUAL 02
              PERFORM 9010-LE-SIT
                 THRU 9010-FIM
              GO TO 2010-FIM.
      *
           ADD 1 TO WS-CT-REJEITADOS.
      *
      *SITUACAO GRAVADA ANTES DE O 461 GUARDAR O CODIGO CRU DO BANCO:
      *SEM COMO SABER O MOTIVO NEM A CHEGADA, FICA DE FORA.
           IF SIT01-CS-RET-BANCO NOT NUMERIC
              OR SIT01-DT-CHEGADA NOT NUMERIC
              ADD 1 TO WS-CT-SEM-CODIGO
              PERFORM 9010-LE-SIT
                 THRU 9010-FIM
              GO TO 2010-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM"
                OR WS-SUBCHAVE-CP01 NOT LESS WS-SUBCHAVE-SIT.
      *
           IF WS-EOF-CP01 EQUAL "SIM"
              OR WS-SUBCHAVE-CP01 NOT EQUAL WS-SUBCHAVE-SIT
              ADD 1 TO WS-CT-SEM-CP01
           ELSE
              PERFORM 2100-MONTA-CANDIDATO
                 THRU 2100-FIM
           END-IF.
      *
           PERFORM 9010-LE-SIT
              THRU 9010-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CREDITO QUE JA ESTAVA NO CARTAO NAO E REJEICAO DE CONTA. OS
      *    DEMAIS SAEM COM O MOTIVO TRADUZIDO E A IMAGEM NO MEIO
      *    ALTERNATIVO: MESMO OP E BANCO, SEM CONTA CORRENTE, MOVIMENTO
      *    DE HOJE E NOVO PERIODO DE VALIDADE EM DIAS UTEIS DA UF DO OP.
      *----------------------------------------------------------------
       2100-MONTA-CANDIDATO.
      *---------------------*
      *
           IF CP01-CS-MEIO-PAGTO EQUAL WS-CS-MEIO-CARTAO
              ADD 1 TO WS-CT-JA-CARTAO
              GO TO 2100-FIM.
      *
           PERFORM 2150-TRADUZ-MOTIVO
              THRU 2150-FIM.
      *
           MOVE "P"                 TO WS-FUNCAO-603.
           MOVE WS-DATA-HOJE        TO WS-DATA-BASE-603.
           MOVE WS-QT-DIAS-VALIDADE TO WS-OFFSET-UTEIS.
           MOVE CP01-CS-UF-OP       TO WS-UF-CONSULTA.
           CALL "SSUBLIB2K603" USING WS-FUNCAO-603 WS-DATA-BASE-603
                                     WS-OFFSET-UTEIS WS-UF-CONSULTA
                                     WS-DATA-RESULTADO WS-IN-DIA-UTIL
                                     WS-STATUS-603.
      *
      *A CHAVE MANTEM NB/NATUREZA/PERIODO/NIT/SEQ DO ORIGINAL - O QUE
      *MUDA E A DATA DE MOVIMENTO E O MEIO DE PAGAMENTO.
           MOVE WS-DATA-HOJE        TO CP01-DT-MOV-CREDITO.
           MOVE WS-DATA-HOJE        TO CP01-DT-INI-VALIDADE.
           MOVE WS-DATA-RESULTADO   TO CP01-DT-FIM-VALIDADE.
           MOVE WS-CS-MEIO-CARTAO   TO CP01-CS-MEIO-PAGTO.
           MOVE SPACES              TO CP01-NU-CONTA-CORRENTE.
      *
           MOVE SIT01-NU-NB            TO SRTRJ-NU-NB.
           MOVE SIT01-CS-NATUR-CREDITO TO SRTRJ-CS-NATUR-CRED.
           MOVE SIT01-DT-FIM-PERIODO   TO SRTRJ-DT-FIM-PERIODO.
           MOVE SIT01-DT-INI-PERIODO   TO SRTRJ-DT-INI-PERIODO.
           MOVE SIT01-SEQ-REG          TO SRTRJ-SEQ-REG.
           MOVE SIT01-DT-MOV-CREDITO   TO SRTRJ-DT-MOV-ORIGINAL.
           MOVE SIT01-ID-BANCO         TO SRTRJ-ID-BANCO.
           MOVE SIT01-CS-RET-BANCO     TO SRTRJ-CS-RET-BANCO.
           MOVE WS-CS-MOTIVO           TO SRTRJ-CS-MOTIVO.
           MOVE SIT01-DT-RETORNO       TO SRTRJ-DT-RETORNO.
           MOVE SIT01-DT-CHEGADA       TO SRTRJ-DT-CHEGADA.
           MOVE CP01-VL-LIQUIDO-CRED   TO SRTRJ-VL-LIQUIDO.
           MOVE CP01-REG1              TO SRTRJ-IMAGEM.
           RELEASE SRTRJ-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    MOTIVO DA REJEICAO: O CODIGO UNIVERSAL 02 NAO DIZ O MOTIVO
      *    (00); CODIGO DE CONVENIO VALE O MOTIVO CADASTRADO NO MAPA
      *    PARA O BANCO, E SEM LINHA NO MAPA TAMBEM E 00.
      *----------------------------------------------------------------
       2150-TRADUZ-MOTIVO.
      *-------------------*
      *
           MOVE ZEROS TO WS-CS-MOTIVO.
           IF SIT01-CS-RET-BANCO NOT GREATER 03
              GO TO 2150-FIM.
      *
           MOVE 0 TO WS-MAPA-ENCONTRADO.
           PERFORM VARYING WS-IX-MAPA FROM 1 BY 1
                     UNTIL WS-IX-MAPA GREATER WS-QTDE-MAPA
                        OR WS-MAPA-ENCONTRADO EQUAL 1
              IF TB-MAP-BANCO (WS-IX-MAPA) EQUAL SIT01-ID-BANCO
                 AND TB-MAP-RET (WS-IX-MAPA) EQUAL SIT01-CS-RET-BANCO
                 MOVE 1 TO WS-MAPA-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-MAPA-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-MAPA
              MOVE TB-MAP-MOTIVO (WS-IX-MAPA) TO WS-CS-MOTIVO.
      *
       2150-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
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
       9010-LE-SIT.
      *-----------*
      *
           READ DSUBCPG2K462
                AT END MOVE "SIM" TO WS-EOF-SIT
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-SIT
                NOT AT END
                        MOVE SIT01-DT-MOV-CREDITO TO
                                       WS-SCST-DT-MOV-CREDITO
                        MOVE SIT01-NU-NB          TO WS-SCST-NU-NB
                        MOVE SIT01-CS-NATUR-CREDITO TO
                                       WS-SCST-CS-NATUR-CRED
                        MOVE SIT01-DT-FIM-PERIODO TO
                                       WS-SCST-DT-FIM-PERIODO
                        MOVE SIT01-DT-INI-PERIODO TO
                                       WS-SCST-DT-INI-PERIODO
                        MOVE SIT01-SEQ-REG        TO WS-SCST-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
       2000-CASA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: MERGE CLASSICO POR NB ENTRE OS CANDIDATOS
      *    CLASSIFICADOS E O LOG DE REJEICOES. LINHA DO LOG SEM
      *    CANDIDATO PASSA INTACTA PARA A NOVA GERACAO; CANDIDATO JA
      *    TRATADO EM RUN ANTERIOR E IGNORADO; OS NOVOS CONTAM REJEICAO
      *    DA CONTA E, COM MOTIVO DE CONTA OU NB BLOQUEADO, VIRAM
      *    CREDITO NO MEIO ALTERNATIVO.
      *----------------------------------------------------------------
       7000-CONTROLA SECTION.
       7000-CONTROLA-MERGE.
      *--------------------*
      *
           OPEN INPUT  DSUBCPG2KREJCTACTL.
           OPEN OUTPUT DSUBCPG2KREJCTACTN.
           MOVE "NAO" TO WS-EOF-CTL WS-EOF-SORT.
      *
           PERFORM 7100-LE-CTL  THRU 7100-FIM.
           PERFORM 7200-RETORNA THRU 7200-FIM.
      *
           PERFORM 7300-GRUPO-NB
              THRU 7300-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
      *LINHAS DO LOG ALEM DO ULTIMO CANDIDATO: PASSAM INTACTAS.
           PERFORM 7600-COPIA-CTL
              THRU 7600-FIM
             UNTIL WS-EOF-CTL EQUAL "SIM".
      *
           CLOSE DSUBCPG2KREJCTACTL.
           CLOSE DSUBCPG2KREJCTACTN SAVE.
           GO TO 7000-CONTROLA-FIM.
      *
       7100-LE-CTL.
      *------------*
      *
           READ DSUBCPG2KREJCTACTL
                AT END MOVE "SIM" TO WS-EOF-CTL
                       GO TO 7100-FIM.
      *
           IF CTL-NU-NB LESS WS-NB-CTL-ANT
              DISPLAY "PSUBCPG2KREJCTA: LOG DE REJEICOES FORA"
              DISPLAY "DE ORDEM DE NB - RECUPERAR A GERACAO BOA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE CTL-NU-NB TO WS-NB-CTL-ANT.
      *
       7100-FIM. EXIT.
      *---------*
      *
       7200-RETORNA.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       7200-FIM. EXIT.
      *---------*
      *
       7300-GRUPO-NB.
      *--------------*
      *
           MOVE SRTRJ-NU-NB TO WS-NB-GRUPO.
      *
      *LINHAS DO LOG ANTES DO NB DO GRUPO: PASSAM INTACTAS.
           PERFORM 7600-COPIA-CTL
              THRU 7600-FIM
             UNTIL WS-EOF-CTL EQUAL "SIM"
                OR CTL-NU-NB NOT LESS WS-NB-GRUPO.
      *
           MOVE ZEROS       TO WS-CTL-CORRENTE.
           MOVE WS-NB-GRUPO TO WS-CTL-NU-NB.
           IF WS-EOF-CTL NOT EQUAL "SIM"
              AND CTL-NU-NB EQUAL WS-NB-GRUPO
              MOVE CTL-QT-REJ-CONTA    TO WS-CTL-QT-REJ
              MOVE CTL-IN-CONTA-BLOQ   TO WS-CTL-IN-BLOQ
              MOVE CTL-DT-BLOQUEIO     TO WS-CTL-DT-BLOQUEIO
              MOVE CTL-DT-ULT-REJEICAO TO WS-CTL-DT-ULT-REJ
              MOVE CTL-DT-ULT-CHEGADA  TO WS-CTL-DT-ULT-CHEGADA
              MOVE CTL-QT-ALTERNATIVOS TO WS-CTL-QT-ALTERN
              PERFORM 7100-LE-CTL THRU 7100-FIM.
           MOVE WS-CTL-DT-ULT-CHEGADA TO WS-DT-CHEGADA-TRATADA.
      *
           PERFORM 7400-UM-CANDIDATO
              THRU 7400-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM"
                OR SRTRJ-NU-NB NOT EQUAL WS-NB-GRUPO.
      *
      *NB SEM NENHUMA REJEICAO NOVA NAO GANHA LINHA NO LOG.
           IF WS-CTL-QT-REJ EQUAL ZEROS
              GO TO 7300-FIM.
      *
           MOVE SPACES                TO REG-DSUBCPG2KREJCTACTN.
           MOVE WS-CTL-NU-NB          TO CTN-NU-NB.
           MOVE WS-CTL-QT-REJ         TO CTN-QT-REJ-CONTA.
           MOVE WS-CTL-IN-BLOQ        TO CTN-IN-CONTA-BLOQ.
           MOVE WS-CTL-DT-BLOQUEIO    TO CTN-DT-BLOQUEIO.
           MOVE WS-CTL-DT-ULT-REJ     TO CTN-DT-ULT-REJEICAO.
           MOVE WS-CTL-DT-ULT-CHEGADA TO CTN-DT-ULT-CHEGADA.
           MOVE WS-CTL-QT-ALTERN      TO CTN-QT-ALTERNATIVOS.
           WRITE REG-DSUBCPG2KREJCTACTN.
      *
       7300-FIM. EXIT.
      *---------*
      *
       7400-UM-CANDIDATO.
      *------------------*
      *
      *REJEICAO QUE CHEGOU ATE A ULTIMA CHEGADA JA TRATADA DO NB FOI
      *DECIDIDA EM RUN ANTERIOR (A VISAO 462 E ACUMULADA).
           IF SRTRJ-DT-CHEGADA NOT GREATER WS-DT-CHEGADA-TRATADA
              ADD 1 TO WS-CT-JA-TRATADOS
              PERFORM 7200-RETORNA THRU 7200-FIM
              GO TO 7400-FIM.
      *
           MOVE SRTRJ-ID-BANCO TO WS-ID-BANCO-REL.
           PERFORM 2160-ACHA-BANCO
              THRU 2160-FIM.
      *
      *REJEICAO NOVA DA CONTA: CONTA NO LOG E, NO MAXIMO, BLOQUEIA O NB
      *NA CONTA - A PROPRIA REJEICAO QUE ATINGE O MAXIMO JA NAO VOLTA
      *PARA A CONTA.
           ADD 1 TO WS-CTL-QT-REJ.
           IF SRTRJ-DT-RETORNO GREATER WS-CTL-DT-ULT-REJ
              MOVE SRTRJ-DT-RETORNO TO WS-CTL-DT-ULT-REJ.
           IF SRTRJ-DT-CHEGADA GREATER WS-CTL-DT-ULT-CHEGADA
              MOVE SRTRJ-DT-CHEGADA TO WS-CTL-DT-ULT-CHEGADA.
           IF WS-CTL-IN-BLOQ EQUAL 0
              AND WS-CTL-QT-REJ NOT LESS WS-QT-MAX-REJ-CONTA
              MOVE 1            TO WS-CTL-IN-BLOQ
              MOVE WS-DATA-HOJE TO WS-CTL-DT-BLOQUEIO
              ADD 1 TO WS-CT-NB-BLOQUEADOS.
      *
           EVALUATE TRUE
              WHEN SRTRJ-CS-MOTIVO EQUAL 01
                 MOVE 1 TO WS-IX-MOTIVO-REL
              WHEN SRTRJ-CS-MOTIVO EQUAL 02
                 MOVE 2 TO WS-IX-MOTIVO-REL
              WHEN WS-CTL-IN-BLOQ EQUAL 1
                 MOVE 3 TO WS-IX-MOTIVO-REL
              WHEN OTHER
                 MOVE 0 TO WS-IX-MOTIVO-REL
           END-EVALUATE.
      *
      *MOTIVO QUE NAO E DE CONTA, COM O NB AINDA LIVRE NA CONTA: A
      *REJEICAO FICA SO NO LOG E O CREDITO SEGUE O FLUXO NORMAL.
           IF WS-IX-MOTIVO-REL EQUAL 0
              ADD 1 TO WS-CT-SEM-ALTERNATIVO
              ADD 1 TO WS-BCO-QT-SEM-ALT (WS-IX-BCO)
              PERFORM 7200-RETORNA THRU 7200-FIM
              GO TO 7400-FIM.
      *
           WRITE REG-DSUBCPG2KREJCTA FROM SRTRJ-IMAGEM.
      *
           ADD 1 TO WS-CT-ALTERNATIVOS.
           ADD 1 TO WS-CTL-QT-ALTERN.
           ADD 1 TO WS-BCO-QT-ALT (WS-IX-BCO WS-IX-MOTIVO-REL).
           ADD SRTRJ-VL-LIQUIDO TO WS-BCO-VL-ALT (WS-IX-BCO).
      *
           PERFORM 7200-RETORNA THRU 7200-FIM.
      *
       7400-FIM. EXIT.
      *---------*
      *
       7600-COPIA-CTL.
      *---------------*
      *
           MOVE SPACES              TO REG-DSUBCPG2KREJCTACTN.
           MOVE CTL-NU-NB           TO CTN-NU-NB.
           MOVE CTL-QT-REJ-CONTA    TO CTN-QT-REJ-CONTA.
           MOVE CTL-IN-CONTA-BLOQ   TO CTN-IN-CONTA-BLOQ.
           MOVE CTL-DT-BLOQUEIO     TO CTN-DT-BLOQUEIO.
           MOVE CTL-DT-ULT-REJEICAO TO CTN-DT-ULT-REJEICAO.
           MOVE CTL-DT-ULT-CHEGADA  TO CTN-DT-ULT-CHEGADA.
           MOVE CTL-QT-ALTERNATIVOS TO CTN-QT-ALTERNATIVOS.
           WRITE REG-DSUBCPG2KREJCTACTN.
           PERFORM 7100-LE-CTL THRU 7100-FIM.
      *
       7600-FIM. EXIT.
      *---------*
       7000-CONTROLA-FIM. EXIT.
      *
       2160-ACHA-BANCO.
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
              SUBTRACT 1 FROM WS-IX-BCO.
           IF WS-BCO-ENCONTRADO EQUAL 0
              IF WS-QTDE-BCO EQUAL 50
                 DISPLAY "PSUBCPG2KREJCTA: MAIS DE 50 BANCOS NA"
                 DISPLAY "TABELA DE TOTAIS - AMPLIAR WS-TABELA-BCO"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              ELSE
                 ADD 1 TO WS-QTDE-BCO
                 MOVE WS-QTDE-BCO TO WS-IX-BCO
                 MOVE WS-ID-BANCO-REL TO WS-BCO-ID-BANCO (WS-IX-BCO).
      *
       2160-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-RELATORIO.
      *----------------------*
      *
           WRITE LINHA-LSUBCPG2KREJCTA FROM CAB-03-2KREJCTA AFTER 2.
           PERFORM 3100-LINHA-BANCO
              THRU 3100-FIM
              VARYING WS-IX-BCO FROM 1 BY 1
                UNTIL WS-IX-BCO GREATER WS-QTDE-BCO.
      *
           MOVE SPACES TO TRAILER-2KREJCTA.
           MOVE "TOTAL DE REJEITADOS (RETORNO 02) LIDOS       " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-REJEITADOS TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 2.
      *
           MOVE "CREDITOS GERADOS NO MEIO ALTERNATIVO         " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-ALTERNATIVOS TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
           MOVE "REJEICOES SEM MOTIVO DE CONTA (FLUXO NORMAL) " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-SEM-ALTERNATIVO TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
           MOVE "NB BLOQUEADOS NA CONTA NESTE RUN             " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-NB-BLOQUEADOS TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
           MOVE "JA TRATADOS EM RUN ANTERIOR                  " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-JA-TRATADOS TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
           MOVE "CREDITO REJEITADO JA NO CARTAO               " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-JA-CARTAO TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
           MOVE "REJEITADOS SEM CP01 CORRESPONDENTE           " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-SEM-CP01 TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
           MOVE "SITUACOES SEM CODIGO DO BANCO (ANTIGAS)      " TO
                                                  TEXTO-TRL-2KREJCTA.
           MOVE WS-CT-SEM-CODIGO TO QT-TRL-2KREJCTA.
           WRITE LINHA-LSUBCPG2KREJCTA FROM TRAILER-2KREJCTA AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-LINHA-BANCO.
      *-----------------*
      *
           MOVE WS-BCO-ID-BANCO (WS-IX-BCO)     TO DET-BCO-BANCO.
           MOVE WS-BCO-QT-ALT (WS-IX-BCO 1)     TO DET-BCO-ENCERRADA.
           MOVE WS-BCO-QT-ALT (WS-IX-BCO 2)     TO DET-BCO-INVALIDA.
           MOVE WS-BCO-QT-ALT (WS-IX-BCO 3)     TO DET-BCO-BLOQUEADO.
           MOVE WS-BCO-VL-ALT (WS-IX-BCO)       TO DET-BCO-VALOR.
           MOVE WS-BCO-QT-SEM-ALT (WS-IX-BCO)   TO DET-BCO-SEM-ALT.
           WRITE LINHA-LSUBCPG2KREJCTA FROM DET-BANCO-2KREJCTA AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KREJCTA SAVE.
           CLOSE LSUBCPG2KREJCTA.
      *
       4000-FIM. EXIT.
      *---------*
