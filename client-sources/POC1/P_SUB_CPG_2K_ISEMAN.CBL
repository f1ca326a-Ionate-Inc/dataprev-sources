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
       PROGRAM-ID.      PSUBCPG2KISEMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E MANUTENCAO DO CADASTRO DE ISENCOES DE IR  *
      *            POR NB (D/SUB/CPG/2K/ISE). FORA O LOAS, ISENTO POR  *
      *            LEI, O CP01-IN-CRED-ISENTO-IR DEPENDE DE LAUDO DE   *
      *            MOLESTIA GRAVE OU DECISAO EQUIVALENTE COM PRAZO, E  *
      *            NAO HAVIA REGISTRO DELE. O CADASTRO TRAZ NB,        *
      *            FUNDAMENTO LEGAL, REFERENCIA DO LAUDO E VIGENCIA.   *
      *            ESTE JOB CRITICA UM ARQUIVO PROPOSTO (NB,           *
      *            FUNDAMENTO NO DOMINIO, LAUDO PREENCHIDO, VIGENCIA   *
      *            VALIDA E COERENTE, ISENCOES DO MESMO NB SEM         *
      *            SOBREPOSICAO), IMPRIME O DIFF CONTRA O CORRENTE E   *
      *            SO INSTALA NO "INST" COM CRITICA LIMPA E TOKEN DE   *
      *            APROVACAO VALIDO (SSDCLBDAPRV) - A MATRICULA DO     *
      *            APROVADOR FICA GRAVADA NAS LINHAS INCLUIDAS OU      *
      *            ALTERADAS. PROPOSTO E CORRENTE SAO CLASSIFICADOS    *
      *            JUNTOS POR NB E INICIO (MESMO MOLDE DE              *
      *            PSUBCPG2KPRCMAN); O CADASTRO INSTALADO FICA         *
      *            CLASSIFICADO POR NB. A CONFERENCIA CONTRA O         *
      *            MOVIMENTO E FEITA POR PSUBCPG2KISECHK.              *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME O CADASTRO; OUTRO VALOR SO CRITICA.         *
      *  ENTRADA:  DSUBCPG2KISEN - ARQUIVO PROPOSTO.                   *
      *            DSUBCPG2KISE  - CADASTRO CORRENTE.                  *
      *  SAIDA:    DSUBCPG2KISEG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KISE  - RELATORIO DE CRITICA/DIFF.          *
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
           SELECT DSUBCPG2KISEN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KISE ASSIGN TO DISK.
           SELECT DSUBCPG2KISETMP ASSIGN TO DISK.
           SELECT DSUBCPG2KISEG ASSIGN TO DISK.
           SELECT LSUBCPG2KISE  ASSIGN TO PRINTER.
           SELECT SORTWK        ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *ARQUIVO PROPOSTO (MESMO LAYOUT DE B/SUB/CPG/2K/ISE; DATA DE
      *ATUALIZACAO E MATRICULA SAO PREENCHIDAS NA INSTALACAO).
        FD DSUBCPG2KISEN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ISE/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KISEN.
           03 NOVO-NU-NB             PIC 9(10).
           03 NOVO-DT-INICIO         PIC 9(08).
           03 NOVO-DT-FIM            PIC 9(08).
           03 NOVO-CS-FUNDAMENTO     PIC 9(02).
           03 NOVO-ID-LAUDO          PIC X(20).
           03 NOVO-DT-ATUALIZACAO    PIC 9(08).
           03 NOVO-NU-MATRIC-APROV   PIC 9(08).
           03 FILLER                 PIC X(16).
      *
        FD DSUBCPG2KISE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ISE ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/ISE ON PKBDSGF".
      *
      *APOIO: O PROPOSTO JA CLASSIFICADO POR NB/INICIO ESPERA AQUI O
      *FIM DA CRITICA - SO VIRA NOVA GERACAO SE ELA PASSAR.
        FD DSUBCPG2KISETMP
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ISE/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KISETMP.
           03 TMP-NU-NB              PIC 9(10).
           03 TMP-DT-INICIO          PIC 9(08).
           03 TMP-DT-FIM             PIC 9(08).
           03 TMP-CS-FUNDAMENTO      PIC 9(02).
           03 TMP-ID-LAUDO           PIC X(20).
           03 TMP-DT-ATUALIZACAO     PIC 9(08).
           03 TMP-NU-MATRIC-APROV    PIC 9(08).
           03 FILLER                 PIC X(16).
      *
        FD DSUBCPG2KISEG
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ISE ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KISEG      PIC X(80).
      *
        FD LSUBCPG2KISE.
        01 LINHA-ISEMAN           PIC X(133).
      *
        SD SORTWK.
        01 SRTE-REG.
           03 SRTE-NU-NB             PIC 9(10).
           03 SRTE-DT-INICIO         PIC 9(08).
      *        1 - CADASTRO CORRENTE   2 - ARQUIVO PROPOSTO
           03 SRTE-IN-FONTE          PIC 9(01).
           03 SRTE-SEQ               PIC 9(08).
           03 SRTE-IMAGEM.
              05 SRTE-IMG-NU-NB      PIC 9(10).
              05 SRTE-IMG-DT-INICIO  PIC 9(08).
              05 SRTE-DT-FIM         PIC 9(08).
              05 SRTE-CS-FUNDAMENTO  PIC 9(02).
              05 SRTE-ID-LAUDO       PIC X(20).
              05 SRTE-DT-ATUALIZACAO PIC 9(08).
              05 SRTE-NU-MATRIC-APROV PIC 9(08).
              05 FILLER              PIC X(16).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KISEMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
      *CONTROLE CENTRAL DE APROVACAO (SSDCLBDAPRV): A INSTALACAO SO
      *ACONTECE COM TOKEN VALIDO REGISTRADO POR PSDCLBDAPRVREG.
       77  WS-APRV-FEED               PIC X(30).
       77  WS-APRV-MATRICULA          PIC 9(08) VALUE ZEROS.
       77  WS-APRV-STATUS             PIC 9(01) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-PROPOSTO             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WS-CT-INCLUIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-REMOVIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ALTERADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-INSTALADOS           PIC 9(08) VALUE ZEROS.
      *
      *GRUPO NB + INICIO EM CURSO NO OUTPUT PROCEDURE (PARA O DIFF).
       77  WS-GRP-ATIVO               PIC 9(01) VALUE 0.
       77  WS-GRP-NU-NB               PIC 9(10) VALUE ZEROS.
       77  WS-GRP-DT-INICIO           PIC 9(08) VALUE ZEROS.
       77  WS-GRP-TEM-ATU             PIC 9(01) VALUE 0.
       77  WS-GRP-TEM-PRO             PIC 9(01) VALUE 0.
       01  WS-GRP-ATU.
           03 WS-GRP-ATU-DT-FIM       PIC 9(08).
           03 WS-GRP-ATU-FUNDAMENTO   PIC 9(02).
           03 WS-GRP-ATU-LAUDO        PIC X(20).
       77  WS-GRP-ATU-DT-ATUAL        PIC 9(08) VALUE ZEROS.
       77  WS-GRP-ATU-MATRIC          PIC 9(08) VALUE ZEROS.
       01  WS-GRP-PRO.
           03 WS-GRP-PRO-DT-FIM       PIC 9(08).
           03 WS-GRP-PRO-FUNDAMENTO   PIC 9(02).
           03 WS-GRP-PRO-LAUDO        PIC X(20).
      *
      *ULTIMA ISENCAO PROPOSTA CRITICADA (SOBREPOSICAO NO MESMO NB).
       77  WS-ANT-NU-NB               PIC 9(10) VALUE ZEROS.
       77  WS-ANT-DT-FIM              PIC 9(08) VALUE ZEROS.
      *
       01  WS-DT-DESMONTA             PIC 9(08).
       01  WS-DT-DESMONTA-R REDEFINES WS-DT-DESMONTA.
           03 WS-DD-ANO               PIC 9(04).
           03 WS-DD-MES               PIC 9(02).
           03 WS-DD-DIA               PIC 9(02).
       77  WS-IN-DATA-OK              PIC 9(01) VALUE 0.
      *
       01  CAB-01-ISEMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/ISEM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/MANUTENCAO DO CADASTRO DE ISENCOES DE IR".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-ISEMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-ISEMAN.
           03 FILLER                PIC X(14) VALUE "*** ERRO: NB  ".
           03 DET-ERR-NU-NB         PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  INICIO: ".
           03 DET-ERR-DT-INICIO     PIC 9(08).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  DET-DIFF-ISEMAN.
           03 DET-DIFF-SINAL        PIC X(10).
           03 FILLER                PIC X(05) VALUE " NB: ".
           03 DET-DIFF-NU-NB        PIC 9(10).
           03 FILLER                PIC X(12) VALUE "  VIGENCIA: ".
           03 DET-DIFF-DT-INI       PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-DIFF-DT-FIM       PIC 9999/99/99.
           03 FILLER                PIC X(14) VALUE "  FUNDAMENTO: ".
           03 DET-DIFF-FUNDAMENTO   PIC 9(02).
           03 FILLER                PIC X(09) VALUE "  LAUDO: ".
           03 DET-DIFF-LAUDO        PIC X(20).
           03 FILLER                PIC X(09) VALUE "  APROV: ".
           03 DET-DIFF-MATRIC       PIC 9(08).
      *
       01  MSG-INSTALADO-ISEMAN.
           03 FILLER                PIC X(52) VALUE
              "CRITICA PASSOU - NOVA GERACAO INSTALADA.".
      *
       01  MSG-NAO-INSTALADO-ISEMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  TRAILER-ISEMAN.
           03 TEXTO-TRL-ISEMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-ISEMAN         PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-ACAO.
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
           IF WS-PAR-ACAO EQUAL "CONS"
              PERFORM 5000-CONSULTA
                 THRU 5000-FIM
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              STOP RUN.
      *
      *PROPOSTO + CORRENTE CLASSIFICADOS POR NB, INICIO E ORIGEM: CADA
      *GRUPO NB/INICIO TRAZ PRIMEIRO O CORRENTE E DEPOIS O PROPOSTO, O
      *QUE DA O DIFF, A DUPLICATA E A SOBREPOSICAO NUMA PASSADA SO.
           SORT SORTWK
                ASCENDING KEY SRTE-NU-NB SRTE-DT-INICIO
                              SRTE-IN-FONTE SRTE-SEQ
                INPUT  PROCEDURE 2000-SOLTA-CADASTROS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CRITICA-DIFF
                                 THRU 3000-CRITICA-FIM.
      *
      *CONTROLE CENTRAL DE APROVACAO: O "INST" COM CRITICA LIMPA EXIGE
      *TOKEN VALIDO PARA O FEED PROPOSTO - SEM ELE, NADA E INSTALADO E
      *O JOB TERMINA COM STATUS DE ERRO (O CONSUMO FICA NA TRILHA
      *D/SDC/LBD/APRV/AUD).
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
              MOVE "D/SUB/CPG/2K/ISE/NOVO" TO WS-APRV-FEED
              CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                       WS-APRV-STATUS
              IF WS-APRV-STATUS NOT EQUAL 0
                 DISPLAY "PSUBCPG2KISEMAN - FEED SEM TOKEN DE "
                         "APROVACAO VALIDO - NADA INSTALADO"
                 PERFORM 3900-TRAILERS
                    THRU 3900-FIM
                 PERFORM 4000-FINALIZA
                    THRU 4000-FIM
                 SET MYSELF (STATUS) TO -1
                 STOP RUN.
      *
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
              PERFORM 3500-INSTALA
                 THRU 3500-FIM
              WRITE LINHA-ISEMAN FROM MSG-INSTALADO-ISEMAN AFTER 2
           ELSE
              IF WS-CT-ERROS NOT EQUAL ZEROS
                 WRITE LINHA-ISEMAN FROM MSG-NAO-INSTALADO-ISEMAN
                                                           AFTER 2.
      *
           PERFORM 3900-TRAILERS
              THRU 3900-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           IF WS-CT-ERROS GREATER ZEROS
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KISE.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-ISEMAN FROM CAB-01-ISEMAN AFTER PAGE.
           WRITE LINHA-ISEMAN FROM CAB-02-ISEMAN AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA O CADASTRO CORRENTE E O ARQUIVO
      *    PROPOSTO (ESTE NUMERADO NA ORDEM DE LEITURA).
      *----------------------------------------------------------------
       2000-SOLTA-CADASTROS SECTION.
       2000-SOLTA-ARQUIVOS.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2KISE.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CORRENTE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KISE.
      *
           OPEN INPUT DSUBCPG2KISEN.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-PROPOSTO
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KISEN.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CORRENTE.
      *-----------------*
      *
           READ DSUBCPG2KISE
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CORRENTE.
           MOVE ISE-REG          TO SRTE-IMAGEM.
           MOVE ISE-NU-NB        TO SRTE-NU-NB.
           MOVE ISE-DT-INICIO    TO SRTE-DT-INICIO.
           MOVE 1                TO SRTE-IN-FONTE.
           MOVE WS-CT-CORRENTE   TO SRTE-SEQ.
           RELEASE SRTE-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-PROPOSTO.
      *-----------------*
      *
           READ DSUBCPG2KISEN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-PROPOSTO.
           MOVE REG-DSUBCPG2KISEN TO SRTE-IMAGEM.
           MOVE NOVO-NU-NB        TO SRTE-NU-NB.
           MOVE NOVO-DT-INICIO    TO SRTE-DT-INICIO.
           MOVE 2                 TO SRTE-IN-FONTE.
           MOVE WS-CT-PROPOSTO    TO SRTE-SEQ.
           RELEASE SRTE-REG.
      *
       2200-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: CRITICA CADA REGISTRO PROPOSTO, GUARDA O
      *    PROPOSTO NO APOIO E IMPRIME O DIFF POR NB/INICIO.
      *----------------------------------------------------------------
       3000-CRITICA-DIFF SECTION.
       3000-CRITICA-PROPOSTO.
      *----------------------*
      *
           OPEN OUTPUT DSUBCPG2KISETMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-GRP-ATIVO EQUAL 1
              PERFORM 3300-FECHA-GRUPO
                 THRU 3300-FIM.
           CLOSE DSUBCPG2KISETMP SAVE.
           GO TO 3000-CRITICA-FIM.
      *
       3100-UM-REGISTRO.
      *-----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-GRP-ATIVO EQUAL 1
              AND (SRTE-NU-NB NOT EQUAL WS-GRP-NU-NB
                   OR SRTE-DT-INICIO NOT EQUAL WS-GRP-DT-INICIO)
              PERFORM 3300-FECHA-GRUPO
                 THRU 3300-FIM.
      *
           IF WS-GRP-ATIVO EQUAL 0
              MOVE 1              TO WS-GRP-ATIVO
              MOVE SRTE-NU-NB     TO WS-GRP-NU-NB
              MOVE SRTE-DT-INICIO TO WS-GRP-DT-INICIO
              MOVE 0              TO WS-GRP-TEM-ATU WS-GRP-TEM-PRO.
      *
           IF SRTE-IN-FONTE EQUAL 1
              IF WS-GRP-TEM-ATU EQUAL 0
                 MOVE 1                    TO WS-GRP-TEM-ATU
                 MOVE SRTE-DT-FIM          TO WS-GRP-ATU-DT-FIM
                 MOVE SRTE-CS-FUNDAMENTO   TO WS-GRP-ATU-FUNDAMENTO
                 MOVE SRTE-ID-LAUDO        TO WS-GRP-ATU-LAUDO
                 MOVE SRTE-DT-ATUALIZACAO  TO WS-GRP-ATU-DT-ATUAL
                 MOVE SRTE-NU-MATRIC-APROV TO WS-GRP-ATU-MATRIC
              END-IF
              GO TO 3100-FIM.
      *
           MOVE SRTE-NU-NB     TO DET-ERR-NU-NB.
           MOVE SRTE-DT-INICIO TO DET-ERR-DT-INICIO.
      *
           IF WS-GRP-TEM-PRO EQUAL 1
              MOVE "ISENCAO REPETIDA (MESMO NB E INICIO)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
           ELSE
              MOVE 1                  TO WS-GRP-TEM-PRO
              MOVE SRTE-DT-FIM        TO WS-GRP-PRO-DT-FIM
              MOVE SRTE-CS-FUNDAMENTO TO WS-GRP-PRO-FUNDAMENTO
              MOVE SRTE-ID-LAUDO      TO WS-GRP-PRO-LAUDO
              PERFORM 3200-CRITICA-LINHA
                 THRU 3200-FIM
           END-IF.
      *
      *LINHA SEM MUDANCA CONSERVA DATA DE ATUALIZACAO E APROVADOR; A
      *INCLUIDA OU ALTERADA RECEBE A DATA DO DIA E O APROVADOR DESTE
      *RUN (PREENCHIDO NA INSTALACAO).
           MOVE SRTE-IMAGEM TO REG-DSUBCPG2KISETMP.
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-ATU EQUAL WS-GRP-PRO
              MOVE WS-GRP-ATU-DT-ATUAL TO TMP-DT-ATUALIZACAO
              MOVE WS-GRP-ATU-MATRIC   TO TMP-NU-MATRIC-APROV
           ELSE
              MOVE WS-DATA-HOJE        TO TMP-DT-ATUALIZACAO
              MOVE ZEROS               TO TMP-NU-MATRIC-APROV
           END-IF.
           WRITE REG-DSUBCPG2KISETMP.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-CRITICA-LINHA.
      *-------------------*
      *
           IF SRTE-NU-NB EQUAL ZEROS
              MOVE "NB ZERADO" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-CS-FUNDAMENTO LESS 01
              OR SRTE-CS-FUNDAMENTO GREATER 05
              MOVE "FUNDAMENTO LEGAL FORA DO DOMINIO (01 A 05)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-ID-LAUDO EQUAL SPACES
              MOVE "REFERENCIA DO LAUDO/DECISAO EM BRANCO" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           MOVE SRTE-DT-INICIO TO WS-DT-DESMONTA.
           PERFORM 3230-CHECA-DATA
              THRU 3230-FIM.
           IF WS-IN-DATA-OK EQUAL 0
              MOVE "DATA DE INICIO ZERADA OU INVALIDA" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
      *DATA FIM ZERADA = ISENCAO SEM TERMO (LAUDO SEM PRAZO DE
      *REAVALIACAO); PREENCHIDA, TEM DE SER VALIDA E NAO ANTERIOR AO
      *INICIO.
           IF SRTE-DT-FIM NOT EQUAL ZEROS
              MOVE SRTE-DT-FIM TO WS-DT-DESMONTA
              PERFORM 3230-CHECA-DATA
                 THRU 3230-FIM
              IF WS-IN-DATA-OK EQUAL 0
                 MOVE "DATA FIM INVALIDA" TO DET-ERR-MOTIVO
                 PERFORM 3210-ERRO-LINHA
                    THRU 3210-FIM
                 GO TO 3200-FIM
              END-IF
              IF SRTE-DT-FIM LESS SRTE-DT-INICIO
                 MOVE "VIGENCIA INVERTIDA" TO DET-ERR-MOTIVO
                 PERFORM 3210-ERRO-LINHA
                    THRU 3210-FIM
                 GO TO 3200-FIM
              END-IF
           END-IF.
      *
      *A ANTERIOR DO MESMO NB (CLASSIFICADA POR INICIO) TEM DE TERMINAR
      *ANTES DESTA COMECAR.
           IF SRTE-NU-NB EQUAL WS-ANT-NU-NB
              AND (WS-ANT-DT-FIM EQUAL ZEROS
                   OR WS-ANT-DT-FIM NOT LESS SRTE-DT-INICIO)
              MOVE "VIGENCIA SOBREPOSTA A ISENCAO ANTERIOR DO NB" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM.
      *
           MOVE SRTE-NU-NB  TO WS-ANT-NU-NB.
           MOVE SRTE-DT-FIM TO WS-ANT-DT-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3210-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           WRITE LINHA-ISEMAN FROM DET-ERRO-ISEMAN AFTER 1.
      *
       3210-FIM. EXIT.
      *---------*
      *
       3230-CHECA-DATA.
      *----------------*
      *
           MOVE 1 TO WS-IN-DATA-OK.
           IF WS-DT-DESMONTA EQUAL ZEROS
              OR WS-DD-MES LESS 1 OR WS-DD-MES GREATER 12
              OR WS-DD-DIA LESS 1 OR WS-DD-DIA GREATER 31
              MOVE 0 TO WS-IN-DATA-OK.
      *
       3230-FIM. EXIT.
      *---------*
      *
       3300-FECHA-GRUPO.
      *-----------------*
      *
           MOVE WS-GRP-NU-NB     TO DET-DIFF-NU-NB.
           MOVE WS-GRP-DT-INICIO TO DET-DIFF-DT-INI.
           MOVE ZEROS            TO DET-DIFF-MATRIC.
      *
           IF WS-GRP-TEM-PRO EQUAL 1
              AND WS-GRP-TEM-ATU EQUAL 0
              ADD 1 TO WS-CT-INCLUIDOS
              MOVE "+INCLUIDA"           TO DET-DIFF-SINAL
              MOVE WS-GRP-PRO-DT-FIM     TO DET-DIFF-DT-FIM
              MOVE WS-GRP-PRO-FUNDAMENTO TO DET-DIFF-FUNDAMENTO
              MOVE WS-GRP-PRO-LAUDO      TO DET-DIFF-LAUDO
              WRITE LINHA-ISEMAN FROM DET-DIFF-ISEMAN AFTER 1.
      *
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-TEM-PRO EQUAL 0
              ADD 1 TO WS-CT-REMOVIDOS
              MOVE "-REMOVIDA"           TO DET-DIFF-SINAL
              MOVE WS-GRP-ATU-DT-FIM     TO DET-DIFF-DT-FIM
              MOVE WS-GRP-ATU-FUNDAMENTO TO DET-DIFF-FUNDAMENTO
              MOVE WS-GRP-ATU-LAUDO      TO DET-DIFF-LAUDO
              MOVE WS-GRP-ATU-MATRIC     TO DET-DIFF-MATRIC
              WRITE LINHA-ISEMAN FROM DET-DIFF-ISEMAN AFTER 1.
      *
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-TEM-PRO EQUAL 1
              AND WS-GRP-ATU NOT EQUAL WS-GRP-PRO
              ADD 1 TO WS-CT-ALTERADOS
              MOVE " ERA"                TO DET-DIFF-SINAL
              MOVE WS-GRP-ATU-DT-FIM     TO DET-DIFF-DT-FIM
              MOVE WS-GRP-ATU-FUNDAMENTO TO DET-DIFF-FUNDAMENTO
              MOVE WS-GRP-ATU-LAUDO      TO DET-DIFF-LAUDO
              MOVE WS-GRP-ATU-MATRIC     TO DET-DIFF-MATRIC
              WRITE LINHA-ISEMAN FROM DET-DIFF-ISEMAN AFTER 1
              MOVE "*ALTERADA"           TO DET-DIFF-SINAL
              MOVE WS-GRP-PRO-DT-FIM     TO DET-DIFF-DT-FIM
              MOVE WS-GRP-PRO-FUNDAMENTO TO DET-DIFF-FUNDAMENTO
              MOVE WS-GRP-PRO-LAUDO      TO DET-DIFF-LAUDO
              MOVE ZEROS                 TO DET-DIFF-MATRIC
              WRITE LINHA-ISEMAN FROM DET-DIFF-ISEMAN AFTER 1.
      *
           MOVE 0 TO WS-GRP-ATIVO.
      *
       3300-FIM. EXIT.
      *---------*
       3000-CRITICA-FIM. EXIT.
      *
       3500-INSTALA.
      *-------------*
      *
           OPEN INPUT  DSUBCPG2KISETMP.
           OPEN OUTPUT DSUBCPG2KISEG.
           MOVE "NAO" TO WS-EOF.
           PERFORM 3510-COPIA-UM
              THRU 3510-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KISETMP.
           CLOSE DSUBCPG2KISEG SAVE.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3510-COPIA-UM.
      *--------------*
      *
           READ DSUBCPG2KISETMP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3510-FIM.
      *
           IF TMP-NU-MATRIC-APROV EQUAL ZEROS
              MOVE WS-APRV-MATRICULA TO TMP-NU-MATRIC-APROV.
           WRITE REG-DSUBCPG2KISEG FROM REG-DSUBCPG2KISETMP.
           ADD 1 TO WS-CT-INSTALADOS.
      *
       3510-FIM. EXIT.
      *---------*
      *
       3900-TRAILERS.
      *--------------*
      *
           MOVE SPACES TO TRAILER-ISEMAN.
           MOVE "ISENCOES NO CADASTRO CORRENTE                " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-CORRENTE TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 2.
      *
           MOVE "ISENCOES NO ARQUIVO PROPOSTO                 " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-PROPOSTO TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 1.
      *
           MOVE "ERROS DE CRITICA                             " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-ERROS TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 1.
      *
           MOVE "ISENCOES INCLUIDAS                           " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-INCLUIDOS TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 1.
      *
           MOVE "ISENCOES REMOVIDAS                           " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-REMOVIDOS TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 1.
      *
           MOVE "ISENCOES ALTERADAS                           " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-ALTERADOS TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 1.
      *
           MOVE "ISENCOES INSTALADAS NA NOVA GERACAO          " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-INSTALADOS TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       5000-CONSULTA.
      *--------------*
      *
           OPEN INPUT DSUBCPG2KISE.
           MOVE "NAO" TO WS-EOF.
           MOVE SPACES TO DET-DIFF-SINAL.
           PERFORM 5100-LISTA-UM
              THRU 5100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KISE.
      *
           MOVE SPACES TO TRAILER-ISEMAN.
           MOVE "ISENCOES NO CADASTRO CORRENTE                " TO
                                                   TEXTO-TRL-ISEMAN.
           MOVE WS-CT-CORRENTE TO QT-TRL-ISEMAN.
           WRITE LINHA-ISEMAN FROM TRAILER-ISEMAN AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-LISTA-UM.
      *--------------*
      *
           READ DSUBCPG2KISE
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 5100-FIM.
      *
           ADD 1 TO WS-CT-CORRENTE.
           MOVE ISE-NU-NB           TO DET-DIFF-NU-NB.
           MOVE ISE-DT-INICIO       TO DET-DIFF-DT-INI.
           MOVE ISE-DT-FIM          TO DET-DIFF-DT-FIM.
           MOVE ISE-CS-FUNDAMENTO   TO DET-DIFF-FUNDAMENTO.
           MOVE ISE-ID-LAUDO        TO DET-DIFF-LAUDO.
           MOVE ISE-NU-MATRIC-APROV TO DET-DIFF-MATRIC.
           WRITE LINHA-ISEMAN FROM DET-DIFF-ISEMAN AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KISE.
      *
       4000-FIM. EXIT.
      *---------*
