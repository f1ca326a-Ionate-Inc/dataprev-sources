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
       PROGRAM-ID.      PSUBCPG2KESPMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E MANUTENCAO DO CADASTRO DE ESPECIES DE     *
      *            BENEFICIO (D/SUB/CPG/2K/ESP). OS ATRIBUTOS DA       *
      *            ESPECIE - GRUPO, CLIENTELA, LOAS, SUBSTITUTIVA DA   *
      *            RENDA (PISO), TRATAMENTO PADRAO DO IR, VEDACAO DE   *
      *            ACUMULACAO E IDADE LIMITE DA COTA DE DEPENDENTE NA  *
      *            PENSAO - VIVIAM COMO CONSTANTES ESPALHADAS NOS      *
      *            PROGRAMAS DE CONFERENCIA; AGORA VEM DO CADASTRO,    *
      *            CONSULTADO POR SSUBLIB2K607. ESTE JOB CRITICA UM    *
      *            ARQUIVO PROPOSTO (ESPECIE, NOME, CODIGOS NO         *
      *            DOMINIO, LOAS COERENTE COM GRUPO E IR, VIGENCIA     *
      *            VALIDA E LINHAS DA MESMA ESPECIE SEM SOBREPOSICAO), *
      *            IMPRIME O DIFF CONTRA O CORRENTE E SO INSTALA NO    *
      *            "INST" COM CRITICA LIMPA E TOKEN DE APROVACAO       *
      *            VALIDO (SSDCLBDAPRV) - A MATRICULA DO APROVADOR     *
      *            FICA GRAVADA NAS LINHAS INCLUIDAS OU ALTERADAS.     *
      *            PROPOSTO E CORRENTE SAO CLASSIFICADOS JUNTOS POR    *
      *            ESPECIE E INICIO (MESMO MOLDE DE PSUBCPG2KISEMAN);  *
      *            O CADASTRO INSTALADO FICA CLASSIFICADO POR ESPECIE  *
      *            E INICIO DE VIGENCIA.                               *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME O CADASTRO; OUTRO VALOR SO CRITICA.         *
      *  ENTRADA:  DSUBCPG2KESPN - ARQUIVO PROPOSTO.                   *
      *            DSUBCPG2KESP  - CADASTRO CORRENTE.                  *
      *  SAIDA:    DSUBCPG2KESPG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KESP  - RELATORIO DE CRITICA/DIFF.          *
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
           SELECT DSUBCPG2KESPN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KESP ASSIGN TO DISK.
           SELECT DSUBCPG2KESPTMP ASSIGN TO DISK.
           SELECT DSUBCPG2KESPG ASSIGN TO DISK.
           SELECT LSUBCPG2KESP  ASSIGN TO PRINTER.
           SELECT SORTWK        ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *ARQUIVO PROPOSTO (MESMO LAYOUT DE B/SUB/CPG/2K/ESP; DATA DE
      *ATUALIZACAO E MATRICULA SAO PREENCHIDAS NA INSTALACAO).
        FD DSUBCPG2KESPN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ESP/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KESPN.
           03 NOVO-CS-ESPECIE        PIC 9(03).
           03 NOVO-DT-INI-VIG        PIC 9(08).
           03 NOVO-DT-FIM-VIG        PIC 9(08).
           03 NOVO-NM-ESPECIE        PIC X(40).
           03 NOVO-GR-ESPECIES       PIC 9(02).
           03 NOVO-CS-URBANO-RURAL   PIC 9(01).
           03 NOVO-IN-LOAS           PIC 9(01).
           03 NOVO-IN-SUBSTITUTIVO   PIC 9(01).
           03 NOVO-CS-TRATAMENTO-IR  PIC 9(01).
           03 NOVO-CS-ACUMULACAO     PIC 9(01).
           03 NOVO-DT-ATUALIZACAO    PIC 9(08).
           03 NOVO-NU-MATRIC-APROV   PIC 9(08).
           03 NOVO-QT-IDADE-LIMITE   PIC 9(02).
           03 FILLER                 PIC X(16).
      *
        FD DSUBCPG2KESP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ESP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
      *
      *APOIO: O PROPOSTO JA CLASSIFICADO POR ESPECIE/INICIO ESPERA
      *AQUI O FIM DA CRITICA - SO VIRA NOVA GERACAO SE ELA PASSAR.
        FD DSUBCPG2KESPTMP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ESP/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KESPTMP.
           03 TMP-CS-ESPECIE         PIC 9(03).
           03 TMP-DT-INI-VIG         PIC 9(08).
           03 TMP-DT-FIM-VIG         PIC 9(08).
           03 TMP-NM-ESPECIE         PIC X(40).
           03 TMP-GR-ESPECIES        PIC 9(02).
           03 TMP-CS-URBANO-RURAL    PIC 9(01).
           03 TMP-IN-LOAS            PIC 9(01).
           03 TMP-IN-SUBSTITUTIVO    PIC 9(01).
           03 TMP-CS-TRATAMENTO-IR   PIC 9(01).
           03 TMP-CS-ACUMULACAO      PIC 9(01).
           03 TMP-DT-ATUALIZACAO     PIC 9(08).
           03 TMP-NU-MATRIC-APROV    PIC 9(08).
           03 TMP-QT-IDADE-LIMITE    PIC 9(02).
           03 FILLER                 PIC X(16).
      *
        FD DSUBCPG2KESPG
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ESP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KESPG      PIC X(100).
      *
        FD LSUBCPG2KESP.
        01 LINHA-ESPMAN           PIC X(133).
      *
        SD SORTWK.
        01 SRTE-REG.
           03 SRTE-CS-ESPECIE        PIC 9(03).
           03 SRTE-DT-INI-VIG        PIC 9(08).
      *        1 - CADASTRO CORRENTE   2 - ARQUIVO PROPOSTO
           03 SRTE-IN-FONTE          PIC 9(01).
           03 SRTE-SEQ               PIC 9(08).
           03 SRTE-IMAGEM.
              05 SRTE-IMG-CS-ESPECIE PIC 9(03).
              05 SRTE-IMG-DT-INI-VIG PIC 9(08).
              05 SRTE-DT-FIM-VIG     PIC 9(08).
              05 SRTE-NM-ESPECIE     PIC X(40).
              05 SRTE-GR-ESPECIES    PIC 9(02).
              05 SRTE-CS-URBANO-RURAL PIC 9(01).
              05 SRTE-IN-LOAS        PIC 9(01).
              05 SRTE-IN-SUBSTITUTIVO PIC 9(01).
              05 SRTE-CS-TRATAMENTO-IR PIC 9(01).
              05 SRTE-CS-ACUMULACAO  PIC 9(01).
              05 SRTE-DT-ATUALIZACAO PIC 9(08).
              05 SRTE-NU-MATRIC-APROV PIC 9(08).
              05 SRTE-QT-IDADE-LIMITE PIC 9(02).
              05 FILLER              PIC X(16).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KESPMAN".
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
      *GRUPO ESPECIE + INICIO EM CURSO NO OUTPUT PROCEDURE (DIFF).
       77  WS-GRP-ATIVO               PIC 9(01) VALUE 0.
       77  WS-GRP-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       77  WS-GRP-DT-INI-VIG          PIC 9(08) VALUE ZEROS.
       77  WS-GRP-TEM-ATU             PIC 9(01) VALUE 0.
       77  WS-GRP-TEM-PRO             PIC 9(01) VALUE 0.
       01  WS-GRP-ATU.
           03 WS-GRP-ATU-DT-FIM       PIC 9(08).
           03 WS-GRP-ATU-NOME         PIC X(40).
           03 WS-GRP-ATU-GRUPO        PIC 9(02).
           03 WS-GRP-ATU-CLIENTELA    PIC 9(01).
           03 WS-GRP-ATU-LOAS         PIC 9(01).
           03 WS-GRP-ATU-SUBST        PIC 9(01).
           03 WS-GRP-ATU-IR           PIC 9(01).
           03 WS-GRP-ATU-ACUM         PIC 9(01).
           03 WS-GRP-ATU-IDADE        PIC 9(02).
       77  WS-GRP-ATU-DT-ATUAL        PIC 9(08) VALUE ZEROS.
       77  WS-GRP-ATU-MATRIC          PIC 9(08) VALUE ZEROS.
       01  WS-GRP-PRO.
           03 WS-GRP-PRO-DT-FIM       PIC 9(08).
           03 WS-GRP-PRO-NOME         PIC X(40).
           03 WS-GRP-PRO-GRUPO        PIC 9(02).
           03 WS-GRP-PRO-CLIENTELA    PIC 9(01).
           03 WS-GRP-PRO-LOAS         PIC 9(01).
           03 WS-GRP-PRO-SUBST        PIC 9(01).
           03 WS-GRP-PRO-IR           PIC 9(01).
           03 WS-GRP-PRO-ACUM         PIC 9(01).
           03 WS-GRP-PRO-IDADE        PIC 9(02).
      *
      *ULTIMA LINHA PROPOSTA CRITICADA (SOBREPOSICAO NA MESMA ESPECIE).
       77  WS-ANT-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       77  WS-ANT-DT-FIM              PIC 9(08) VALUE ZEROS.
      *
       01  WS-DT-DESMONTA             PIC 9(08).
       01  WS-DT-DESMONTA-R REDEFINES WS-DT-DESMONTA.
           03 WS-DD-ANO               PIC 9(04).
           03 WS-DD-MES               PIC 9(02).
           03 WS-DD-DIA               PIC 9(02).
       77  WS-IN-DATA-OK              PIC 9(01) VALUE 0.
      *
       01  CAB-01-ESPMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/ESPM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/MANUTENCAO DO CADASTRO DE ESPECIES".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-ESPMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-ESPMAN.
           03 FILLER                PIC X(19) VALUE
              "*** ERRO: ESPECIE  ".
           03 DET-ERR-CS-ESPECIE    PIC 9(03).
           03 FILLER                PIC X(10) VALUE "  INICIO: ".
           03 DET-ERR-DT-INI-VIG    PIC 9(08).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(45).
      *
       01  DET-DIFF-ESPMAN.
           03 DET-DIFF-SINAL        PIC X(10).
           03 FILLER                PIC X(04) VALUE "ESP ".
           03 DET-DIFF-CS-ESPECIE   PIC 9(03).
           03 FILLER                PIC X(06) VALUE "  VIG ".
           03 DET-DIFF-DT-INI       PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-DIFF-DT-FIM       PIC 9999/99/99.
           03 FILLER                PIC X(05) VALUE "  GR ".
           03 DET-DIFF-GRUPO        PIC 9(02).
           03 FILLER                PIC X(05) VALUE " CLI ".
           03 DET-DIFF-CLIENTELA    PIC 9(01).
           03 FILLER                PIC X(06) VALUE " LOAS ".
           03 DET-DIFF-LOAS         PIC 9(01).
           03 FILLER                PIC X(07) VALUE " SUBST ".
           03 DET-DIFF-SUBST        PIC 9(01).
           03 FILLER                PIC X(04) VALUE " IR ".
           03 DET-DIFF-IR           PIC 9(01).
           03 FILLER                PIC X(06) VALUE " ACUM ".
           03 DET-DIFF-ACUM         PIC 9(01).
           03 FILLER                PIC X(05) VALUE " IDL ".
           03 DET-DIFF-IDADE        PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIFF-NOME         PIC X(23).
           03 FILLER                PIC X(07) VALUE " APROV ".
           03 DET-DIFF-MATRIC       PIC 9(08).
      *
       01  MSG-INSTALADO-ESPMAN.
           03 FILLER                PIC X(52) VALUE
              "CRITICA PASSOU - NOVA GERACAO INSTALADA.".
      *
       01  MSG-NAO-INSTALADO-ESPMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  TRAILER-ESPMAN.
           03 TEXTO-TRL-ESPMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-ESPMAN         PIC ZZ.ZZZ.ZZ9.
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
      *PROPOSTO + CORRENTE CLASSIFICADOS POR ESPECIE, INICIO E ORIGEM:
      *CADA GRUPO ESPECIE/INICIO TRAZ PRIMEIRO O CORRENTE E DEPOIS O
      *PROPOSTO, O QUE DA O DIFF, A DUPLICATA E A SOBREPOSICAO NUMA
      *PASSADA SO.
           SORT SORTWK
                ASCENDING KEY SRTE-CS-ESPECIE SRTE-DT-INI-VIG
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
              MOVE "D/SUB/CPG/2K/ESP/NOVO" TO WS-APRV-FEED
              CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                       WS-APRV-STATUS
              IF WS-APRV-STATUS NOT EQUAL 0
                 DISPLAY "PSUBCPG2KESPMAN - FEED SEM TOKEN DE "
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
              WRITE LINHA-ESPMAN FROM MSG-INSTALADO-ESPMAN AFTER 2
           ELSE
              IF WS-CT-ERROS NOT EQUAL ZEROS
                 WRITE LINHA-ESPMAN FROM MSG-NAO-INSTALADO-ESPMAN
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
           OPEN OUTPUT LSUBCPG2KESP.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-ESPMAN FROM CAB-01-ESPMAN AFTER PAGE.
           WRITE LINHA-ESPMAN FROM CAB-02-ESPMAN AFTER 1.
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
           OPEN INPUT DSUBCPG2KESP.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CORRENTE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KESP.
      *
           OPEN INPUT DSUBCPG2KESPN.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-PROPOSTO
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KESPN.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CORRENTE.
      *-----------------*
      *
           READ DSUBCPG2KESP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CORRENTE.
           MOVE ESP-REG          TO SRTE-IMAGEM.
           MOVE ESP-CS-ESPECIE   TO SRTE-CS-ESPECIE.
           MOVE ESP-DT-INI-VIG   TO SRTE-DT-INI-VIG.
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
           READ DSUBCPG2KESPN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-PROPOSTO.
           MOVE REG-DSUBCPG2KESPN TO SRTE-IMAGEM.
           MOVE NOVO-CS-ESPECIE   TO SRTE-CS-ESPECIE.
           MOVE NOVO-DT-INI-VIG   TO SRTE-DT-INI-VIG.
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
      *    PROPOSTO NO APOIO E IMPRIME O DIFF POR ESPECIE/INICIO.
      *----------------------------------------------------------------
       3000-CRITICA-DIFF SECTION.
       3000-CRITICA-PROPOSTO.
      *----------------------*
      *
           OPEN OUTPUT DSUBCPG2KESPTMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-GRP-ATIVO EQUAL 1
              PERFORM 3300-FECHA-GRUPO
                 THRU 3300-FIM.
           CLOSE DSUBCPG2KESPTMP SAVE.
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
              AND (SRTE-CS-ESPECIE NOT EQUAL WS-GRP-CS-ESPECIE
                   OR SRTE-DT-INI-VIG NOT EQUAL WS-GRP-DT-INI-VIG)
              PERFORM 3300-FECHA-GRUPO
                 THRU 3300-FIM.
      *
           IF WS-GRP-ATIVO EQUAL 0
              MOVE 1               TO WS-GRP-ATIVO
              MOVE SRTE-CS-ESPECIE TO WS-GRP-CS-ESPECIE
              MOVE SRTE-DT-INI-VIG TO WS-GRP-DT-INI-VIG
              MOVE 0               TO WS-GRP-TEM-ATU WS-GRP-TEM-PRO.
      *
           IF SRTE-IN-FONTE EQUAL 1
              IF WS-GRP-TEM-ATU EQUAL 0
                 MOVE 1                     TO WS-GRP-TEM-ATU
                 MOVE SRTE-DT-FIM-VIG       TO WS-GRP-ATU-DT-FIM
                 MOVE SRTE-NM-ESPECIE       TO WS-GRP-ATU-NOME
                 MOVE SRTE-GR-ESPECIES      TO WS-GRP-ATU-GRUPO
                 MOVE SRTE-CS-URBANO-RURAL  TO WS-GRP-ATU-CLIENTELA
                 MOVE SRTE-IN-LOAS          TO WS-GRP-ATU-LOAS
                 MOVE SRTE-IN-SUBSTITUTIVO  TO WS-GRP-ATU-SUBST
                 MOVE SRTE-CS-TRATAMENTO-IR TO WS-GRP-ATU-IR
                 MOVE SRTE-CS-ACUMULACAO    TO WS-GRP-ATU-ACUM
      *LINHA INSTALADA ANTES DO LIMITE DE IDADE TRAZ BRANCOS NO CAMPO.
                 IF SRTE-QT-IDADE-LIMITE NUMERIC
                    MOVE SRTE-QT-IDADE-LIMITE TO WS-GRP-ATU-IDADE
                 ELSE
                    MOVE ZEROS TO WS-GRP-ATU-IDADE
                 END-IF
                 MOVE SRTE-DT-ATUALIZACAO   TO WS-GRP-ATU-DT-ATUAL
                 MOVE SRTE-NU-MATRIC-APROV  TO WS-GRP-ATU-MATRIC
              END-IF
              GO TO 3100-FIM.
      *
           MOVE SRTE-CS-ESPECIE TO DET-ERR-CS-ESPECIE.
           MOVE SRTE-DT-INI-VIG TO DET-ERR-DT-INI-VIG.
      *
           IF WS-GRP-TEM-PRO EQUAL 1
              MOVE "LINHA REPETIDA (MESMA ESPECIE E INICIO)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
           ELSE
              MOVE 1                     TO WS-GRP-TEM-PRO
              MOVE SRTE-DT-FIM-VIG       TO WS-GRP-PRO-DT-FIM
              MOVE SRTE-NM-ESPECIE       TO WS-GRP-PRO-NOME
              MOVE SRTE-GR-ESPECIES      TO WS-GRP-PRO-GRUPO
              MOVE SRTE-CS-URBANO-RURAL  TO WS-GRP-PRO-CLIENTELA
              MOVE SRTE-IN-LOAS          TO WS-GRP-PRO-LOAS
              MOVE SRTE-IN-SUBSTITUTIVO  TO WS-GRP-PRO-SUBST
              MOVE SRTE-CS-TRATAMENTO-IR TO WS-GRP-PRO-IR
              MOVE SRTE-CS-ACUMULACAO    TO WS-GRP-PRO-ACUM
              MOVE SRTE-QT-IDADE-LIMITE  TO WS-GRP-PRO-IDADE
              PERFORM 3200-CRITICA-LINHA
                 THRU 3200-FIM
           END-IF.
      *
      *LINHA SEM MUDANCA CONSERVA DATA DE ATUALIZACAO E APROVADOR; A
      *INCLUIDA OU ALTERADA RECEBE A DATA DO DIA E O APROVADOR DESTE
      *RUN (PREENCHIDO NA INSTALACAO).
           MOVE SRTE-IMAGEM TO REG-DSUBCPG2KESPTMP.
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-ATU EQUAL WS-GRP-PRO
              MOVE WS-GRP-ATU-DT-ATUAL TO TMP-DT-ATUALIZACAO
              MOVE WS-GRP-ATU-MATRIC   TO TMP-NU-MATRIC-APROV
           ELSE
              MOVE WS-DATA-HOJE        TO TMP-DT-ATUALIZACAO
              MOVE ZEROS               TO TMP-NU-MATRIC-APROV
           END-IF.
           WRITE REG-DSUBCPG2KESPTMP.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-CRITICA-LINHA.
      *-------------------*
      *
           IF SRTE-CS-ESPECIE EQUAL ZEROS
              MOVE "ESPECIE ZERADA" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-NM-ESPECIE EQUAL SPACES
              MOVE "NOME DA ESPECIE EM BRANCO" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF (SRTE-GR-ESPECIES LESS 01 OR SRTE-GR-ESPECIES GREATER 06)
              AND SRTE-GR-ESPECIES NOT EQUAL 99
              MOVE "GRUPO FORA DO DOMINIO (01 A 06 OU 99)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-CS-URBANO-RURAL NOT EQUAL 1
              AND SRTE-CS-URBANO-RURAL NOT EQUAL 2
              MOVE "CLIENTELA FORA DO DOMINIO (1 OU 2)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-IN-LOAS GREATER 1
              OR SRTE-IN-SUBSTITUTIVO GREATER 1
              MOVE "INDICADOR LOAS/SUBSTITUTIVO FORA DE 0 OU 1" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-CS-TRATAMENTO-IR NOT EQUAL 1
              AND SRTE-CS-TRATAMENTO-IR NOT EQUAL 2
              MOVE "TRATAMENTO DO IR FORA DO DOMINIO (1 OU 2)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-CS-ACUMULACAO GREATER 2
              MOVE "VEDACAO DE ACUMULACAO FORA DO DOMINIO (0 A 2)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
      *LIMITE DE IDADE: SO A COTA DE DEPENDENTE NA PENSAO CESSA POR
      *IDADE (GRUPO 02).
           IF SRTE-QT-IDADE-LIMITE NOT NUMERIC
              MOVE "IDADE LIMITE NAO NUMERICA" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTE-QT-IDADE-LIMITE GREATER ZEROS
              AND SRTE-GR-ESPECIES NOT EQUAL 02
              MOVE "IDADE LIMITE SO EM PENSAO (GRUPO 02)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
      *O ASSISTENCIAL LOAS E DO GRUPO 05 E ISENTO DE IR POR LEI - UMA
      *LINHA LOAS COM OUTRO GRUPO OU TRIBUTAVEL CONTRADIZ A SI MESMA.
           IF SRTE-IN-LOAS EQUAL 1
              AND (SRTE-GR-ESPECIES NOT EQUAL 05
                   OR SRTE-CS-TRATAMENTO-IR NOT EQUAL 2)
              MOVE "LOAS EXIGE GRUPO 05 E IR ISENTO POR LEI (2)" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           MOVE SRTE-DT-INI-VIG TO WS-DT-DESMONTA.
           PERFORM 3230-CHECA-DATA
              THRU 3230-FIM.
           IF WS-IN-DATA-OK EQUAL 0
              MOVE "DATA DE INICIO ZERADA OU INVALIDA" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
      *DATA FIM ZERADA = VIGENCIA ABERTA; PREENCHIDA, TEM DE SER VALIDA
      *E NAO ANTERIOR AO INICIO.
           IF SRTE-DT-FIM-VIG NOT EQUAL ZEROS
              MOVE SRTE-DT-FIM-VIG TO WS-DT-DESMONTA
              PERFORM 3230-CHECA-DATA
                 THRU 3230-FIM
              IF WS-IN-DATA-OK EQUAL 0
                 MOVE "DATA FIM INVALIDA" TO DET-ERR-MOTIVO
                 PERFORM 3210-ERRO-LINHA
                    THRU 3210-FIM
                 GO TO 3200-FIM
              END-IF
              IF SRTE-DT-FIM-VIG LESS SRTE-DT-INI-VIG
                 MOVE "VIGENCIA INVERTIDA" TO DET-ERR-MOTIVO
                 PERFORM 3210-ERRO-LINHA
                    THRU 3210-FIM
                 GO TO 3200-FIM
              END-IF
           END-IF.
      *
      *A LINHA ANTERIOR DA MESMA ESPECIE (CLASSIFICADA POR INICIO) TEM
      *DE TERMINAR ANTES DESTA COMECAR - SSUBLIB2K607 DEVOLVE UMA SO
      *LINHA POR DATA.
           IF SRTE-CS-ESPECIE EQUAL WS-ANT-CS-ESPECIE
              AND (WS-ANT-DT-FIM EQUAL ZEROS
                   OR WS-ANT-DT-FIM NOT LESS SRTE-DT-INI-VIG)
              MOVE "VIGENCIA SOBREPOSTA A LINHA ANTERIOR" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM.
      *
           MOVE SRTE-CS-ESPECIE TO WS-ANT-CS-ESPECIE.
           MOVE SRTE-DT-FIM-VIG TO WS-ANT-DT-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3210-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           WRITE LINHA-ESPMAN FROM DET-ERRO-ESPMAN AFTER 1.
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
           MOVE WS-GRP-CS-ESPECIE TO DET-DIFF-CS-ESPECIE.
           MOVE WS-GRP-DT-INI-VIG TO DET-DIFF-DT-INI.
           MOVE ZEROS             TO DET-DIFF-MATRIC.
      *
           IF WS-GRP-TEM-PRO EQUAL 1
              AND WS-GRP-TEM-ATU EQUAL 0
              ADD 1 TO WS-CT-INCLUIDOS
              MOVE "+INCLUIDA" TO DET-DIFF-SINAL
              PERFORM 3310-MONTA-PROPOSTO
                 THRU 3310-FIM
              WRITE LINHA-ESPMAN FROM DET-DIFF-ESPMAN AFTER 1.
      *
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-TEM-PRO EQUAL 0
              ADD 1 TO WS-CT-REMOVIDOS
              MOVE "-REMOVIDA" TO DET-DIFF-SINAL
              PERFORM 3320-MONTA-CORRENTE
                 THRU 3320-FIM
              WRITE LINHA-ESPMAN FROM DET-DIFF-ESPMAN AFTER 1.
      *
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-TEM-PRO EQUAL 1
              AND WS-GRP-ATU NOT EQUAL WS-GRP-PRO
              ADD 1 TO WS-CT-ALTERADOS
              MOVE " ERA"      TO DET-DIFF-SINAL
              PERFORM 3320-MONTA-CORRENTE
                 THRU 3320-FIM
              WRITE LINHA-ESPMAN FROM DET-DIFF-ESPMAN AFTER 1
              MOVE "*ALTERADA" TO DET-DIFF-SINAL
              PERFORM 3310-MONTA-PROPOSTO
                 THRU 3310-FIM
              WRITE LINHA-ESPMAN FROM DET-DIFF-ESPMAN AFTER 1.
      *
           MOVE 0 TO WS-GRP-ATIVO.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3310-MONTA-PROPOSTO.
      *--------------------*
      *
           MOVE WS-GRP-PRO-DT-FIM    TO DET-DIFF-DT-FIM.
           MOVE WS-GRP-PRO-GRUPO     TO DET-DIFF-GRUPO.
           MOVE WS-GRP-PRO-CLIENTELA TO DET-DIFF-CLIENTELA.
           MOVE WS-GRP-PRO-LOAS      TO DET-DIFF-LOAS.
           MOVE WS-GRP-PRO-SUBST     TO DET-DIFF-SUBST.
           MOVE WS-GRP-PRO-IR        TO DET-DIFF-IR.
           MOVE WS-GRP-PRO-ACUM      TO DET-DIFF-ACUM.
           MOVE WS-GRP-PRO-IDADE     TO DET-DIFF-IDADE.
           MOVE WS-GRP-PRO-NOME      TO DET-DIFF-NOME.
           MOVE ZEROS                TO DET-DIFF-MATRIC.
      *
       3310-FIM. EXIT.
      *---------*
      *
       3320-MONTA-CORRENTE.
      *--------------------*
      *
           MOVE WS-GRP-ATU-DT-FIM    TO DET-DIFF-DT-FIM.
           MOVE WS-GRP-ATU-GRUPO     TO DET-DIFF-GRUPO.
           MOVE WS-GRP-ATU-CLIENTELA TO DET-DIFF-CLIENTELA.
           MOVE WS-GRP-ATU-LOAS      TO DET-DIFF-LOAS.
           MOVE WS-GRP-ATU-SUBST     TO DET-DIFF-SUBST.
           MOVE WS-GRP-ATU-IR        TO DET-DIFF-IR.
           MOVE WS-GRP-ATU-ACUM      TO DET-DIFF-ACUM.
           MOVE WS-GRP-ATU-IDADE     TO DET-DIFF-IDADE.
           MOVE WS-GRP-ATU-NOME      TO DET-DIFF-NOME.
           MOVE WS-GRP-ATU-MATRIC    TO DET-DIFF-MATRIC.
      *
       3320-FIM. EXIT.
      *---------*
       3000-CRITICA-FIM. EXIT.
      *
       3500-INSTALA.
      *-------------*
      *
           OPEN INPUT  DSUBCPG2KESPTMP.
           OPEN OUTPUT DSUBCPG2KESPG.
           MOVE "NAO" TO WS-EOF.
           PERFORM 3510-COPIA-UM
              THRU 3510-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KESPTMP.
           CLOSE DSUBCPG2KESPG SAVE.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3510-COPIA-UM.
      *--------------*
      *
           READ DSUBCPG2KESPTMP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3510-FIM.
      *
           IF TMP-NU-MATRIC-APROV EQUAL ZEROS
              MOVE WS-APRV-MATRICULA TO TMP-NU-MATRIC-APROV.
           WRITE REG-DSUBCPG2KESPG FROM REG-DSUBCPG2KESPTMP.
           ADD 1 TO WS-CT-INSTALADOS.
      *
       3510-FIM. EXIT.
      *---------*
      *
       3900-TRAILERS.
      *--------------*
      *
           MOVE SPACES TO TRAILER-ESPMAN.
           MOVE "LINHAS NO CADASTRO CORRENTE                  " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-CORRENTE TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 2.
      *
           MOVE "LINHAS NO ARQUIVO PROPOSTO                   " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-PROPOSTO TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 1.
      *
           MOVE "ERROS DE CRITICA                             " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-ERROS TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 1.
      *
           MOVE "LINHAS INCLUIDAS                             " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-INCLUIDOS TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 1.
      *
           MOVE "LINHAS REMOVIDAS                             " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-REMOVIDOS TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 1.
      *
           MOVE "LINHAS ALTERADAS                             " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-ALTERADOS TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 1.
      *
           MOVE "LINHAS INSTALADAS NA NOVA GERACAO            " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-INSTALADOS TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       5000-CONSULTA.
      *--------------*
      *
           OPEN INPUT DSUBCPG2KESP.
           MOVE "NAO" TO WS-EOF.
           MOVE SPACES TO DET-DIFF-SINAL.
           PERFORM 5100-LISTA-UM
              THRU 5100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KESP.
      *
           MOVE SPACES TO TRAILER-ESPMAN.
           MOVE "LINHAS NO CADASTRO CORRENTE                  " TO
                                                   TEXTO-TRL-ESPMAN.
           MOVE WS-CT-CORRENTE TO QT-TRL-ESPMAN.
           WRITE LINHA-ESPMAN FROM TRAILER-ESPMAN AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-LISTA-UM.
      *--------------*
      *
           READ DSUBCPG2KESP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 5100-FIM.
      *
           ADD 1 TO WS-CT-CORRENTE.
           MOVE ESP-CS-ESPECIE       TO DET-DIFF-CS-ESPECIE.
           MOVE ESP-DT-INI-VIG       TO DET-DIFF-DT-INI.
           MOVE ESP-DT-FIM-VIG       TO DET-DIFF-DT-FIM.
           MOVE ESP-GR-ESPECIES      TO DET-DIFF-GRUPO.
           MOVE ESP-CS-URBANO-RURAL  TO DET-DIFF-CLIENTELA.
           MOVE ESP-IN-LOAS          TO DET-DIFF-LOAS.
           MOVE ESP-IN-SUBSTITUTIVO  TO DET-DIFF-SUBST.
           MOVE ESP-CS-TRATAMENTO-IR TO DET-DIFF-IR.
           MOVE ESP-CS-ACUMULACAO    TO DET-DIFF-ACUM.
           IF ESP-QT-IDADE-LIMITE NUMERIC
              MOVE ESP-QT-IDADE-LIMITE TO DET-DIFF-IDADE
           ELSE
              MOVE ZEROS TO DET-DIFF-IDADE.
           MOVE ESP-NM-ESPECIE       TO DET-DIFF-NOME.
           MOVE ESP-NU-MATRIC-APROV  TO DET-DIFF-MATRIC.
           WRITE LINHA-ESPMAN FROM DET-DIFF-ESPMAN AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KESP.
      *
       4000-FIM. EXIT.
      *---------*
