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
       PROGRAM-ID.      PSUBCPG2KPRCMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E MANUTENCAO DO CADASTRO DE PROCURACOES POR *
      *            NB (D/SUB/CPG/2K/PRC). QUANDO O RECEBEDOR DO        *
      *            CREDITO NAO E O SEGURADO, NADA COMPROVAVA QUE HAVIA *
      *            PROCURACAO VALIDA. O CADASTRO TRAZ NB, CPF E NOME   *
      *            DO PROCURADOR, DOCUMENTO E JANELA DE VIGENCIA; UM   *
      *            NB PODE TER MAIS DE UM PROCURADOR. ESTE JOB CRITICA *
      *            UM ARQUIVO PROPOSTO (NB, CPF COM DIGITO, NOME,      *
      *            VIGENCIA COMPLETA E COERENTE, PROCURADOR REPETIDO   *
      *            NO MESMO NB), IMPRIME O DIFF CONTRA O CORRENTE E SO *
      *            INSTALA NO "INST" COM CRITICA LIMPA (MESMO MOLDE DE *
      *            PSUBCPG2KJHLMAN). COMO O VOLUME E DE BASE NACIONAL, *
      *            PROPOSTO E CORRENTE SAO CLASSIFICADOS JUNTOS POR NB *
      *            E CPF (SORT) EM VEZ DE CARREGADOS EM TABELA; O      *
      *            CADASTRO INSTALADO FICA CLASSIFICADO POR NB. A      *
      *            CONFERENCIA CONTRA O MOVIMENTO E FEITA POR          *
      *            PSUBCPG2KPRCCHK.                                    *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME O CADASTRO; OUTRO VALOR SO CRITICA.         *
      *  ENTRADA:  DSUBCPG2KPRCN - ARQUIVO PROPOSTO.                   *
      *            DSUBCPG2KPRC  - CADASTRO CORRENTE.                  *
      *  SAIDA:    DSUBCPG2KPRCG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KPRC  - RELATORIO DE CRITICA/DIFF.          *
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
           SELECT DSUBCPG2KPRCN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KPRC ASSIGN TO DISK.
           SELECT DSUBCPG2KPRCTMP ASSIGN TO DISK.
           SELECT DSUBCPG2KPRCG ASSIGN TO DISK.
           SELECT LSUBCPG2KPRC  ASSIGN TO PRINTER.
           SELECT SORTWK        ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KPRCN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRC/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRCN.
           03 NOVO-NU-NB             PIC 9(10).
           03 NOVO-NU-CPF            PIC 9(11).
           03 NOVO-NM-PROCURADOR     PIC X(28).
           03 NOVO-NU-DOCUMENTO      PIC X(20).
           03 NOVO-DT-INICIO         PIC 9(08).
           03 NOVO-DT-FIM            PIC 9(08).
           03 FILLER                 PIC X(15).
      *
        FD DSUBCPG2KPRC
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRC ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRC.
           03 PRC-NU-NB              PIC 9(10).
           03 PRC-NU-CPF             PIC 9(11).
           03 PRC-NM-PROCURADOR      PIC X(28).
           03 PRC-NU-DOCUMENTO       PIC X(20).
           03 PRC-DT-INICIO          PIC 9(08).
           03 PRC-DT-FIM             PIC 9(08).
           03 FILLER                 PIC X(15).
      *
      *APOIO: O PROPOSTO JA CLASSIFICADO POR NB/CPF ESPERA AQUI O FIM
      *DA CRITICA - SO VIRA NOVA GERACAO SE ELA PASSAR.
        FD DSUBCPG2KPRCTMP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRC/TMP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRCTMP    PIC X(100).
      *
        FD DSUBCPG2KPRCG
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/PRC ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KPRCG      PIC X(100).
      *
        FD LSUBCPG2KPRC.
        01 LINHA-PRCMAN           PIC X(133).
      *
        SD SORTWK.
        01 SRTP-REG.
           03 SRTP-NU-NB             PIC 9(10).
           03 SRTP-NU-CPF            PIC 9(11).
      *        1 - CADASTRO CORRENTE   2 - ARQUIVO PROPOSTO
           03 SRTP-IN-FONTE          PIC 9(01).
           03 SRTP-SEQ               PIC 9(08).
           03 SRTP-IMAGEM.
              05 SRTP-IMG-NU-NB      PIC 9(10).
              05 SRTP-IMG-NU-CPF     PIC 9(11).
              05 SRTP-NM-PROCURADOR  PIC X(28).
              05 SRTP-NU-DOCUMENTO   PIC X(20).
              05 SRTP-DT-INICIO      PIC 9(08).
              05 SRTP-DT-FIM         PIC 9(08).
              05 FILLER              PIC X(15).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KPRCMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-ERROS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-PROPOSTO             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WS-CT-INCLUIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-REMOVIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ALTERADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-INSTALADOS           PIC 9(08) VALUE ZEROS.
      *
      *GRUPO NB + CPF EM CURSO NO OUTPUT PROCEDURE (PARA O DIFF).
       77  WS-GRP-ATIVO               PIC 9(01) VALUE 0.
       77  WS-GRP-NU-NB               PIC 9(10) VALUE ZEROS.
       77  WS-GRP-NU-CPF              PIC 9(11) VALUE ZEROS.
       77  WS-GRP-TEM-ATU             PIC 9(01) VALUE 0.
       77  WS-GRP-TEM-PRO             PIC 9(01) VALUE 0.
       77  WS-GRP-ATU-DT-INI          PIC 9(08) VALUE ZEROS.
       77  WS-GRP-ATU-DT-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-GRP-PRO-DT-INI          PIC 9(08) VALUE ZEROS.
       77  WS-GRP-PRO-DT-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-GRP-NM-PROCURADOR       PIC X(28) VALUE SPACES.
      *
       01  WS-DT-DESMONTA             PIC 9(08).
       01  WS-DT-DESMONTA-R REDEFINES WS-DT-DESMONTA.
           03 WS-DD-ANO               PIC 9(04).
           03 WS-DD-MES               PIC 9(02).
           03 WS-DD-DIA               PIC 9(02).
       77  WS-IN-DATA-OK              PIC 9(01) VALUE 0.
      *
      *DIGITOS VERIFICADORES DO CPF (MODULO 11: PRIMEIRO DV COM PESOS
      *10 A 2 SOBRE AS 9 PRIMEIRAS POSICOES, SEGUNDO COM PESOS 11 A 2
      *SOBRE AS 10 PRIMEIRAS; RESTO 0/1 RESULTA DV ZERO).
       01  WS-CPF-DESMONTA            PIC 9(11).
       01  WS-CPF-DESMONTA-R REDEFINES WS-CPF-DESMONTA.
           03 WS-CPF-DIGITO           PIC 9(01) OCCURS 11 TIMES.
       77  WS-IX-DIG                  PIC 9(02) VALUE ZEROS.
       77  WS-SOMA-DV                 PIC 9(06) VALUE ZEROS.
       77  WS-QUOC-DV                 PIC 9(06) VALUE ZEROS.
       77  WS-RESTO-DV                PIC 9(02) VALUE ZEROS.
       77  WS-DV1-CALCULADO           PIC 9(02) VALUE ZEROS.
       77  WS-DV2-CALCULADO           PIC 9(02) VALUE ZEROS.
      *
       01  CAB-01-PRCMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/PRCM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/MANUTENCAO DO CADASTRO DE PROCURACOES".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-PRCMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-PRCMAN.
           03 FILLER                PIC X(14) VALUE "*** ERRO: NB  ".
           03 DET-ERR-NU-NB         PIC 9(10).
           03 FILLER                PIC X(07) VALUE "  CPF: ".
           03 DET-ERR-NU-CPF        PIC 9(11).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  DET-DIFF-PRCMAN.
           03 DET-DIFF-SINAL        PIC X(10).
           03 FILLER                PIC X(05) VALUE " NB: ".
           03 DET-DIFF-NU-NB        PIC 9(10).
           03 FILLER                PIC X(07) VALUE "  CPF: ".
           03 DET-DIFF-NU-CPF       PIC 9(11).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIFF-NOME         PIC X(28).
           03 FILLER                PIC X(12) VALUE "  VIGENCIA: ".
           03 DET-DIFF-DT-INI       PIC 9999/99/99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-DIFF-DT-FIM       PIC 9999/99/99.
      *
       01  MSG-INSTALADO-PRCMAN.
           03 FILLER                PIC X(52) VALUE
              "CRITICA PASSOU - NOVA GERACAO INSTALADA.".
      *
       01  MSG-NAO-INSTALADO-PRCMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  TRAILER-PRCMAN.
           03 TEXTO-TRL-PRCMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-PRCMAN         PIC ZZ.ZZZ.ZZ9.
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
      *PROPOSTO + CORRENTE CLASSIFICADOS POR NB, CPF E ORIGEM: CADA
      *GRUPO NB/CPF TRAZ PRIMEIRO O CORRENTE E DEPOIS O PROPOSTO, O
      *QUE DA O DIFF E A DUPLICATA DO PROPOSTO NUMA PASSADA SO.
           SORT SORTWK
                ASCENDING KEY SRTP-NU-NB SRTP-NU-CPF
                              SRTP-IN-FONTE SRTP-SEQ
                INPUT  PROCEDURE 2000-SOLTA-CADASTROS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CRITICA-DIFF
                                 THRU 3000-CRITICA-FIM.
      *
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
              PERFORM 3500-INSTALA
                 THRU 3500-FIM
              WRITE LINHA-PRCMAN FROM MSG-INSTALADO-PRCMAN AFTER 2
           ELSE
              IF WS-CT-ERROS NOT EQUAL ZEROS
                 WRITE LINHA-PRCMAN FROM MSG-NAO-INSTALADO-PRCMAN
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
           OPEN OUTPUT LSUBCPG2KPRC.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-PRCMAN FROM CAB-01-PRCMAN AFTER PAGE.
           WRITE LINHA-PRCMAN FROM CAB-02-PRCMAN AFTER 1.
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
           OPEN INPUT DSUBCPG2KPRC.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CORRENTE
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRC.
      *
           OPEN INPUT DSUBCPG2KPRCN.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-PROPOSTO
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRCN.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CORRENTE.
      *-----------------*
      *
           READ DSUBCPG2KPRC
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CORRENTE.
           MOVE REG-DSUBCPG2KPRC TO SRTP-IMAGEM.
           MOVE PRC-NU-NB        TO SRTP-NU-NB.
           MOVE PRC-NU-CPF       TO SRTP-NU-CPF.
           MOVE 1                TO SRTP-IN-FONTE.
           MOVE WS-CT-CORRENTE   TO SRTP-SEQ.
           RELEASE SRTP-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-PROPOSTO.
      *-----------------*
      *
           READ DSUBCPG2KPRCN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-PROPOSTO.
           MOVE REG-DSUBCPG2KPRCN TO SRTP-IMAGEM.
           MOVE NOVO-NU-NB        TO SRTP-NU-NB.
           MOVE NOVO-NU-CPF       TO SRTP-NU-CPF.
           MOVE 2                 TO SRTP-IN-FONTE.
           MOVE WS-CT-PROPOSTO    TO SRTP-SEQ.
           RELEASE SRTP-REG.
      *
       2200-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: CRITICA CADA REGISTRO PROPOSTO, GUARDA O
      *    PROPOSTO NO APOIO E IMPRIME O DIFF POR NB/CPF.
      *----------------------------------------------------------------
       3000-CRITICA-DIFF SECTION.
       3000-CRITICA-PROPOSTO.
      *----------------------*
      *
           OPEN OUTPUT DSUBCPG2KPRCTMP.
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-REGISTRO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-GRP-ATIVO EQUAL 1
              PERFORM 3300-FECHA-GRUPO
                 THRU 3300-FIM.
           CLOSE DSUBCPG2KPRCTMP SAVE.
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
              AND (SRTP-NU-NB NOT EQUAL WS-GRP-NU-NB
                   OR SRTP-NU-CPF NOT EQUAL WS-GRP-NU-CPF)
              PERFORM 3300-FECHA-GRUPO
                 THRU 3300-FIM.
      *
           IF WS-GRP-ATIVO EQUAL 0
              MOVE 1           TO WS-GRP-ATIVO
              MOVE SRTP-NU-NB  TO WS-GRP-NU-NB
              MOVE SRTP-NU-CPF TO WS-GRP-NU-CPF
              MOVE 0           TO WS-GRP-TEM-ATU WS-GRP-TEM-PRO
              MOVE SRTP-NM-PROCURADOR TO WS-GRP-NM-PROCURADOR.
      *
           IF SRTP-IN-FONTE EQUAL 1
              IF WS-GRP-TEM-ATU EQUAL 0
                 MOVE 1              TO WS-GRP-TEM-ATU
                 MOVE SRTP-DT-INICIO TO WS-GRP-ATU-DT-INI
                 MOVE SRTP-DT-FIM    TO WS-GRP-ATU-DT-FIM
              END-IF
              GO TO 3100-FIM.
      *
           MOVE SRTP-NU-NB   TO DET-ERR-NU-NB.
           MOVE SRTP-NU-CPF  TO DET-ERR-NU-CPF.
      *
           IF WS-GRP-TEM-PRO EQUAL 1
              MOVE "PROCURADOR REPETIDO NO MESMO NB" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
           ELSE
              MOVE 1                  TO WS-GRP-TEM-PRO
              MOVE SRTP-DT-INICIO     TO WS-GRP-PRO-DT-INI
              MOVE SRTP-DT-FIM        TO WS-GRP-PRO-DT-FIM
              MOVE SRTP-NM-PROCURADOR TO WS-GRP-NM-PROCURADOR
              PERFORM 3200-CRITICA-LINHA
                 THRU 3200-FIM
           END-IF.
      *
           WRITE REG-DSUBCPG2KPRCTMP FROM SRTP-IMAGEM.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-CRITICA-LINHA.
      *-------------------*
      *
           IF SRTP-NU-NB EQUAL ZEROS
              MOVE "NB ZERADO" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTP-NU-CPF EQUAL ZEROS
              MOVE "CPF DO PROCURADOR ZERADO" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           PERFORM 3220-CHECA-DV-CPF
              THRU 3220-FIM.
           IF WS-DV1-CALCULADO NOT EQUAL WS-CPF-DIGITO (10)
              OR WS-DV2-CALCULADO NOT EQUAL WS-CPF-DIGITO (11)
              MOVE "CPF DO PROCURADOR COM DIGITO INVALIDO" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTP-NM-PROCURADOR EQUAL SPACES
              MOVE "NOME DO PROCURADOR EM BRANCO" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTP-NU-DOCUMENTO EQUAL SPACES
              MOVE "DOCUMENTO DA PROCURACAO EM BRANCO" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           MOVE SRTP-DT-INICIO TO WS-DT-DESMONTA.
           PERFORM 3230-CHECA-DATA
              THRU 3230-FIM.
           IF WS-IN-DATA-OK EQUAL 0
              MOVE "DATA DE INICIO ZERADA OU INVALIDA" TO
                                                    DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
      *PROCURACAO SEM DATA FIM NAO E ACEITA: A VIGENCIA TEM DE SER
      *RENOVADA E E JUSTAMENTE O VENCIMENTO QUE A AUDITORIA COBRA.
           MOVE SRTP-DT-FIM TO WS-DT-DESMONTA.
           PERFORM 3230-CHECA-DATA
              THRU 3230-FIM.
           IF WS-IN-DATA-OK EQUAL 0
              MOVE "DATA FIM ZERADA OU INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
           IF SRTP-DT-FIM LESS SRTP-DT-INICIO
              MOVE "VIGENCIA INVERTIDA" TO DET-ERR-MOTIVO
              PERFORM 3210-ERRO-LINHA
                 THRU 3210-FIM
              GO TO 3200-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3210-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           WRITE LINHA-PRCMAN FROM DET-ERRO-PRCMAN AFTER 1.
      *
       3210-FIM. EXIT.
      *---------*
      *
       3220-CHECA-DV-CPF.
      *------------------*
      *
           MOVE SRTP-NU-CPF TO WS-CPF-DESMONTA.
      *
           MOVE ZEROS TO WS-SOMA-DV.
           PERFORM VARYING WS-IX-DIG FROM 1 BY 1
                     UNTIL WS-IX-DIG GREATER 9
              COMPUTE WS-SOMA-DV = WS-SOMA-DV
                      + WS-CPF-DIGITO (WS-IX-DIG) * (11 - WS-IX-DIG)
           END-PERFORM.
           COMPUTE WS-QUOC-DV  = WS-SOMA-DV / 11.
           COMPUTE WS-RESTO-DV = WS-SOMA-DV - WS-QUOC-DV * 11.
           IF WS-RESTO-DV LESS 2
              MOVE 0 TO WS-DV1-CALCULADO
           ELSE
              COMPUTE WS-DV1-CALCULADO = 11 - WS-RESTO-DV.
      *
           MOVE ZEROS TO WS-SOMA-DV.
           PERFORM VARYING WS-IX-DIG FROM 1 BY 1
                     UNTIL WS-IX-DIG GREATER 10
              COMPUTE WS-SOMA-DV = WS-SOMA-DV
                      + WS-CPF-DIGITO (WS-IX-DIG) * (12 - WS-IX-DIG)
           END-PERFORM.
           COMPUTE WS-QUOC-DV  = WS-SOMA-DV / 11.
           COMPUTE WS-RESTO-DV = WS-SOMA-DV - WS-QUOC-DV * 11.
           IF WS-RESTO-DV LESS 2
              MOVE 0 TO WS-DV2-CALCULADO
           ELSE
              COMPUTE WS-DV2-CALCULADO = 11 - WS-RESTO-DV.
      *
       3220-FIM. EXIT.
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
           MOVE WS-GRP-NU-NB         TO DET-DIFF-NU-NB.
           MOVE WS-GRP-NU-CPF        TO DET-DIFF-NU-CPF.
           MOVE WS-GRP-NM-PROCURADOR TO DET-DIFF-NOME.
      *
           IF WS-GRP-TEM-PRO EQUAL 1
              AND WS-GRP-TEM-ATU EQUAL 0
              ADD 1 TO WS-CT-INCLUIDOS
              MOVE "+INCLUIDO"       TO DET-DIFF-SINAL
              MOVE WS-GRP-PRO-DT-INI TO DET-DIFF-DT-INI
              MOVE WS-GRP-PRO-DT-FIM TO DET-DIFF-DT-FIM
              WRITE LINHA-PRCMAN FROM DET-DIFF-PRCMAN AFTER 1.
      *
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-TEM-PRO EQUAL 0
              ADD 1 TO WS-CT-REMOVIDOS
              MOVE "-REMOVIDO"       TO DET-DIFF-SINAL
              MOVE WS-GRP-ATU-DT-INI TO DET-DIFF-DT-INI
              MOVE WS-GRP-ATU-DT-FIM TO DET-DIFF-DT-FIM
              WRITE LINHA-PRCMAN FROM DET-DIFF-PRCMAN AFTER 1.
      *
           IF WS-GRP-TEM-ATU EQUAL 1
              AND WS-GRP-TEM-PRO EQUAL 1
              AND (WS-GRP-ATU-DT-INI NOT EQUAL WS-GRP-PRO-DT-INI
                   OR WS-GRP-ATU-DT-FIM NOT EQUAL WS-GRP-PRO-DT-FIM)
              ADD 1 TO WS-CT-ALTERADOS
              MOVE "*VIGENCIA"       TO DET-DIFF-SINAL
              MOVE WS-GRP-PRO-DT-INI TO DET-DIFF-DT-INI
              MOVE WS-GRP-PRO-DT-FIM TO DET-DIFF-DT-FIM
              WRITE LINHA-PRCMAN FROM DET-DIFF-PRCMAN AFTER 1.
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
           OPEN INPUT  DSUBCPG2KPRCTMP.
           OPEN OUTPUT DSUBCPG2KPRCG.
           MOVE "NAO" TO WS-EOF.
           PERFORM 3510-COPIA-UM
              THRU 3510-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRCTMP.
           CLOSE DSUBCPG2KPRCG SAVE.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3510-COPIA-UM.
      *--------------*
      *
           READ DSUBCPG2KPRCTMP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3510-FIM.
      *
           WRITE REG-DSUBCPG2KPRCG FROM REG-DSUBCPG2KPRCTMP.
           ADD 1 TO WS-CT-INSTALADOS.
      *
       3510-FIM. EXIT.
      *---------*
      *
       3900-TRAILERS.
      *--------------*
      *
           MOVE SPACES TO TRAILER-PRCMAN.
           MOVE "PROCURACOES NO CADASTRO CORRENTE             " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-CORRENTE TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 2.
      *
           MOVE "PROCURACOES NO ARQUIVO PROPOSTO              " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-PROPOSTO TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 1.
      *
           MOVE "ERROS DE CRITICA                             " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-ERROS TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 1.
      *
           MOVE "PROCURACOES INCLUIDAS                        " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-INCLUIDOS TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 1.
      *
           MOVE "PROCURACOES REMOVIDAS                        " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-REMOVIDOS TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 1.
      *
           MOVE "PROCURACOES COM VIGENCIA ALTERADA            " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-ALTERADOS TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 1.
      *
           MOVE "PROCURACOES INSTALADAS NA NOVA GERACAO       " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-INSTALADOS TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 1.
      *
       3900-FIM. EXIT.
      *---------*
      *
       5000-CONSULTA.
      *--------------*
      *
           OPEN INPUT DSUBCPG2KPRC.
           MOVE "NAO" TO WS-EOF.
           MOVE SPACES TO DET-DIFF-SINAL.
           PERFORM 5100-LISTA-UM
              THRU 5100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KPRC.
      *
           MOVE SPACES TO TRAILER-PRCMAN.
           MOVE "PROCURACOES NO CADASTRO CORRENTE             " TO
                                                   TEXTO-TRL-PRCMAN.
           MOVE WS-CT-CORRENTE TO QT-TRL-PRCMAN.
           WRITE LINHA-PRCMAN FROM TRAILER-PRCMAN AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-LISTA-UM.
      *--------------*
      *
           READ DSUBCPG2KPRC
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 5100-FIM.
      *
           ADD 1 TO WS-CT-CORRENTE.
           MOVE PRC-NU-NB         TO DET-DIFF-NU-NB.
           MOVE PRC-NU-CPF        TO DET-DIFF-NU-CPF.
           MOVE PRC-NM-PROCURADOR TO DET-DIFF-NOME.
           MOVE PRC-DT-INICIO     TO DET-DIFF-DT-INI.
           MOVE PRC-DT-FIM        TO DET-DIFF-DT-FIM.
           WRITE LINHA-PRCMAN FROM DET-DIFF-PRCMAN AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KPRC.
      *
       4000-FIM. EXIT.
      *---------*
