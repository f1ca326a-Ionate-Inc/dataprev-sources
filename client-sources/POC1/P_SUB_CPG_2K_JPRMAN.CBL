      *            "INST" COM CRITICA LIMPA (MESMO MOLDE DE            *
      *            PSUBLIB2K042MAN). A VALIDACAO DO CP77 CONTRA O      *
      *            CADASTRO E FEITA POR PSUBCPG2K477VAL.               *
      *            O CADASTRO TAMBEM DIZ QUANDO A ORDEM MANDA          *
      *            DEPOSITAR OS ATRASADOS EM CONTA JUDICIAL            *
      *            (INDICADOR, BANCO, OP, MEIO DE PAGAMENTO E CONTA -  *
      *            USADOS POR PSUBCPG2KDEPJUD). GERACAO QUE INCLUI OU  *
      *            ALTERA CONTA DE DEPOSITO SO E INSTALADA COM TOKEN   *
      *            DE APROVACAO VALIDO (SSDCLBDAPRV).                  *
      *                                                                *
      *  PREMISSA: CADASTRO NO LAYOUT DE 100 POSICOES. O CADASTRO      *
      *            GRAVADO NO LAYOUT ANTIGO (50 POSICOES) E CONVERTIDO *
      *            UMA UNICA VEZ POR PSUBCPG2KJPRCNV, QUE RODA ANTES   *
      *            DESTE JOB E DE QUALQUER LEITOR DO CADASTRO.         *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME O CADASTRO; OUTRO VALOR SO CRITICA.         *
      *  SAIDA:    DSUBCPG2KJPRG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KJPR  - RELATORIO DE CRITICA/DIFF.          *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
      *-------------*
      *
        FD DSUBCPG2KJPRN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
           03 NOVO-CS-SITUACAO       PIC 9(01).
           03 NOVO-DT-ABERTURA       PIC 9(08).
           03 NOVO-DT-ENCERRAMENTO   PIC 9(08).
           03 NOVO-IN-DEPOSITO-JUD   PIC 9(01).
           03 NOVO-ID-BANCO-DEP      PIC 9(03).
           03 NOVO-ID-OP-DEP         PIC 9(06).
           03 NOVO-CS-MEIO-PAGTO-DEP PIC 9(02).
           03 NOVO-NU-CONTA-DEP      PIC X(10).
           03 FILLER                 PIC X(37).
      *
        FD DSUBCPG2KJPR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
           03 JPR-CS-SITUACAO        PIC 9(01).
           03 JPR-DT-ABERTURA        PIC 9(08).
           03 JPR-DT-ENCERRAMENTO    PIC 9(08).
      *DEPOSITO JUDICIAL: COM JPR-IN-DEPOSITO-JUD = 1 A ORDEM MANDA
      *DEPOSITAR OS ATRASADOS EM CONTA JUDICIAL NO BANCO OFICIAL EM VEZ
      *DE PAGAR AO BENEFICIARIO - PSUBCPG2KDEPJUD REDIRECIONA OS
      *CREDITOS DO PROCESSO PARA BANCO/OP/MEIO/CONTA ABAIXO. LINHA
      *SEM O INDICADOR (ZERO OU BRANCOS DAS LINHAS ANTERIORES AO
      *CAMPO) PAGA O BENEFICIARIO NORMALMENTE.
           03 JPR-IN-DEPOSITO-JUD    PIC 9(01).
           03 JPR-ID-BANCO-DEP       PIC 9(03).
           03 JPR-ID-OP-DEP          PIC 9(06).
           03 JPR-CS-MEIO-PAGTO-DEP  PIC 9(02).
           03 JPR-NU-CONTA-DEP       PIC X(10).
           03 FILLER                 PIC X(37).
      *
        FD DSUBCPG2KJPRG
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJPRG      PIC X(100).
      *
        FD LSUBCPG2KJPR.
        01 LINHA-JPRMAN           PIC X(133).
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KJPRMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  WS-IX-JPR-2                PIC 9(04) VALUE ZEROS.
       77  WS-IX-UF                   PIC 9(02) VALUE ZEROS.
       77  WS-UF-VALIDA               PIC 9(01) VALUE 0.
       77  WS-CT-ALT-DEPOSITO         PIC 9(04) VALUE ZEROS.
      *
      *CONTROLE CENTRAL DE APROVACAO (SSDCLBDAPRV): GERACAO QUE INCLUI
      *OU ALTERA CONTA DE DEPOSITO JUDICIAL SO E INSTALADA COM TOKEN
      *VALIDO - A CONTA RECEBE DINHEIRO DE BENEFICIO.
       77  WS-APRV-FEED               PIC X(30).
       77  WS-APRV-MATRICULA          PIC 9(08) VALUE ZEROS.
       77  WS-APRV-STATUS             PIC 9(01) VALUE ZEROS.
      *
      *2000 LINHAS COMPORTAM COM FOLGA O CADASTRO CURADO PELA AREA
      *JUDICIAL (HOJE NA CASA DAS CENTENAS); ACIMA DISSO O JOB PARA
               10 TB-NOVO-SITUACAO    PIC 9(01).
               10 TB-NOVO-DT-ABERT    PIC 9(08).
               10 TB-NOVO-DT-ENCER    PIC 9(08).
               10 TB-NOVO-DEPOSITO.
                  15 TB-NOVO-IN-DEP      PIC 9(01).
                  15 TB-NOVO-BANCO-DEP   PIC 9(03).
                  15 TB-NOVO-OP-DEP      PIC 9(06).
                  15 TB-NOVO-MEIO-DEP    PIC 9(02).
                  15 TB-NOVO-CONTA-DEP   PIC X(10).
       77  WS-QTDE-NOVO               PIC 9(04) VALUE ZEROS.
      *
       01  TABELA-ATUAL.
               10 TB-ATU-PROCESSO     PIC X(20).
               10 TB-ATU-VARA         PIC 9(02).
               10 TB-ATU-UF           PIC X(02).
               10 TB-ATU-DEPOSITO.
                  15 TB-ATU-IN-DEP       PIC 9(01).
                  15 TB-ATU-BANCO-DEP    PIC 9(03).
                  15 TB-ATU-OP-DEP       PIC 9(06).
                  15 TB-ATU-MEIO-DEP     PIC 9(02).
                  15 TB-ATU-CONTA-DEP    PIC X(10).
       77  WS-QTDE-ATUAL              PIC 9(04) VALUE ZEROS.
      *
      *SIGLAS DE UF VALIDAS.
           03 DET-DIFF-VARA         PIC 9(02).
           03 FILLER                PIC X(05) VALUE " UF: ".
           03 DET-DIFF-UF           PIC X(02).
           03 FILLER                PIC X(06) VALUE " DEP: ".
           03 DET-DIFF-IN-DEP       PIC 9(01).
           03 FILLER                PIC X(05) VALUE " BCO ".
           03 DET-DIFF-BANCO-DEP    PIC 9(03).
           03 FILLER                PIC X(04) VALUE " OP ".
           03 DET-DIFF-OP-DEP       PIC 9(06).
           03 FILLER                PIC X(04) VALUE " MP ".
           03 DET-DIFF-MEIO-DEP     PIC 9(02).
           03 FILLER                PIC X(04) VALUE " CC ".
           03 DET-DIFF-CONTA-DEP    PIC X(10).
      *
       01  MSG-INSTALADO-JPRMAN.
           03 FILLER                PIC X(52) VALUE
       01  MSG-NAO-INSTALADO-JPRMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  MSG-SEM-TOKEN-JPRMAN.
           03 FILLER                PIC X(60) VALUE
              "*** DEPOSITO JUDICIAL SEM TOKEN - NAO INSTALADA ***".
      *
       01  TRAILER-JPRMAN.
           03 TEXTO-TRL-JPRMAN      PIC X(46).
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
           PERFORM 2500-DIFF
              THRU 2500-FIM.
      *
      *CONTROLE CENTRAL DE APROVACAO: GERACAO QUE INCLUI OU ALTERA
      *CONTA DE DEPOSITO JUDICIAL NAO E INSTALADA SEM TOKEN VALIDO
      *PARA O FEED (O CONSUMO FICA NA TRILHA D/SDC/LBD/APRV/AUD).
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
              AND WS-CT-ALT-DEPOSITO GREATER ZEROS
              MOVE "D/SUB/CPG/2K/JPR/NOVO" TO WS-APRV-FEED
              CALL "SSDCLBDAPRV" USING WS-APRV-FEED WS-APRV-MATRICULA
                                       WS-APRV-STATUS
              IF WS-APRV-STATUS NOT EQUAL 0
                 DISPLAY "PSUBCPG2KJPRMAN - DEPOSITO JUDICIAL SEM "
                         "TOKEN DE APROVACAO - NADA INSTALADO"
                 WRITE LINHA-JPRMAN FROM MSG-SEM-TOKEN-JPRMAN AFTER 2
                 PERFORM 4000-FINALIZA
                    THRU 4000-FIM
                 SET MYSELF (STATUS) TO -1
                 STOP RUN.
      *
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
                   MOVE JPR-NU-VARA
                        TO TB-ATU-VARA (WS-QTDE-ATUAL)
                   MOVE JPR-CS-UF
                        TO TB-ATU-UF (WS-QTDE-ATUAL)
                   PERFORM 1110-DEPOSITO-ATUAL
                      THRU 1110-FIM.
      *
       1100-FIM. EXIT.
      *---------*
      *
      *LINHA GRAVADA ANTES DOS DADOS DE DEPOSITO EXISTIREM (CONVERTIDA
      *DO LAYOUT DE 50 POSICOES POR PSUBCPG2KJPRCNV) TEM BRANCOS
      *NO LUGAR DELES: VALE COMO SEM DEPOSITO JUDICIAL.
       1110-DEPOSITO-ATUAL.
      *--------------------*
      *
           IF JPR-IN-DEPOSITO-JUD NOT NUMERIC
              MOVE ZEROS  TO TB-ATU-IN-DEP (WS-QTDE-ATUAL)
                             TB-ATU-BANCO-DEP (WS-QTDE-ATUAL)
                             TB-ATU-OP-DEP (WS-QTDE-ATUAL)
                             TB-ATU-MEIO-DEP (WS-QTDE-ATUAL)
              MOVE SPACES TO TB-ATU-CONTA-DEP (WS-QTDE-ATUAL)
              GO TO 1110-FIM.
      *
           MOVE JPR-IN-DEPOSITO-JUD   TO TB-ATU-IN-DEP (WS-QTDE-ATUAL).
           MOVE JPR-ID-BANCO-DEP      TO
                                  TB-ATU-BANCO-DEP (WS-QTDE-ATUAL).
           MOVE JPR-ID-OP-DEP         TO TB-ATU-OP-DEP (WS-QTDE-ATUAL).
           MOVE JPR-CS-MEIO-PAGTO-DEP TO
                                  TB-ATU-MEIO-DEP (WS-QTDE-ATUAL).
           MOVE JPR-NU-CONTA-DEP      TO
                                  TB-ATU-CONTA-DEP (WS-QTDE-ATUAL).
      *
       1110-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-NOVO.
      *------------------*
                   MOVE NOVO-DT-ABERTURA
                        TO TB-NOVO-DT-ABERT (WS-QTDE-NOVO)
                   MOVE NOVO-DT-ENCERRAMENTO
                        TO TB-NOVO-DT-ENCER (WS-QTDE-NOVO)
                   PERFORM 1210-DEPOSITO-NOVO
                      THRU 1210-FIM.
      *
       1200-FIM. EXIT.
      *---------*
      *
      *DADOS DE DEPOSITO DO ARQUIVO PROPOSTO. INDICADOR EM BRANCO VALE
      *ZERO (SEM DEPOSITO); CAMPO NUMERICO INVALIDO VAI PARA A TABELA
      *COM 9 NO INDICADOR, PARA A CRITICA REPROVAR A LINHA.
       1210-DEPOSITO-NOVO.
      *-------------------*
      *
           MOVE ZEROS  TO TB-NOVO-IN-DEP (WS-QTDE-NOVO)
                          TB-NOVO-BANCO-DEP (WS-QTDE-NOVO)
                          TB-NOVO-OP-DEP (WS-QTDE-NOVO)
                          TB-NOVO-MEIO-DEP (WS-QTDE-NOVO).
           MOVE NOVO-NU-CONTA-DEP TO TB-NOVO-CONTA-DEP (WS-QTDE-NOVO).
      *
           IF NOVO-IN-DEPOSITO-JUD EQUAL SPACE
              GO TO 1210-FIM.
      *
           IF NOVO-IN-DEPOSITO-JUD NOT NUMERIC
              OR NOVO-ID-BANCO-DEP NOT NUMERIC
              OR NOVO-ID-OP-DEP NOT NUMERIC
              OR NOVO-CS-MEIO-PAGTO-DEP NOT NUMERIC
              MOVE 9 TO TB-NOVO-IN-DEP (WS-QTDE-NOVO)
              GO TO 1210-FIM.
      *
           MOVE NOVO-IN-DEPOSITO-JUD   TO
                                  TB-NOVO-IN-DEP (WS-QTDE-NOVO).
           MOVE NOVO-ID-BANCO-DEP      TO
                                  TB-NOVO-BANCO-DEP (WS-QTDE-NOVO).
           MOVE NOVO-ID-OP-DEP         TO
                                  TB-NOVO-OP-DEP (WS-QTDE-NOVO).
           MOVE NOVO-CS-MEIO-PAGTO-DEP TO
                                  TB-NOVO-MEIO-DEP (WS-QTDE-NOVO).
      *
       1210-FIM. EXIT.
      *---------*
      *
       2000-CRITICA.
      *-------------*
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           PERFORM 2120-CRITICA-DEPOSITO
              THRU 2120-FIM.
           IF DET-ERR-MOTIVO NOT EQUAL SPACES
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           IF TB-NOVO-SITUACAO (WS-IX-JPR) EQUAL 3
              AND TB-NOVO-DT-ENCER (WS-IX-JPR) EQUAL ZEROS
      *
       2110-FIM. EXIT.
      *---------*
      *
      *DEPOSITO JUDICIAL: INDICADOR 0/1; COM 1, BANCO, OP, MEIO DE
      *PAGAMENTO E CONTA OBRIGATORIOS; COM 0, NENHUM DADO DE CONTA.
       2120-CRITICA-DEPOSITO.
      *----------------------*
      *
           MOVE SPACES TO DET-ERR-MOTIVO.
      *
           IF TB-NOVO-IN-DEP (WS-IX-JPR) GREATER 1
              MOVE "DADOS DE DEPOSITO JUDICIAL INVALIDOS" TO
                                              DET-ERR-MOTIVO
              GO TO 2120-FIM.
      *
           IF TB-NOVO-IN-DEP (WS-IX-JPR) EQUAL 0
              IF TB-NOVO-BANCO-DEP (WS-IX-JPR) NOT EQUAL ZEROS
                 OR TB-NOVO-OP-DEP (WS-IX-JPR) NOT EQUAL ZEROS
                 OR TB-NOVO-MEIO-DEP (WS-IX-JPR) NOT EQUAL ZEROS
                 OR TB-NOVO-CONTA-DEP (WS-IX-JPR) NOT EQUAL SPACES
                 MOVE "CONTA DE DEPOSITO SEM INDICADOR DE DEPOSITO"
                                           TO DET-ERR-MOTIVO
              END-IF
              GO TO 2120-FIM.
      *
           IF TB-NOVO-BANCO-DEP (WS-IX-JPR) EQUAL ZEROS
              MOVE "DEPOSITO JUDICIAL SEM BANCO" TO DET-ERR-MOTIVO
              GO TO 2120-FIM.
           IF TB-NOVO-OP-DEP (WS-IX-JPR) EQUAL ZEROS
              MOVE "DEPOSITO JUDICIAL SEM OP (AGENCIA)" TO
                                              DET-ERR-MOTIVO
              GO TO 2120-FIM.
           IF TB-NOVO-MEIO-DEP (WS-IX-JPR) EQUAL ZEROS
              MOVE "DEPOSITO JUDICIAL SEM MEIO DE PAGAMENTO" TO
                                              DET-ERR-MOTIVO
              GO TO 2120-FIM.
           IF TB-NOVO-CONTA-DEP (WS-IX-JPR) EQUAL SPACES
              MOVE "DEPOSITO JUDICIAL SEM CONTA" TO DET-ERR-MOTIVO.
      *
       2120-FIM. EXIT.
      *---------*
      *
       2500-DIFF.
      *----------*
                     UNTIL WS-IX-JPR-2 GREATER WS-QTDE-ATUAL
              IF TB-ATU-PROCESSO (WS-IX-JPR-2) EQUAL
                                    TB-NOVO-PROCESSO (WS-IX-JPR)
                 PERFORM 2530-DIFF-DEPOSITO
                    THRU 2530-FIM
                 GO TO 2510-FIM
              END-IF
           END-PERFORM.
           MOVE "+ INCLUIDO" TO DET-DIFF-SINAL.
           PERFORM 2540-LINHA-NOVO
              THRU 2540-FIM.
           IF TB-NOVO-IN-DEP (WS-IX-JPR) EQUAL 1
              ADD 1 TO WS-CT-ALT-DEPOSITO.
      *
       2510-FIM. EXIT.
      *---------*
           MOVE TB-ATU-PROCESSO (WS-IX-JPR) TO DET-DIFF-PROCESSO.
           MOVE TB-ATU-VARA (WS-IX-JPR)     TO DET-DIFF-VARA.
           MOVE TB-ATU-UF (WS-IX-JPR)       TO DET-DIFF-UF.
           PERFORM 2550-DEPOSITO-ATUAL
              THRU 2550-FIM.
           WRITE LINHA-JPRMAN FROM DET-DIFF-JPRMAN AFTER 1.
      *
       2520-FIM. EXIT.
      *---------*
      *
      *PROCESSO MANTIDO (WS-IX-JPR-2 APONTA A LINHA CORRENTE): TROCA
      *NOS DADOS DE DEPOSITO JUDICIAL APARECE NO DIFF E EXIGE TOKEN.
       2530-DIFF-DEPOSITO.
      *-------------------*
      *
           IF TB-NOVO-DEPOSITO (WS-IX-JPR) EQUAL
                                    TB-ATU-DEPOSITO (WS-IX-JPR-2)
              GO TO 2530-FIM.
      *
           ADD 1 TO WS-CT-ALT-DEPOSITO.
           MOVE "* DEPOSITO" TO DET-DIFF-SINAL.
           PERFORM 2540-LINHA-NOVO
              THRU 2540-FIM.
      *
       2530-FIM. EXIT.
      *---------*
      *
       2540-LINHA-NOVO.
      *----------------*
      *
           MOVE TB-NOVO-PROCESSO (WS-IX-JPR)  TO DET-DIFF-PROCESSO.
           MOVE TB-NOVO-VARA (WS-IX-JPR)      TO DET-DIFF-VARA.
           MOVE TB-NOVO-UF (WS-IX-JPR)        TO DET-DIFF-UF.
           MOVE TB-NOVO-IN-DEP (WS-IX-JPR)    TO DET-DIFF-IN-DEP.
           MOVE TB-NOVO-BANCO-DEP (WS-IX-JPR) TO DET-DIFF-BANCO-DEP.
           MOVE TB-NOVO-OP-DEP (WS-IX-JPR)    TO DET-DIFF-OP-DEP.
           MOVE TB-NOVO-MEIO-DEP (WS-IX-JPR)  TO DET-DIFF-MEIO-DEP.
           MOVE TB-NOVO-CONTA-DEP (WS-IX-JPR) TO DET-DIFF-CONTA-DEP.
           WRITE LINHA-JPRMAN FROM DET-DIFF-JPRMAN AFTER 1.
      *
       2540-FIM. EXIT.
      *---------*
      *
       2550-DEPOSITO-ATUAL.
      *--------------------*
      *
           MOVE TB-ATU-IN-DEP (WS-IX-JPR)     TO DET-DIFF-IN-DEP.
           MOVE TB-ATU-BANCO-DEP (WS-IX-JPR)  TO DET-DIFF-BANCO-DEP.
           MOVE TB-ATU-OP-DEP (WS-IX-JPR)     TO DET-DIFF-OP-DEP.
           MOVE TB-ATU-MEIO-DEP (WS-IX-JPR)   TO DET-DIFF-MEIO-DEP.
           MOVE TB-ATU-CONTA-DEP (WS-IX-JPR)  TO DET-DIFF-CONTA-DEP.
      *
       2550-FIM. EXIT.
      *---------*
      *
       3000-INSTALA.
      *-------------*
              MOVE TB-ATU-PROCESSO (WS-IX-JPR) TO DET-DIFF-PROCESSO
              MOVE TB-ATU-VARA (WS-IX-JPR)     TO DET-DIFF-VARA
              MOVE TB-ATU-UF (WS-IX-JPR)       TO DET-DIFF-UF
              PERFORM 2550-DEPOSITO-ATUAL
                 THRU 2550-FIM
              WRITE LINHA-JPRMAN FROM DET-DIFF-JPRMAN AFTER 1
           END-PERFORM.
      *
