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
       PROGRAM-ID.      PSDCLBDCEPCARGA.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CARGA DO DIRETORIO POSTAL OFICIAL DE CEP NO         *
      *            DATASET D/SDC/LBD/CEP (B/SDC/LBD/CEP), BASE DA      *
      *            CRITICA DE ENDERECO DOS AAP (PSDCLBDCEPVAL). A      *
      *            ENTREGA OFICIAL TRAZ O MUNICIPIO PELO CODIGO IBGE;  *
      *            A TB00233 USA CS-MUNI-SINPAS - A CONVERSAO VEM DA   *
      *            TABELA D/SDC/LBD/CEP/CONV (IBGE -> SINPAS/UF).      *
      *            CADA LINHA DA ENTREGA E CRITICADA (CEP NUMERICO E   *
      *            NAO ZERADO, UF VALIDA, MUNICIPIO NUMERICO,          *
      *            LOCALIDADE PREENCHIDA), CONVERTIDA E LIBERADA PARA  *
      *            UM SORT POR CEP; NO OUTPUT PROCEDURE O CEP REPETIDO *
      *            E DESCARTADO (FICA O PRIMEIRO) E O DIRETORIO E      *
      *            GRAVADO. A NOVA GERACAO E REGISTRADA NO CATALOGO    *
      *            (B/SUB/CPG/GER/CAT). CARGA SEM NENHUM CEP VALIDO    *
      *            TERMINA ANORMAL, SEM CATALOGAR.                     *
      *                                                                *
      *  ENTRADA:  DSDCLBDCEPOFI  - D/SDC/LBD/CEP/OFICIAL (ENTREGA DO  *
      *            DIRETORIO POSTAL, SEM ORDEM GARANTIDA).             *
      *            DSDCLBDCEPCONV - D/SDC/LBD/CEP/CONV (CONVERSAO DE   *
      *            MUNICIPIO IBGE -> SINPAS).                          *
      *  SAIDA:    DSDCLBDCEP     - D/SDC/LBD/CEP (DIRETORIO).         *
      *            LSDCLBDCEPCARGA - RELATORIO DE CARGA.               *
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
           SELECT DSDCLBDCEPOFI   ASSIGN TO DISK.
           SELECT DSDCLBDCEPCONV  ASSIGN TO DISK.
           SELECT DSDCLBDCEP      ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT   ASSIGN TO DISK.
           SELECT LSDCLBDCEPCARGA ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *ENTREGA DO DIRETORIO POSTAL (LARGURA FIXA).
        FD DSDCLBDCEPOFI
           RECORD CONTAINS 160 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/CEP/OFICIAL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  OFI-REG.
            03  OFI-NU-CEP                   PIC X(08).
            03  OFI-NM-UF-SIGL               PIC X(02).
            03  OFI-CD-MUNI-IBGE             PIC X(07).
            03  OFI-NM-LOCALIDADE            PIC X(40).
            03  OFI-NM-LOGRADOURO            PIC X(60).
            03  OFI-NM-BAIRRO                PIC X(30).
            03  FILLER                       PIC X(13).
      *
      *CONVERSAO DE MUNICIPIO: CODIGO IBGE DO DIRETORIO OFICIAL PARA
      *O CS-MUNI-SINPAS DA TB00233.
        FD DSDCLBDCEPCONV
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/CEP/CONV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  CNV-REG.
            03  CNV-CD-MUNI-IBGE             PIC 9(07).
            03  CNV-CS-MUNI-SINPAS           PIC 9(05).
            03  CNV-NM-UF-SIGL               PIC X(02).
            03  FILLER                       PIC X(06).
      *
        FD DSDCLBDCEP
           RECORD CONTAINS 160 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SDC/LBD/CEP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SDC/LBD/CEP ON PKBDSGF".
      *
      *CATALOGO DE GERACOES (VIDE B/SUB/CPG/GER/CAT) - MESMO CRITERIO
      *DE PSDCLBDAAPMANUT.
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSDCLBDCEPCARGA.
        01 LINHA-LSDCLBDCEPCARGA  PIC X(133).
      *
        SD SORTWK.
        01 SRTCP-REG.
           03 SRTCP-NU-CEP            PIC 9(08).
           03 SRTCP-DADOS             PIC X(152).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF-OFI                 PIC X(03) VALUE "NAO".
       01  WS-EOF-CONV                PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJEITADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CONVERSAO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-DUPLICADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRAVADOS             PIC 9(08) VALUE ZEROS.
       77  WS-REJEITADO               PIC X(03) VALUE "NAO".
       77  WS-MOTIVO-REJEICAO         PIC X(40) VALUE SPACES.
       77  WS-CEP-ANTERIOR            PIC 9(08) VALUE ZEROS.
      *
      *UNIDADES DA FEDERACAO VALIDAS.
       01  TABELA-UF-DADOS.
           03 FILLER                  PIC X(54) VALUE
              "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
       01  TABELA-UF REDEFINES TABELA-UF-DADOS.
           03 TB-UF-SIGLA OCCURS 27 TIMES PIC X(02).
       77  WS-IX-UF                   PIC 9(02) VALUE ZEROS.
       77  WS-UF-ENCONTRADA           PIC 9(01) VALUE 0.
      *
      *CONVERSAO IBGE -> SINPAS EM MEMORIA. 9999 POSICOES COMPORTAM OS
      *5570 MUNICIPIOS DO PAIS COM FOLGA; ESTOURO SO COM TABELA
      *DEFEITUOSA, E NESSE CASO O JOB PARA (MESMO CRITERIO DE
      *PSUBCPG2KMUNIC).
       01  TABELA-CONV.
           05 TB-CNV OCCURS 9999 TIMES.
              10 TB-CNV-IBGE          PIC 9(07).
              10 TB-CNV-SINPAS        PIC 9(05).
              10 TB-CNV-UF            PIC X(02).
       77  WS-QTDE-CNV                PIC 9(05) VALUE ZEROS.
       77  WS-IX-CNV                  PIC 9(05) VALUE ZEROS.
       77  WS-CNV-ENCONTRADA          PIC 9(01) VALUE 0.
      *
      *ULTIMA CONVERSAO FEITA: AS LINHAS DA ENTREGA VEM AGRUPADAS POR
      *LOCALIDADE, ENTAO A BUSCA NA TABELA SO E REFEITA QUANDO O
      *MUNICIPIO MUDA.
       77  WS-IBGE-ULTIMO             PIC 9(07) VALUE ZEROS.
       77  WS-SINPAS-ULTIMO           PIC 9(05) VALUE ZEROS.
      *
      *LINHA DE DIRETORIO MONTADA NO INPUT PROCEDURE (MESMO LAYOUT DE
      *CEP-REG, VIDE B/SDC/LBD/CEP).
       01  WS-CEP-LINHA.
           03 WS-CEP-NU-CEP           PIC 9(08).
           03 WS-CEP-DADOS.
              05 WS-CEP-NM-UF-SIGL    PIC X(02).
              05 WS-CEP-CD-MUNI-IBGE  PIC 9(07).
              05 WS-CEP-CS-MUNI-SINPAS PIC 9(05).
              05 WS-CEP-NM-LOCALIDADE PIC X(40).
              05 WS-CEP-NM-LOGRADOURO PIC X(60).
              05 WS-CEP-NM-BAIRRO     PIC X(30).
              05 FILLER               PIC X(08).
      *
       01  CAB-01-CEPCARGA.
           03 FILLER                PIC X(18) VALUE "P/SDC/LBD/CEPCAR".
           03 FILLER                PIC X(48) VALUE
              "CARGA DO DIRETORIO DE CEP".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-CEPCARGA.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-CEPCARGA.
           03 FILLER                PIC X(05) VALUE "CEP: ".
           03 DET-NU-CEP            PIC X(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(04) VALUE "UF: ".
           03 DET-UF                PIC X(02).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE "IBGE: ".
           03 DET-IBGE              PIC X(07).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(11) VALUE "RESULTADO: ".
           03 DET-RESULTADO         PIC X(10).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(08) VALUE "MOTIVO: ".
           03 DET-MOTIVO            PIC X(40).
      *
       01  TRAILER-CEPCARGA.
           03 TEXTO-TRL-CEPCARGA    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CEPCARGA       PIC ZZ.ZZZ.ZZ9.
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
           SORT SORTWK
                ASCENDING KEY SRTCP-NU-CEP
                INPUT  PROCEDURE 2000-CRITICA-OFICIAL
                                 THRU 2000-CRITICA-FIM
                OUTPUT PROCEDURE 7000-GRAVA-DIRETORIO
                                 THRU 7000-GRAVA-FIM.
      *
           PERFORM 3000-EMITIR-TRAILER
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
           OPEN OUTPUT DSDCLBDCEP.
           OPEN OUTPUT LSDCLBDCEPCARGA.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-LSDCLBDCEPCARGA FROM CAB-01-CEPCARGA AFTER PAGE.
           WRITE LINHA-LSDCLBDCEPCARGA FROM CAB-02-CEPCARGA AFTER 1.
      *
           MOVE ZEROS TO TABELA-CONV.
           OPEN INPUT DSDCLBDCEPCONV.
           PERFORM 1100-CARREGA-CONV
              THRU 1100-FIM
             UNTIL WS-EOF-CONV EQUAL "SIM".
           CLOSE DSDCLBDCEPCONV.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-CONV.
      *------------------*
      *
           READ DSDCLBDCEPCONV
                AT END MOVE "SIM" TO WS-EOF-CONV
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-CNV NOT LESS 9999
              DISPLAY "PSDCLBDCEPCARGA - TABELA DE CONVERSAO IBGE/"
                      "SINPAS ACIMA DE 9999 MUNICIPIOS - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-CNV.
           MOVE CNV-CD-MUNI-IBGE   TO TB-CNV-IBGE (WS-QTDE-CNV).
           MOVE CNV-CS-MUNI-SINPAS TO TB-CNV-SINPAS (WS-QTDE-CNV).
           MOVE CNV-NM-UF-SIGL     TO TB-CNV-UF (WS-QTDE-CNV).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: CRITICA E CONVERTE CADA LINHA DA ENTREGA
      *    OFICIAL; LINHA BOA E LIBERADA PARA O SORT POR CEP.
      *----------------------------------------------------------------
       2000-CRITICA-OFICIAL SECTION.
       2000-CRITICA-LEITURA.
      *---------------------*
      *
           OPEN INPUT DSDCLBDCEPOFI.
           PERFORM 2010-LOOP-OFICIAL
              THRU 2010-FIM
             UNTIL WS-EOF-OFI EQUAL "SIM".
           CLOSE DSDCLBDCEPOFI.
           GO TO 2000-CRITICA-FIM.
      *
       2010-LOOP-OFICIAL.
      *------------------*
      *
           READ DSDCLBDCEPOFI
                AT END MOVE "SIM" TO WS-EOF-OFI
                       GO TO 2010-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
           MOVE "NAO"  TO WS-REJEITADO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
      *
           PERFORM 2100-CRITICA-LINHA
              THRU 2100-FIM.
      *
           IF WS-REJEITADO EQUAL "SIM"
              ADD 1 TO WS-CT-REJEITADOS
              MOVE SPACES             TO DET-CEPCARGA
              MOVE OFI-NU-CEP         TO DET-NU-CEP
              MOVE OFI-NM-UF-SIGL     TO DET-UF
              MOVE OFI-CD-MUNI-IBGE   TO DET-IBGE
              MOVE "REJEITADO"        TO DET-RESULTADO
              MOVE WS-MOTIVO-REJEICAO TO DET-MOTIVO
              WRITE LINHA-LSDCLBDCEPCARGA FROM DET-CEPCARGA AFTER 1
              GO TO 2010-FIM.
      *
           MOVE SPACES              TO WS-CEP-LINHA.
           MOVE OFI-NU-CEP          TO WS-CEP-NU-CEP.
           MOVE OFI-NM-UF-SIGL      TO WS-CEP-NM-UF-SIGL.
           MOVE OFI-CD-MUNI-IBGE    TO WS-CEP-CD-MUNI-IBGE.
           MOVE OFI-NM-LOCALIDADE   TO WS-CEP-NM-LOCALIDADE.
           MOVE OFI-NM-LOGRADOURO   TO WS-CEP-NM-LOGRADOURO.
           MOVE OFI-NM-BAIRRO       TO WS-CEP-NM-BAIRRO.
      *
           PERFORM 2200-CONVERTE-MUNICIPIO
              THRU 2200-FIM.
           MOVE WS-SINPAS-ULTIMO    TO WS-CEP-CS-MUNI-SINPAS.
           IF WS-SINPAS-ULTIMO EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-CONVERSAO.
      *
           MOVE WS-CEP-NU-CEP       TO SRTCP-NU-CEP.
           MOVE WS-CEP-DADOS        TO SRTCP-DADOS.
           RELEASE SRTCP-REG.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2100-CRITICA-LINHA.
      *-------------------*
      *
           IF OFI-NU-CEP NOT NUMERIC
              OR OFI-NU-CEP EQUAL "00000000"
              MOVE "SIM" TO WS-REJEITADO
              MOVE "CEP NAO NUMERICO OU ZERADO"
                                        TO WS-MOTIVO-REJEICAO
              GO TO 2100-FIM.
      *
           MOVE 0 TO WS-UF-ENCONTRADA.
           PERFORM VARYING WS-IX-UF FROM 1 BY 1
                     UNTIL WS-IX-UF GREATER 27
                        OR WS-UF-ENCONTRADA EQUAL 1
              IF TB-UF-SIGLA (WS-IX-UF) EQUAL OFI-NM-UF-SIGL
                 MOVE 1 TO WS-UF-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-UF-ENCONTRADA EQUAL 0
              MOVE "SIM" TO WS-REJEITADO
              MOVE "UF INVALIDA" TO WS-MOTIVO-REJEICAO
              GO TO 2100-FIM.
      *
           IF OFI-CD-MUNI-IBGE NOT NUMERIC
              MOVE "SIM" TO WS-REJEITADO
              MOVE "CODIGO IBGE DO MUNICIPIO NAO NUMERICO"
                                        TO WS-MOTIVO-REJEICAO
              GO TO 2100-FIM.
      *
           IF OFI-NM-LOCALIDADE EQUAL SPACES
              MOVE "SIM" TO WS-REJEITADO
              MOVE "LOCALIDADE EM BRANCO" TO WS-MOTIVO-REJEICAO.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *IBGE -> SINPAS (BUSCA LINEAR SO QUANDO O MUNICIPIO MUDA).
      *MUNICIPIO SEM CONVERSAO, OU CONVERTIDO PARA OUTRA UF, FICA COM
      *SINPAS ZERADO - O CEP ENTRA NO DIRETORIO E A CRITICA DO AAP SO
      *CONFERE A UF.
       2200-CONVERTE-MUNICIPIO.
      *------------------------*
      *
           IF WS-CEP-CD-MUNI-IBGE EQUAL WS-IBGE-ULTIMO
              AND WS-IBGE-ULTIMO NOT EQUAL ZEROS
              GO TO 2200-FIM.
      *
           MOVE WS-CEP-CD-MUNI-IBGE TO WS-IBGE-ULTIMO.
           MOVE ZEROS               TO WS-SINPAS-ULTIMO.
           MOVE 0 TO WS-CNV-ENCONTRADA.
           PERFORM VARYING WS-IX-CNV FROM 1 BY 1
                     UNTIL WS-IX-CNV GREATER WS-QTDE-CNV
                        OR WS-CNV-ENCONTRADA EQUAL 1
              IF TB-CNV-IBGE (WS-IX-CNV) EQUAL WS-CEP-CD-MUNI-IBGE
                 MOVE 1 TO WS-CNV-ENCONTRADA
              END-IF
           END-PERFORM.
      *
           IF WS-CNV-ENCONTRADA EQUAL 0
              GO TO 2200-FIM.
           SUBTRACT 1 FROM WS-IX-CNV.
           IF TB-CNV-UF (WS-IX-CNV) EQUAL WS-CEP-NM-UF-SIGL
              MOVE TB-CNV-SINPAS (WS-IX-CNV) TO WS-SINPAS-ULTIMO.
      *
       2200-FIM. EXIT.
      *---------*
       2000-CRITICA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: GRAVA O DIRETORIO EM ORDEM DE CEP; CEP
      *    REPETIDO NA ENTREGA FICA COM A PRIMEIRA OCORRENCIA.
      *----------------------------------------------------------------
       7000-GRAVA-DIRETORIO SECTION.
       7000-GRAVA-LOOP.
      *----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
           PERFORM 7200-GRAVA-CEP
              THRU 7200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 7000-GRAVA-FIM.
      *
       7100-RETORNA.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       7100-FIM. EXIT.
      *---------*
      *
       7200-GRAVA-CEP.
      *---------------*
      *
           IF WS-CT-GRAVADOS NOT EQUAL ZEROS
              AND SRTCP-NU-CEP EQUAL WS-CEP-ANTERIOR
              ADD 1 TO WS-CT-DUPLICADOS
              MOVE SPACES             TO DET-CEPCARGA
              MOVE SRTCP-NU-CEP       TO DET-NU-CEP
              MOVE "DESCARTADO"       TO DET-RESULTADO
              MOVE "CEP REPETIDO NA ENTREGA OFICIAL"
                                      TO DET-MOTIVO
              WRITE LINHA-LSDCLBDCEPCARGA FROM DET-CEPCARGA AFTER 1
              GO TO 7200-PROXIMO.
      *
           MOVE SRTCP-REG    TO CEP-REG.
           WRITE CEP-REG.
           ADD 1             TO WS-CT-GRAVADOS.
           MOVE SRTCP-NU-CEP TO WS-CEP-ANTERIOR.
      *
       7200-PROXIMO.
           PERFORM 7100-RETORNA THRU 7100-FIM.
      *
       7200-FIM. EXIT.
      *---------*
       7000-GRAVA-FIM. EXIT.
      *
       3000-EMITIR-TRAILER.
      *--------------------*
      *
           MOVE SPACES TO TRAILER-CEPCARGA.
           MOVE "LINHAS LIDAS DA ENTREGA OFICIAL              " TO
                                                  TEXTO-TRL-CEPCARGA.
           MOVE WS-CT-LIDOS TO QT-TRL-CEPCARGA.
           WRITE LINHA-LSDCLBDCEPCARGA FROM TRAILER-CEPCARGA AFTER 2.
      *
           MOVE "LINHAS REJEITADAS NA CRITICA                 " TO
                                                  TEXTO-TRL-CEPCARGA.
           MOVE WS-CT-REJEITADOS TO QT-TRL-CEPCARGA.
           WRITE LINHA-LSDCLBDCEPCARGA FROM TRAILER-CEPCARGA AFTER 1.
      *
           MOVE "CEP REPETIDOS DESCARTADOS                    " TO
                                                  TEXTO-TRL-CEPCARGA.
           MOVE WS-CT-DUPLICADOS TO QT-TRL-CEPCARGA.
           WRITE LINHA-LSDCLBDCEPCARGA FROM TRAILER-CEPCARGA AFTER 1.
      *
           MOVE "CEP SEM CONVERSAO IBGE/SINPAS (SO UF)        " TO
                                                  TEXTO-TRL-CEPCARGA.
           MOVE WS-CT-SEM-CONVERSAO TO QT-TRL-CEPCARGA.
           WRITE LINHA-LSDCLBDCEPCARGA FROM TRAILER-CEPCARGA AFTER 1.
      *
           MOVE "CEP GRAVADOS NO DIRETORIO                    " TO
                                                  TEXTO-TRL-CEPCARGA.
           MOVE WS-CT-GRAVADOS TO QT-TRL-CEPCARGA.
           WRITE LINHA-LSDCLBDCEPCARGA FROM TRAILER-CEPCARGA AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSDCLBDCEP SAVE.
           CLOSE LSDCLBDCEPCARGA.
      *
      *DIRETORIO VAZIO NAO VIRA GERACAO CORRENTE NO CATALOGO.
           IF WS-CT-GRAVADOS EQUAL ZEROS
              DISPLAY "PSDCLBDCEPCARGA - NENHUM CEP VALIDO NA ENTREGA "
                      "OFICIAL - DIRETORIO NAO CATALOGADO"
              SET MYSELF (STATUS) TO -1
              GO TO 4000-FIM.
      *
      *REGISTRA A GERACAO PRODUZIDA NO CATALOGO (VIDE
      *B/SUB/CPG/GER/CAT).
           CALL "ZHORA IN DTP/L1" GIVING W77-HORA.
           OPEN EXTEND DSUBCPGGERCAT.
           MOVE SPACES             TO CAT-REG.
           MOVE "G"                TO CAT-CS-EVENTO.
           MOVE "D/SDC/LBD/CEP"    TO CAT-ARQUIVO.
           MOVE W77-DATA           TO CAT-DATA.
           MOVE W77-HORA           TO CAT-HORA.
           MOVE "PSDCLBDCEPCARGA"  TO CAT-PROGRAMA.
           MOVE "D/SDC/LBD/CEP/OFICIAL" TO CAT-FEED.
           MOVE WS-CT-GRAVADOS     TO CAT-QTD-REG.
           MOVE ZEROS              TO CAT-TOT-VALOR.
           MOVE ZEROS              TO CAT-DATA-ALVO CAT-HORA-ALVO.
           WRITE CAT-REG.
           CLOSE DSUBCPGGERCAT SAVE.
      *
       4000-FIM. EXIT.
      *---------*
