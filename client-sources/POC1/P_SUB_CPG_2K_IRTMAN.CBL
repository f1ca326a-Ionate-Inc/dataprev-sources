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
       PROGRAM-ID.      PSUBCPG2KIRTMAN.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA E MANUTENCAO DA TABELA PROGRESSIVA DO IR    *
      *            RETIDO NA FONTE (D/SUB/CPG/2K/IRT), MANTIDA PELA    *
      *            AREA TRIBUTARIA. CADA LINHA E UMA COMPETENCIA DE    *
      *            INICIO DE VIGENCIA, COM AS FAIXAS (TETO, ALIQUOTA,  *
      *            PARCELA A DEDUZIR) E A PARCELA MENSAL ISENTA DOS    *
      *            MAIORES DE 65 ANOS. ESTE JOB CRITICA UM ARQUIVO     *
      *            PROPOSTO (COMPETENCIA VALIDA E NAO DUPLICADA, 1 A 6 *
      *            FAIXAS, TETOS CRESCENTES, ALIQUOTAS NAO             *
      *            DECRESCENTES, ULTIMA FAIXA SEM TETO E PARCELA A     *
      *            DEDUZIR COERENTE - O IMPOSTO NO TETO DE UMA FAIXA   *
      *            TEM DE SER O MESMO PELAS DUAS FAIXAS VIZINHAS),     *
      *            IMPRIME O DIFF CONTRA O CORRENTE E SO INSTALA NO    *
      *            "INST" COM CRITICA LIMPA (MESMO MOLDE DE            *
      *            PSUBCPG2KJPRMAN). O RECALCULO DO IR DOS CREDITOS E  *
      *            FEITO POR PSUBCPG2KIRVAL.                           *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME A TABELA; OUTRO VALOR SO CRITICA.           *
      *  ENTRADA:  DSUBCPG2KIRTN - ARQUIVO PROPOSTO.                   *
      *            DSUBCPG2KIRT  - TABELA CORRENTE.                    *
      *  SAIDA:    DSUBCPG2KIRTG - NOVA GERACAO (SO NO "INST").        *
      *            LSUBCPG2KIRT  - RELATORIO DE CRITICA/DIFF.          *
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
           SELECT DSUBCPG2KIRTN ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KIRT ASSIGN TO DISK.
           SELECT DSUBCPG2KIRTG ASSIGN TO DISK.
           SELECT LSUBCPG2KIRT  ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *ARQUIVO PROPOSTO (MESMO LAYOUT DE B/SUB/CPG/2K/IRT).
        FD DSUBCPG2KIRTN
           RECORD CONTAINS 180 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRT/NOVO ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KIRTN.
           03 NOVO-DT-COMPET          PIC 9(06).
           03 NOVO-VL-ISENCAO-65      PIC 9(08)V99.
           03 NOVO-QT-FAIXA           PIC 9(02).
           03 NOVO-FAIXA OCCURS 6 TIMES.
              05 NOVO-VL-TETO-FAIXA   PIC 9(08)V99.
              05 NOVO-PC-ALIQUOTA     PIC 9(02)V99.
              05 NOVO-VL-DEDUZIR      PIC 9(08)V99.
           03 NOVO-DT-ATUALIZACAO     PIC 9(08).
           03 FILLER                  PIC X(10).
      *
        FD DSUBCPG2KIRT
           RECORD CONTAINS 180 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/IRT ON PKBDSGF".
      *
        FD DSUBCPG2KIRTG
           RECORD CONTAINS 180 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/IRT ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KIRTG      PIC X(180).
      *
        FD LSUBCPG2KIRT.
        01 LINHA-IRTMAN           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KIRTMAN".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-ERROS                PIC 9(04) VALUE ZEROS.
       77  WS-IX-IRT                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-IRT-2                PIC 9(02) VALUE ZEROS.
       77  WS-IX-FAIXA                PIC 9(02) VALUE ZEROS.
       77  WS-IX-FAIXA-ANT            PIC 9(02) VALUE ZEROS.
      *
      *TOLERANCIA DA COERENCIA DA PARCELA A DEDUZIR (ARREDONDAMENTO DA
      *TABELA OFICIAL, QUE PUBLICA A PARCELA COM DUAS CASAS).
       77  WS-VL-TOLERANCIA-DED       PIC 9(01)V99 VALUE 0,05.
       77  WS-VL-IR-FIM-FAIXA         PIC S9(10)V99 VALUE ZEROS.
       77  WS-VL-IR-INI-FAIXA         PIC S9(10)V99 VALUE ZEROS.
       77  WS-VL-IR-DIFERENCA         PIC S9(10)V99 VALUE ZEROS.
      *
       01  WS-COMPET-DESM             PIC 9(06).
       01  WS-COMPET-DESM-R REDEFINES WS-COMPET-DESM.
           03 WS-CD-ANO               PIC 9(04).
           03 WS-CD-MES               PIC 9(02).
      *
      *TABELAS PROPOSTA E CORRENTE (UMA ENTRADA POR COMPETENCIA, COM A
      *IMAGEM DO REGISTRO; O DIFF COMPARA SO TB-xxx-TABELA, SEM A DATA
      *DE ATUALIZACAO).
       01  TABELA-NOVO.
           05 TB-NOVO OCCURS 60 TIMES.
               10 TB-NOVO-TABELA.
                  15 TB-NOVO-COMPET      PIC 9(06).
                  15 TB-NOVO-ISENCAO-65  PIC 9(08)V99.
                  15 TB-NOVO-QT-FAIXA    PIC 9(02).
                  15 TB-NOVO-FAIXA OCCURS 6 TIMES.
                     20 TB-NOVO-TETO     PIC 9(08)V99.
                     20 TB-NOVO-ALIQUOTA PIC 9(02)V99.
                     20 TB-NOVO-DEDUZIR  PIC 9(08)V99.
               10 TB-NOVO-DT-ATUAL       PIC 9(08).
               10 FILLER                 PIC X(10).
       77  WS-QTDE-NOVO               PIC 9(02) VALUE ZEROS.
      *
       01  TABELA-ATUAL.
           05 TB-ATU OCCURS 60 TIMES.
               10 TB-ATU-TABELA.
                  15 TB-ATU-COMPET       PIC 9(06).
                  15 TB-ATU-ISENCAO-65   PIC 9(08)V99.
                  15 TB-ATU-QT-FAIXA     PIC 9(02).
                  15 TB-ATU-FAIXA OCCURS 6 TIMES.
                     20 TB-ATU-TETO      PIC 9(08)V99.
                     20 TB-ATU-ALIQUOTA  PIC 9(02)V99.
                     20 TB-ATU-DEDUZIR   PIC 9(08)V99.
               10 TB-ATU-DT-ATUAL        PIC 9(08).
               10 FILLER                 PIC X(10).
       77  WS-QTDE-ATUAL              PIC 9(02) VALUE ZEROS.
      *
       01  CAB-01-IRTMAN.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/IRTM".
           03 FILLER                PIC X(48) VALUE
              "CRITICA/MANUTENCAO DA TABELA PROGRESSIVA DO IR".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-IRTMAN.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-IRTMAN.
           03 FILLER                PIC X(17) VALUE "*** ERRO: COMPET ".
           03 DET-ERR-COMPET        PIC 9(06).
           03 FILLER                PIC X(07) VALUE " FAIXA ".
           03 DET-ERR-FAIXA         PIC Z9.
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  DET-DIFF-IRTMAN.
           03 DET-DIFF-SINAL        PIC X(10).
           03 FILLER                PIC X(08) VALUE " COMPET ".
           03 DET-DIFF-COMPET       PIC 9(06).
           03 FILLER                PIC X(09) VALUE " FAIXAS: ".
           03 DET-DIFF-QT-FAIXA     PIC Z9.
           03 FILLER                PIC X(17) VALUE
              " ISENCAO 65 ANOS:".
           03 DET-DIFF-ISENCAO      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE " ATUALIZADA:".
           03 DET-DIFF-DT-ATUAL     PIC 9(08).
      *
       01  DET-FAIXA-IRTMAN.
           03 FILLER                PIC X(14) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE "FAIXA ".
           03 DET-FX-FAIXA          PIC Z9.
           03 FILLER                PIC X(08) VALUE "  TETO: ".
           03 DET-FX-TETO           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE "  ALIQUOTA: ".
           03 DET-FX-ALIQUOTA       PIC Z9,99.
           03 FILLER                PIC X(12) VALUE "  DEDUZIR:  ".
           03 DET-FX-DEDUZIR        PIC ZZ.ZZZ.ZZ9,99.
      *
       01  MSG-INSTALADO-IRTMAN.
           03 FILLER                PIC X(52) VALUE
              "CRITICA PASSOU - NOVA GERACAO INSTALADA.".
      *
       01  MSG-NAO-INSTALADO-IRTMAN.
           03 FILLER                PIC X(56) VALUE
              "*** CRITICA REPROVOU - NOVA GERACAO NAO INSTALADA. ***".
      *
       01  TRAILER-IRTMAN.
           03 TEXTO-TRL-IRTMAN      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-IRTMAN         PIC ZZ.ZZZ.ZZ9.
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
           PERFORM 2000-CRITICA
              THRU 2000-FIM.
      *
           PERFORM 2500-DIFF
              THRU 2500-FIM.
      *
           IF WS-CT-ERROS EQUAL ZEROS
              AND WS-PAR-ACAO EQUAL "INST"
              PERFORM 3000-INSTALA
                 THRU 3000-FIM
              WRITE LINHA-IRTMAN FROM MSG-INSTALADO-IRTMAN AFTER 2
           ELSE
              IF WS-CT-ERROS NOT EQUAL ZEROS
                 WRITE LINHA-IRTMAN FROM MSG-NAO-INSTALADO-IRTMAN
                                                           AFTER 2.
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
           OPEN OUTPUT LSUBCPG2KIRT.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-IRTMAN FROM CAB-01-IRTMAN AFTER PAGE.
           WRITE LINHA-IRTMAN FROM CAB-02-IRTMAN AFTER 1.
      *
           OPEN INPUT DSUBCPG2KIRT.
           PERFORM 1100-CARREGA-ATUAL
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM"
                OR WS-QTDE-ATUAL EQUAL 60.
           CLOSE DSUBCPG2KIRT.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-PAR-ACAO NOT EQUAL "CONS"
              OPEN INPUT DSUBCPG2KIRTN
              PERFORM 1200-CARREGA-NOVO
                 THRU 1200-FIM
                UNTIL WS-EOF EQUAL "SIM"
                   OR WS-QTDE-NOVO EQUAL 60
              CLOSE DSUBCPG2KIRTN
              MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-ATUAL.
      *-------------------*
      *
           READ DSUBCPG2KIRT
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-QTDE-ATUAL
                   MOVE IRT-REG TO TB-ATU (WS-QTDE-ATUAL).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-NOVO.
      *------------------*
      *
           READ DSUBCPG2KIRTN
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-QTDE-NOVO
                   MOVE REG-DSUBCPG2KIRTN TO TB-NOVO (WS-QTDE-NOVO).
      *
       1200-FIM. EXIT.
      *---------*
      *
       2000-CRITICA.
      *-------------*
      *
           PERFORM 2100-CRITICA-LINHA
              THRU 2100-FIM
              VARYING WS-IX-IRT FROM 1 BY 1
                UNTIL WS-IX-IRT GREATER WS-QTDE-NOVO.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-CRITICA-LINHA.
      *-------------------*
      *
           MOVE ZEROS TO WS-IX-FAIXA.
           MOVE TB-NOVO-COMPET (WS-IX-IRT) TO WS-COMPET-DESM.
           IF WS-CD-ANO LESS 1990
              OR WS-CD-MES LESS 01
              OR WS-CD-MES GREATER 12
              MOVE "COMPETENCIA INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           IF TB-NOVO-QT-FAIXA (WS-IX-IRT) LESS 1
              OR TB-NOVO-QT-FAIXA (WS-IX-IRT) GREATER 6
              MOVE "QUANTIDADE DE FAIXAS FORA DE 1 A 6"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           PERFORM VARYING WS-IX-IRT-2 FROM 1 BY 1
                     UNTIL WS-IX-IRT-2 NOT LESS WS-IX-IRT
              IF TB-NOVO-COMPET (WS-IX-IRT-2) EQUAL
                                    TB-NOVO-COMPET (WS-IX-IRT)
                 MOVE WS-IX-IRT TO WS-IX-IRT-2
                 MOVE "COMPETENCIA DUPLICADA" TO DET-ERR-MOTIVO
                 PERFORM 2110-ERRO-LINHA
                    THRU 2110-FIM
              END-IF
           END-PERFORM.
      *
           PERFORM 2200-CRITICA-FAIXA
              THRU 2200-FIM
              VARYING WS-IX-FAIXA FROM 1 BY 1
                UNTIL WS-IX-FAIXA GREATER TB-NOVO-QT-FAIXA (WS-IX-IRT).
      *
           MOVE TB-NOVO-QT-FAIXA (WS-IX-IRT) TO WS-IX-FAIXA.
           IF TB-NOVO-TETO (WS-IX-IRT WS-IX-FAIXA) NOT EQUAL 99999999,99
              MOVE "ULTIMA FAIXA COM TETO (DEVE SER 99999999,99)"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2110-ERRO-LINHA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS.
           MOVE TB-NOVO-COMPET (WS-IX-IRT) TO DET-ERR-COMPET.
           MOVE WS-IX-FAIXA                TO DET-ERR-FAIXA.
           WRITE LINHA-IRTMAN FROM DET-ERRO-IRTMAN AFTER 1.
      *
       2110-FIM. EXIT.
      *---------*
      *
      *UMA FAIXA CONTRA A ANTERIOR: TETO CRESCENTE, ALIQUOTA NAO
      *DECRESCENTE E, NO TETO DA ANTERIOR, O MESMO IMPOSTO PELAS DUAS.
       2200-CRITICA-FAIXA.
      *-------------------*
      *
           IF WS-IX-FAIXA EQUAL 1
              GO TO 2200-FIM.
      *
           COMPUTE WS-IX-FAIXA-ANT = WS-IX-FAIXA - 1.
      *
           IF TB-NOVO-TETO (WS-IX-IRT WS-IX-FAIXA) NOT GREATER
              TB-NOVO-TETO (WS-IX-IRT WS-IX-FAIXA-ANT)
              MOVE "TETO NAO MAIOR QUE O DA FAIXA ANTERIOR"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2200-FIM.
      *
           IF TB-NOVO-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA) LESS
              TB-NOVO-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA-ANT)
              MOVE "ALIQUOTA MENOR QUE A DA FAIXA ANTERIOR"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2200-FIM.
      *
           COMPUTE WS-VL-IR-FIM-FAIXA ROUNDED =
                   TB-NOVO-TETO (WS-IX-IRT WS-IX-FAIXA-ANT)
                 * TB-NOVO-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA-ANT) / 100
                 - TB-NOVO-DEDUZIR (WS-IX-IRT WS-IX-FAIXA-ANT).
           COMPUTE WS-VL-IR-INI-FAIXA ROUNDED =
                   TB-NOVO-TETO (WS-IX-IRT WS-IX-FAIXA-ANT)
                 * TB-NOVO-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA) / 100
                 - TB-NOVO-DEDUZIR (WS-IX-IRT WS-IX-FAIXA).
           COMPUTE WS-VL-IR-DIFERENCA =
                   WS-VL-IR-FIM-FAIXA - WS-VL-IR-INI-FAIXA.
           IF WS-VL-IR-DIFERENCA LESS ZEROS
              COMPUTE WS-VL-IR-DIFERENCA = WS-VL-IR-DIFERENCA * -1.
           IF WS-VL-IR-DIFERENCA GREATER WS-VL-TOLERANCIA-DED
              MOVE "PARCELA A DEDUZIR INCOERENTE COM A ANTERIOR"
                                         TO DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM.
      *
       2200-FIM. EXIT.
      *---------*
      *
      *DIFF: COMPETENCIA NOVA OU COM FAIXAS ALTERADAS RECEBE A DATA DO
      *DIA; A QUE NAO MUDOU CONSERVA A DATA DE ATUALIZACAO ANTERIOR.
       2500-DIFF.
      *----------*
      *
           PERFORM 2510-DIFF-INCLUIDA
              THRU 2510-FIM
              VARYING WS-IX-IRT FROM 1 BY 1
                UNTIL WS-IX-IRT GREATER WS-QTDE-NOVO.
           PERFORM 2520-DIFF-REMOVIDA
              THRU 2520-FIM
              VARYING WS-IX-IRT FROM 1 BY 1
                UNTIL WS-IX-IRT GREATER WS-QTDE-ATUAL.
      *
       2500-FIM. EXIT.
      *---------*
      *
       2510-DIFF-INCLUIDA.
      *-------------------*
      *
           MOVE WS-DATA-HOJE TO TB-NOVO-DT-ATUAL (WS-IX-IRT).
           MOVE "+ INCLUIDA" TO DET-DIFF-SINAL.
           PERFORM VARYING WS-IX-IRT-2 FROM 1 BY 1
                     UNTIL WS-IX-IRT-2 GREATER WS-QTDE-ATUAL
              IF TB-ATU-COMPET (WS-IX-IRT-2) EQUAL
                                    TB-NOVO-COMPET (WS-IX-IRT)
                 IF TB-ATU-TABELA (WS-IX-IRT-2) EQUAL
                                    TB-NOVO-TABELA (WS-IX-IRT)
                    MOVE TB-ATU-DT-ATUAL (WS-IX-IRT-2) TO
                                    TB-NOVO-DT-ATUAL (WS-IX-IRT)
                    GO TO 2510-FIM
                 END-IF
                 MOVE "* ALTERADA" TO DET-DIFF-SINAL
              END-IF
           END-PERFORM.
           MOVE TB-NOVO-COMPET (WS-IX-IRT)     TO DET-DIFF-COMPET.
           MOVE TB-NOVO-QT-FAIXA (WS-IX-IRT)   TO DET-DIFF-QT-FAIXA.
           MOVE TB-NOVO-ISENCAO-65 (WS-IX-IRT) TO DET-DIFF-ISENCAO.
           MOVE TB-NOVO-DT-ATUAL (WS-IX-IRT)   TO DET-DIFF-DT-ATUAL.
           WRITE LINHA-IRTMAN FROM DET-DIFF-IRTMAN AFTER 1.
           PERFORM 2530-FAIXAS-NOVO
              THRU 2530-FIM
              VARYING WS-IX-FAIXA FROM 1 BY 1
                UNTIL WS-IX-FAIXA GREATER 6
                   OR WS-IX-FAIXA GREATER TB-NOVO-QT-FAIXA (WS-IX-IRT).
      *
       2510-FIM. EXIT.
      *---------*
      *
       2520-DIFF-REMOVIDA.
      *-------------------*
      *
           PERFORM VARYING WS-IX-IRT-2 FROM 1 BY 1
                     UNTIL WS-IX-IRT-2 GREATER WS-QTDE-NOVO
              IF TB-NOVO-COMPET (WS-IX-IRT-2) EQUAL
                                    TB-ATU-COMPET (WS-IX-IRT)
                 GO TO 2520-FIM
              END-IF
           END-PERFORM.
           MOVE "- REMOVIDA" TO DET-DIFF-SINAL.
           PERFORM 2540-LINHA-ATUAL
              THRU 2540-FIM.
      *
       2520-FIM. EXIT.
      *---------*
      *
       2530-FAIXAS-NOVO.
      *-----------------*
      *
           MOVE WS-IX-FAIXA TO DET-FX-FAIXA.
           MOVE TB-NOVO-TETO (WS-IX-IRT WS-IX-FAIXA)     TO DET-FX-TETO.
           MOVE TB-NOVO-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA) TO
                                                     DET-FX-ALIQUOTA.
           MOVE TB-NOVO-DEDUZIR (WS-IX-IRT WS-IX-FAIXA)  TO
                                                     DET-FX-DEDUZIR.
           WRITE LINHA-IRTMAN FROM DET-FAIXA-IRTMAN AFTER 1.
      *
       2530-FIM. EXIT.
      *---------*
      *
       2540-LINHA-ATUAL.
      *-----------------*
      *
           MOVE TB-ATU-COMPET (WS-IX-IRT)     TO DET-DIFF-COMPET.
           MOVE TB-ATU-QT-FAIXA (WS-IX-IRT)   TO DET-DIFF-QT-FAIXA.
           MOVE TB-ATU-ISENCAO-65 (WS-IX-IRT) TO DET-DIFF-ISENCAO.
           MOVE TB-ATU-DT-ATUAL (WS-IX-IRT)   TO DET-DIFF-DT-ATUAL.
           WRITE LINHA-IRTMAN FROM DET-DIFF-IRTMAN AFTER 1.
           PERFORM 2550-FAIXAS-ATUAL
              THRU 2550-FIM
              VARYING WS-IX-FAIXA FROM 1 BY 1
                UNTIL WS-IX-FAIXA GREATER 6
                   OR WS-IX-FAIXA GREATER TB-ATU-QT-FAIXA (WS-IX-IRT).
      *
       2540-FIM. EXIT.
      *---------*
      *
       2550-FAIXAS-ATUAL.
      *------------------*
      *
           MOVE WS-IX-FAIXA TO DET-FX-FAIXA.
           MOVE TB-ATU-TETO (WS-IX-IRT WS-IX-FAIXA)     TO DET-FX-TETO.
           MOVE TB-ATU-ALIQUOTA (WS-IX-IRT WS-IX-FAIXA) TO
                                                     DET-FX-ALIQUOTA.
           MOVE TB-ATU-DEDUZIR (WS-IX-IRT WS-IX-FAIXA)  TO
                                                     DET-FX-DEDUZIR.
           WRITE LINHA-IRTMAN FROM DET-FAIXA-IRTMAN AFTER 1.
      *
       2550-FIM. EXIT.
      *---------*
      *
       3000-INSTALA.
      *-------------*
      *
           OPEN OUTPUT DSUBCPG2KIRTG.
           PERFORM 3100-GRAVA-LINHA
              THRU 3100-FIM
              VARYING WS-IX-IRT FROM 1 BY 1
                UNTIL WS-IX-IRT GREATER WS-QTDE-NOVO.
           CLOSE DSUBCPG2KIRTG SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-GRAVA-LINHA.
      *-----------------*
      *
           MOVE SPACES               TO REG-DSUBCPG2KIRTG.
           MOVE TB-NOVO (WS-IX-IRT)  TO REG-DSUBCPG2KIRTG.
           WRITE REG-DSUBCPG2KIRTG.
      *
       3100-FIM. EXIT.
      *---------*
      *
       5000-CONSULTA.
      *--------------*
      *
           MOVE "  VIGENTE " TO DET-DIFF-SINAL.
           PERFORM 2540-LINHA-ATUAL
              THRU 2540-FIM
              VARYING WS-IX-IRT FROM 1 BY 1
                UNTIL WS-IX-IRT GREATER WS-QTDE-ATUAL.
      *
           MOVE SPACES TO TRAILER-IRTMAN.
           MOVE "TOTAL DE COMPETENCIAS CADASTRADAS            " TO
                                                   TEXTO-TRL-IRTMAN.
           MOVE WS-QTDE-ATUAL TO QT-TRL-IRTMAN.
           WRITE LINHA-IRTMAN FROM TRAILER-IRTMAN AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KIRT.
      *
       4000-FIM. EXIT.
      *---------*
