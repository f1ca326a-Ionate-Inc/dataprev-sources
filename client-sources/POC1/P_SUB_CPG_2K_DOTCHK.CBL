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
       PROGRAM-ID.      PSUBCPG2KDOTCHK.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: PORTAO DE DOTACAO ORCAMENTARIA ANTES DA LIBERACAO   *
      *            DO D/SUB/CPG/052/SPG/R274 AO DARDO/SCF. A GUARDA DE *
      *            LIMITES DE CONTROLE DO PSUBCPG052SPGUNI             *
      *            (3300-VALIDA-LIMITES) SO COMPARA O RUN COM UMA      *
      *            BANDA ESTATISTICA; ESTE JOB COMPARA COM O DINHEIRO  *
      *            AUTORIZADO. POR ORIGEM ORCAMENTARIA:                *
      *            - JA EMITIDO NA COMPETENCIA = SOMA DE               *
      *              RAZ01-VL-EMITIDO DAS LINHAS DA COMPETENCIA NO     *
      *              LIVRO D/SUB/CPG/2K/RAZ (PSUBCPG2KRAZAO);          *
      *            - ESTE RUN = VALOR LIQUIDO DOS DETALHES DO 052      *
      *              CORRENTE (MESMA LEITURA DO PSUBCPG2KRAZAO);       *
      *            - PROJETADO = JA EMITIDO + ESTE RUN, CONFERIDO      *
      *              CONTRA A DOTACAO DA COMPETENCIA/ORIGEM            *
      *              (D/SUB/CPG/2K/DOT, PSUBCPG2KDOTMAN).              *
      *            A FOLGA DE CADA ORIGEM SAI EM TODO RUN, PARA A AREA *
      *            DE ORCAMENTO PEDIR SUPLEMENTACAO ANTES DO           *
      *            PAGAMENTO.                                          *
      *            ORIGEM QUE PASSARIA DA DOTACAO - OU QUE EMITE NO    *
      *            RUN SEM DOTACAO CADASTRADA - SEGURA A LIBERACAO: O  *
      *            JOB TERMINA COM STATUS DE ERRO E REGISTRA O FIM NO  *
      *            LIVRO DE EXECUCOES COM RESULTADO "A" (O JOB DE      *
      *            TRANSFERENCIA, COM ESTE PORTAO NA GRADE DE          *
      *            DEPENDENCIAS, E RECUSADO PELO SSUBLIB2K606). COM A  *
      *            SUPLEMENTACAO INSTALADA, BASTA RODAR DE NOVO.       *
      *                                                                *
      *  OBS:      RODA ENTRE O PSUBCPG052SPGUNI E A TRANSFERENCIA,    *
      *            ANTES DO PSUBCPG2KRAZAO LANCAR O RUN NO LIVRO       *
      *            (SENAO O RUN SERIA CONTADO DUAS VEZES).             *
      *                                                                *
      *  PARAMETRO: WS-PAR-COMPETENCIA - COMPETENCIA (AAAAMM).         *
      *  ENTRADA:  DSUBCPG2KDOT  - DOTACAO POR COMPETENCIA/ORIGEM.     *
      *            DSUBCPG2KRAZ  - RAZAO POR ORIGEM.                   *
      *            DSUBCPG052SPG - D/SUB/CPG/052/SPG/R274 DO RUN.      *
      *  SAIDA:    LSUBCPG2KDOTCHK - FOLGA POR ORIGEM.                 *
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
           SELECT OPTIONAL DSUBCPG2KDOT ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRAZ ASSIGN TO DISK.
           SELECT DSUBCPG052SPG   ASSIGN TO DISK.
           SELECT LSUBCPG2KDOTCHK ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KDOT
           RECORD CONTAINS 60 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DOT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/DOT ON PKBDSGF".
      *
      *LIVRO POR ORIGEM/COMPETENCIA (MESMO LAYOUT DE PSUBCPG2KRAZAO).
        FD DSUBCPG2KRAZ
           RECORD CONTAINS  90 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/RAZ ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 RAZ01-REG.
           03 RAZ01-COMPETENCIA       PIC 9(06).
           03 RAZ01-CS-ORIG-ORC       PIC 9(01).
           03 RAZ01-VL-PREVISTO       PIC 9(15)V99.
           03 RAZ01-VL-EMITIDO        PIC 9(15)V99.
           03 RAZ01-VL-EFETIVADO      PIC 9(15)V99.
           03 RAZ01-VL-SALDO-ABERTO   PIC S9(15)V99.
           03 FILLER                  PIC X(14).
      *
        FD DSUBCPG052SPG
           RECORD CONTAINS  1800 CHARACTERS
           BLOCK  CONTAINS    10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/SPG/R274 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG052SPG       PIC X(1800).
        01 REG-DSUBCPG052SPG-R REDEFINES REG-DSUBCPG052SPG.
           03 DOT52-ID-REG            PIC 9(01).
           03 DOT52-ID-BANCO          PIC 9(03).
           03 DOT52-ID-PAIS           PIC 9(03).
           03 DOT52-IN-CRED-PIONEIRA  PIC 9(01).
           03 DOT52-CS-MEIO-PAGTO     PIC 9(02).
           03 DOT52-DT-INI-VALIDADE   PIC 9(08).
           03 DOT52-CS-ORIG-ORC       PIC 9(01).
      *CAMPOS ENTRE A ORIGEM E OS VALORES DO DETALHE R274 (VIDE
      *B/SUB/CPG/051/SPG/R274).
           03 FILLER                  PIC X(30).
           03 DOT52-VALOR-BRUTO       PIC 9(15)V99.
           03 DOT52-VALOR-LIQUIDO     PIC 9(15)V99.
           03 FILLER                  PIC X(1717).
      *
        FD LSUBCPG2KDOTCHK.
        01 LINHA-DOTCHK           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KDOTCHK".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO - RESULTADO
      *"A" QUANDO A LIBERACAO FICA RETIDA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KDOTCHK".
       01  WS-LGR-EVENTO              PIC X(01).
       01  WS-LGR-INSUMO              PIC X(24).
       01  WS-LGR-INSUMO-DATA         PIC 9(08) VALUE ZEROS.
       01  WS-LGR-INSUMO-HORA         PIC 9(06) VALUE ZEROS.
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-IX-ORC                  PIC 9(02) VALUE ZEROS.
       77  WS-IN-RETIDO               PIC 9(01) VALUE 0.
       77  WS-CT-DETALHES-052         PIC 9(08) VALUE ZEROS.
       77  WS-CT-ORIGENS-ESTOURO      PIC 9(08) VALUE ZEROS.
       77  WS-CT-ORIGENS-SEM-DOT      PIC 9(08) VALUE ZEROS.
       77  WS-VL-PC-USO               PIC 9(05)V99 VALUE ZEROS.
       77  WS-CS-ORIGEM               PIC 9(01) VALUE ZEROS.
      *
      *ACUMULADORES POR ORIGEM (CS-ORIG-ORC 0-9, INDEXADO POR
      *ORIGEM + 1, MESMO CRITERIO DO PSUBCPG2KRAZAO).
       01  TABELA-ORIGEM.
           05 TB-ORC OCCURS 10 TIMES.
              10 TB-ORC-IN-DOTACAO    PIC 9(01).
              10 TB-ORC-VL-DOTACAO    PIC 9(15)V99.
              10 TB-ORC-VL-EMITIDO    PIC 9(15)V99.
              10 TB-ORC-VL-RUN        PIC 9(15)V99.
              10 TB-ORC-VL-PROJETADO  PIC 9(15)V99.
              10 TB-ORC-VL-FOLGA      PIC S9(15)V99.
       77  WS-TOT-DOTACAO             PIC 9(15)V99 VALUE ZEROS.
       77  WS-TOT-EMITIDO             PIC 9(15)V99 VALUE ZEROS.
       77  WS-TOT-RUN                 PIC 9(15)V99 VALUE ZEROS.
       77  WS-TOT-PROJETADO           PIC 9(15)V99 VALUE ZEROS.
       77  WS-TOT-FOLGA               PIC S9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-DOTCHK.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/DOTC".
           03 FILLER                PIC X(42) VALUE
              "PORTAO DE DOTACAO ORCAMENTARIA".
           03 FILLER                PIC X(06) VALUE "COMP: ".
           03 CAB01-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(07) VALUE " DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-DOTCHK.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-DOTCHK.
           03 FILLER                PIC X(10) VALUE "ORIGEM".
           03 FILLER                PIC X(20) VALUE
              "             DOTACAO".
           03 FILLER                PIC X(20) VALUE
              "          JA EMITIDO".
           03 FILLER                PIC X(20) VALUE
              "            ESTE RUN".
           03 FILLER                PIC X(20) VALUE
              "           PROJETADO".
           03 FILLER                PIC X(20) VALUE
              "               FOLGA".
           03 FILLER                PIC X(09) VALUE "    % USO".
           03 FILLER                PIC X(13) VALUE "  SITUACAO".
      *
       01  DET-DOTCHK.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ORIGEM            PIC X(05).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-DOTACAO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-EMITIDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-RUN               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-PROJETADO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-FOLGA             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-PC-USO            PIC ZZZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-SITUACAO          PIC X(12).
      *
       01  MSG-SEM-COMPETENCIA-DOTCHK.
           03 FILLER                PIC X(60) VALUE
              "*** COMPETENCIA NAO INFORMADA - LIBERACAO RETIDA. ***".
      *
       01  MSG-LIBERADO-DOTCHK.
           03 FILLER                PIC X(60) VALUE
              "EMISSAO DENTRO DA DOTACAO - LIBERACAO AUTORIZADA.".
      *
       01  MSG-RETIDO-DOTCHK.
           03 FILLER                PIC X(72) VALUE
               "*** EMISSAO PASSARIA DA DOTACAO - LIBERACAO AO DARDO/SCF
      -       " RETIDA. ***".
      *
       01  TRAILER-DOTCHK.
           03 TEXTO-TRL-DOTCHK      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-DOTCHK         PIC ZZ.ZZZ.ZZ9.
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
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
      *SEM COMPETENCIA NAO HA COMO SABER O QUE JA FOI EMITIDO NO MES -
      *A LIBERACAO FICA RETIDA.
           IF WS-PAR-COMPETENCIA EQUAL ZEROS
              WRITE LINHA-DOTCHK FROM MSG-SEM-COMPETENCIA-DOTCHK
                                                           AFTER 2
              MOVE 1 TO WS-IN-RETIDO
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 2000-CARREGA-DOTACAO
              THRU 2000-FIM.
           PERFORM 2200-SOMA-RAZAO
              THRU 2200-FIM.
           PERFORM 2400-SOMA-RUN
              THRU 2400-FIM.
      *
           PERFORM 3000-CONFERE
              THRU 3000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           IF WS-IN-RETIDO EQUAL 1
              SET MYSELF (STATUS) TO -1.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/052/SPG/R274" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN OUTPUT LSUBCPG2KDOTCHK.
      *
           MOVE ZEROS TO TABELA-ORIGEM.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA           TO CAB01-DATA.
           MOVE WS-PAR-COMPETENCIA TO CAB01-COMPETENCIA.
      *
           WRITE LINHA-DOTCHK FROM CAB-01-DOTCHK AFTER PAGE.
           WRITE LINHA-DOTCHK FROM CAB-02-DOTCHK AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *DOTACAO DA COMPETENCIA, UMA LINHA POR ORIGEM.
       2000-CARREGA-DOTACAO.
      *---------------------*
      *
           OPEN INPUT DSUBCPG2KDOT.
           PERFORM 2100-LE-DOT
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KDOT.
           MOVE "NAO" TO WS-EOF.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-LE-DOT.
      *-----------*
      *
           READ DSUBCPG2KDOT
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   IF DOT-DT-COMPET EQUAL WS-PAR-COMPETENCIA
                      COMPUTE WS-IX-ORC = DOT-CS-ORIG-ORC + 1
                      MOVE 1 TO TB-ORC-IN-DOTACAO (WS-IX-ORC)
                      MOVE DOT-VL-DOTACAO
                           TO TB-ORC-VL-DOTACAO (WS-IX-ORC)
                   END-IF
           END-READ.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *JA EMITIDO: TODAS AS LINHAS DA COMPETENCIA NO LIVRO (UMA POR
      *FECHAMENTO DO PSUBCPG2KRAZAO NO MES).
       2200-SOMA-RAZAO.
      *----------------*
      *
           OPEN INPUT DSUBCPG2KRAZ.
           PERFORM 2300-LE-RAZ
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRAZ.
           MOVE "NAO" TO WS-EOF.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-LE-RAZ.
      *-----------*
      *
           READ DSUBCPG2KRAZ
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   IF RAZ01-COMPETENCIA EQUAL WS-PAR-COMPETENCIA
                      COMPUTE WS-IX-ORC = RAZ01-CS-ORIG-ORC + 1
                      ADD RAZ01-VL-EMITIDO
                          TO TB-ORC-VL-EMITIDO (WS-IX-ORC)
                   END-IF
           END-READ.
      *
       2300-FIM. EXIT.
      *---------*
      *
      *ESTE RUN: DETALHES DO ARQUIVO 052 A LIBERAR.
       2400-SOMA-RUN.
      *--------------*
      *
           OPEN INPUT DSUBCPG052SPG.
           PERFORM 2500-LE-052
              THRU 2500-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052SPG.
           MOVE "NAO" TO WS-EOF.
      *
       2400-FIM. EXIT.
      *---------*
      *
       2500-LE-052.
      *-----------*
      *
           READ DSUBCPG052SPG
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   IF DOT52-ID-REG EQUAL 2
                      ADD 1 TO WS-CT-DETALHES-052
                      COMPUTE WS-IX-ORC = DOT52-CS-ORIG-ORC + 1
                      ADD DOT52-VALOR-LIQUIDO
                          TO TB-ORC-VL-RUN (WS-IX-ORC)
                   END-IF
           END-READ.
      *
       2500-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    FOLGA POR ORIGEM: DOTACAO - (JA EMITIDO + ESTE RUN). ORIGEM
      *    COM FOLGA NEGATIVA, OU COM EMISSAO NO RUN E SEM DOTACAO
      *    CADASTRADA PARA A COMPETENCIA, SEGURA A LIBERACAO.
      *----------------------------------------------------------------
       3000-CONFERE.
      *-------------*
      *
           WRITE LINHA-DOTCHK FROM CAB-03-DOTCHK AFTER 2.
      *
           PERFORM 3100-CONFERE-ORIGEM
              THRU 3100-FIM
              VARYING WS-IX-ORC FROM 1 BY 1
                UNTIL WS-IX-ORC GREATER 10.
      *
           MOVE "TOTAL"          TO DET-ORIGEM.
           MOVE WS-TOT-DOTACAO   TO DET-DOTACAO.
           MOVE WS-TOT-EMITIDO   TO DET-EMITIDO.
           MOVE WS-TOT-RUN       TO DET-RUN.
           MOVE WS-TOT-PROJETADO TO DET-PROJETADO.
           MOVE WS-TOT-FOLGA     TO DET-FOLGA.
           MOVE ZEROS            TO DET-PC-USO.
           MOVE SPACES           TO DET-SITUACAO.
           WRITE LINHA-DOTCHK FROM DET-DOTCHK AFTER 2.
      *
           IF WS-IN-RETIDO EQUAL 1
              WRITE LINHA-DOTCHK FROM MSG-RETIDO-DOTCHK AFTER 2
           ELSE
              WRITE LINHA-DOTCHK FROM MSG-LIBERADO-DOTCHK AFTER 2.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-CONFERE-ORIGEM.
      *--------------------*
      *
           IF TB-ORC-IN-DOTACAO (WS-IX-ORC) EQUAL 0
              AND TB-ORC-VL-EMITIDO (WS-IX-ORC) EQUAL ZEROS
              AND TB-ORC-VL-RUN (WS-IX-ORC) EQUAL ZEROS
              GO TO 3100-FIM.
      *
           COMPUTE TB-ORC-VL-PROJETADO (WS-IX-ORC) =
                   TB-ORC-VL-EMITIDO (WS-IX-ORC)
                   + TB-ORC-VL-RUN (WS-IX-ORC).
           COMPUTE TB-ORC-VL-FOLGA (WS-IX-ORC) =
                   TB-ORC-VL-DOTACAO (WS-IX-ORC)
                   - TB-ORC-VL-PROJETADO (WS-IX-ORC).
      *
           MOVE ZEROS TO WS-VL-PC-USO.
           IF TB-ORC-VL-DOTACAO (WS-IX-ORC) GREATER ZEROS
              COMPUTE WS-VL-PC-USO ROUNDED =
                      TB-ORC-VL-PROJETADO (WS-IX-ORC) * 100
                    / TB-ORC-VL-DOTACAO (WS-IX-ORC)
                 ON SIZE ERROR MOVE 99999,99 TO WS-VL-PC-USO
              END-COMPUTE.
      *
           MOVE "OK"             TO DET-SITUACAO.
           IF TB-ORC-IN-DOTACAO (WS-IX-ORC) EQUAL 0
              IF TB-ORC-VL-RUN (WS-IX-ORC) GREATER ZEROS
                 MOVE "SEM DOTACAO" TO DET-SITUACAO
                 ADD 1 TO WS-CT-ORIGENS-SEM-DOT
                 MOVE 1 TO WS-IN-RETIDO
              ELSE
                 MOVE "SEM DOTACAO" TO DET-SITUACAO
              END-IF
           ELSE
              IF TB-ORC-VL-FOLGA (WS-IX-ORC) LESS ZEROS
                 MOVE "ESTOURO"  TO DET-SITUACAO
                 ADD 1 TO WS-CT-ORIGENS-ESTOURO
                 MOVE 1 TO WS-IN-RETIDO
              END-IF
           END-IF.
      *
           COMPUTE WS-CS-ORIGEM = WS-IX-ORC - 1.
           MOVE WS-CS-ORIGEM                    TO DET-ORIGEM.
           MOVE TB-ORC-VL-DOTACAO (WS-IX-ORC)   TO DET-DOTACAO.
           MOVE TB-ORC-VL-EMITIDO (WS-IX-ORC)   TO DET-EMITIDO.
           MOVE TB-ORC-VL-RUN (WS-IX-ORC)       TO DET-RUN.
           MOVE TB-ORC-VL-PROJETADO (WS-IX-ORC) TO DET-PROJETADO.
           MOVE TB-ORC-VL-FOLGA (WS-IX-ORC)     TO DET-FOLGA.
           MOVE WS-VL-PC-USO                    TO DET-PC-USO.
           WRITE LINHA-DOTCHK FROM DET-DOTCHK AFTER 1.
      *
           ADD TB-ORC-VL-DOTACAO (WS-IX-ORC)   TO WS-TOT-DOTACAO.
           ADD TB-ORC-VL-EMITIDO (WS-IX-ORC)   TO WS-TOT-EMITIDO.
           ADD TB-ORC-VL-RUN (WS-IX-ORC)       TO WS-TOT-RUN.
           ADD TB-ORC-VL-PROJETADO (WS-IX-ORC) TO WS-TOT-PROJETADO.
           ADD TB-ORC-VL-FOLGA (WS-IX-ORC)     TO WS-TOT-FOLGA.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           MOVE SPACES TO TRAILER-DOTCHK.
           MOVE "DETALHES DO 052 CONFERIDOS                   " TO
                                                   TEXTO-TRL-DOTCHK.
           MOVE WS-CT-DETALHES-052 TO QT-TRL-DOTCHK.
           WRITE LINHA-DOTCHK FROM TRAILER-DOTCHK AFTER 2.
      *
           MOVE "ORIGENS ACIMA DA DOTACAO                     " TO
                                                   TEXTO-TRL-DOTCHK.
           MOVE WS-CT-ORIGENS-ESTOURO TO QT-TRL-DOTCHK.
           WRITE LINHA-DOTCHK FROM TRAILER-DOTCHK AFTER 1.
      *
           MOVE "ORIGENS EMITINDO SEM DOTACAO CADASTRADA      " TO
                                                   TEXTO-TRL-DOTCHK.
           MOVE WS-CT-ORIGENS-SEM-DOT TO QT-TRL-DOTCHK.
           WRITE LINHA-DOTCHK FROM TRAILER-DOTCHK AFTER 1.
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN ("A" SE A
      *LIBERACAO FICOU RETIDA).
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE WS-CT-DETALHES-052 TO WS-LGR-QTD-REG.
           MOVE WS-TOT-RUN         TO WS-LGR-TOT-VALOR.
           IF WS-IN-RETIDO EQUAL 1
              MOVE "A" TO WS-LGR-RESULTADO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE LSUBCPG2KDOTCHK.
      *
       4000-FIM. EXIT.
      *---------*
