      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET SHARING = PRIVATE
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SSUBLIB2K606.
       ENVIRONMENT    DIVISION.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
      *GRADE DE DEPENDENCIAS DA CADEIA 2K, MANTIDA PELA OPERACAO (DADO,
      *NAO CODIGO, MESMO CRITERIO DE D/SUB/CPG/2K/LGR/EXP): UM
      *REGISTRO POR ARESTA "PROGRAMA X PRECISA DO PREDECESSOR Y
      *TERMINADO NORMAL NA MESMA DATA DE EXECUCAO". DATASET AUSENTE OU
      *PROGRAMA SEM ARESTA = SEM DEPENDENCIA (LIBERADO).
           SELECT OPTIONAL DSUBCPG2KDEP ASSIGN TO DISK.
      *LIVRO DE EXECUCOES (VIDE SSUBLIB2K604), SO LEITURA.
           SELECT OPTIONAL DSUBCPG2KLGR ASSIGN TO DISK.
      *
       DATA DIVISION.
        FILE SECTION.
      *-------------*
        FD DSUBCPG2KDEP
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DEP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDEP.
           03 DEP-PROGRAMA            PIC X(17).
           03 DEP-PREDECESSOR         PIC X(17).
           03 FILLER                  PIC X(06).
      *
        FD DSUBCPG2KLGR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LGR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KLGR.
           03 LGR-DATA                PIC 9(08).
           03 LGR-HORA                PIC 9(06).
           03 LGR-PROGRAMA            PIC X(17).
           03 LGR-EVENTO              PIC X(01).
           03 LGR-INSUMO              PIC X(24).
           03 LGR-INSUMO-DATA         PIC 9(08).
           03 LGR-INSUMO-HORA         PIC 9(06).
           03 LGR-QTD-REG             PIC 9(08).
           03 LGR-TOT-VALOR           PIC 9(15)V99.
           03 LGR-RESULTADO           PIC X(01).
           03 FILLER                  PIC X(04).
      *
       WORKING-STORAGE SECTION.
      *PORTAO DE PARTIDA DA CADEIA 2K: TODO JOB DA CADEIA (E O
      *PSUBCPG052SPGUNI) CHAMA ESTA ROTINA NA PARTIDA, ANTES DE ABRIR
      *QUALQUER ARQUIVO. PARA CADA PREDECESSOR DO CHAMADOR NA GRADE DE
      *DEPENDENCIAS, O ULTIMO EVENTO DELE NO LIVRO DENTRO DA DATA DE
      *EXECUCAO CORRENTE TEM QUE SER UM "F" NORMAL. SE NAO FOR, A ROTINA
      *EXIBE O MOTIVO, GRAVA NO LIVRO UM EVENTO "R" (RUN RECUSADO, COM O
      *PREDECESSOR NO LUGAR DO INSUMO) E DEVOLVE STATUS <> 0 - O
      *CHAMADOR TERMINA ANORMAL SEM TOCAR EM NADA.
      *DATA DE EXECUCAO: A NOITE ATRAVESSA A MEIA-NOITE, ENTAO EVENTO
      *ANTERIOR AO MEIO-DIA PERTENCE A NOITE QUE COMECOU NA VESPERA.
      *WS-DEP-STATUS: 0 = LIBERADO; 1 = PREDECESSOR NAO RODOU OU NAO
      *TERMINOU NESTA DATA DE EXECUCAO; 2 = PREDECESSOR TERMINOU
      *ANORMAL OU FOI RECUSADO; 3 = GRADE COM MAIS DE 50 PREDECESSORES
      *PARA O MESMO PROGRAMA.
      *
       77  W77-DATA-DEP         PIC 9(08) BINARY.
       77  W77-HORA-DEP         PIC 9(06) BINARY.
       77  WS-DATA-EXECUCAO     PIC 9(08).
       77  WS-DATA-EVENTO       PIC 9(08).
      *
      *CALCULO DA VESPERA (AAAAMMDD).
       01  WS-DATA-CALC.
           03 WS-DATA-CALC-AAAA PIC 9(04).
           03 WS-DATA-CALC-MM   PIC 9(02).
           03 WS-DATA-CALC-DD   PIC 9(02).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC PIC 9(08).
       77  WS-HORA-CALC         PIC 9(06).
       77  WS-QUOC-CALC         PIC 9(04).
       77  WS-RESTO-CALC        PIC 9(04).
       01  TABELA-DIAS-MES-V.
           03 FILLER            PIC X(24) VALUE
              "312831303130313130313031".
       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
           03 TB-DIAS-MES       PIC 9(02) OCCURS 12 TIMES.
      *
       01  TABELA-PREDECESSORES.
           05 TB-PRE OCCURS 50 TIMES.
              10 TB-PRE-PROGRAMA    PIC X(17).
      *        ULTIMO EVENTO NA DATA DE EXECUCAO: " " = NENHUM
              10 TB-PRE-EVENTO      PIC X(01).
              10 TB-PRE-RESULTADO   PIC X(01).
       77  WS-QTDE-PRE          PIC 9(02) VALUE ZEROS.
       77  WS-IX-PRE            PIC 9(02) VALUE ZEROS.
       77  WS-EOF-DEP           PIC X(03) VALUE "NAO".
       77  WS-EOF-LGR           PIC X(03) VALUE "NAO".
      *
      *INTERFACE DO LIVRO DE EXECUCOES (SSUBLIB2K604) PARA O "R".
       77  WS-LGR-EVENTO        PIC X(01).
       77  WS-LGR-INSUMO        PIC X(24).
       77  WS-LGR-INSUMO-DATA   PIC 9(08).
       77  WS-LGR-INSUMO-HORA   PIC 9(06).
       77  WS-LGR-QTD-REG       PIC 9(08).
       77  WS-LGR-TOT-VALOR     PIC 9(15)V99.
       77  WS-LGR-RESULTADO     PIC X(01).
      *
       77  WS-DEP-PROGRAMA      PIC X(17).
       77  WS-DEP-STATUS        PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-DEP-PROGRAMA WS-DEP-STATUS.
       INICIO.
      *
           MOVE 0      TO WS-DEP-STATUS.
           MOVE SPACES TO WS-LGR-INSUMO.
      *
           PERFORM 9100-CARREGA-GRADE THRU 9100-FIM.
           IF WS-DEP-STATUS NOT EQUAL 0
              DISPLAY WS-DEP-PROGRAMA " - GRADE DE DEPENDENCIAS COM "
                      "MAIS DE 50 PREDECESSORES - RUN RECUSADO"
              GO TO 8000-RECUSA.
           IF WS-QTDE-PRE EQUAL ZEROS
              EXIT PROGRAM.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA-DEP.
           CALL "ZHORA  IN DTP/L1" GIVING W77-HORA-DEP.
           MOVE W77-DATA-DEP TO WS-DATA-CALC-R.
           MOVE W77-HORA-DEP TO WS-HORA-CALC.
           PERFORM 9300-DATA-EXECUCAO THRU 9300-FIM.
           MOVE WS-DATA-CALC-R TO WS-DATA-EXECUCAO.
      *
           PERFORM 9200-VARRE-LIVRO THRU 9200-FIM.
      *
      *TODOS OS PREDECESSORES BARRADOS SAO EXIBIDOS; O PRIMEIRO VAI
      *PARA O LIVRO.
           PERFORM VARYING WS-IX-PRE FROM 1 BY 1
                     UNTIL WS-IX-PRE GREATER WS-QTDE-PRE
              EVALUATE TRUE
                 WHEN TB-PRE-EVENTO (WS-IX-PRE) EQUAL "F"
                  AND TB-PRE-RESULTADO (WS-IX-PRE) EQUAL "N"
                      CONTINUE
                 WHEN TB-PRE-EVENTO (WS-IX-PRE) EQUAL SPACE
                      DISPLAY WS-DEP-PROGRAMA " - PREDECESSOR "
                              TB-PRE-PROGRAMA (WS-IX-PRE)
                              " NAO RODOU NA DATA DE EXECUCAO "
                              WS-DATA-EXECUCAO
                      PERFORM 9400-MARCA-RECUSA THRU 9400-FIM
                 WHEN TB-PRE-EVENTO (WS-IX-PRE) EQUAL "I"
                      DISPLAY WS-DEP-PROGRAMA " - PREDECESSOR "
                              TB-PRE-PROGRAMA (WS-IX-PRE)
                              " INICIOU E NAO TERMINOU (EM ANDAMENTO"
                              " OU ABEND)"
                      PERFORM 9400-MARCA-RECUSA THRU 9400-FIM
                 WHEN OTHER
                      DISPLAY WS-DEP-PROGRAMA " - PREDECESSOR "
                              TB-PRE-PROGRAMA (WS-IX-PRE)
                              " TERMINOU ANORMAL OU FOI RECUSADO"
                      MOVE 2 TO WS-DEP-STATUS
                      IF WS-LGR-INSUMO EQUAL SPACES
                         MOVE TB-PRE-PROGRAMA (WS-IX-PRE)
                                               TO WS-LGR-INSUMO
                      END-IF
              END-EVALUATE
           END-PERFORM.
      *
           IF WS-DEP-STATUS EQUAL 0
              EXIT PROGRAM.
      *
       8000-RECUSA.
      *
           DISPLAY WS-DEP-PROGRAMA " - RUN RECUSADO PELO PORTAO DE "
                   "DEPENDENCIAS (D/SUB/CPG/2K/DEP)".
           MOVE "R"   TO WS-LGR-EVENTO.
           MOVE ZEROS TO WS-LGR-INSUMO-DATA WS-LGR-INSUMO-HORA
                         WS-LGR-QTD-REG WS-LGR-TOT-VALOR.
           MOVE "A"   TO WS-LGR-RESULTADO.
           CALL "SSUBLIB2K604" USING WS-DEP-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       9100-CARREGA-GRADE.
      *-------------------*
      *FLAG DE EOF E CONTADOR REARMADOS A CADA CHAMADA (MESMA GUARDA DE
      *9100-CARREGA-PINOS DE SSUBLIB2K605).
           MOVE "NAO" TO WS-EOF-DEP.
           MOVE ZEROS TO WS-QTDE-PRE.
           OPEN INPUT DSUBCPG2KDEP.
      *
           PERFORM UNTIL WS-EOF-DEP EQUAL "SIM"
              READ DSUBCPG2KDEP
                   AT END MOVE "SIM" TO WS-EOF-DEP
              NOT AT END
                   IF DEP-PROGRAMA EQUAL WS-DEP-PROGRAMA
                      IF WS-QTDE-PRE EQUAL 50
                         MOVE 3     TO WS-DEP-STATUS
                         MOVE "SIM" TO WS-EOF-DEP
                      ELSE
                         ADD 1 TO WS-QTDE-PRE
                         MOVE DEP-PREDECESSOR
                              TO TB-PRE-PROGRAMA (WS-QTDE-PRE)
                         MOVE SPACE TO TB-PRE-EVENTO (WS-QTDE-PRE)
                                       TB-PRE-RESULTADO (WS-QTDE-PRE)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE DSUBCPG2KDEP.
      *
       9100-FIM. EXIT.
      *-----------------------------------------------------------------
       9200-VARRE-LIVRO.
      *-----------------*
      *O LIVRO E SO-ACRESCENTA, EM ORDEM CRONOLOGICA: O ULTIMO EVENTO
      *LIDO DE CADA PREDECESSOR NA DATA DE EXECUCAO E O QUE VALE.
           MOVE "NAO" TO WS-EOF-LGR.
           OPEN INPUT DSUBCPG2KLGR.
      *
           PERFORM UNTIL WS-EOF-LGR EQUAL "SIM"
              READ DSUBCPG2KLGR
                   AT END MOVE "SIM" TO WS-EOF-LGR
              NOT AT END
                   PERFORM 9210-AVALIA-EVENTO THRU 9210-FIM
              END-READ
           END-PERFORM.
      *
           CLOSE DSUBCPG2KLGR.
      *
       9200-FIM. EXIT.
      *-----------------------------------------------------------------
       9210-AVALIA-EVENTO.
      *-------------------*
           PERFORM VARYING WS-IX-PRE FROM 1 BY 1
                     UNTIL WS-IX-PRE GREATER WS-QTDE-PRE
                        OR TB-PRE-PROGRAMA (WS-IX-PRE) EQUAL
                                                     LGR-PROGRAMA
              CONTINUE
           END-PERFORM.
           IF WS-IX-PRE GREATER WS-QTDE-PRE
              GO TO 9210-FIM.
      *
           MOVE LGR-DATA TO WS-DATA-CALC-R.
           MOVE LGR-HORA TO WS-HORA-CALC.
           PERFORM 9300-DATA-EXECUCAO THRU 9300-FIM.
           IF WS-DATA-CALC-R NOT EQUAL WS-DATA-EXECUCAO
              GO TO 9210-FIM.
      *
           MOVE LGR-EVENTO    TO TB-PRE-EVENTO (WS-IX-PRE).
           MOVE LGR-RESULTADO TO TB-PRE-RESULTADO (WS-IX-PRE).
       9210-FIM. EXIT.
      *-----------------------------------------------------------------
       9300-DATA-EXECUCAO.
      *-------------------*
      *ANTES DO MEIO-DIA A DATA DE EXECUCAO E A VESPERA DO CALENDARIO.
           IF WS-HORA-CALC NOT LESS 120000
              GO TO 9300-FIM.
      *
           IF WS-DATA-CALC-DD GREATER 1
              SUBTRACT 1 FROM WS-DATA-CALC-DD
              GO TO 9300-FIM.
      *
           IF WS-DATA-CALC-MM EQUAL 1
              MOVE 12 TO WS-DATA-CALC-MM
              SUBTRACT 1 FROM WS-DATA-CALC-AAAA
           ELSE
              SUBTRACT 1 FROM WS-DATA-CALC-MM.
           MOVE TB-DIAS-MES (WS-DATA-CALC-MM) TO WS-DATA-CALC-DD.
      *
      *FEVEREIRO DE ANO BISSEXTO.
           IF WS-DATA-CALC-MM EQUAL 2
              DIVIDE WS-DATA-CALC-AAAA BY 4 GIVING WS-QUOC-CALC
                     REMAINDER WS-RESTO-CALC
              IF WS-RESTO-CALC EQUAL ZEROS
                 MOVE 29 TO WS-DATA-CALC-DD
                 DIVIDE WS-DATA-CALC-AAAA BY 100 GIVING WS-QUOC-CALC
                        REMAINDER WS-RESTO-CALC
                 IF WS-RESTO-CALC EQUAL ZEROS
                    DIVIDE WS-DATA-CALC-AAAA BY 400
                           GIVING WS-QUOC-CALC
                           REMAINDER WS-RESTO-CALC
                    IF WS-RESTO-CALC NOT EQUAL ZEROS
                       MOVE 28 TO WS-DATA-CALC-DD.
       9300-FIM. EXIT.
      *-----------------------------------------------------------------
       9400-MARCA-RECUSA.
      *------------------*
      *PREDECESSOR AUSENTE NAO REBAIXA UM STATUS 2 JA APURADO.
           IF WS-DEP-STATUS EQUAL 0
              MOVE 1 TO WS-DEP-STATUS.
           IF WS-LGR-INSUMO EQUAL SPACES
              MOVE TB-PRE-PROGRAMA (WS-IX-PRE) TO WS-LGR-INSUMO.
       9400-FIM. EXIT.
