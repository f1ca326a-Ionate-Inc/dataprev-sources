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
       PROGRAM-ID.      PSUBCPG2KACUM.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CRITICA DE ACUMULACAO DE BENEFICIOS PELO CPF DO     *
      *            TITULAR. CP01-NU-CPF-TITULAR E CP01-NU-NIT-TITULAR  *
      *            VIAJAM EM TODO REGISTRO DE D/SUB/CPG/2K/401 E       *
      *            NENHUM PROGRAMA OS LIA - NADA IMPEDIA A MESMA       *
      *            PESSOA DE RECEBER BENEFICIOS QUE A LEI NAO PERMITE  *
      *            ACUMULAR (LOAS 87/88 COM QUALQUER OUTRO, DUAS       *
      *            APOSENTADORIAS ETC), E OS CASOS SO APARECIAM EM     *
      *            AUDITORIA EXTERNA, MESES DEPOIS DO PAGAMENTO.       *
      *            ESTE JOB CLASSIFICA O MOVIMENTO POR CPF DO TITULAR  *
      *            E COMPETENCIA (SORT, MESMO RECURSO DE               *
      *            PSUBCPG2KOBITO), MONTA OS NB DISTINTOS DE CADA      *
      *            CPF NA COMPETENCIA E CONFRONTA CADA PAR DE NB COM A *
      *            MATRIZ DE REGRAS MANTIDA PELA OPERACAO              *
      *            (D/SUB/CPG/2K/ACM/REG: ESPECIE A NAO ACUMULA COM    *
      *            ESPECIE B; ESPECIE B = 000 VALE PARA QUALQUER OUTRO *
      *            BENEFICIO; A = B VALE PARA DOIS NB DA MESMA         *
      *            ESPECIE) E, NA FALTA DE REGRA NA MATRIZ, COM A      *
      *            VEDACAO PROPRIA DA ESPECIE NO CADASTRO DE ESPECIES  *
      *            (ESP-CS-ACUMULACAO VIA SSUBLIB2K607: 1 = NAO        *
      *            ACUMULA COM NENHUM OUTRO, 2 = NAO ACUMULA COM       *
      *            OUTRO DO MESMO GRUPO DE ESPECIES). CADA PAR CPF/NB  *
      *            QUE FERE UMA REGRA VAI PARA O ARQUIVO DE EXCECAO, E *
      *            O RELATORIO RESUME POR UF E PAR DE ESPECIES.        *
      *            CREDITO CANCELADO (CP01-IN-CRED-CANCELADO = 1) E    *
      *            CREDITO SEM CPF DO TITULAR NAO ENTRAM NO CONFRONTO. *
      *            A MATRIZ E CRITICADA NA CARGA (ESPECIE A ZERADA,    *
      *            COMPETENCIA INVALIDA, VIGENCIA INVERTIDA, REGRA     *
      *            DUPLICADA); MATRIZ COM ERRO NAO RODA - O JOB        *
      *            IMPRIME AS LINHAS REPROVADAS E TERMINA ANORMAL.     *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KACMREG - D/SUB/CPG/2K/ACM/REG (MATRIZ).    *
      *            DSUBCPG2K401    - D/SUB/CPG/2K/401 (CP01).          *
      *            D/SUB/CPG/2K/ESP - CADASTRO DE ESPECIES (VIA        *
      *                           SSUBLIB2K607).                       *
      *  SAIDA:    DSUBCPG2KACMEXC - D/SUB/CPG/2K/ACM/EXC (PARES).     *
      *            LSUBCPG2KACUM   - RESUMO POR UF E PAR DE ESPECIES.  *
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
           SELECT DSUBCPG2KACMREG ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT DSUBCPG2KACMEXC ASSIGN TO DISK.
           SELECT LSUBCPG2KACUM   ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *MATRIZ DE REGRAS DE ACUMULACAO, MANTIDA PELA OPERACAO (E DADO,
      *NAO CODIGO - MESMO CRITERIO DO DSUBCPG052LIM): UMA LINHA POR
      *PAR DE ESPECIES QUE NAO PODEM SER PAGAS AO MESMO CPF NA MESMA
      *COMPETENCIA, COM A JANELA DE COMPETENCIAS EM QUE A REGRA VALE.
        FD DSUBCPG2KACMREG
           RECORD CONTAINS  50 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ACM/REG ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KACMREG.
           03 ACMR-CS-ESPECIE-A       PIC 9(03).
           03 ACMR-CS-ESPECIE-B       PIC 9(03).
      *        000 = QUALQUER OUTRO BENEFICIO DO MESMO CPF
           03 ACMR-COMPET-INI         PIC 9(06).
           03 ACMR-COMPET-FIM         PIC 9(06).
      *        AAAAMM - FIM ZERADO = REGRA SEM TERMO FINAL
           03 ACMR-DS-REGRA           PIC X(30).
           03 FILLER                  PIC X(02).
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2KACMEXC
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ACM/EXC ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 EXCACM-REG.
           03 EXCACM-NU-CPF-TITULAR   PIC 9(11).
           03 EXCACM-NU-NIT-TITULAR   PIC 9(11).
           03 EXCACM-DT-COMPET        PIC 9(06).
           03 EXCACM-NB-A.
              05 EXCACM-NU-NB-A       PIC 9(10).
              05 EXCACM-CS-ESPECIE-A  PIC 9(03).
              05 EXCACM-CS-UF-A       PIC 9(02).
              05 EXCACM-VL-LIQUIDO-A  PIC 9(10)V99.
           03 EXCACM-NB-B.
              05 EXCACM-NU-NB-B       PIC 9(10).
              05 EXCACM-CS-ESPECIE-B  PIC 9(03).
              05 EXCACM-CS-UF-B       PIC 9(02).
              05 EXCACM-VL-LIQUIDO-B  PIC 9(10)V99.
      *REGRA DA MATRIZ QUE FOI FERIDA (ESPECIE B 000 = QUALQUER OUTRO).
           03 EXCACM-REGRA-ESPECIE-A  PIC 9(03).
           03 EXCACM-REGRA-ESPECIE-B  PIC 9(03).
      *ORIGEM DA REGRA: "M" MATRIZ ACM/REG; "E" VEDACAO DA ESPECIE A NO
      *CADASTRO DE ESPECIES (B 000 = NENHUM OUTRO; B PREENCHIDA = OUTRO
      *BENEFICIO DO MESMO GRUPO).
           03 EXCACM-CS-ORIGEM-REGRA  PIC X(01).
           03 FILLER                  PIC X(11).
      *
        FD LSUBCPG2KACUM.
        01 LINHA-ACUM             PIC X(133).
      *
        SD SORTWK.
        01 SRTA-REG.
           03 SRTA-NU-CPF-TITULAR     PIC 9(11).
           03 SRTA-DT-COMPET          PIC 9(06).
           03 SRTA-NU-NB              PIC 9(10).
           03 SRTA-NU-NIT-TITULAR     PIC 9(11).
           03 SRTA-CS-ESPECIE         PIC 9(03).
           03 SRTA-CS-UF              PIC 9(02).
           03 SRTA-VL-LIQUIDO         PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KACUM".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KACUM".
       01  WS-LGR-EVENTO              PIC X(01).
       01  WS-LGR-INSUMO              PIC X(24).
       01  WS-LGR-INSUMO-DATA         PIC 9(08) VALUE ZEROS.
       01  WS-LGR-INSUMO-HORA         PIC 9(06) VALUE ZEROS.
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CPF              PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRUPOS               PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRUPOS-MULTI-NB      PIC 9(08) VALUE ZEROS.
       77  WS-CT-GRUPOS-TRUNCADOS     PIC 9(08) VALUE ZEROS.
       77  WS-CT-PARES                PIC 9(08) VALUE ZEROS.
       77  WS-VL-PARES                PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-ERROS-REGRA          PIC 9(04) VALUE ZEROS.
       77  WS-CT-PARES-CADASTRO       PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CADASTRO         PIC 9(08) VALUE ZEROS.
      *
      *INTERFACE DA CONSULTA AO CADASTRO DE ESPECIES (SSUBLIB2K607):
      *LINHA VIGENTE NO PRIMEIRO DIA DA COMPETENCIA DO GRUPO.
       77  WS-ESP-CS-ESPECIE          PIC 9(03) VALUE ZEROS.
       01  WS-ESP-DT-REFERENCIA       PIC 9(08) VALUE ZEROS.
       01  WS-ESP-DT-REFERENCIA-R REDEFINES WS-ESP-DT-REFERENCIA.
           03 WS-ESP-REF-AAAAMM       PIC 9(06).
           03 WS-ESP-REF-DD           PIC 9(02).
       77  WS-ESP-STATUS              PIC 9(01) VALUE ZEROS.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
      *
      *REGRA FERIDA PELO PAR CORRENTE (DA MATRIZ OU DO CADASTRO).
       77  WS-REGRA-ESPECIE-A         PIC 9(03) VALUE ZEROS.
       77  WS-REGRA-ESPECIE-B         PIC 9(03) VALUE ZEROS.
       77  WS-ORIGEM-REGRA            PIC X(01) VALUE SPACES.
      *
      *MATRIZ DE REGRAS CARREGADA DE DSUBCPG2KACMREG. 300 LINHAS
      *COBREM COM FOLGA AS VEDACOES DE ACUMULACAO DA LEGISLACAO; ACIMA
      *DISSO O JOB PARA EM VEZ DE TRABALHAR COM MATRIZ TRUNCADA.
       01  TABELA-REGRA.
           03  TB-REGRA OCCURS 300 TIMES.
               05  TB-REG-ESPECIE-A     PIC 9(03).
               05  TB-REG-ESPECIE-B     PIC 9(03).
               05  TB-REG-COMPET-INI    PIC 9(06).
               05  TB-REG-COMPET-FIM    PIC 9(06).
       77  WS-QTDE-REGRA              PIC 9(04) VALUE ZEROS.
       77  WS-IX-REGRA                PIC 9(04) VALUE ZEROS.
       77  WS-IX-REGRA-2              PIC 9(04) VALUE ZEROS.
       77  WS-IX-REGRA-ACHADA         PIC 9(04) VALUE ZEROS.
      *
       01  WS-COMPET-DESMONTA         PIC 9(06).
       01  WS-COMPET-DESMONTA-R REDEFINES WS-COMPET-DESMONTA.
           03 WS-CD-ANO               PIC 9(04).
           03 WS-CD-MES               PIC 9(02).
      *
      *GRUPO CORRENTE (CPF + COMPETENCIA): UM ITEM POR NB DISTINTO,
      *COM O VALOR SOMADO DOS CREDITOS DO NB NA COMPETENCIA. 50 NB
      *PARA UM MESMO CPF NUMA COMPETENCIA JA E CASO DE CADASTRO A
      *INVESTIGAR - O EXCEDENTE E CONTADO COMO GRUPO TRUNCADO.
       77  WS-CPF-CORRENTE            PIC 9(11) VALUE ZEROS.
       77  WS-NIT-CORRENTE            PIC 9(11) VALUE ZEROS.
       77  WS-COMPET-CORRENTE         PIC 9(06) VALUE ZEROS.
       77  WS-IN-GRUPO-ABERTO         PIC 9(01) VALUE 0.
       77  WS-IN-GRUPO-TRUNCADO       PIC 9(01) VALUE 0.
       01  TABELA-GRUPO.
           03  TB-GRUPO OCCURS 50 TIMES.
               05  TB-GRP-NU-NB         PIC 9(10).
               05  TB-GRP-CS-ESPECIE    PIC 9(03).
               05  TB-GRP-CS-UF         PIC 9(02).
               05  TB-GRP-VL-LIQUIDO    PIC 9(10)V99.
               05  TB-GRP-GR-ESPECIES   PIC 9(02).
               05  TB-GRP-CS-ACUMULACAO PIC 9(01).
       77  WS-QTDE-GRUPO              PIC 9(02) VALUE ZEROS.
       77  WS-IX-GRP-A                PIC 9(02) VALUE ZEROS.
       77  WS-IX-GRP-B                PIC 9(02) VALUE ZEROS.
      *
      *TOTAIS POR UF E PAR DE ESPECIES (FIND-OR-INSERT, MESMO MODELO
      *DE PSUBCPG2KOBITO). O PAR E GUARDADO COM A MENOR ESPECIE
      *PRIMEIRO, PARA A E B SOMAREM NA MESMA LINHA QUALQUER QUE SEJA
      *A ORDEM DOS NB NO GRUPO.
       01  WS-TABELA-UFP.
           03  WS-UFP OCCURS 2000 TIMES.
               05  WS-UFP-CS-UF             PIC 9(02).
               05  WS-UFP-ESPECIE-1         PIC 9(03).
               05  WS-UFP-ESPECIE-2         PIC 9(03).
               05  WS-UFP-QTDE              PIC 9(06).
               05  WS-UFP-VALOR             PIC 9(13)V99.
       77  WS-QTDE-UFP                PIC 9(04) VALUE ZEROS.
       77  WS-IX-UFP                  PIC 9(04) VALUE ZEROS.
       77  WS-UFP-ENCONTRADA          PIC 9(01) VALUE 0.
       77  WS-UFP-CS-UF-CHAVE         PIC 9(02) VALUE ZEROS.
       77  WS-UFP-ESPECIE-1-CHAVE     PIC 9(03) VALUE ZEROS.
       77  WS-UFP-ESPECIE-2-CHAVE     PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-ACUM.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/ACM".
           03 FILLER                PIC X(48) VALUE
              "ACUMULACAO DE BENEFICIOS POR CPF DO TITULAR".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-ACUM.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ERRO-ACUM.
           03 FILLER          PIC X(22) VALUE "*** ERRO NA MATRIZ: A=".
           03 DET-ERR-ESPECIE-A     PIC 9(03).
           03 FILLER                PIC X(03) VALUE " B=".
           03 DET-ERR-ESPECIE-B     PIC 9(03).
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-ERR-MOTIVO        PIC X(44).
      *
       01  MSG-MATRIZ-REPROVADA.
           03 FILLER                PIC X(56) VALUE
              "*** MATRIZ REPROVADA - MOVIMENTO NAO CRITICADO ***".
      *
       01  DET-UFP-ACUM.
           03 FILLER                PIC X(04) VALUE "UF: ".
           03 DET-UFP-UF            PIC 9(02).
           03 FILLER                PIC X(16) VALUE "  ESPECIES:    ".
           03 DET-UFP-ESPECIE-1     PIC 9(03).
           03 FILLER                PIC X(03) VALUE " X ".
           03 DET-UFP-ESPECIE-2     PIC 9(03).
           03 FILLER                PIC X(09) VALUE "  PARES: ".
           03 DET-UFP-QTDE          PIC ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-UFP-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-ACUM.
           03 TEXTO-TRL-ACUM        PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-ACUM           PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-ACUM.
           03 TEXTO-TRL-VL-ACUM     PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-ACUM           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           IF WS-CT-ERROS-REGRA GREATER ZEROS
              WRITE LINHA-ACUM FROM MSG-MATRIZ-REPROVADA AFTER 2
              MOVE "A" TO WS-LGR-RESULTADO
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      *CPF + COMPETENCIA + NB: CADA GRUPO DE CPF NA COMPETENCIA CHEGA
      *INTEIRO E COM OS CREDITOS DE UM MESMO NB CONTIGUOS.
           SORT SORTWK
                ASCENDING KEY SRTA-NU-CPF-TITULAR SRTA-DT-COMPET
                              SRTA-NU-NB
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-CONFRONTA
                                 THRU 3000-CONFRONTA-FIM.
      *
           PERFORM 5000-EMITIR-RELATORIO
              THRU 5000-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O INICIO DO RUN.
           MOVE "I"                TO WS-LGR-EVENTO.
           MOVE "D/SUB/CPG/2K/401" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN OUTPUT LSUBCPG2KACUM.
           OPEN OUTPUT DSUBCPG2KACMEXC.
      *
           MOVE ZEROS TO WS-TABELA-UFP.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-ACUM FROM CAB-01-ACUM AFTER PAGE.
           WRITE LINHA-ACUM FROM CAB-02-ACUM AFTER 1.
      *
           OPEN INPUT DSUBCPG2KACMREG.
           PERFORM 1100-CARREGA-REGRA
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KACMREG.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-REGRA.
      *-------------------*
      *
           READ DSUBCPG2KACMREG
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-REGRA EQUAL 300
              DISPLAY "PSUBCPG2KACUM: MATRIZ DE REGRAS ACIMA"
              DISPLAY "DE 300 LINHAS - REVER O LIMITE DA TABELA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           MOVE ACMR-CS-ESPECIE-A TO DET-ERR-ESPECIE-A.
           MOVE ACMR-CS-ESPECIE-B TO DET-ERR-ESPECIE-B.
      *
           IF ACMR-CS-ESPECIE-A EQUAL ZEROS
              MOVE "ESPECIE A NAO INFORMADA" TO DET-ERR-MOTIVO
              PERFORM 1110-ERRO-REGRA
                 THRU 1110-FIM
              GO TO 1100-FIM.
      *
           MOVE ACMR-COMPET-INI TO WS-COMPET-DESMONTA.
           IF ACMR-COMPET-INI EQUAL ZEROS
              OR WS-CD-MES LESS 1 OR WS-CD-MES GREATER 12
              MOVE "COMPETENCIA INICIAL INVALIDA" TO DET-ERR-MOTIVO
              PERFORM 1110-ERRO-REGRA
                 THRU 1110-FIM
              GO TO 1100-FIM.
      *
           MOVE ACMR-COMPET-FIM TO WS-COMPET-DESMONTA.
           IF ACMR-COMPET-FIM NOT EQUAL ZEROS
              AND (WS-CD-MES LESS 1 OR WS-CD-MES GREATER 12
                   OR ACMR-COMPET-FIM LESS ACMR-COMPET-INI)
              MOVE "COMPETENCIA FINAL INVALIDA/INVERTIDA" TO
                                                  DET-ERR-MOTIVO
              PERFORM 1110-ERRO-REGRA
                 THRU 1110-FIM
              GO TO 1100-FIM.
      *
      *A MESMA VEDACAO CADASTRADA DUAS VEZES (EM QUALQUER ORDEM DAS
      *ESPECIES) DUPLICARIA AS EXCECOES DO PAR.
           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                     UNTIL WS-IX-REGRA GREATER WS-QTDE-REGRA
              IF (TB-REG-ESPECIE-A (WS-IX-REGRA) EQUAL
                                              ACMR-CS-ESPECIE-A
                  AND TB-REG-ESPECIE-B (WS-IX-REGRA) EQUAL
                                              ACMR-CS-ESPECIE-B)
                 OR (TB-REG-ESPECIE-A (WS-IX-REGRA) EQUAL
                                              ACMR-CS-ESPECIE-B
                  AND TB-REG-ESPECIE-B (WS-IX-REGRA) EQUAL
                                              ACMR-CS-ESPECIE-A)
                 MOVE "REGRA DUPLICADA NA MATRIZ" TO DET-ERR-MOTIVO
                 PERFORM 1110-ERRO-REGRA
                    THRU 1110-FIM
                 GO TO 1100-FIM
              END-IF
           END-PERFORM.
      *
           ADD 1 TO WS-QTDE-REGRA.
           MOVE ACMR-CS-ESPECIE-A TO TB-REG-ESPECIE-A (WS-QTDE-REGRA).
           MOVE ACMR-CS-ESPECIE-B TO TB-REG-ESPECIE-B (WS-QTDE-REGRA).
           MOVE ACMR-COMPET-INI   TO TB-REG-COMPET-INI (WS-QTDE-REGRA).
           MOVE ACMR-COMPET-FIM   TO TB-REG-COMPET-FIM (WS-QTDE-REGRA).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1110-ERRO-REGRA.
      *----------------*
      *
           ADD 1 TO WS-CT-ERROS-REGRA.
           WRITE LINHA-ACUM FROM DET-ERRO-ACUM AFTER 1.
      *
       1110-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA PARA O SORT UM REGISTRO POR CREDITO
      *    COM CPF DO TITULAR, FORA OS CANCELADOS.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-CP01.
      *----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CREDITO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CREDITO.
      *----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2100-FIM.
      *
           IF CP01-NU-CPF-TITULAR EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-CPF
              GO TO 2100-FIM.
      *
           MOVE SPACES                 TO SRTA-REG.
           MOVE CP01-NU-CPF-TITULAR    TO SRTA-NU-CPF-TITULAR.
           MOVE CP01-DT-COMPET-CREDITO TO SRTA-DT-COMPET.
           MOVE CP01-NU-NB             TO SRTA-NU-NB.
           MOVE CP01-NU-NIT-TITULAR    TO SRTA-NU-NIT-TITULAR.
           MOVE CP01-CS-ESPECIE        TO SRTA-CS-ESPECIE.
           MOVE CP01-CS-UF-OP          TO SRTA-CS-UF.
           MOVE CP01-VL-LIQUIDO-CRED   TO SRTA-VL-LIQUIDO.
           RELEASE SRTA-REG.
      *
       2100-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: QUEBRA POR CPF + COMPETENCIA, MONTA OS NB
      *    DISTINTOS DO GRUPO E CONFRONTA CADA PAR COM A MATRIZ.
      *----------------------------------------------------------------
       3000-CONFRONTA SECTION.
       3000-CONFRONTA-GRUPOS.
      *----------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-CREDITO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-GRUPO-ABERTO EQUAL 1
              PERFORM 3200-FECHA-GRUPO
                 THRU 3200-FIM.
           GO TO 3000-CONFRONTA-FIM.
      *
       3100-UM-CREDITO.
      *----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-IN-GRUPO-ABERTO EQUAL 1
              AND (SRTA-NU-CPF-TITULAR NOT EQUAL WS-CPF-CORRENTE
                   OR SRTA-DT-COMPET NOT EQUAL WS-COMPET-CORRENTE)
              PERFORM 3200-FECHA-GRUPO
                 THRU 3200-FIM.
      *
           IF WS-IN-GRUPO-ABERTO EQUAL 0
              MOVE 1                   TO WS-IN-GRUPO-ABERTO
              MOVE 0                   TO WS-IN-GRUPO-TRUNCADO
              MOVE ZEROS               TO WS-QTDE-GRUPO
              MOVE SRTA-NU-CPF-TITULAR TO WS-CPF-CORRENTE
              MOVE SRTA-NU-NIT-TITULAR TO WS-NIT-CORRENTE
              MOVE SRTA-DT-COMPET      TO WS-COMPET-CORRENTE.
      *
      *MESMO NB DO ITEM ANTERIOR: SO SOMA O VALOR (VARIOS CREDITOS DO
      *MESMO BENEFICIO NA COMPETENCIA NAO SAO ACUMULACAO).
           IF WS-QTDE-GRUPO GREATER ZEROS
              AND TB-GRP-NU-NB (WS-QTDE-GRUPO) EQUAL SRTA-NU-NB
              ADD SRTA-VL-LIQUIDO TO TB-GRP-VL-LIQUIDO (WS-QTDE-GRUPO)
              GO TO 3100-FIM.
      *
           IF WS-QTDE-GRUPO EQUAL 50
              MOVE 1 TO WS-IN-GRUPO-TRUNCADO
              GO TO 3100-FIM.
      *
           ADD 1 TO WS-QTDE-GRUPO.
           MOVE SRTA-NU-NB      TO TB-GRP-NU-NB (WS-QTDE-GRUPO).
           MOVE SRTA-CS-ESPECIE TO TB-GRP-CS-ESPECIE (WS-QTDE-GRUPO).
           MOVE SRTA-CS-UF      TO TB-GRP-CS-UF (WS-QTDE-GRUPO).
           MOVE SRTA-VL-LIQUIDO TO TB-GRP-VL-LIQUIDO (WS-QTDE-GRUPO).
      *
      *GRUPO E VEDACAO PROPRIA DA ESPECIE NA COMPETENCIA; ESPECIE SEM
      *LINHA NO CADASTRO FICA SO COM A MATRIZ.
           MOVE SRTA-CS-ESPECIE TO WS-ESP-CS-ESPECIE.
           MOVE SRTA-DT-COMPET  TO WS-ESP-REF-AAAAMM.
           MOVE 01              TO WS-ESP-REF-DD.
           CALL "SSUBLIB2K607" USING WS-ESP-CS-ESPECIE
                                     WS-ESP-DT-REFERENCIA
                                     ESP-REG WS-ESP-STATUS.
           IF WS-ESP-STATUS EQUAL 2
              DISPLAY "PSUBCPG2KACUM - CADASTRO DE ESPECIES ACIMA DA "
                      "CAPACIDADE DA CONSULTA - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           IF WS-ESP-STATUS EQUAL 0
              MOVE ESP-GR-ESPECIES   TO TB-GRP-GR-ESPECIES
                                                    (WS-QTDE-GRUPO)
              MOVE ESP-CS-ACUMULACAO TO TB-GRP-CS-ACUMULACAO
                                                    (WS-QTDE-GRUPO)
           ELSE
              ADD 1 TO WS-CT-SEM-CADASTRO
              MOVE ZEROS TO TB-GRP-GR-ESPECIES (WS-QTDE-GRUPO)
                            TB-GRP-CS-ACUMULACAO (WS-QTDE-GRUPO).
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-FECHA-GRUPO.
      *-----------------*
      *
           ADD 1 TO WS-CT-GRUPOS.
           MOVE 0 TO WS-IN-GRUPO-ABERTO.
           IF WS-IN-GRUPO-TRUNCADO EQUAL 1
              ADD 1 TO WS-CT-GRUPOS-TRUNCADOS.
      *
           IF WS-QTDE-GRUPO LESS 2
              GO TO 3200-FIM.
      *
           ADD 1 TO WS-CT-GRUPOS-MULTI-NB.
           PERFORM 3300-PARES-DO-NB
              THRU 3300-FIM
              VARYING WS-IX-GRP-A FROM 1 BY 1
                UNTIL WS-IX-GRP-A NOT LESS WS-QTDE-GRUPO.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-PARES-DO-NB.
      *-----------------*
      *
           COMPUTE WS-IX-GRP-B = WS-IX-GRP-A + 1.
           PERFORM 3400-CONFRONTA-PAR
              THRU 3400-FIM
              VARYING WS-IX-GRP-B FROM WS-IX-GRP-B BY 1
                UNTIL WS-IX-GRP-B GREATER WS-QTDE-GRUPO.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3400-CONFRONTA-PAR.
      *-------------------*
      *
      *PRIMEIRA REGRA VIGENTE NA COMPETENCIA QUE ALCANCA O PAR, EM
      *QUALQUER ORDEM DAS ESPECIES (ESPECIE B 000 = QUALQUER OUTRO).
           MOVE ZEROS TO WS-IX-REGRA-ACHADA.
           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                     UNTIL WS-IX-REGRA GREATER WS-QTDE-REGRA
                        OR WS-IX-REGRA-ACHADA NOT EQUAL ZEROS
              IF WS-COMPET-CORRENTE NOT LESS
                                  TB-REG-COMPET-INI (WS-IX-REGRA)
                 AND (TB-REG-COMPET-FIM (WS-IX-REGRA) EQUAL ZEROS
                      OR WS-COMPET-CORRENTE NOT GREATER
                                  TB-REG-COMPET-FIM (WS-IX-REGRA))
                 IF (TB-REG-ESPECIE-A (WS-IX-REGRA) EQUAL
                                  TB-GRP-CS-ESPECIE (WS-IX-GRP-A)
                     AND (TB-REG-ESPECIE-B (WS-IX-REGRA) EQUAL
                                  TB-GRP-CS-ESPECIE (WS-IX-GRP-B)
                          OR TB-REG-ESPECIE-B (WS-IX-REGRA) EQUAL
                                  ZEROS))
                    OR (TB-REG-ESPECIE-A (WS-IX-REGRA) EQUAL
                                  TB-GRP-CS-ESPECIE (WS-IX-GRP-B)
                     AND (TB-REG-ESPECIE-B (WS-IX-REGRA) EQUAL
                                  TB-GRP-CS-ESPECIE (WS-IX-GRP-A)
                          OR TB-REG-ESPECIE-B (WS-IX-REGRA) EQUAL
                                  ZEROS))
                    MOVE WS-IX-REGRA TO WS-IX-REGRA-ACHADA
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-IX-REGRA-ACHADA NOT EQUAL ZEROS
              MOVE "M" TO WS-ORIGEM-REGRA
              MOVE TB-REG-ESPECIE-A (WS-IX-REGRA-ACHADA) TO
                                             WS-REGRA-ESPECIE-A
              MOVE TB-REG-ESPECIE-B (WS-IX-REGRA-ACHADA) TO
                                             WS-REGRA-ESPECIE-B
           ELSE
              PERFORM 3450-VEDACAO-CADASTRO
                 THRU 3450-FIM
              IF WS-ORIGEM-REGRA EQUAL SPACES
                 GO TO 3400-FIM
              END-IF
              ADD 1 TO WS-CT-PARES-CADASTRO
           END-IF.
      *
           ADD 1 TO WS-CT-PARES.
           ADD TB-GRP-VL-LIQUIDO (WS-IX-GRP-A) TO WS-VL-PARES.
           ADD TB-GRP-VL-LIQUIDO (WS-IX-GRP-B) TO WS-VL-PARES.
      *
           MOVE SPACES                TO EXCACM-REG.
           MOVE WS-CPF-CORRENTE       TO EXCACM-NU-CPF-TITULAR.
           MOVE WS-NIT-CORRENTE       TO EXCACM-NU-NIT-TITULAR.
           MOVE WS-COMPET-CORRENTE    TO EXCACM-DT-COMPET.
           MOVE TB-GRP-NU-NB (WS-IX-GRP-A)      TO EXCACM-NU-NB-A.
           MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-A) TO EXCACM-CS-ESPECIE-A.
           MOVE TB-GRP-CS-UF (WS-IX-GRP-A)      TO EXCACM-CS-UF-A.
           MOVE TB-GRP-VL-LIQUIDO (WS-IX-GRP-A) TO EXCACM-VL-LIQUIDO-A.
           MOVE TB-GRP-NU-NB (WS-IX-GRP-B)      TO EXCACM-NU-NB-B.
           MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-B) TO EXCACM-CS-ESPECIE-B.
           MOVE TB-GRP-CS-UF (WS-IX-GRP-B)      TO EXCACM-CS-UF-B.
           MOVE TB-GRP-VL-LIQUIDO (WS-IX-GRP-B) TO EXCACM-VL-LIQUIDO-B.
           MOVE WS-REGRA-ESPECIE-A    TO EXCACM-REGRA-ESPECIE-A.
           MOVE WS-REGRA-ESPECIE-B    TO EXCACM-REGRA-ESPECIE-B.
           MOVE WS-ORIGEM-REGRA       TO EXCACM-CS-ORIGEM-REGRA.
           WRITE EXCACM-REG.
      *
      *O PAR E TOTALIZADO NA UF DO PRIMEIRO NB (OP DO CREDITO DE
      *MENOR NB), COM AS ESPECIES EM ORDEM CRESCENTE.
           MOVE TB-GRP-CS-UF (WS-IX-GRP-A) TO WS-UFP-CS-UF-CHAVE.
           IF WS-UFP-CS-UF-CHAVE EQUAL ZEROS
              MOVE 99 TO WS-UFP-CS-UF-CHAVE.
           IF TB-GRP-CS-ESPECIE (WS-IX-GRP-A) NOT GREATER
                                      TB-GRP-CS-ESPECIE (WS-IX-GRP-B)
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-A) TO
                                             WS-UFP-ESPECIE-1-CHAVE
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-B) TO
                                             WS-UFP-ESPECIE-2-CHAVE
           ELSE
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-B) TO
                                             WS-UFP-ESPECIE-1-CHAVE
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-A) TO
                                             WS-UFP-ESPECIE-2-CHAVE.
           PERFORM 3500-ACUMULA-UFP
              THRU 3500-FIM.
      *
       3400-FIM. EXIT.
      *---------*
      *
      *VEDACAO PROPRIA DA ESPECIE NO CADASTRO: (1) NAO ACUMULA COM
      *NENHUM OUTRO BENEFICIO; (2) NAO ACUMULA COM OUTRO BENEFICIO DO
      *MESMO GRUPO DE ESPECIES. SEM VEDACAO, WS-ORIGEM-REGRA VOLTA EM
      *BRANCO.
       3450-VEDACAO-CADASTRO.
      *----------------------*
      *
           MOVE SPACES TO WS-ORIGEM-REGRA.
           MOVE ZEROS  TO WS-REGRA-ESPECIE-B.
      *
           IF TB-GRP-CS-ACUMULACAO (WS-IX-GRP-A) EQUAL 1
              MOVE "E" TO WS-ORIGEM-REGRA
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-A) TO
                                             WS-REGRA-ESPECIE-A
              GO TO 3450-FIM.
      *
           IF TB-GRP-CS-ACUMULACAO (WS-IX-GRP-B) EQUAL 1
              MOVE "E" TO WS-ORIGEM-REGRA
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-B) TO
                                             WS-REGRA-ESPECIE-A
              GO TO 3450-FIM.
      *
           IF TB-GRP-GR-ESPECIES (WS-IX-GRP-A) EQUAL ZEROS
              OR TB-GRP-GR-ESPECIES (WS-IX-GRP-A) NOT EQUAL
                                   TB-GRP-GR-ESPECIES (WS-IX-GRP-B)
              GO TO 3450-FIM.
      *
           IF TB-GRP-CS-ACUMULACAO (WS-IX-GRP-A) EQUAL 2
              MOVE "E" TO WS-ORIGEM-REGRA
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-A) TO
                                             WS-REGRA-ESPECIE-A
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-B) TO
                                             WS-REGRA-ESPECIE-B
              GO TO 3450-FIM.
      *
           IF TB-GRP-CS-ACUMULACAO (WS-IX-GRP-B) EQUAL 2
              MOVE "E" TO WS-ORIGEM-REGRA
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-B) TO
                                             WS-REGRA-ESPECIE-A
              MOVE TB-GRP-CS-ESPECIE (WS-IX-GRP-A) TO
                                             WS-REGRA-ESPECIE-B.
      *
       3450-FIM. EXIT.
      *---------*
      *
       3500-ACUMULA-UFP.
      *-----------------*
      *
           MOVE 0 TO WS-UFP-ENCONTRADA.
           PERFORM VARYING WS-IX-UFP FROM 1 BY 1
                     UNTIL WS-IX-UFP GREATER WS-QTDE-UFP
                        OR WS-UFP-ENCONTRADA EQUAL 1
              IF WS-UFP-CS-UF (WS-IX-UFP) EQUAL WS-UFP-CS-UF-CHAVE
                 AND WS-UFP-ESPECIE-1 (WS-IX-UFP) EQUAL
                                            WS-UFP-ESPECIE-1-CHAVE
                 AND WS-UFP-ESPECIE-2 (WS-IX-UFP) EQUAL
                                            WS-UFP-ESPECIE-2-CHAVE
                 MOVE 1 TO WS-UFP-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-UFP-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-UFP.
           IF WS-UFP-ENCONTRADA EQUAL 0
              IF WS-QTDE-UFP EQUAL 2000
                 DISPLAY "PSUBCPG2KACUM: TABELA UF/PAR DE ESPECIES"
                 DISPLAY "ESGOTADA - CONFERIR A MATRIZ DE REGRAS"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              ELSE
                 ADD 1 TO WS-QTDE-UFP
                 MOVE WS-QTDE-UFP TO WS-IX-UFP
                 MOVE WS-UFP-CS-UF-CHAVE TO WS-UFP-CS-UF (WS-IX-UFP)
                 MOVE WS-UFP-ESPECIE-1-CHAVE TO
                                        WS-UFP-ESPECIE-1 (WS-IX-UFP)
                 MOVE WS-UFP-ESPECIE-2-CHAVE TO
                                        WS-UFP-ESPECIE-2 (WS-IX-UFP).
           ADD 1 TO WS-UFP-QTDE (WS-IX-UFP).
           ADD TB-GRP-VL-LIQUIDO (WS-IX-GRP-A) TO
                                         WS-UFP-VALOR (WS-IX-UFP).
           ADD TB-GRP-VL-LIQUIDO (WS-IX-GRP-B) TO
                                         WS-UFP-VALOR (WS-IX-UFP).
      *
       3500-FIM. EXIT.
      *---------*
       3000-CONFRONTA-FIM. EXIT.
      *
       5000-EMITIR-RELATORIO.
      *---------------------*
      *
           PERFORM 5100-LINHA-UFP
              THRU 5100-FIM
              VARYING WS-IX-UFP FROM 1 BY 1
                UNTIL WS-IX-UFP GREATER WS-QTDE-UFP.
      *
           MOVE SPACES TO TRAILER-ACUM.
           MOVE "REGRAS DE ACUMULACAO CARREGADAS              " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-QTDE-REGRA TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 2.
      *
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-LIDOS TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "CREDITOS CANCELADOS (FORA DO CONFRONTO)      " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-CANCELADOS TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "CREDITOS SEM CPF DO TITULAR (FORA CONFRONTO)  " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-SEM-CPF TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "GRUPOS CPF/COMPETENCIA EXAMINADOS            " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-GRUPOS TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "GRUPOS COM MAIS DE UM NB                     " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-GRUPOS-MULTI-NB TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "GRUPOS TRUNCADOS (MAIS DE 50 NB NO CPF)      " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-GRUPOS-TRUNCADOS TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "PARES CPF/NB EM ACUMULACAO VEDADA            " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-PARES TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "   DOS QUAIS PELA VEDACAO DO CADASTRO ESPECIE " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-PARES-CADASTRO TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE "NB COM ESPECIE FORA DO CADASTRO (SO MATRIZ)   " TO
                                                     TEXTO-TRL-ACUM.
           MOVE WS-CT-SEM-CADASTRO TO QT-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-ACUM AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-ACUM.
           MOVE "VALOR DOS PARES EM ACUMULACAO VEDADA         " TO
                                                  TEXTO-TRL-VL-ACUM.
           MOVE WS-VL-PARES TO VL-TRL-ACUM.
           WRITE LINHA-ACUM FROM TRAILER-VL-ACUM AFTER 1.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-LINHA-UFP.
      *---------------*
      *
           MOVE WS-UFP-CS-UF (WS-IX-UFP)     TO DET-UFP-UF.
           MOVE WS-UFP-ESPECIE-1 (WS-IX-UFP) TO DET-UFP-ESPECIE-1.
           MOVE WS-UFP-ESPECIE-2 (WS-IX-UFP) TO DET-UFP-ESPECIE-2.
           MOVE WS-UFP-QTDE (WS-IX-UFP)      TO DET-UFP-QTDE.
           MOVE WS-UFP-VALOR (WS-IX-UFP)     TO DET-UFP-VALOR.
           WRITE LINHA-ACUM FROM DET-UFP-ACUM AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN E A
      *CONTAGEM PRINCIPAL (MATRIZ REPROVADA SAI COMO ANORMAL).
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE WS-CT-LIDOS        TO WS-LGR-QTD-REG.
           MOVE WS-VL-PARES        TO WS-LGR-TOT-VALOR.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE DSUBCPG2KACMEXC SAVE.
           CLOSE LSUBCPG2KACUM.
      *
       4000-FIM. EXIT.
      *---------*
