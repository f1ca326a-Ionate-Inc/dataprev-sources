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
       PROGRAM-ID.      PSUBCPG2KREJAPL.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: APLICACAO DO BLOQUEIO DE CONTA POR NB SOBRE O       *
      *            MOVIMENTO DE CREDITO, ANTES DA EMISSAO. O LOG       *
      *            D/SUB/CPG/2K/REJCTA/CTL (MANTIDO POR                *
      *            PSUBCPG2KREJCTA) MARCA COM CTL-IN-CONTA-BLOQ = 1 O  *
      *            NB QUE ATINGIU O MAXIMO DE REJEICOES DA CONTA. ESTE *
      *            JOB REGRAVA O D/SUB/CPG/2K/401: CREDITO DE NB       *
      *            BLOQUEADO NA CONTA SAI NA NOVA GERACAO NO MEIO      *
      *            CARTAO MAGNETICO DE D/SUB/CPG/2K/REJCTA/PAR, COM A  *
      *            CONTA CORRENTE EM BRANCO - O NB NAO VOLTA A SER     *
      *            TENTADO NA CONTA ENCERRADA OU INVALIDA. O CREDITO   *
      *            MANTEM OP, MOVIMENTO E VALIDADE DE ORIGEM (SO O     *
      *            MEIO MUDA). CREDITO CANCELADO NAO E TOCADO; CREDITO *
      *            JA NO CARTAO SO E CONTADO, ENTAO O RERUN NAO MUDA   *
      *            NADA.                                               *
      *                                                                *
      *  PREMISSA: RODA ANTES DE PSUBCPG2KDEPJUD (DEPOIS DE JHLAPL E   *
      *            PVDAPL) - CREDITO REDIRECIONADO PARA DEPOSITO       *
      *            JUDICIAL NAO PODE SER DEVOLVIDO AO CARTAO.          *
      *            D/SUB/CPG/2K/REJCTA/CTL EM ORDEM DE NB (COMO        *
      *            PSUBCPG2KREJCTA O MANTEM); LOG AUSENTE = NENHUM NB  *
      *            BLOQUEADO.                                          *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401       - MOVIMENTO CP01.                *
      *            DSUBCPG2KREJCTAPAR - REGRAS DE NEGOCIO (MEIO DO     *
      *                                 CARTAO).                       *
      *            DSUBCPG2KREJCTACTL - LOG DE REJEICOES POR NB.       *
      *  SAIDA:    DSUBCPG2K401N      - NOVA GERACAO DO MOVIMENTO.     *
      *            DSUBCPGGERCAT      - CATALOGO DE GERACOES.          *
      *            LSUBCPG2KREJAPL    - RELATORIO DA APLICACAO.        *
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
           SELECT DSUBCPG2K401       ASSIGN TO DISK.
           SELECT DSUBCPG2KREJCTAPAR ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KREJCTACTL ASSIGN TO DISK.
           SELECT DSUBCPG2K401N      ASSIGN TO DISK.
           SELECT DSUBCPGGERCAT      ASSIGN TO DISK.
           SELECT LSUBCPG2KREJAPL    ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *REGRAS DE NEGOCIO DO MEIO ALTERNATIVO (VIDE PSUBCPG2KREJCTA):
      *AQUI SO INTERESSA O MEIO DO CARTAO.
        FD DSUBCPG2KREJCTAPAR
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REJCTA/PAR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KREJCTAPAR.
           03 PAR-CS-MEIO-CARTAO      PIC 9(02).
      *        CP01-CS-MEIO-PAGTO DO CARTAO MAGNETICO (OBRIGATORIO)
           03 PAR-QT-MAX-REJ-CONTA    PIC 9(02).
           03 PAR-QT-DIAS-VALIDADE    PIC 9(04).
           03 FILLER                  PIC X(12).
      *
      *LOG DE REJEICOES DA CONTA POR NB (VIDE PSUBCPG2KREJCTA).
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
        FD DSUBCPG2K401N
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401N       PIC X(300).
      *
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD LSUBCPG2KREJAPL.
        01 LINHA-REJAPL           PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KREJAPL".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *PORTAO DE COMPETENCIA FECHADA (SSUBLIB2K609) - A COMPETENCIA E
      *TIRADA PELA ROTINA DO PRIMEIRO REGISTRO DO 401.
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO PINO DE GERACAO DA CADEIA 2K (SSUBLIB2K605).
       77  WS-PIN-FUNCAO              PIC X(01).
       77  WS-PIN-ARQUIVO             PIC X(24).
       77  WS-PIN-DATA                PIC 9(08) VALUE ZEROS.
       77  WS-PIN-HORA                PIC 9(06) VALUE ZEROS.
       77  WS-PIN-QTD-REG             PIC 9(08) VALUE ZEROS.
       77  WS-PIN-PROGRAMA            PIC X(17).
       77  WS-PIN-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  W77-HORA                   PIC 9(06) BINARY.
       77  WS-CS-MEIO-CARTAO          PIC 9(02) VALUE ZEROS.
      *GUARDA DE SEQUENCIA DO LOG (TEM DE VIR CLASSIFICADO POR NB).
       77  WS-NB-CTL-ANT              PIC 9(10) VALUE ZEROS.
      *
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-GRAVADOS             PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-NO-CARTAO            PIC 9(08) VALUE ZEROS.
       77  WS-VL-NO-CARTAO            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-JA-CARTAO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
      *
      *NB BLOQUEADOS NA CONTA, EM ORDEM DE NB. 9999 POSICOES COMPORTAM
      *COM FOLGA OS BLOQUEIOS ACUMULADOS NO LOG; ACIMA DISSO O JOB PARA
      *EM VEZ DE MANDAR PARA A CONTA NB BLOQUEADO FORA DA TABELA.
       01  TABELA-REJ-BLOQ.
           05 TB-REJ OCCURS 9999 TIMES.
              10 TB-REJ-NU-NB         PIC 9(10).
              10 TB-REJ-DT-BLOQ       PIC 9(08).
       77  WS-QTDE-REJ                PIC 9(04) VALUE ZEROS.
       77  WS-IX-REJ                  PIC 9(05) VALUE ZEROS.
      *(0) PROCURANDO (1) NB BLOQUEADO (2) NB NAO ESTA NA TABELA
       77  WS-REJ-ENCONTRADO          PIC 9(01) VALUE 0.
      *
       01  CAB-01-REJAPL.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/REJA".
           03 FILLER                PIC X(48) VALUE
              "APLICACAO DO BLOQUEIO DE CONTA POR NB".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-REJAPL.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-CARTAO-REJAPL.
           03 FILLER                PIC X(15) VALUE "NO CARTAO NB:  ".
           03 DET-CRT-NU-NB         PIC 9(10).
           03 FILLER                PIC X(09) VALUE "  BANCO: ".
           03 DET-CRT-ID-BANCO      PIC 9(03).
           03 FILLER                PIC X(13) VALUE "  CONTA ANT: ".
           03 DET-CRT-NU-CONTA      PIC X(10).
           03 FILLER                PIC X(11) VALUE "  BLOQ EM: ".
           03 DET-CRT-DT-BLOQ       PIC 99/99/9999.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-CRT-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-REJAPL.
           03 TEXTO-TRL-REJAPL      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-REJAPL         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-REJAPL.
           03 TEXTO-TRL-VL-REJAPL   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-REJAPL         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
      *PORTAO DE COMPETENCIA FECHADA: MOVIMENTO DE COMPETENCIA FECHADA
      *PELO PSUBCPG2KFEC (E NAO REABERTA) NAO E REGRAVADO - O RUN E
      *RECUSADO ANTES DE TOCAR EM QUALQUER ARQUIVO (MOTIVO EXIBIDO E
      *GRAVADO NO LIVRO DE EXECUCOES PELA ROTINA).
           CALL "SSUBLIB2K609" USING WS-DEP-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-STATUS.
           IF WS-FEC-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-APLICA
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-TOTAIS
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
      *SEM O MEIO DO CARTAO NAO HA PARA ONDE MANDAR O CREDITO - O RUN
      *E RECUSADO ANTES DE GERAR O 401 (MESMA REGRA DE PSUBCPG2KREJCTA).
           OPEN INPUT DSUBCPG2KREJCTAPAR.
           READ DSUBCPG2KREJCTAPAR
                AT END CONTINUE
                NOT AT END
                   MOVE PAR-CS-MEIO-CARTAO TO WS-CS-MEIO-CARTAO
           END-READ.
           CLOSE DSUBCPG2KREJCTAPAR.
      *
           IF WS-CS-MEIO-CARTAO EQUAL ZEROS
              DISPLAY "PSUBCPG2KREJAPL: MEIO DE PAGAMENTO DO CARTAO"
              DISPLAY "NAO INFORMADO EM D/SUB/CPG/2K/REJCTA/PAR"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           OPEN INPUT DSUBCPG2KREJCTACTL.
           PERFORM 1100-CARREGA-BLOQUEIOS
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KREJCTACTL.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2K401N.
           OPEN OUTPUT LSUBCPG2KREJAPL.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-REJAPL FROM CAB-01-REJAPL AFTER PAGE.
           WRITE LINHA-REJAPL FROM CAB-02-REJAPL AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-BLOQUEIOS.
      *-----------------------*
      *
           READ DSUBCPG2KREJCTACTL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF CTL-NU-NB LESS WS-NB-CTL-ANT
              DISPLAY "PSUBCPG2KREJAPL: LOG DE REJEICOES FORA"
              DISPLAY "DE ORDEM DE NB - RECUPERAR A GERACAO BOA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           MOVE CTL-NU-NB TO WS-NB-CTL-ANT.
      *
      *NB AINDA TENTADO NA CONTA NEM ENTRA NA TABELA.
           IF CTL-IN-CONTA-BLOQ NOT EQUAL 1
              GO TO 1100-FIM.
      *
           IF WS-QTDE-REJ EQUAL 9999
              DISPLAY "PSUBCPG2KREJAPL: LOG COM MAIS DE 9999 NB"
              DISPLAY "BLOQUEADOS NA CONTA - REVER O LIMITE DA TABELA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-REJ.
           MOVE CTL-NU-NB       TO TB-REJ-NU-NB   (WS-QTDE-REJ).
           MOVE CTL-DT-BLOQUEIO TO TB-REJ-DT-BLOQ (WS-QTDE-REJ).
      *
       1100-FIM. EXIT.
      *---------*
      *
       2000-APLICA.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
      *
      *A TABELA ESTA EM ORDEM DE NB: A BUSCA PARA NO PRIMEIRO NB MAIOR
      *QUE O DO CREDITO.
           MOVE 0 TO WS-REJ-ENCONTRADO.
           PERFORM VARYING WS-IX-REJ FROM 1 BY 1
                     UNTIL WS-IX-REJ GREATER WS-QTDE-REJ
                        OR WS-REJ-ENCONTRADO NOT EQUAL 0
              IF TB-REJ-NU-NB (WS-IX-REJ) EQUAL CP01-NU-NB
                 MOVE 1 TO WS-REJ-ENCONTRADO
              ELSE
                 IF TB-REJ-NU-NB (WS-IX-REJ) GREATER CP01-NU-NB
                    MOVE 2 TO WS-REJ-ENCONTRADO
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-REJ-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-REJ.
      *
           IF WS-REJ-ENCONTRADO NOT EQUAL 1
              GO TO 2000-GRAVA.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2000-GRAVA.
      *
           IF CP01-CS-MEIO-PAGTO EQUAL WS-CS-MEIO-CARTAO
              ADD 1 TO WS-CT-JA-CARTAO
              GO TO 2000-GRAVA.
      *
           ADD 1 TO WS-CT-NO-CARTAO.
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-NO-CARTAO.
      *
           MOVE CP01-NU-NB                  TO DET-CRT-NU-NB.
           MOVE CP01-ID-BANCO               TO DET-CRT-ID-BANCO.
           MOVE CP01-NU-CONTA-CORRENTE      TO DET-CRT-NU-CONTA.
           MOVE TB-REJ-DT-BLOQ (WS-IX-REJ)  TO DET-CRT-DT-BLOQ.
           MOVE CP01-VL-LIQUIDO-CRED        TO DET-CRT-VALOR.
           WRITE LINHA-REJAPL FROM DET-CARTAO-REJAPL AFTER 1.
      *
      *O NB NAO VOLTA PARA A CONTA: O CREDITO SAI NO CARTAO MAGNETICO,
      *SEM CONTA CORRENTE (MESMA TROCA DE MEIO DE PSUBCPG2KREJCTA).
           MOVE WS-CS-MEIO-CARTAO TO CP01-CS-MEIO-PAGTO.
           MOVE SPACES            TO CP01-NU-CONTA-CORRENTE.
      *
       2000-GRAVA.
      *-----------*
      *
           ADD CP01-VL-LIQUIDO-CRED TO WS-VL-GRAVADOS.
           WRITE REG-DSUBCPG2K401N FROM CP01-REG1.
      *
       2000-FIM. EXIT.
      *---------*
      *
       3000-TOTAIS.
      *------------*
      *
           MOVE SPACES TO TRAILER-REJAPL.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                  TEXTO-TRL-REJAPL.
           MOVE WS-CT-LIDOS TO QT-TRL-REJAPL.
           WRITE LINHA-REJAPL FROM TRAILER-REJAPL AFTER 2.
      *
           MOVE "NB BLOQUEADOS NA CONTA (REJCTA/CTL)          " TO
                                                  TEXTO-TRL-REJAPL.
           MOVE WS-QTDE-REJ TO QT-TRL-REJAPL.
           WRITE LINHA-REJAPL FROM TRAILER-REJAPL AFTER 1.
      *
           MOVE "CREDITOS PASSADOS PARA O CARTAO              " TO
                                                  TEXTO-TRL-REJAPL.
           MOVE WS-CT-NO-CARTAO TO QT-TRL-REJAPL.
           WRITE LINHA-REJAPL FROM TRAILER-REJAPL AFTER 1.
      *
           MOVE "  JA NO CARTAO (SEM ALTERACAO)               " TO
                                                  TEXTO-TRL-REJAPL.
           MOVE WS-CT-JA-CARTAO TO QT-TRL-REJAPL.
           WRITE LINHA-REJAPL FROM TRAILER-REJAPL AFTER 1.
      *
           MOVE "  CANCELADOS (SEM ALTERACAO)                 " TO
                                                  TEXTO-TRL-REJAPL.
           MOVE WS-CT-CANCELADOS TO QT-TRL-REJAPL.
           WRITE LINHA-REJAPL FROM TRAILER-REJAPL AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-REJAPL.
           MOVE "VALOR PASSADO PARA O CARTAO                  " TO
                                                TEXTO-TRL-VL-REJAPL.
           MOVE WS-VL-NO-CARTAO TO VL-TRL-REJAPL.
           WRITE LINHA-REJAPL FROM TRAILER-VL-REJAPL AFTER 2.
      *
       3000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2K401.
      *
      *REGISTRA A GERACAO PRODUZIDA NO CATALOGO (VIDE
      *B/SUB/CPG/GER/CAT).
           CALL "ZHORA IN DTP/L1" GIVING W77-HORA.
           OPEN EXTEND DSUBCPGGERCAT.
           MOVE SPACES             TO CAT-REG.
           MOVE "G"                TO CAT-CS-EVENTO.
           MOVE "D/SUB/CPG/2K/401" TO CAT-ARQUIVO.
           MOVE W77-DATA           TO CAT-DATA.
           MOVE W77-HORA           TO CAT-HORA.
           MOVE "PSUBCPG2KREJAPL"  TO CAT-PROGRAMA.
           MOVE "D/SUB/CPG/2K/REJCTA/CTL" TO CAT-FEED.
           MOVE WS-CT-LIDOS        TO CAT-QTD-REG.
           MOVE WS-VL-GRAVADOS     TO CAT-TOT-VALOR.
           MOVE ZEROS              TO CAT-DATA-ALVO CAT-HORA-ALVO.
           WRITE CAT-REG.
           CLOSE DSUBCPGGERCAT SAVE.
      *
      *PINO DE GERACAO PARA O HANDSHAKE DOS CONSUMIDORES DA FAMILIA
      *CP01 (VIDE SSUBLIB2K605) - MESMA IDENTIDADE DO CATALOGO.
           MOVE "G"                TO WS-PIN-FUNCAO.
           MOVE "D/SUB/CPG/2K/401" TO WS-PIN-ARQUIVO.
           MOVE W77-DATA           TO WS-PIN-DATA.
           MOVE W77-HORA           TO WS-PIN-HORA.
           MOVE WS-CT-LIDOS        TO WS-PIN-QTD-REG.
           MOVE "PSUBCPG2KREJAPL"  TO WS-PIN-PROGRAMA.
           CALL "SSUBLIB2K605" USING WS-PIN-FUNCAO WS-PIN-ARQUIVO
                                     WS-PIN-DATA WS-PIN-HORA
                                     WS-PIN-QTD-REG WS-PIN-PROGRAMA
                                     WS-PIN-STATUS.
      *
           CLOSE DSUBCPG2K401N SAVE.
           CLOSE LSUBCPG2KREJAPL.
      *
           DISPLAY "PSUBCPG2KREJAPL - NO CARTAO: " WS-CT-NO-CARTAO
                   " NB BLOQUEADOS: " WS-QTDE-REJ.
      *
       4000-FIM. EXIT.
      *---------*
