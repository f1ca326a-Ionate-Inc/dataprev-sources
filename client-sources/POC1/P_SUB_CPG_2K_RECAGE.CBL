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
       PROGRAM-ID.      PSUBCPG2KRECAGE.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: AGING MENSAL DO SALDO A RECUPERAR DE CREDITO PAGO   *
      *            INDEVIDAMENTE. LE O CADASTRO DE CASOS MANTIDO PELO  *
      *            PSUBCPG2KREC E, PARA CADA CASO EM ABERTO (SALDO     *
      *            MAIOR QUE ZERO), ACUMULA QUANTIDADE E SALDO POR UF  *
      *            E ORIGEM DO CASO NA FAIXA DE IDADE - MESES ENTRE A  *
      *            ABERTURA DO CASO E A DATA DO RUN: ATE 3, 4 A 6, 7 A *
      *            12, 13 A 24 E MAIS DE 24 MESES.                     *
      *            RODAR DEPOIS DO PSUBCPG2KREC DO FECHAMENTO DO MES.  *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KREC    - CADASTRO DE CASOS (B/SUB/CPG/2K/  *
      *                              REC).                             *
      *  SAIDA:    LSUBCPG2KRECAGE - RELATORIO DE AGING POR UF E       *
      *                              ORIGEM.                           *
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
           SELECT DSUBCPG2KREC    ASSIGN TO DISK.
           SELECT LSUBCPG2KRECAGE ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KREC
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/REC ON PKBDSGF".
      *
        FD LSUBCPG2KRECAGE.
        01 LINHA-AGE              PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KRECAGE".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *
       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).
       01  WS-DATA-ABERTURA           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ABERTURA-R REDEFINES WS-DATA-ABERTURA.
           03 WS-ABER-ANO             PIC 9(04).
           03 WS-ABER-MES             PIC 9(02).
           03 WS-ABER-DIA             PIC 9(02).
       77  WS-MESES-HOJE              PIC 9(06) VALUE ZEROS.
       77  WS-MESES-ABERTURA          PIC 9(06) VALUE ZEROS.
       77  WS-IDADE-MESES             PIC S9(06) VALUE ZEROS.
       77  WS-IX-FAIXA                PIC 9(01) VALUE ZEROS.
      *
       77  WS-CT-CASOS-LIDOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-CASOS-QUITADOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-CASOS-ABERTOS        PIC 9(08) VALUE ZEROS.
       77  WS-VL-SALDO-ABERTO         PIC 9(15)V99 VALUE ZEROS.
      *
      *UF X ORIGEM, MANTIDA EM ORDEM DE UF + ORIGEM. 27 UF X 6
      *ORIGENS CABEM COM FOLGA EM 200 LINHAS.
       01  TABELA-AGING.
           03  TB-AGE OCCURS 200 TIMES.
               05  TB-AGE-CHAVE.
                   07  TB-AGE-CS-UF         PIC 9(02).
                   07  TB-AGE-CS-ORIGEM     PIC X(01).
               05  TB-AGE-FAIXA OCCURS 5 TIMES.
                   07  TB-AGE-QTDE          PIC 9(07).
                   07  TB-AGE-SALDO         PIC 9(13)V99.
       77  WS-QTDE-AGE                PIC 9(03) VALUE ZEROS.
       77  WS-IX-AGE                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-AGE-2                PIC 9(03) VALUE ZEROS.
       01  WS-AGE-CHAVE.
           03 WS-AGE-CS-UF            PIC 9(02).
           03 WS-AGE-CS-ORIGEM        PIC X(01).
      *
       01  TABELA-TOTAL.
           03  TB-TOT-FAIXA OCCURS 5 TIMES.
               05  TB-TOT-QTDE              PIC 9(07).
               05  TB-TOT-SALDO             PIC 9(13)V99.
      *
       01  CAB-01-AGE.
           03 FILLER                PIC X(18) VALUE
              "P/SUB/CPG/2K/RECAG".
           03 FILLER                PIC X(48) VALUE
              "AGING DO SALDO A RECUPERAR - UF E ORIGEM".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-AGE.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-AGE.
           03 FILLER                PIC X(08) VALUE "UF ORIG ".
           03 FILLER                PIC X(23) VALUE
              "   ATE 3 MESES       ".
           03 FILLER                PIC X(23) VALUE
              "   4 A 6 MESES       ".
           03 FILLER                PIC X(23) VALUE
              "   7 A 12 MESES      ".
           03 FILLER                PIC X(23) VALUE
              "   13 A 24 MESES     ".
           03 FILLER                PIC X(23) VALUE
              "   MAIS DE 24 MESES  ".
      *
       01  CAB-04-AGE.
           03 FILLER                PIC X(08) VALUE SPACES.
           03 FILLER                PIC X(23) VALUE
              "     QTDE         SALDO".
           03 FILLER                PIC X(23) VALUE
              "     QTDE         SALDO".
           03 FILLER                PIC X(23) VALUE
              "     QTDE         SALDO".
           03 FILLER                PIC X(23) VALUE
              "     QTDE         SALDO".
           03 FILLER                PIC X(23) VALUE
              "     QTDE         SALDO".
      *
       01  DET-AGE.
           03 DET-AGE-UF            PIC 99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-AGE-ORIGEM        PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-AGE-FAIXA OCCURS 5 TIMES.
              05 DET-AGE-QTDE       PIC Z.ZZZ.ZZ9.
              05 FILLER             PIC X(01).
              05 DET-AGE-SALDO      PIC ZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-AGE.
           03 TEXTO-TRL-AGE         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-AGE            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-AGE.
           03 TEXTO-TRL-VL-AGE      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-AGE            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 2000-ACUMULA-CASO
              THRU 2000-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           PERFORM 3000-EMITIR-RELATORIO
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
           OPEN INPUT  DSUBCPG2KREC.
           OPEN OUTPUT LSUBCPG2KRECAGE.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
           COMPUTE WS-MESES-HOJE = WS-HOJE-ANO * 12 + WS-HOJE-MES.
      *
           MOVE ZEROS TO TABELA-TOTAL.
      *
           WRITE LINHA-AGE FROM CAB-01-AGE AFTER PAGE.
           WRITE LINHA-AGE FROM CAB-02-AGE AFTER 1.
           WRITE LINHA-AGE FROM CAB-03-AGE AFTER 1.
           WRITE LINHA-AGE FROM CAB-04-AGE AFTER 1.
           WRITE LINHA-AGE FROM CAB-02-AGE AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       2000-ACUMULA-CASO.
      *------------------*
      *
           READ DSUBCPG2KREC
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2000-FIM.
      *
           ADD 1 TO WS-CT-CASOS-LIDOS.
           IF RCAS-VL-SALDO EQUAL ZEROS
              ADD 1 TO WS-CT-CASOS-QUITADOS
              GO TO 2000-FIM.
      *
           ADD 1             TO WS-CT-CASOS-ABERTOS.
           ADD RCAS-VL-SALDO TO WS-VL-SALDO-ABERTO.
      *
           MOVE RCAS-DT-ABERTURA TO WS-DATA-ABERTURA.
           COMPUTE WS-MESES-ABERTURA = WS-ABER-ANO * 12 + WS-ABER-MES.
           COMPUTE WS-IDADE-MESES = WS-MESES-HOJE - WS-MESES-ABERTURA.
      *
           IF WS-IDADE-MESES NOT GREATER 3
              MOVE 1 TO WS-IX-FAIXA
           ELSE
              IF WS-IDADE-MESES NOT GREATER 6
                 MOVE 2 TO WS-IX-FAIXA
              ELSE
                 IF WS-IDADE-MESES NOT GREATER 12
                    MOVE 3 TO WS-IX-FAIXA
                 ELSE
                    IF WS-IDADE-MESES NOT GREATER 24
                       MOVE 4 TO WS-IX-FAIXA
                    ELSE
                       MOVE 5 TO WS-IX-FAIXA.
      *
           MOVE RCAS-CS-UF     TO WS-AGE-CS-UF.
           MOVE RCAS-CS-ORIGEM TO WS-AGE-CS-ORIGEM.
           PERFORM 2100-BUSCA-LINHA
              THRU 2100-FIM.
      *
           ADD 1             TO TB-AGE-QTDE (WS-IX-AGE WS-IX-FAIXA)
                                TB-TOT-QTDE (WS-IX-FAIXA).
           ADD RCAS-VL-SALDO TO TB-AGE-SALDO (WS-IX-AGE WS-IX-FAIXA)
                                TB-TOT-SALDO (WS-IX-FAIXA).
      *
       2000-FIM. EXIT.
      *---------*
      *
      *LOCALIZA A LINHA UF + ORIGEM; SE NAO HOUVER, ABRE NA POSICAO
      *DE ORDEM.
       2100-BUSCA-LINHA.
      *-----------------*
      *
           MOVE 1 TO WS-IX-AGE.
           PERFORM UNTIL WS-IX-AGE GREATER WS-QTDE-AGE
                      OR TB-AGE-CHAVE (WS-IX-AGE) NOT LESS WS-AGE-CHAVE
              ADD 1 TO WS-IX-AGE
           END-PERFORM.
      *
           IF WS-IX-AGE NOT GREATER WS-QTDE-AGE
              AND TB-AGE-CHAVE (WS-IX-AGE) EQUAL WS-AGE-CHAVE
              GO TO 2100-FIM.
      *
           IF WS-QTDE-AGE EQUAL 200
              DISPLAY "PSUBCPG2KRECAGE: TABELA UF X ORIGEM ESTOUROU"
              DISPLAY "REVER O LIMITE DA TABELA-AGING"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM VARYING WS-IX-AGE-2 FROM WS-QTDE-AGE BY -1
                     UNTIL WS-IX-AGE-2 LESS WS-IX-AGE
              MOVE TB-AGE (WS-IX-AGE-2) TO TB-AGE (WS-IX-AGE-2 + 1)
           END-PERFORM.
           ADD 1 TO WS-QTDE-AGE.
           MOVE WS-AGE-CHAVE TO TB-AGE-CHAVE (WS-IX-AGE).
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                     UNTIL WS-IX-FAIXA GREATER 5
              MOVE ZEROS TO TB-AGE-QTDE (WS-IX-AGE WS-IX-FAIXA)
                            TB-AGE-SALDO (WS-IX-AGE WS-IX-FAIXA)
           END-PERFORM.
      *
       2100-FIM. EXIT.
      *---------*
      *
       3000-EMITIR-RELATORIO.
      *---------------------*
      *
           PERFORM 3100-UMA-LINHA
              THRU 3100-FIM
              VARYING WS-IX-AGE FROM 1 BY 1
                UNTIL WS-IX-AGE GREATER WS-QTDE-AGE.
      *
           MOVE SPACES TO DET-AGE.
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                     UNTIL WS-IX-FAIXA GREATER 5
              MOVE TB-TOT-QTDE (WS-IX-FAIXA) TO
                                         DET-AGE-QTDE (WS-IX-FAIXA)
              MOVE TB-TOT-SALDO (WS-IX-FAIXA) TO
                                         DET-AGE-SALDO (WS-IX-FAIXA)
           END-PERFORM.
           WRITE LINHA-AGE FROM CAB-02-AGE AFTER 1.
           WRITE LINHA-AGE FROM DET-AGE AFTER 1.
      *
           MOVE SPACES TO TRAILER-AGE.
           MOVE "CASOS LIDOS DO CADASTRO                      " TO
                                                      TEXTO-TRL-AGE.
           MOVE WS-CT-CASOS-LIDOS TO QT-TRL-AGE.
           WRITE LINHA-AGE FROM TRAILER-AGE AFTER 2.
      *
           MOVE "CASOS QUITADOS (FORA DO AGING)               " TO
                                                      TEXTO-TRL-AGE.
           MOVE WS-CT-CASOS-QUITADOS TO QT-TRL-AGE.
           WRITE LINHA-AGE FROM TRAILER-AGE AFTER 1.
      *
           MOVE "CASOS EM ABERTO                              " TO
                                                      TEXTO-TRL-AGE.
           MOVE WS-CT-CASOS-ABERTOS TO QT-TRL-AGE.
           WRITE LINHA-AGE FROM TRAILER-AGE AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-AGE.
           MOVE "SALDO EM ABERTO A RECUPERAR                  " TO
                                                   TEXTO-TRL-VL-AGE.
           MOVE WS-VL-SALDO-ABERTO TO VL-TRL-AGE.
           WRITE LINHA-AGE FROM TRAILER-VL-AGE AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-UMA-LINHA.
      *---------------*
      *
           MOVE SPACES TO DET-AGE.
           MOVE TB-AGE-CS-UF (WS-IX-AGE)     TO DET-AGE-UF.
           MOVE TB-AGE-CS-ORIGEM (WS-IX-AGE) TO DET-AGE-ORIGEM.
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                     UNTIL WS-IX-FAIXA GREATER 5
              MOVE TB-AGE-QTDE (WS-IX-AGE WS-IX-FAIXA) TO
                                         DET-AGE-QTDE (WS-IX-FAIXA)
              MOVE TB-AGE-SALDO (WS-IX-AGE WS-IX-FAIXA) TO
                                         DET-AGE-SALDO (WS-IX-FAIXA)
           END-PERFORM.
           WRITE LINHA-AGE FROM DET-AGE AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KREC.
           CLOSE LSUBCPG2KRECAGE.
      *
       4000-FIM. EXIT.
      *---------*
