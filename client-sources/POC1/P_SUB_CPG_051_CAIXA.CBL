      *            ESSE CALENDARIO E O PROPOSITO INTEIRO DA DATA DE    *
      *            PROVISAO.                                           *
      *                                                                *
      *  PARAMETRO: WS-PAR-SIMULACAO (OPCIONAL) - "SIM" LE O           *
      *            D/SUB/CPG/051/SUL/SIM GRAVADO POR PSUBCPG2KREAJ     *
      *            (SIMULACAO DO REAJUSTE ANUAL) E GRAVA O EXTRATO EM  *
      *            D/SUB/CPG/051/CSV/SIM, PARA PREVER O CAIXA COM OS   *
      *            VALORES REAJUSTADOS SEM TOCAR NO EXTRATO CORRENTE.  *
      *                                                                *
      *  ENTRADA:  DSUBCPG051SUL - D/SUB/CPG/051/SUL                   *
      *            (D/SUB/CPG/051/SUL/SIM NA SIMULACAO).               *
      *  SAIDA:    DSUBCPG051CSV - EXTRATO DELIMITADO (";")            *
      *            (D/SUB/CPG/051/CSV/SIM NA SIMULACAO).               *
      *            LSUBCPG051CAIXA - CALENDARIO DE PROVISAO.           *
      ******************************************************************
      /
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PARAMETRO OPCIONAL DE JOB: WS-PAR-SIMULACAO = "SIM" TROCA O
      *051/SUL PELO SIMULADO DE PSUBCPG2KREAJ E O EXTRATO PELO
      *D/SUB/CPG/051/CSV/SIM. QUALQUER OUTRO VALOR (INCLUSIVE BRANCO)
      *MANTEM O RUN NORMAL.
       77  WS-PAR-SIMULACAO           PIC X(03).
       01  WS-TITLE-SUL-SIM           PIC X(34) VALUE
           "D/SUB/CPG/051/SUL/SIM ON PKDADOS.".
       01  WS-TITLE-CSV-SIM           PIC X(34) VALUE
           "D/SUB/CPG/051/CSV/SIM ON PKDADOS.".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
              "CALENDARIO DE NECESSIDADE DE CAIXA (DT-PROVISAO)".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-SIM-CAIXA.
           03 FILLER                PIC X(60) VALUE
              "*** SIMULACAO DO REAJUSTE - D/SUB/CPG/051/SUL/SIM ***".
      *
       01  CAB-02-CAIXA.
           03 FILLER                PIC X(133) VALUE ALL "=".
           03 QT-TRL-CAIXA          PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION USING WS-PAR-SIMULACAO.
      *=================*
      *
       0000-INICIO.
      *
       1000-ABERTURA.
      *-------------*
      *
           IF WS-PAR-SIMULACAO EQUAL "SIM"
              CHANGE ATTRIBUTE TITLE OF DSUBCPG051SUL
                                             TO WS-TITLE-SUL-SIM
              CHANGE ATTRIBUTE SECURITYTYPE OF DSUBCPG051SUL TO PUBLIC
              CHANGE ATTRIBUTE TITLE OF DSUBCPG051CSV
                                             TO WS-TITLE-CSV-SIM
              CHANGE ATTRIBUTE SECURITYTYPE OF DSUBCPG051CSV TO PUBLIC
           END-IF.
      *
           OPEN INPUT  DSUBCPG051SUL.
           OPEN OUTPUT DSUBCPG051CSV.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-CAIXA FROM CAB-01-CAIXA AFTER PAGE.
           IF WS-PAR-SIMULACAO EQUAL "SIM"
              WRITE LINHA-CAIXA FROM CAB-SIM-CAIXA AFTER 1.
           WRITE LINHA-CAIXA FROM CAB-02-CAIXA AFTER 1.
           WRITE REG-DSUBCPG051CSV FROM CAB-CSV-CAIXA.
      *
