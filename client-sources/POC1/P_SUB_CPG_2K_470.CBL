      *            AMBOS OS NB RECEBERAM CREDITO COM PERIODOS          *
      *            SOBREPOSTOS, LADO A LADO, TOTALIZADO POR UF - CADA  *
      *            CASO E DINHEIRO A RECUPERAR OU ERRO A EXPLICAR.     *
      *            CADA PAR SOBREPOSTO TAMBEM VAI PARA O FEED DE       *
      *            ABERTURA DE CASO DE RECUPERACAO (ORIGEM "D", DEBITO *
      *            = VALOR CREDITADO AO NB ANTIGO), CONSUMIDO POR      *
      *            PSUBCPG2KREC.                                       *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K450 - D/SUB/CPG/2K/450 (ELOS DE NB).       *
      *            DSUBCPG2K401 - D/SUB/CPG/2K/401 (MOVIMENTO).        *
      *  SAIDA:    LSUBCPG2K470 - PARES COM SOBREPOSICAO.              *
      *            DSUBCPG2KRECDUP - D/SUB/CPG/2K/REC/ABR/DUP (FEED DE *
      *                              ABERTURA DE CASO).                *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
           SELECT DSUBCPG2K450 ASSIGN TO DISK.
           SELECT DSUBCPG2K401 ASSIGN TO DISK.
           SELECT LSUBCPG2K470 ASSIGN TO PRINTER.
           SELECT DSUBCPG2KRECDUP ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *
        FD LSUBCPG2K470.
        01 LINHA-LSUBCPG2K470     PIC X(133).
      *
        FD DSUBCPG2KRECDUP
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC/ABR/DUP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/RECABR ON PKBDSGF".
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K470".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
               10 TB-PAR-ANT-VL       PIC 9(12)V99.
               10 TB-PAR-ANT-INI      PIC 9(08).
               10 TB-PAR-ANT-FIM      PIC 9(08).
               10 TB-PAR-ANT-MOV      PIC 9(08).
               10 TB-PAR-NOV-QT       PIC 9(04).
               10 TB-PAR-NOV-VL       PIC 9(12)V99.
               10 TB-PAR-NOV-INI      PIC 9(08).
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
           OPEN INPUT  DSUBCPG2K450.
           OPEN OUTPUT LSUBCPG2K470.
           OPEN OUTPUT DSUBCPG2KRECDUP.
      *
           MOVE ZEROS TO TABELA-PAR WS-TABELA-UF-PAR.
      *
                                     TB-PAR-ANT-FIM (WS-IX-PAR)
                 MOVE CP01-DT-FIM-PERIODO TO TB-PAR-ANT-FIM (WS-IX-PAR)
              END-IF
              IF CP01-DT-MOV-CREDITO GREATER
                                     TB-PAR-ANT-MOV (WS-IX-PAR)
                 MOVE CP01-DT-MOV-CREDITO TO TB-PAR-ANT-MOV (WS-IX-PAR)
              END-IF
              MOVE CP01-CS-UF-OP TO TB-PAR-UF (WS-IX-PAR)
           END-IF.
      *
           MOVE TB-PAR-NOV-FIM (WS-IX-PAR)   TO DET-NOV-FIM.
           MOVE TB-PAR-NOV-VL (WS-IX-PAR)    TO DET-NOV-VL.
           WRITE LINHA-LSUBCPG2K470 FROM DET-2K470 AFTER 1.
      *
      *DEBITO A RECUPERAR = O QUE FOI CREDITADO AO NB ANTIGO. A DATA
      *DE REFERENCIA E O ULTIMO MOVIMENTO DO NB ANTIGO - RODAR DE NOVO
      *SOBRE O MESMO MOVIMENTO NAO DUPLICA O CASO.
           MOVE SPACES                       TO RABR-REG.
           MOVE TB-PAR-NB-ANTIGO (WS-IX-PAR) TO RABR-NU-NB.
           MOVE "D"                          TO RABR-CS-ORIGEM.
           MOVE TB-PAR-UF (WS-IX-PAR)        TO RABR-CS-UF.
           MOVE ZEROS                        TO RABR-CS-ESPECIE.
           MOVE TB-PAR-ANT-MOV (WS-IX-PAR)   TO RABR-DT-REFER.
           MOVE TB-PAR-ANT-VL (WS-IX-PAR)    TO RABR-VL-DEVIDO.
           MOVE TB-PAR-NB-NOVO (WS-IX-PAR)   TO RABR-NU-NB-REFER.
           WRITE RABR-REG.
      *
           MOVE TB-PAR-UF (WS-IX-PAR) TO WS-IX-UF-PAR.
           IF WS-IX-UF-PAR EQUAL ZEROS
      *-------------*
      *
           CLOSE LSUBCPG2K470.
           CLOSE DSUBCPG2KRECDUP SAVE.
      *
       4000-FIM. EXIT.
      *---------*
