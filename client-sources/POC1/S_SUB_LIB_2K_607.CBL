      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET SHARING = PRIVATE
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SSUBLIB2K607.
       ENVIRONMENT    DIVISION.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
      *CADASTRO DE ESPECIES MANTIDO POR PSUBCPG2KESPMAN - UMA LINHA
      *POR ESPECIE E INICIO DE VIGENCIA. OPCIONAL: SEM O CADASTRO
      *TODA CONSULTA VOLTA "NAO ACHADA" E O CHAMADOR DECIDE.
           SELECT OPTIONAL DSUBCPG2KESP ASSIGN TO DISK.
      *
       DATA DIVISION.
        FILE SECTION.
      *-------------*
        FD DSUBCPG2KESP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ESP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/ESP ON PKBDSGF".
      *
       WORKING-STORAGE SECTION.
      *CONSULTA AO CADASTRO DE ESPECIES (MESMO ESPIRITO DA RUBRICA
      *MASTER): DADA A ESPECIE (CP01-CS-ESPECIE) E UMA DATA DE
      *REFERENCIA AAAAMMDD, DEVOLVE A IMAGEM DA LINHA VIGENTE NA DATA
      *NO LEIAUTE DE B/SUB/CPG/2K/ESP. UMA UNICA LEITURA AUDITADA DOS
      *ATRIBUTOS DA ESPECIE (LOAS, PISO, IR, ACUMULACAO, GRUPO E
      *CLIENTELA), EM VEZ DE CADA PROGRAMA GUARDAR A PROPRIA LISTA DE
      *CODIGOS.
      *
      *O CADASTRO E CARREGADO NA PRIMEIRA CHAMADA DO RUN E FICA NA
      *WORKING-STORAGE (QUE PERSISTE ENTRE CALLS) - AS DEMAIS SO
      *PESQUISAM A TABELA.
      *
      *WS-STATUS-CHAMADA: 0 = LINHA VIGENTE DEVOLVIDA;
      *                   1 = ESPECIE SEM LINHA VIGENTE NA DATA (IMAGEM
      *                       DEVOLVIDA EM BRANCO);
      *                   2 = CADASTRO ACIMA DA CAPACIDADE DA TABELA -
      *                       O CHAMADOR TERMINA O RUN ANORMAL.
       77  WS-CS-ESPECIE-CONSULTA PIC 9(03).
       77  WS-DT-REFERENCIA       PIC 9(08).
       01  WS-ESP-DEVOLVIDA       PIC X(100).
       77  WS-STATUS-CHAMADA      PIC 9(01).
      *
       77  WS-IN-CARREGADO        PIC 9(01) VALUE 0.
       77  WS-IN-ESTOURO          PIC 9(01) VALUE 0.
       77  WS-EOF-ESP             PIC X(03) VALUE "NAO".
       77  WS-IX-CAD              PIC 9(04) BINARY.
       77  WS-IX-ACHADO           PIC 9(04) BINARY.
      *
      *2000 LINHAS COBREM COM FOLGA AS ESPECIES DO RGPS E SUAS TROCAS
      *DE VIGENCIA; ACIMA DISSO A CONSULTA RECUSA (STATUS 2) EM VEZ DE
      *RESPONDER COM CADASTRO TRUNCADO.
       01  TABELA-CADASTRO.
           03  TB-CAD OCCURS 2000 TIMES.
               05  TB-CAD-ESPECIE     PIC 9(03).
               05  TB-CAD-DT-INI      PIC 9(08).
               05  TB-CAD-DT-FIM      PIC 9(08).
               05  TB-CAD-IMAGEM      PIC X(100).
       77  WS-QTDE-CAD            PIC 9(04) BINARY VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-CS-ESPECIE-CONSULTA
                                WS-DT-REFERENCIA
                                WS-ESP-DEVOLVIDA
                                WS-STATUS-CHAMADA.
       INICIO.
           MOVE 1      TO WS-STATUS-CHAMADA.
           MOVE SPACES TO WS-ESP-DEVOLVIDA.
      *
           IF WS-IN-CARREGADO EQUAL 0
              PERFORM 9100-CARREGA-CADASTRO THRU 9100-FIM.
      *
           IF WS-IN-ESTOURO EQUAL 1
              DISPLAY "==> SSUBLIB2K607: CADASTRO DE ESPECIES ACIMA "
                      "DE 2000 LINHAS - REVER O LIMITE DA TABELA"
              MOVE 2 TO WS-STATUS-CHAMADA
              EXIT PROGRAM.
      *
           IF WS-CS-ESPECIE-CONSULTA EQUAL ZEROS
              EXIT PROGRAM.
      *
      *LINHA DA ESPECIE CUJA VIGENCIA CONTEM A DATA (FIM ZERADO =
      *VIGENCIA ABERTA). A CRITICA DE PSUBCPG2KESPMAN NAO DEIXA DUAS
      *LINHAS DA MESMA ESPECIE SE SOBREPOREM.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM 1000-PESQUISA THRU 1000-FIM
                   VARYING WS-IX-CAD FROM 1 BY 1
                     UNTIL WS-IX-CAD GREATER WS-QTDE-CAD
                        OR WS-IX-ACHADO NOT EQUAL ZEROS.
      *
           IF WS-IX-ACHADO NOT EQUAL ZEROS
              MOVE TB-CAD-IMAGEM (WS-IX-ACHADO) TO WS-ESP-DEVOLVIDA
              MOVE 0 TO WS-STATUS-CHAMADA.
      *
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       1000-PESQUISA.
      *--------------*
           IF TB-CAD-ESPECIE (WS-IX-CAD) EQUAL WS-CS-ESPECIE-CONSULTA
              AND TB-CAD-DT-INI (WS-IX-CAD) NOT GREATER
                                                  WS-DT-REFERENCIA
              AND (TB-CAD-DT-FIM (WS-IX-CAD) EQUAL ZEROS
                   OR TB-CAD-DT-FIM (WS-IX-CAD) NOT LESS
                                                  WS-DT-REFERENCIA)
              MOVE WS-IX-CAD TO WS-IX-ACHADO.
      *
       1000-FIM. EXIT.
      *-----------------------------------------------------------------
       9100-CARREGA-CADASTRO.
      *----------------------*
           MOVE 1     TO WS-IN-CARREGADO.
           MOVE "NAO" TO WS-EOF-ESP.
           MOVE ZEROS TO WS-QTDE-CAD.
           OPEN INPUT DSUBCPG2KESP.
      *
           PERFORM 9110-LE-UMA-LINHA THRU 9110-FIM
                   UNTIL WS-EOF-ESP EQUAL "SIM".
      *
           CLOSE DSUBCPG2KESP.
      *
       9100-FIM. EXIT.
      *-----------------------------------------------------------------
       9110-LE-UMA-LINHA.
      *------------------*
           READ DSUBCPG2KESP
                AT END MOVE "SIM" TO WS-EOF-ESP
                       GO TO 9110-FIM.
      *
           IF ESP-CS-ESPECIE EQUAL ZEROS
              GO TO 9110-FIM.
      *
           IF WS-QTDE-CAD EQUAL 2000
              MOVE 1     TO WS-IN-ESTOURO
              MOVE "SIM" TO WS-EOF-ESP
              GO TO 9110-FIM.
      *
           ADD 1 TO WS-QTDE-CAD.
           MOVE ESP-CS-ESPECIE TO TB-CAD-ESPECIE (WS-QTDE-CAD).
           MOVE ESP-DT-INI-VIG TO TB-CAD-DT-INI (WS-QTDE-CAD).
           MOVE ESP-DT-FIM-VIG TO TB-CAD-DT-FIM (WS-QTDE-CAD).
           MOVE ESP-REG        TO TB-CAD-IMAGEM (WS-QTDE-CAD).
      *
       9110-FIM. EXIT.
