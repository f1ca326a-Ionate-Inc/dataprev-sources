      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET SHARING = PRIVATE
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SSUBLIB2K608.
       ENVIRONMENT    DIVISION.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
      *LIVRO DE ACESSO A DADOS DE BENEFICIARIO - UM REGISTRO POR
      *CONSULTA DE NB, ACRESCENTADO EM OPEN EXTEND (MESMO CRITERIO DO
      *LIVRO DE EXECUCOES D/SUB/CPG/2K/LGR). O PSUBCPG2KACSMES FAZ O
      *RELATORIO MENSAL DE PADROES INCOMUNS.
           SELECT DSUBCPG2KACS ASSIGN TO DISK.
      *
       DATA DIVISION.
        FILE SECTION.
      *-------------*
        FD DSUBCPG2KACS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/ACS ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/ACS ON PKBDSGF".
      *
       WORKING-STORAGE SECTION.
      *REGISTRO DE ACESSO: TODA CONSULTA DE NB (PSUBCPG2K479,
      *PSUBCPG2K483 PONTUAL E CADA LINHA DO LOTE) PASSA POR ESTA
      *ROTINA ANTES DE LER QUALQUER DADO DO BENEFICIARIO. A ROTINA
      *CONFERE A MATRICULA DO OPERADOR, A DO SOLICITANTE E A
      *FINALIDADE (DOMINIO EM B/SUB/CPG/2K/ACS) E GRAVA A CONSULTA NO
      *LIVRO - ATENDIDA OU RECUSADA. A DATA/HORA E DO RELOGIO DESTA
      *ROTINA.
      *
      *WS-STATUS-ACESSO: 0 = CONSULTA LIBERADA (GRAVADA COM "A");
      *                  1 = CONSULTA RECUSADA (GRAVADA COM "R") - O
      *                      CHAMADOR NAO PODE LER NADA DO NB.
      *
       77  W77-DATA-ACS         PIC 9(08) BINARY.
       77  W77-HORA-ACS         PIC 9(06) BINARY.
      *
       77  WS-PROGRAMA          PIC X(17).
       77  WS-MATRIC-OPERADOR   PIC 9(08).
       77  WS-FINALIDADE        PIC 9(02).
       77  WS-NU-NB             PIC 9(10).
       77  WS-MODO              PIC X(01).
       77  WS-ID-AREA           PIC X(08).
       77  WS-MATRIC-SOLIC      PIC 9(08).
       77  WS-STATUS-ACESSO     PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-PROGRAMA        WS-MATRIC-OPERADOR
                                WS-FINALIDADE      WS-NU-NB
                                WS-MODO            WS-ID-AREA
                                WS-MATRIC-SOLIC    WS-STATUS-ACESSO.
       INICIO.
      *
           MOVE 0 TO WS-STATUS-ACESSO.
           IF WS-MATRIC-OPERADOR NOT NUMERIC
              OR WS-MATRIC-OPERADOR EQUAL ZEROS
              OR WS-MATRIC-SOLIC NOT NUMERIC
              OR WS-MATRIC-SOLIC EQUAL ZEROS
              OR WS-FINALIDADE NOT NUMERIC
              OR WS-FINALIDADE LESS 01
              OR WS-FINALIDADE GREATER 06
              MOVE 1 TO WS-STATUS-ACESSO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA-ACS.
           CALL "ZHORA  IN DTP/L1" GIVING W77-HORA-ACS.
      *
           OPEN EXTEND DSUBCPG2KACS.
      *
           MOVE SPACES             TO ACS-REG.
           MOVE W77-DATA-ACS       TO ACS-DATA.
           MOVE W77-HORA-ACS       TO ACS-HORA.
           MOVE WS-PROGRAMA        TO ACS-PROGRAMA.
           MOVE ZEROS              TO ACS-NU-MATRIC-OPERADOR
                                      ACS-CS-FINALIDADE
                                      ACS-NU-MATRIC-SOLIC.
           IF WS-MATRIC-OPERADOR NUMERIC
              MOVE WS-MATRIC-OPERADOR TO ACS-NU-MATRIC-OPERADOR.
           IF WS-FINALIDADE NUMERIC
              MOVE WS-FINALIDADE   TO ACS-CS-FINALIDADE.
           IF WS-MATRIC-SOLIC NUMERIC
              MOVE WS-MATRIC-SOLIC TO ACS-NU-MATRIC-SOLIC.
           MOVE WS-NU-NB           TO ACS-NU-NB.
           MOVE WS-MODO            TO ACS-IN-MODO.
           MOVE WS-ID-AREA         TO ACS-ID-AREA.
           IF WS-STATUS-ACESSO EQUAL 0
              MOVE "A" TO ACS-IN-RESULTADO
           ELSE
              MOVE "R" TO ACS-IN-RESULTADO.
           WRITE ACS-REG.
      *
           CLOSE DSUBCPG2KACS SAVE.
      *
           EXIT PROGRAM.
