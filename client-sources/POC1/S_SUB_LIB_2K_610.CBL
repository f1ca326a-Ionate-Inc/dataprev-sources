      *
      * UNISYS Y2K - TEAM 2000
      *
      $SET SHARING = PRIVATE
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SSUBLIB2K610.
       ENVIRONMENT    DIVISION.
      *
        INPUT-OUTPUT SECTION.
      *---------------------*
        FILE-CONTROL.
      *CONTROLE DE FECHAMENTO DE COMPETENCIA - UM REGISTRO POR EVENTO,
      *ACRESCENTADO EM OPEN EXTEND (MESMO CRITERIO DO LIVRO DE
      *EXECUCOES D/SUB/CPG/2K/LGR).
           SELECT DSUBCPG2KFEC ASSIGN TO DISK.
      *
       DATA DIVISION.
        FILE SECTION.
      *-------------*
        FD DSUBCPG2KFEC
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/FEC ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/FEC ON PKBDSGF".
      *
       WORKING-STORAGE SECTION.
      *ROTINA UNICA DE GRAVACAO NO CONTROLE DE FECHAMENTO: OS
      *PROGRAMAS DO CHECKLIST (PSUBCPG052REC, PSUBCPG2K478) GRAVAM O
      *SEU RESULTADO ("C") E O PSUBCPG2KFEC GRAVA O FECHAMENTO ("F") E
      *A REABERTURA ("R"). A DATA/HORA E DO RELOGIO DESTA ROTINA.
      *CAMPOS QUE NAO SE APLICAM AO EVENTO VEM ZERADOS/EM BRANCO DO
      *CHAMADOR (VIDE B/SUB/CPG/2K/FEC).
      *
       77  W77-DATA-FEC         PIC 9(08) BINARY.
       77  W77-HORA-FEC         PIC 9(06) BINARY.
      *
       77  WS-PROGRAMA          PIC X(17).
       77  WS-COMPETENCIA       PIC 9(06).
       77  WS-EVENTO            PIC X(01).
       77  WS-ITEM              PIC 9(01).
       77  WS-RESULTADO         PIC X(01).
       77  WS-MATRIC            PIC 9(08).
       77  WS-MOTIVO            PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-PROGRAMA        WS-COMPETENCIA
                                WS-EVENTO          WS-ITEM
                                WS-RESULTADO       WS-MATRIC
                                WS-MOTIVO.
       INICIO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA-FEC.
           CALL "ZHORA  IN DTP/L1" GIVING W77-HORA-FEC.
      *
           OPEN EXTEND DSUBCPG2KFEC.
      *
           MOVE SPACES             TO FEC-REG.
           MOVE WS-COMPETENCIA     TO FEC-COMPETENCIA.
           MOVE WS-EVENTO          TO FEC-CS-EVENTO.
           MOVE W77-DATA-FEC       TO FEC-DATA.
           MOVE W77-HORA-FEC       TO FEC-HORA.
           MOVE WS-PROGRAMA        TO FEC-PROGRAMA.
           MOVE WS-ITEM            TO FEC-CS-ITEM.
           MOVE WS-RESULTADO       TO FEC-IN-RESULTADO.
           MOVE WS-MATRIC          TO FEC-NU-MATRIC.
           MOVE WS-MOTIVO          TO FEC-TX-MOTIVO.
           WRITE FEC-REG.
      *
           CLOSE DSUBCPG2KFEC SAVE.
      *
           EXIT PROGRAM.
