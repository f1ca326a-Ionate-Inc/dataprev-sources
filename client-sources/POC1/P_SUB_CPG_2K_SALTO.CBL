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
       PROGRAM-ID.      PSUBCPG2KSALTO.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: TRIAGEM DE SALTO DE VALOR POR NB CONTRA A GERACAO   *
      *            ANTERIOR DO CP01. UM CREDITO DEZ VEZES MAIOR QUE O  *
      *            VALOR MENSAL HABITUAL DO MESMO BENEFICIARIO QUASE   *
      *            SEMPRE E ERRO OU FRAUDE, E NADA COMPARAVA O CREDITO *
      *            DO NB COM O PROPRIO HISTORICO (PSUBCPG052DELTA      *
      *            OLHA O AGREGADO POR GRUPO; O HIST01 SO REGISTRA     *
      *            ALTERACAO REPROCESSADA). ESTE JOB LOCALIZA NO       *
      *            CATALOGO D/SUB/CPG/GER/CAT A GERACAO CORRENTE E A   *
      *            ANTERIOR DO 401, CONFERE AS DUAS CONTRA A CONTAGEM  *
      *            E O VALOR CATALOGADOS (MESMA CONFERENCIA DE         *
      *            PSUBCPG2KCTACHG) E CASA AS GERACOES POR NB (SORT).  *
      *            O VALOR REGULAR DO NB E O MAIOR CREDITO REGULAR     *
      *            DELE NA GERACAO ANTERIOR. CREDITO REGULAR = NAO     *
      *            CANCELADO, NAO ATRASADO (CP01-IN-CRED-ATRASADO),    *
      *            NAO RRA (CP01-IN-CREDITO-RRA) E NAO 13O SALARIO     *
      *            (CP01-IN-ADIANT-13-SAL) - OS NAO REGULARES DA       *
      *            GERACAO CORRENTE TAMBEM FICAM FORA DA TRIAGEM, SO   *
      *            CONTADOS. O CREDITO REGULAR CORRENTE QUE PASSA DA   *
      *            RAZAO OU DO SALTO ABSOLUTO PARAMETRIZADOS VAI PARA  *
      *            A LISTA DE REVISAO D/SUB/CPG/2K/SAL/REV, QUE A MESA *
      *            DE FRAUDE TRATA ANTES DO RUN DO 052. NB SEM VALOR   *
      *            REGULAR NA GERACAO ANTERIOR SO E CONTADO. GERACAO   *
      *            FISICA QUE NAO CONFERE COM O CATALOGO NAO RODA - O  *
      *            JOB IMPRIME A DIVERGENCIA E TERMINA ANORMAL, SEM    *
      *            LISTA DE REVISAO.                                   *
      *                                                                *
      *  PARAMETRO: WS-PAR-RAZAO - RAZAO ATUAL/REGULAR A PARTIR DA     *
      *            QUAL O CREDITO E LISTADO (ZEROS ASSUME 5,00).       *
      *            WS-PAR-VL-SALTO - AUMENTO ABSOLUTO SOBRE O VALOR    *
      *            REGULAR A PARTIR DO QUAL O CREDITO E LISTADO (ZEROS *
      *            ASSUME 10.000,00).                                  *
      *  ENTRADA:  DSUBCPGGERCAT  - D/SUB/CPG/GER/CAT (CATALOGO).      *
      *            DSUBCPG2K401   - D/SUB/CPG/2K/401 (GERACAO          *
      *                             CORRENTE).                         *
      *            DSUBCPG2K401A  - D/SUB/CPG/2K/401/ANT (GERACAO      *
      *                             ANTERIOR).                         *
      *  SAIDA:    DSUBCPG2KSALREV - D/SUB/CPG/2K/SAL/REV (REVISAO).   *
      *            LSUBCPG2KSALTO  - RELATORIO DA TRIAGEM.             *
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
           SELECT DSUBCPGGERCAT   ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K401A ASSIGN TO DISK.
           SELECT DSUBCPG2KSALREV ASSIGN TO DISK.
           SELECT LSUBCPG2KSALTO  ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPGGERCAT
           RECORD CONTAINS  140 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/GER/CAT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/GER/CAT ON PKBDSGF".
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *GERACAO ANTERIOR DO 401, PRESERVADA PELO FLUXO ANTES DA
      *REGERACAO (MESMO LAYOUT; CAMPOS QUALIFICADOS POR OF).
        FD DSUBCPG2K401A
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/ANT ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *LISTA DE REVISAO: UM REGISTRO POR CREDITO REGULAR CORRENTE
      *ACIMA DA RAZAO OU DO SALTO ABSOLUTO. O NB ABRE O REGISTRO, COMO
      *NA LISTA D/SUB/CPG/2K/CTA/SUS.
        FD DSUBCPG2KSALREV
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/SAL/REV ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 SALREV-REG.
           03 SALREV-NU-NB            PIC 9(10).
           03 SALREV-DT-MOV-CREDITO   PIC 9(08).
           03 SALREV-CS-NATUR-CRED    PIC 9(02).
           03 SALREV-SEQ-REG          PIC 9(09).
           03 SALREV-CS-ESPECIE       PIC 9(03).
           03 SALREV-CS-UF-OP         PIC 9(02).
           03 SALREV-ID-ORGAO-PAGADOR PIC 9(06).
           03 SALREV-VL-ATUAL         PIC 9(10)V99.
           03 SALREV-VL-REGULAR       PIC 9(10)V99.
           03 SALREV-QT-RAZAO         PIC 9(05)V99.
           03 SALREV-CS-CRITERIO      PIC X(01).
      *        "R" = RAZAO; "A" = SALTO ABSOLUTO; "X" = OS DOIS
      *GERACAO CORRENTE (CATALOGO) EM QUE O SALTO APARECEU.
           03 SALREV-DT-GERACAO       PIC 9(08).
           03 SALREV-HR-GERACAO       PIC 9(06).
           03 FILLER                  PIC X(14).
      *
        FD LSUBCPG2KSALTO.
        01 LINHA-SALTO            PIC X(133).
      *
      *ORIGEM DO ITEM NO SORT: DENTRO DO MESMO NB, A GERACAO ANTERIOR
      *CHEGA ANTES DA CORRENTE - QUANDO O CREDITO CORRENTE CHEGA, O NB
      *JA SABE O VALOR REGULAR.
        SD SORTWK.
        01 SRTS-REG.
           03 SRTS-NU-NB              PIC 9(10).
           03 SRTS-CS-ORIGEM          PIC X(01).
      *        "1" = GERACAO ANTERIOR; "2" = CORRENTE
           03 SRTS-DT-MOV-CREDITO     PIC 9(08).
           03 SRTS-CS-NATUR-CRED      PIC 9(02).
           03 SRTS-SEQ-REG            PIC 9(09).
           03 SRTS-ID-ORGAO-PAGADOR   PIC 9(06).
           03 SRTS-CS-UF-OP           PIC 9(02).
           03 SRTS-CS-ESPECIE         PIC 9(03).
           03 SRTS-VL-LIQUIDO         PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KSALTO".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KSALTO".
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
       77  WS-PAR-RAZAO               PIC 9(03)V99 VALUE ZEROS.
       77  WS-PAR-VL-SALTO            PIC 9(10)V99 VALUE ZEROS.
      *
      *GERACAO CORRENTE E ANTERIOR DO 401 SEGUNDO O CATALOGO (MESMA
      *REGRA DE PSUBCPG2KCTACHG).
       01  WS-GER-CORRENTE.
           03 WS-COR-DATA             PIC 9(08) VALUE ZEROS.
           03 WS-COR-HORA             PIC 9(06) VALUE ZEROS.
           03 WS-COR-QTD-REG          PIC 9(08) VALUE ZEROS.
           03 WS-COR-TOT-VALOR        PIC 9(15)V99 VALUE ZEROS.
       01  WS-GER-ANTERIOR.
           03 WS-ANT-DATA             PIC 9(08) VALUE ZEROS.
           03 WS-ANT-HORA             PIC 9(06) VALUE ZEROS.
           03 WS-ANT-QTD-REG          PIC 9(08) VALUE ZEROS.
           03 WS-ANT-TOT-VALOR        PIC 9(15)V99 VALUE ZEROS.
       01  WS-GER-EVENTO.
           03 WS-EVT-DATA             PIC 9(08) VALUE ZEROS.
           03 WS-EVT-HORA             PIC 9(06) VALUE ZEROS.
           03 WS-EVT-QTD-REG          PIC 9(08) VALUE ZEROS.
           03 WS-EVT-TOT-VALOR        PIC 9(15)V99 VALUE ZEROS.
       77  WS-IN-TEM-CORRENTE         PIC 9(01) VALUE 0.
       77  WS-IN-TEM-ANTERIOR         PIC 9(01) VALUE 0.
      *
      *GERACOES "G" DO 401 JA VISTAS NO CATALOGO, PARA RESOLVER A
      *CONTAGEM E O VALOR DA GERACAO ALVO DE UM "R".
       01  TABELA-GERACAO.
           03  TB-GER OCCURS 2000 TIMES.
               05  TB-GER-DATA          PIC 9(08).
               05  TB-GER-HORA          PIC 9(06).
               05  TB-GER-QTD-REG       PIC 9(08).
               05  TB-GER-TOT-VALOR     PIC 9(15)V99.
       77  WS-QTDE-GER                PIC 9(04) VALUE ZEROS.
       77  WS-IX-GER                  PIC 9(04) VALUE ZEROS.
       77  WS-GER-ENCONTRADA          PIC 9(01) VALUE 0.
      *
      *CONFERENCIA FISICA DAS DUAS GERACOES CONTRA O CATALOGO.
       77  WS-CT-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIDOS                PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-LIDOS-ANT            PIC 9(08) VALUE ZEROS.
       77  WS-VL-LIDOS-ANT            PIC 9(15)V99 VALUE ZEROS.
       77  WS-IN-DIVERGENTE           PIC 9(01) VALUE 0.
      *
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATRASADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-RRA                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-13-SALARIO           PIC 9(08) VALUE ZEROS.
       77  WS-CT-REGULARES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-HISTORICO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-DENTRO-FAIXA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-REVISAO              PIC 9(08) VALUE ZEROS.
       77  WS-VL-REVISAO              PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-POR-RAZAO            PIC 9(08) VALUE ZEROS.
       77  WS-CT-POR-SALTO            PIC 9(08) VALUE ZEROS.
      *
      *1 = CREDITO REGULAR (VIDE CABECALHO), 0 = FORA DA TRIAGEM.
       77  WS-IN-REGULAR              PIC 9(01) VALUE 0.
      *
      *NB CORRENTE NA SAIDA DO SORT.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
       77  WS-NB-VL-REGULAR           PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-LIMITE-RAZAO         PIC 9(13)V99 VALUE ZEROS.
       77  WS-VL-LIMITE-SALTO         PIC 9(13)V99 VALUE ZEROS.
       77  WS-QT-RAZAO                PIC 9(05)V99 VALUE ZEROS.
       77  WS-CRITERIO                PIC X(01) VALUE SPACES.
      *
       01  CAB-01-SALTO.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/SALT".
           03 FILLER                PIC X(48) VALUE
              "SALTO DE VALOR POR NB ENTRE GERACOES DO CP01".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-SALTO.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-SALTO.
           03 FILLER                PIC X(09) VALUE "RAZAO: ".
           03 CAB03-RAZAO           PIC ZZ9,99.
           03 FILLER                PIC X(19) VALUE
              "   SALTO ABSOLUTO: ".
           03 CAB03-SALTO           PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-GERACAO-SALTO.
           03 DET-GER-TEXTO         PIC X(20).
           03 DET-GER-DATA          PIC 9(08).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-GER-HORA          PIC 9(06).
           03 FILLER                PIC X(17) VALUE "  CATALOGO REGS:".
           03 DET-GER-QTD-CAT       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(10) VALUE "  LIDOS: ".
           03 DET-GER-QTD-FIS       PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-GER-SITUACAO      PIC X(24).
      *
       01  DET-REVISAO-SALTO.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-REV-NU-NB         PIC 9(10).
           03 FILLER                PIC X(07) VALUE "  MOV: ".
           03 DET-REV-DT-MOV        PIC 9999/99/99.
           03 FILLER                PIC X(07) VALUE "  ESP: ".
           03 DET-REV-ESPECIE       PIC 9(03).
           03 FILLER                PIC X(06) VALUE "  UF: ".
           03 DET-REV-UF            PIC 9(02).
           03 FILLER                PIC X(11) VALUE "  REGULAR: ".
           03 DET-REV-VL-REGULAR    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE "  ATUAL: ".
           03 DET-REV-VL-ATUAL      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE "  RZ: ".
           03 DET-REV-RAZAO         PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-REV-CRITERIO      PIC X(01).
      *
       01  MSG-SEM-GERACAO-SALTO.
           03 FILLER                PIC X(60) VALUE
              "*** 401 SEM GERACAO NO CATALOGO - NADA FEITO ***".
      *
       01  MSG-SEM-ANTERIOR-SALTO.
           03 FILLER                PIC X(60) VALUE
              "*** 401 SEM GERACAO ANTERIOR - NADA A COMPARAR ***".
      *
       01  MSG-DIVERGENTE-SALTO.
           03 FILLER                PIC X(60) VALUE
              "*** GERACAO NAO CONFERE COM O CATALOGO - ABORTADO ***".
      *
       01  TRAILER-SALTO.
           03 TEXTO-TRL-SALTO       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-SALTO          PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-SALTO.
           03 TEXTO-TRL-VL-SALTO    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-SALTO          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-RAZAO WS-PAR-VL-SALTO.
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
           IF WS-IN-TEM-CORRENTE EQUAL 0
              WRITE LINHA-SALTO FROM MSG-SEM-GERACAO-SALTO AFTER 2
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              STOP RUN.
      *
           IF WS-IN-TEM-ANTERIOR EQUAL 0
              WRITE LINHA-SALTO FROM MSG-SEM-ANTERIOR-SALTO AFTER 2
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              STOP RUN.
      *
      *NB + ORIGEM: CADA NB CHEGA INTEIRO, COM O VALOR REGULAR DA
      *GERACAO ANTERIOR ANTES DOS CREDITOS CORRENTES.
           SORT SORTWK
                ASCENDING KEY SRTS-NU-NB SRTS-CS-ORIGEM
                INPUT  PROCEDURE 2000-SOLTA-GERACOES
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-TRIAGEM
                                 THRU 3000-TRIAGEM-FIM.
      *
           PERFORM 5000-EMITIR-RELATORIO
              THRU 5000-FIM.
      *
           IF WS-IN-DIVERGENTE EQUAL 1
              WRITE LINHA-SALTO FROM MSG-DIVERGENTE-SALTO AFTER 2
              MOVE "A" TO WS-LGR-RESULTADO
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              SET MYSELF (STATUS) TO -1
              STOP RUN.
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
           OPEN OUTPUT LSUBCPG2KSALTO.
           OPEN OUTPUT DSUBCPG2KSALREV.
      *
           IF WS-PAR-RAZAO EQUAL ZEROS
              MOVE 5,00 TO WS-PAR-RAZAO.
           IF WS-PAR-VL-SALTO EQUAL ZEROS
              MOVE 10000,00 TO WS-PAR-VL-SALTO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
           MOVE WS-PAR-RAZAO      TO CAB03-RAZAO.
           MOVE WS-PAR-VL-SALTO   TO CAB03-SALTO.
      *
           WRITE LINHA-SALTO FROM CAB-01-SALTO AFTER PAGE.
           WRITE LINHA-SALTO FROM CAB-02-SALTO AFTER 1.
           WRITE LINHA-SALTO FROM CAB-03-SALTO AFTER 1.
      *
           OPEN INPUT DSUBCPGGERCAT.
           PERFORM 1100-LE-CATALOGO
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPGGERCAT.
           MOVE "NAO" TO WS-EOF.
      *
           MOVE WS-COR-DATA TO WS-LGR-INSUMO-DATA.
           MOVE WS-COR-HORA TO WS-LGR-INSUMO-HORA.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *ACOMPANHA OS EVENTOS DO 401: A CADA EVENTO, A GERACAO QUE ERA
      *CORRENTE PASSA A ANTERIOR E A DO EVENTO (PRODUZIDA NO "G", ALVO
      *NO "R") PASSA A CORRENTE.
       1100-LE-CATALOGO.
      *-----------------*
      *
           READ DSUBCPGGERCAT
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF CAT-ARQUIVO NOT EQUAL "D/SUB/CPG/2K/401"
              GO TO 1100-FIM.
      *
           IF CAT-CS-EVENTO EQUAL "R"
              MOVE CAT-DATA-ALVO TO WS-EVT-DATA
              MOVE CAT-HORA-ALVO TO WS-EVT-HORA
              PERFORM 1110-BUSCA-GERACAO
                 THRU 1110-FIM
           ELSE
              MOVE CAT-DATA      TO WS-EVT-DATA
              MOVE CAT-HORA      TO WS-EVT-HORA
              MOVE CAT-QTD-REG   TO WS-EVT-QTD-REG
              MOVE CAT-TOT-VALOR TO WS-EVT-TOT-VALOR
              IF WS-QTDE-GER EQUAL 2000
                 DISPLAY "PSUBCPG2KSALTO: CATALOGO COM MAIS DE 2000"
                 DISPLAY "GERACOES DO 401 - REVER O LIMITE DA TABELA"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              ELSE
                 ADD 1 TO WS-QTDE-GER
                 MOVE CAT-DATA      TO TB-GER-DATA (WS-QTDE-GER)
                 MOVE CAT-HORA      TO TB-GER-HORA (WS-QTDE-GER)
                 MOVE CAT-QTD-REG   TO TB-GER-QTD-REG (WS-QTDE-GER)
                 MOVE CAT-TOT-VALOR TO TB-GER-TOT-VALOR (WS-QTDE-GER)
              END-IF
           END-IF.
      *
           IF WS-IN-TEM-CORRENTE EQUAL 1
              MOVE WS-GER-CORRENTE TO WS-GER-ANTERIOR
              MOVE 1               TO WS-IN-TEM-ANTERIOR.
           MOVE WS-GER-EVENTO TO WS-GER-CORRENTE.
           MOVE 1             TO WS-IN-TEM-CORRENTE.
      *
       1100-FIM. EXIT.
      *---------*
      *
       1110-BUSCA-GERACAO.
      *-------------------*
      *
           MOVE ZEROS TO WS-EVT-QTD-REG WS-EVT-TOT-VALOR.
           MOVE 0 TO WS-GER-ENCONTRADA.
           PERFORM VARYING WS-IX-GER FROM 1 BY 1
                     UNTIL WS-IX-GER GREATER WS-QTDE-GER
                        OR WS-GER-ENCONTRADA EQUAL 1
              IF TB-GER-DATA (WS-IX-GER) EQUAL WS-EVT-DATA
                 AND TB-GER-HORA (WS-IX-GER) EQUAL WS-EVT-HORA
                 MOVE 1 TO WS-GER-ENCONTRADA
              END-IF
           END-PERFORM.
           IF WS-GER-ENCONTRADA EQUAL 1
              SUBTRACT 1 FROM WS-IX-GER
              MOVE TB-GER-QTD-REG (WS-IX-GER)   TO WS-EVT-QTD-REG
              MOVE TB-GER-TOT-VALOR (WS-IX-GER) TO WS-EVT-TOT-VALOR.
      *
       1110-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA PARA O SORT OS CREDITOS REGULARES
      *    DA GERACAO ANTERIOR E DA CORRENTE, CONTANDO AS GERACOES
      *    INTEIRAS PARA A CONFERENCIA COM O CATALOGO.
      *----------------------------------------------------------------
       2000-SOLTA-GERACOES SECTION.
       2000-SOLTA-ANTERIOR.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2K401A.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CREDITO-ANT
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401A.
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-CREDITO
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CREDITO-ANT.
      *--------------------*
      *
           READ DSUBCPG2K401A
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-ANT.
           ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401A TO WS-VL-LIDOS-ANT.
      *
           IF CP01-IN-CRED-CANCELADO OF DSUBCPG2K401A EQUAL 1
              OR CP01-IN-CRED-ATRASADO OF DSUBCPG2K401A EQUAL 1
              OR CP01-IN-CREDITO-RRA OF DSUBCPG2K401A EQUAL 1
              OR CP01-IN-ADIANT-13-SAL OF DSUBCPG2K401A EQUAL 1
              GO TO 2100-FIM.
      *
           MOVE SPACES              TO SRTS-REG.
           MOVE CP01-NU-NB          OF DSUBCPG2K401A TO SRTS-NU-NB.
           MOVE "1"                 TO SRTS-CS-ORIGEM.
           MOVE ZEROS               TO SRTS-DT-MOV-CREDITO
                                       SRTS-CS-NATUR-CRED
                                       SRTS-SEQ-REG
                                       SRTS-ID-ORGAO-PAGADOR
                                       SRTS-CS-UF-OP
                                       SRTS-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401A TO
                                                 SRTS-VL-LIQUIDO.
           RELEASE SRTS-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-CREDITO.
      *----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
           ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO WS-VL-LIDOS.
      *
           IF CP01-IN-CRED-CANCELADO OF DSUBCPG2K401 EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2200-FIM.
           IF CP01-IN-CRED-ATRASADO OF DSUBCPG2K401 EQUAL 1
              ADD 1 TO WS-CT-ATRASADOS
              GO TO 2200-FIM.
           IF CP01-IN-CREDITO-RRA OF DSUBCPG2K401 EQUAL 1
              ADD 1 TO WS-CT-RRA
              GO TO 2200-FIM.
           IF CP01-IN-ADIANT-13-SAL OF DSUBCPG2K401 EQUAL 1
              ADD 1 TO WS-CT-13-SALARIO
              GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-REGULARES.
           MOVE SPACES              TO SRTS-REG.
           MOVE CP01-NU-NB          OF DSUBCPG2K401 TO SRTS-NU-NB.
           MOVE "2"                 TO SRTS-CS-ORIGEM.
           MOVE CP01-DT-MOV-CREDITO OF DSUBCPG2K401 TO
                                                 SRTS-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO OF DSUBCPG2K401 TO
                                                 SRTS-CS-NATUR-CRED.
           MOVE CP01-SEQ-REG        OF DSUBCPG2K401 TO SRTS-SEQ-REG.
           MOVE CP01-ID-ORGAO-PAGADOR OF DSUBCPG2K401 TO
                                                 SRTS-ID-ORGAO-PAGADOR.
           MOVE CP01-CS-UF-OP       OF DSUBCPG2K401 TO SRTS-CS-UF-OP.
           MOVE CP01-CS-ESPECIE     OF DSUBCPG2K401 TO SRTS-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                                 SRTS-VL-LIQUIDO.
           RELEASE SRTS-REG.
      *
       2200-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: CONFERE AS GERACOES COM O CATALOGO E, SE
      *    CONFEREM, COMPARA CADA CREDITO REGULAR CORRENTE COM O VALOR
      *    REGULAR DO NB NA GERACAO ANTERIOR.
      *----------------------------------------------------------------
       3000-TRIAGEM SECTION.
       3000-TRIAGEM-NB.
      *----------------*
      *
           IF WS-CT-LIDOS NOT EQUAL WS-COR-QTD-REG
              OR WS-VL-LIDOS NOT EQUAL WS-COR-TOT-VALOR
              OR WS-CT-LIDOS-ANT NOT EQUAL WS-ANT-QTD-REG
              OR WS-VL-LIDOS-ANT NOT EQUAL WS-ANT-TOT-VALOR
              MOVE 1 TO WS-IN-DIVERGENTE
              GO TO 3000-TRIAGEM-FIM.
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-ITEM
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           GO TO 3000-TRIAGEM-FIM.
      *
       3100-UM-ITEM.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTS-NU-NB NOT EQUAL WS-NB-CORRENTE
              MOVE SRTS-NU-NB TO WS-NB-CORRENTE
              MOVE ZEROS      TO WS-NB-VL-REGULAR.
      *
      *VALOR REGULAR DO NB = MAIOR CREDITO REGULAR DA GERACAO
      *ANTERIOR (O MAIOR, PARA NAO LISTAR QUEM TEM DOIS CREDITOS
      *REGULARES DE VALORES DIFERENTES).
           IF SRTS-CS-ORIGEM EQUAL "1"
              IF SRTS-VL-LIQUIDO GREATER WS-NB-VL-REGULAR
                 MOVE SRTS-VL-LIQUIDO TO WS-NB-VL-REGULAR
              END-IF
              GO TO 3100-FIM.
      *
           IF WS-NB-VL-REGULAR EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-HISTORICO
              GO TO 3100-FIM.
      *
           MOVE SPACES TO WS-CRITERIO.
           COMPUTE WS-VL-LIMITE-RAZAO =
                   WS-NB-VL-REGULAR * WS-PAR-RAZAO.
           COMPUTE WS-VL-LIMITE-SALTO =
                   WS-NB-VL-REGULAR + WS-PAR-VL-SALTO.
      *
           IF SRTS-VL-LIQUIDO GREATER WS-VL-LIMITE-RAZAO
              MOVE "R" TO WS-CRITERIO
              ADD 1 TO WS-CT-POR-RAZAO.
      *
           IF SRTS-VL-LIQUIDO GREATER WS-VL-LIMITE-SALTO
              ADD 1 TO WS-CT-POR-SALTO
              IF WS-CRITERIO EQUAL "R"
                 MOVE "X" TO WS-CRITERIO
              ELSE
                 MOVE "A" TO WS-CRITERIO.
      *
           IF WS-CRITERIO EQUAL SPACES
              ADD 1 TO WS-CT-DENTRO-FAIXA
              GO TO 3100-FIM.
      *
           PERFORM 3200-GRAVA-REVISAO
              THRU 3200-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-GRAVA-REVISAO.
      *-------------------*
      *
           ADD 1               TO WS-CT-REVISAO.
           ADD SRTS-VL-LIQUIDO TO WS-VL-REVISAO.
      *
           COMPUTE WS-QT-RAZAO ROUNDED =
                   SRTS-VL-LIQUIDO / WS-NB-VL-REGULAR
                   ON SIZE ERROR MOVE 99999,99 TO WS-QT-RAZAO.
      *
           MOVE SPACES                TO SALREV-REG.
           MOVE SRTS-NU-NB            TO SALREV-NU-NB.
           MOVE SRTS-DT-MOV-CREDITO   TO SALREV-DT-MOV-CREDITO.
           MOVE SRTS-CS-NATUR-CRED    TO SALREV-CS-NATUR-CRED.
           MOVE SRTS-SEQ-REG          TO SALREV-SEQ-REG.
           MOVE SRTS-CS-ESPECIE       TO SALREV-CS-ESPECIE.
           MOVE SRTS-CS-UF-OP         TO SALREV-CS-UF-OP.
           MOVE SRTS-ID-ORGAO-PAGADOR TO SALREV-ID-ORGAO-PAGADOR.
           MOVE SRTS-VL-LIQUIDO       TO SALREV-VL-ATUAL.
           MOVE WS-NB-VL-REGULAR      TO SALREV-VL-REGULAR.
           MOVE WS-QT-RAZAO           TO SALREV-QT-RAZAO.
           MOVE WS-CRITERIO           TO SALREV-CS-CRITERIO.
           MOVE WS-COR-DATA           TO SALREV-DT-GERACAO.
           MOVE WS-COR-HORA           TO SALREV-HR-GERACAO.
           WRITE SALREV-REG.
      *
           MOVE SRTS-NU-NB            TO DET-REV-NU-NB.
           MOVE SRTS-DT-MOV-CREDITO   TO DET-REV-DT-MOV.
           MOVE SRTS-CS-ESPECIE       TO DET-REV-ESPECIE.
           MOVE SRTS-CS-UF-OP         TO DET-REV-UF.
           MOVE WS-NB-VL-REGULAR      TO DET-REV-VL-REGULAR.
           MOVE SRTS-VL-LIQUIDO       TO DET-REV-VL-ATUAL.
           MOVE WS-QT-RAZAO           TO DET-REV-RAZAO.
           MOVE WS-CRITERIO           TO DET-REV-CRITERIO.
           WRITE LINHA-SALTO FROM DET-REVISAO-SALTO AFTER 1.
      *
       3200-FIM. EXIT.
      *---------*
       3000-TRIAGEM-FIM. EXIT.
      *
       5000-EMITIR-RELATORIO.
      *---------------------*
      *
           MOVE "GERACAO CORRENTE:   " TO DET-GER-TEXTO.
           MOVE WS-COR-DATA            TO DET-GER-DATA.
           MOVE WS-COR-HORA            TO DET-GER-HORA.
           MOVE WS-COR-QTD-REG         TO DET-GER-QTD-CAT.
           MOVE WS-CT-LIDOS            TO DET-GER-QTD-FIS.
           IF WS-CT-LIDOS EQUAL WS-COR-QTD-REG
              AND WS-VL-LIDOS EQUAL WS-COR-TOT-VALOR
              MOVE "CONFERE"           TO DET-GER-SITUACAO
           ELSE
              MOVE "*** NAO CONFERE ***" TO DET-GER-SITUACAO.
           WRITE LINHA-SALTO FROM DET-GERACAO-SALTO AFTER 2.
      *
           MOVE "GERACAO ANTERIOR:   " TO DET-GER-TEXTO.
           MOVE WS-ANT-DATA            TO DET-GER-DATA.
           MOVE WS-ANT-HORA            TO DET-GER-HORA.
           MOVE WS-ANT-QTD-REG         TO DET-GER-QTD-CAT.
           MOVE WS-CT-LIDOS-ANT        TO DET-GER-QTD-FIS.
           IF WS-CT-LIDOS-ANT EQUAL WS-ANT-QTD-REG
              AND WS-VL-LIDOS-ANT EQUAL WS-ANT-TOT-VALOR
              MOVE "CONFERE"           TO DET-GER-SITUACAO
           ELSE
              MOVE "*** NAO CONFERE ***" TO DET-GER-SITUACAO.
           WRITE LINHA-SALTO FROM DET-GERACAO-SALTO AFTER 1.
      *
           IF WS-IN-DIVERGENTE EQUAL 1
              GO TO 5000-FIM.
      *
           MOVE SPACES TO TRAILER-SALTO.
           MOVE "CREDITOS DA GERACAO CORRENTE                 " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-LIDOS TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 2.
      *
           MOVE "  CANCELADOS (FORA DA TRIAGEM)               " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-CANCELADOS TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "  ATRASADOS (FORA DA TRIAGEM)                " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-ATRASADOS TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "  RRA (FORA DA TRIAGEM)                      " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-RRA TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "  13O SALARIO (FORA DA TRIAGEM)              " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-13-SALARIO TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "  REGULARES TRIADOS                          " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-REGULARES TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "    NB SEM VALOR REGULAR NA GERACAO ANTERIOR " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-SEM-HISTORICO TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "    DENTRO DA RAZAO E DO SALTO ABSOLUTO      " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-DENTRO-FAIXA TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "    ACIMA DA RAZAO                           " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-POR-RAZAO TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "    ACIMA DO SALTO ABSOLUTO                  " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-POR-SALTO TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE "CREDITOS NA LISTA DE REVISAO                 " TO
                                                   TEXTO-TRL-SALTO.
           MOVE WS-CT-REVISAO TO QT-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-SALTO AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-SALTO.
           MOVE "VALOR DOS CREDITOS NA LISTA DE REVISAO       " TO
                                                TEXTO-TRL-VL-SALTO.
           MOVE WS-VL-REVISAO TO VL-TRL-SALTO.
           WRITE LINHA-SALTO FROM TRAILER-VL-SALTO AFTER 1.
      *
       5000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN E A
      *CONTAGEM PRINCIPAL (GERACAO DIVERGENTE SAI COMO ANORMAL).
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE WS-CT-LIDOS        TO WS-LGR-QTD-REG.
           MOVE WS-VL-REVISAO      TO WS-LGR-TOT-VALOR.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE DSUBCPG2KSALREV SAVE.
           CLOSE LSUBCPG2KSALTO.
      *
       4000-FIM. EXIT.
      *---------*
