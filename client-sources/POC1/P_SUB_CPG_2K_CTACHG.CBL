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
       PROGRAM-ID.      PSUBCPG2KCTACHG.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: TRIAGEM DE TROCA DE CONTA/BANCO ENTRE GERACOES      *
      *            CONSECUTIVAS DO CP01. CP01-NU-CONTA-CORRENTE E      *
      *            CP01-ID-BANCO PODIAM MUDAR DE UMA GERACAO DE        *
      *            D/SUB/CPG/2K/401 PARA A SEGUINTE SEM QUE NADA       *
      *            PERCEBESSE - E DESVIAR O BENEFICIO PARA A CONTA DE  *
      *            UM FRAUDADOR NA VESPERA DO PAGAMENTO E O PADRAO DE  *
      *            FRAUDE MAIS COMUM. ESTE JOB LOCALIZA NO CATALOGO    *
      *            D/SUB/CPG/GER/CAT A GERACAO CORRENTE E A ANTERIOR   *
      *            DO 401 (MESMA REGRA DE PSUBGERCATROLL), CONFERE AS  *
      *            DUAS GERACOES FISICAS CONTRA A CONTAGEM E O VALOR   *
      *            CATALOGADOS (MESMA CONFERENCIA DE PSUBGERCATAUDIT - *
      *            COMPARAR O ARQUIVO ERRADO SERIA PIOR QUE NAO        *
      *            COMPARAR), CASA AS GERACOES POR NB (SORT, MESMO     *
      *            RECURSO DE PSUBCPG2KOBITO) E MARCA TODO CREDITO DA  *
      *            GERACAO CORRENTE CUJO BANCO OU CONTA DIFERE DO QUE  *
      *            O NB TINHA NA ANTERIOR SEM UMA SOLICITACAO CP450    *
      *            QUE RESPALDE A TROCA (CP50-CS-MOTIVO-SOLIC 04 -     *
      *            CORRECAO DE DADOS BANCARIOS OU 05 - TRANSF DE       *
      *            BANCO/AGENCIA). OS CREDITOS MARCADOS VAO PARA A     *
      *            LISTA DE SUSPEITOS D/SUB/CPG/2K/CTA/SUS, QUE A MESA *
      *            DE FRAUDE TRANSFORMA EM BLOQUEIO ANTES DO RUN DO    *
      *            052 LIBERAR O DINHEIRO. CREDITO CANCELADO           *
      *            (CP01-IN-CRED-CANCELADO = 1) NA GERACAO CORRENTE    *
      *            NAO ENTRA NA TRIAGEM; NB SEM CREDITO NA GERACAO     *
      *            ANTERIOR (NB NOVO) SO E CONTADO.                    *
      *            TROCA PARA CONTA DE DEPOSITO JUDICIAL CADASTRADA NO *
      *            D/SUB/CPG/2K/JPR (REDIRECIONAMENTO DE               *
      *            PSUBCPG2KDEPJUD) TAMBEM SO E CONTADA.               *
      *            GERACAO FISICA QUE NAO CONFERE COM O CATALOGO NAO   *
      *            RODA - O JOB IMPRIME A DIVERGENCIA E TERMINA        *
      *            ANORMAL, SEM LISTA DE SUSPEITOS.                    *
      *                                                                *
      *  ENTRADA:  DSUBCPGGERCAT  - D/SUB/CPG/GER/CAT (CATALOGO).      *
      *            DSUBCPG2K401   - D/SUB/CPG/2K/401 (GERACAO          *
      *                             CORRENTE).                         *
      *            DSUBCPG2K401A  - D/SUB/CPG/2K/401/ANT (GERACAO      *
      *                             ANTERIOR).                         *
      *            DSUBCPG2K450   - D/SUB/CPG/2K/450 (SOLICITACOES).   *
      *            DSUBCPG2KJPR   - D/SUB/CPG/2K/JPR (CONTAS DE        *
      *                             DEPOSITO JUDICIAL - OPCIONAL).     *
      *  SAIDA:    DSUBCPG2KCTASUS - D/SUB/CPG/2K/CTA/SUS (SUSPEITOS). *
      *            LSUBCPG2KCTACHG - RELATORIO DA TRIAGEM.             *
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
           SELECT DSUBCPGGERCAT   ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K401A ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K450  ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KJPR  ASSIGN TO DISK.
           SELECT DSUBCPG2KCTASUS ASSIGN TO DISK.
           SELECT LSUBCPG2KCTACHG ASSIGN TO PRINTER.
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
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
      *CADASTRO DE PROCESSOS (MANTIDO POR PSUBCPG2KJPRMAN): A CONTA DE
      *DEPOSITO JUDICIAL CADASTRADA E O DESTINO DOS CREDITOS QUE
      *PSUBCPG2KDEPJUD REDIRECIONA - TROCA PARA ELA NAO E SUSPEITA.
        FD DSUBCPG2KJPR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJPR.
           03 JPR-NU-PROCESSO        PIC X(20).
           03 JPR-NU-VARA            PIC 9(02).
           03 JPR-CS-UF              PIC X(02).
           03 JPR-CS-SITUACAO        PIC 9(01).
           03 JPR-DT-ABERTURA        PIC 9(08).
           03 JPR-DT-ENCERRAMENTO    PIC 9(08).
           03 JPR-IN-DEPOSITO-JUD    PIC 9(01).
           03 JPR-ID-BANCO-DEP       PIC 9(03).
           03 JPR-ID-OP-DEP          PIC 9(06).
           03 JPR-CS-MEIO-PAGTO-DEP  PIC 9(02).
           03 JPR-NU-CONTA-DEP       PIC X(10).
           03 FILLER                 PIC X(37).
      *
      *LISTA DE SUSPEITOS: UM REGISTRO POR CREDITO DA GERACAO CORRENTE
      *COM TROCA DE BANCO/CONTA SEM SOLICITACAO QUE A RESPALDE. O NB
      *ABRE O REGISTRO PARA A MESA DE FRAUDE CONVERTER DIRETO EM
      *BLOQUEIO POR NB.
        FD DSUBCPG2KCTASUS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CTA/SUS ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 SUSCTA-REG.
           03 SUSCTA-NU-NB            PIC 9(10).
           03 SUSCTA-DT-MOV-CREDITO   PIC 9(08).
           03 SUSCTA-CS-ESPECIE       PIC 9(03).
           03 SUSCTA-CS-UF-OP         PIC 9(02).
           03 SUSCTA-ID-ORGAO-PAGADOR PIC 9(06).
           03 SUSCTA-VL-LIQUIDO       PIC 9(10)V99.
           03 SUSCTA-ANTERIOR.
              05 SUSCTA-ID-BANCO-ANT  PIC 9(03).
              05 SUSCTA-NU-CONTA-ANT  PIC X(10).
           03 SUSCTA-ATUAL.
              05 SUSCTA-ID-BANCO-ATU  PIC 9(03).
              05 SUSCTA-NU-CONTA-ATU  PIC X(10).
           03 SUSCTA-CS-TROCA         PIC X(01).
      *        "B" = SO BANCO; "C" = SO CONTA; "A" = BANCO E CONTA
      *GERACAO CORRENTE (CATALOGO) EM QUE A TROCA APARECEU.
           03 SUSCTA-DT-GERACAO       PIC 9(08).
           03 SUSCTA-HR-GERACAO       PIC 9(06).
           03 FILLER                  PIC X(18).
      *
        FD LSUBCPG2KCTACHG.
        01 LINHA-CTACHG           PIC X(133).
      *
      *ORIGEM DO ITEM NO SORT: DENTRO DO MESMO NB, AS SOLICITACOES DE
      *TROCA CHEGAM PRIMEIRO, DEPOIS A GERACAO ANTERIOR, DEPOIS A
      *CORRENTE - QUANDO O CREDITO CORRENTE CHEGA, O NB JA SABE SE TEM
      *RESPALDO E QUAL ERA A CONTA ANTERIOR.
        SD SORTWK.
        01 SRTC-REG.
           03 SRTC-NU-NB              PIC 9(10).
           03 SRTC-CS-ORIGEM          PIC X(01).
      *        "1" = CP450 04/05; "2" = GERACAO ANTERIOR; "3" = CORRENTE
           03 SRTC-DT-MOV-CREDITO     PIC 9(08).
           03 SRTC-ID-BANCO           PIC 9(03).
           03 SRTC-NU-CONTA           PIC X(10).
           03 SRTC-ID-ORGAO-PAGADOR   PIC 9(06).
           03 SRTC-CS-UF-OP           PIC 9(02).
           03 SRTC-CS-ESPECIE         PIC 9(03).
           03 SRTC-VL-LIQUIDO         PIC 9(10)V99.
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCTACHG".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCTACHG".
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
      *
      *GERACAO CORRENTE E ANTERIOR DO 401 SEGUNDO O CATALOGO (MESMA
      *REGRA DE PSUBGERCATROLL: A CORRENTE E A DO ULTIMO EVENTO, COM
      *"R" RESOLVIDO PARA O ALVO; A ANTERIOR E A QUE ERA CORRENTE
      *ANTES DELA). A CONTAGEM E O VALOR DE CADA GERACAO VEM DO "G"
      *QUE A PRODUZIU.
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
      *CONTAGEM E O VALOR DA GERACAO ALVO DE UM "R". 2000 POSICOES
      *SEGUEM O LIMITE DE PSUBGERCATAUDIT.
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
       77  WS-CT-SOLIC-LIDAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-SOLIC-TROCA          PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-NB-NOVO              PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-TROCA            PIC 9(08) VALUE ZEROS.
       77  WS-CT-TROCA-RESPALDADA     PIC 9(08) VALUE ZEROS.
       77  WS-CT-TROCA-DEPOSITO       PIC 9(08) VALUE ZEROS.
       77  WS-CT-SUSPEITOS            PIC 9(08) VALUE ZEROS.
       77  WS-VL-SUSPEITOS            PIC 9(15)V99 VALUE ZEROS.
      *
      *NB CORRENTE NA SAIDA DO SORT.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
       77  WS-IN-NB-RESPALDADO        PIC 9(01) VALUE 0.
       77  WS-IN-NB-TEM-ANTERIOR      PIC 9(01) VALUE 0.
       77  WS-NB-ID-BANCO-ANT         PIC 9(03) VALUE ZEROS.
       77  WS-NB-NU-CONTA-ANT         PIC X(10) VALUE SPACES.
      *
      *CONTAS DE DEPOSITO JUDICIAL DO CADASTRO DE PROCESSOS (MESMO
      *LIMITE DE 2000 LINHAS DE PSUBCPG2KJPRMAN).
       01  TABELA-DEPOSITO.
           05 TB-DEP OCCURS 2000 TIMES.
               10 TB-DEP-ID-BANCO     PIC 9(03).
               10 TB-DEP-NU-CONTA     PIC X(10).
       77  WS-QTDE-DEP                PIC 9(04) VALUE ZEROS.
       77  WS-IX-DEP                  PIC 9(04) VALUE ZEROS.
       77  WS-DEP-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *TOTAIS DE SUSPEITOS POR BANCO DE DESTINO (FIND-OR-INSERT, MESMO
      *MODELO DE PSUBCPG2KOBITO). 999 POSICOES = TODO CODIGO DE BANCO.
       01  WS-TABELA-BCO.
           03  WS-BCO OCCURS 999 TIMES.
               05  WS-BCO-ID-BANCO          PIC 9(03).
               05  WS-BCO-QTDE              PIC 9(06).
               05  WS-BCO-VALOR             PIC 9(13)V99.
       77  WS-QTDE-BCO                PIC 9(04) VALUE ZEROS.
       77  WS-IX-BCO                  PIC 9(04) VALUE ZEROS.
       77  WS-BCO-ENCONTRADO          PIC 9(01) VALUE 0.
      *
       01  CAB-01-CTACHG.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CTA".
           03 FILLER                PIC X(48) VALUE
              "TROCA DE CONTA/BANCO ENTRE GERACOES DO CP01".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-CTACHG.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-GERACAO-CTACHG.
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
       01  DET-SUSPEITO-CTACHG.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-SUS-NU-NB         PIC 9(10).
           03 FILLER                PIC X(06) VALUE "  UF: ".
           03 DET-SUS-CS-UF         PIC 9(02).
           03 FILLER                PIC X(07) VALUE "  ANT: ".
           03 DET-SUS-BANCO-ANT     PIC 9(03).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-SUS-CONTA-ANT     PIC X(10).
           03 FILLER                PIC X(07) VALUE "  ATU: ".
           03 DET-SUS-BANCO-ATU     PIC 9(03).
           03 FILLER                PIC X(01) VALUE "/".
           03 DET-SUS-CONTA-ATU     PIC X(10).
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-SUS-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-BCO-CTACHG.
           03 FILLER                PIC X(15) VALUE "BANCO DESTINO: ".
           03 DET-BCO-ID-BANCO      PIC 9(03).
           03 FILLER                PIC X(13) VALUE "  SUSPEITOS: ".
           03 DET-BCO-QTDE          PIC ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-BCO-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  MSG-SEM-GERACAO-CTACHG.
           03 FILLER                PIC X(60) VALUE
              "*** 401 SEM GERACAO NO CATALOGO - NADA FEITO ***".
      *
       01  MSG-SEM-ANTERIOR-CTACHG.
           03 FILLER                PIC X(60) VALUE
              "*** 401 SEM GERACAO ANTERIOR - NADA A COMPARAR ***".
      *
       01  MSG-DIVERGENTE-CTACHG.
           03 FILLER                PIC X(60) VALUE
              "*** GERACAO NAO CONFERE COM O CATALOGO - ABORTADO ***".
      *
       01  TRAILER-CTACHG.
           03 TEXTO-TRL-CTACHG      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CTACHG         PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-CTACHG.
           03 TEXTO-TRL-VL-CTACHG   PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-CTACHG         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           IF WS-IN-TEM-CORRENTE EQUAL 0
              WRITE LINHA-CTACHG FROM MSG-SEM-GERACAO-CTACHG AFTER 2
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              STOP RUN.
      *
           IF WS-IN-TEM-ANTERIOR EQUAL 0
              WRITE LINHA-CTACHG FROM MSG-SEM-ANTERIOR-CTACHG AFTER 2
              PERFORM 4000-FINALIZA
                 THRU 4000-FIM
              STOP RUN.
      *
      *NB + ORIGEM: CADA NB CHEGA INTEIRO, COM AS SOLICITACOES DE
      *TROCA E A CONTA ANTERIOR ANTES DOS CREDITOS CORRENTES.
           SORT SORTWK
                ASCENDING KEY SRTC-NU-NB SRTC-CS-ORIGEM
                INPUT  PROCEDURE 2000-SOLTA-GERACOES
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-TRIAGEM
                                 THRU 3000-TRIAGEM-FIM.
      *
           PERFORM 5000-EMITIR-RELATORIO
              THRU 5000-FIM.
      *
           IF WS-IN-DIVERGENTE EQUAL 1
              WRITE LINHA-CTACHG FROM MSG-DIVERGENTE-CTACHG AFTER 2
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
           OPEN OUTPUT LSUBCPG2KCTACHG.
           OPEN OUTPUT DSUBCPG2KCTASUS.
      *
           MOVE ZEROS TO WS-TABELA-BCO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-CTACHG FROM CAB-01-CTACHG AFTER PAGE.
           WRITE LINHA-CTACHG FROM CAB-02-CTACHG AFTER 1.
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
           OPEN INPUT DSUBCPG2KJPR.
           PERFORM 1200-CARREGA-DEPOSITO
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KJPR.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *SO ENTRA LINHA COM DEPOSITO JUDICIAL LIGADO (LINHA ANTERIOR AOS
      *DADOS DE DEPOSITO TEM BRANCOS NO INDICADOR).
       1200-CARREGA-DEPOSITO.
      *----------------------*
      *
           READ DSUBCPG2KJPR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF JPR-IN-DEPOSITO-JUD NOT NUMERIC
              GO TO 1200-FIM.
           IF JPR-IN-DEPOSITO-JUD NOT EQUAL 1
              GO TO 1200-FIM.
      *
           IF WS-QTDE-DEP EQUAL 2000
              DISPLAY "PSUBCPG2KCTACHG: CADASTRO DE PROCESSOS ACIMA"
              DISPLAY "DE 2000 LINHAS - REVER O LIMITE DA TABELA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-DEP.
           MOVE JPR-ID-BANCO-DEP TO TB-DEP-ID-BANCO (WS-QTDE-DEP).
           MOVE JPR-NU-CONTA-DEP TO TB-DEP-NU-CONTA (WS-QTDE-DEP).
      *
       1200-FIM. EXIT.
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
                 DISPLAY "PSUBCPG2KCTACHG: CATALOGO COM MAIS DE 2000"
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
      *ROLLBACK: A CONTAGEM E O VALOR DA GERACAO ALVO SAO OS DO "G"
      *QUE A PRODUZIU. ALVO SEM "G" NO CATALOGO FICA COM CONTAGEM
      *ZERADA E NAO VAI CONFERIR - PSUBGERCATAUDIT APONTA ESSE CASO.
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
      *    INPUT PROCEDURE: LIBERA PARA O SORT AS SOLICITACOES DE
      *    TROCA (CP450 04/05), A GERACAO ANTERIOR E A CORRENTE,
      *    CONTANDO AS GERACOES PARA A CONFERENCIA COM O CATALOGO.
      *----------------------------------------------------------------
       2000-SOLTA-GERACOES SECTION.
       2000-SOLTA-SOLICITACOES.
      *------------------------*
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UMA-SOLICITACAO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
      *
           OPEN INPUT DSUBCPG2K401A.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-CREDITO-ANT
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401A.
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-CREDITO
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UMA-SOLICITACAO.
      *---------------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-SOLIC-LIDAS.
      *
           IF CP50-CS-MOTIVO-SOLIC NOT EQUAL 04
              AND CP50-CS-MOTIVO-SOLIC NOT EQUAL 05
              GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-SOLIC-TROCA.
           MOVE SPACES               TO SRTC-REG.
           MOVE CP50-NU-NB           TO SRTC-NU-NB.
           MOVE "1"                  TO SRTC-CS-ORIGEM.
           MOVE CP50-DT-MOV-CREDITO  TO SRTC-DT-MOV-CREDITO.
           MOVE ZEROS                TO SRTC-ID-BANCO
                                        SRTC-ID-ORGAO-PAGADOR
                                        SRTC-CS-UF-OP
                                        SRTC-CS-ESPECIE
                                        SRTC-VL-LIQUIDO.
           RELEASE SRTC-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-CREDITO-ANT.
      *--------------------*
      *
           READ DSUBCPG2K401A
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-LIDOS-ANT.
           ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401A TO WS-VL-LIDOS-ANT.
      *
           MOVE SPACES              TO SRTC-REG.
           MOVE CP01-NU-NB          OF DSUBCPG2K401A TO SRTC-NU-NB.
           MOVE "2"                 TO SRTC-CS-ORIGEM.
           MOVE CP01-DT-MOV-CREDITO OF DSUBCPG2K401A TO
                                                 SRTC-DT-MOV-CREDITO.
           MOVE CP01-ID-BANCO       OF DSUBCPG2K401A TO SRTC-ID-BANCO.
           MOVE CP01-NU-CONTA-CORRENTE OF DSUBCPG2K401A TO
                                                 SRTC-NU-CONTA.
           MOVE CP01-ID-ORGAO-PAGADOR OF DSUBCPG2K401A TO
                                                 SRTC-ID-ORGAO-PAGADOR.
           MOVE CP01-CS-UF-OP       OF DSUBCPG2K401A TO SRTC-CS-UF-OP.
           MOVE CP01-CS-ESPECIE     OF DSUBCPG2K401A TO SRTC-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401A TO
                                                 SRTC-VL-LIQUIDO.
           RELEASE SRTC-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-CREDITO.
      *----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-LIDOS.
           ADD CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO WS-VL-LIDOS.
      *
           IF CP01-IN-CRED-CANCELADO OF DSUBCPG2K401 EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2300-FIM.
      *
           MOVE SPACES              TO SRTC-REG.
           MOVE CP01-NU-NB          OF DSUBCPG2K401 TO SRTC-NU-NB.
           MOVE "3"                 TO SRTC-CS-ORIGEM.
           MOVE CP01-DT-MOV-CREDITO OF DSUBCPG2K401 TO
                                                 SRTC-DT-MOV-CREDITO.
           MOVE CP01-ID-BANCO       OF DSUBCPG2K401 TO SRTC-ID-BANCO.
           MOVE CP01-NU-CONTA-CORRENTE OF DSUBCPG2K401 TO
                                                 SRTC-NU-CONTA.
           MOVE CP01-ID-ORGAO-PAGADOR OF DSUBCPG2K401 TO
                                                 SRTC-ID-ORGAO-PAGADOR.
           MOVE CP01-CS-UF-OP       OF DSUBCPG2K401 TO SRTC-CS-UF-OP.
           MOVE CP01-CS-ESPECIE     OF DSUBCPG2K401 TO SRTC-CS-ESPECIE.
           MOVE CP01-VL-LIQUIDO-CRED OF DSUBCPG2K401 TO
                                                 SRTC-VL-LIQUIDO.
           RELEASE SRTC-REG.
      *
       2300-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: CONFERE AS GERACOES COM O CATALOGO E, SE
      *    CONFEREM, COMPARA CADA CREDITO CORRENTE COM A CONTA QUE O NB
      *    TINHA NA GERACAO ANTERIOR.
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
           IF SRTC-NU-NB NOT EQUAL WS-NB-CORRENTE
              MOVE SRTC-NU-NB TO WS-NB-CORRENTE
              MOVE 0          TO WS-IN-NB-RESPALDADO
                                 WS-IN-NB-TEM-ANTERIOR.
      *
           IF SRTC-CS-ORIGEM EQUAL "1"
              MOVE 1 TO WS-IN-NB-RESPALDADO
              GO TO 3100-FIM.
      *
      *A CONTA ANTERIOR DO NB E A DO PRIMEIRO CREDITO DELE NA GERACAO
      *ANTERIOR.
           IF SRTC-CS-ORIGEM EQUAL "2"
              IF WS-IN-NB-TEM-ANTERIOR EQUAL 0
                 MOVE 1             TO WS-IN-NB-TEM-ANTERIOR
                 MOVE SRTC-ID-BANCO TO WS-NB-ID-BANCO-ANT
                 MOVE SRTC-NU-CONTA TO WS-NB-NU-CONTA-ANT
              END-IF
              GO TO 3100-FIM.
      *
           IF WS-IN-NB-TEM-ANTERIOR EQUAL 0
              ADD 1 TO WS-CT-NB-NOVO
              GO TO 3100-FIM.
      *
           IF SRTC-ID-BANCO EQUAL WS-NB-ID-BANCO-ANT
              AND SRTC-NU-CONTA EQUAL WS-NB-NU-CONTA-ANT
              ADD 1 TO WS-CT-SEM-TROCA
              GO TO 3100-FIM.
      *
           IF WS-IN-NB-RESPALDADO EQUAL 1
              ADD 1 TO WS-CT-TROCA-RESPALDADA
              GO TO 3100-FIM.
      *
      *CREDITO REDIRECIONADO PARA CONTA DE DEPOSITO JUDICIAL DO
      *CADASTRO DE PROCESSOS.
           MOVE 0 TO WS-DEP-ENCONTRADO.
           PERFORM VARYING WS-IX-DEP FROM 1 BY 1
                     UNTIL WS-IX-DEP GREATER WS-QTDE-DEP
                        OR WS-DEP-ENCONTRADO EQUAL 1
              IF TB-DEP-ID-BANCO (WS-IX-DEP) EQUAL SRTC-ID-BANCO
                 AND TB-DEP-NU-CONTA (WS-IX-DEP) EQUAL SRTC-NU-CONTA
                 MOVE 1 TO WS-DEP-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-DEP-ENCONTRADO EQUAL 1
              ADD 1 TO WS-CT-TROCA-DEPOSITO
              GO TO 3100-FIM.
      *
           PERFORM 3200-GRAVA-SUSPEITO
              THRU 3200-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-GRAVA-SUSPEITO.
      *--------------------*
      *
           ADD 1               TO WS-CT-SUSPEITOS.
           ADD SRTC-VL-LIQUIDO TO WS-VL-SUSPEITOS.
      *
           MOVE SPACES                TO SUSCTA-REG.
           MOVE SRTC-NU-NB            TO SUSCTA-NU-NB.
           MOVE SRTC-DT-MOV-CREDITO   TO SUSCTA-DT-MOV-CREDITO.
           MOVE SRTC-CS-ESPECIE       TO SUSCTA-CS-ESPECIE.
           MOVE SRTC-CS-UF-OP         TO SUSCTA-CS-UF-OP.
           MOVE SRTC-ID-ORGAO-PAGADOR TO SUSCTA-ID-ORGAO-PAGADOR.
           MOVE SRTC-VL-LIQUIDO       TO SUSCTA-VL-LIQUIDO.
           MOVE WS-NB-ID-BANCO-ANT    TO SUSCTA-ID-BANCO-ANT.
           MOVE WS-NB-NU-CONTA-ANT    TO SUSCTA-NU-CONTA-ANT.
           MOVE SRTC-ID-BANCO         TO SUSCTA-ID-BANCO-ATU.
           MOVE SRTC-NU-CONTA         TO SUSCTA-NU-CONTA-ATU.
           IF SRTC-ID-BANCO EQUAL WS-NB-ID-BANCO-ANT
              MOVE "C" TO SUSCTA-CS-TROCA
           ELSE
              IF SRTC-NU-CONTA EQUAL WS-NB-NU-CONTA-ANT
                 MOVE "B" TO SUSCTA-CS-TROCA
              ELSE
                 MOVE "A" TO SUSCTA-CS-TROCA.
           MOVE WS-COR-DATA           TO SUSCTA-DT-GERACAO.
           MOVE WS-COR-HORA           TO SUSCTA-HR-GERACAO.
           WRITE SUSCTA-REG.
      *
           MOVE SRTC-NU-NB            TO DET-SUS-NU-NB.
           MOVE SRTC-CS-UF-OP         TO DET-SUS-CS-UF.
           MOVE WS-NB-ID-BANCO-ANT    TO DET-SUS-BANCO-ANT.
           MOVE WS-NB-NU-CONTA-ANT    TO DET-SUS-CONTA-ANT.
           MOVE SRTC-ID-BANCO         TO DET-SUS-BANCO-ATU.
           MOVE SRTC-NU-CONTA         TO DET-SUS-CONTA-ATU.
           MOVE SRTC-VL-LIQUIDO       TO DET-SUS-VALOR.
           WRITE LINHA-CTACHG FROM DET-SUSPEITO-CTACHG AFTER 1.
      *
           PERFORM 3300-ACUMULA-BANCO
              THRU 3300-FIM.
      *
       3200-FIM. EXIT.
      *---------*
      *
       3300-ACUMULA-BANCO.
      *-------------------*
      *
           MOVE 0 TO WS-BCO-ENCONTRADO.
           PERFORM VARYING WS-IX-BCO FROM 1 BY 1
                     UNTIL WS-IX-BCO GREATER WS-QTDE-BCO
                        OR WS-BCO-ENCONTRADO EQUAL 1
              IF WS-BCO-ID-BANCO (WS-IX-BCO) EQUAL SRTC-ID-BANCO
                 MOVE 1 TO WS-BCO-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-BCO-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-BCO.
           IF WS-BCO-ENCONTRADO EQUAL 0
              ADD 1 TO WS-QTDE-BCO
              MOVE WS-QTDE-BCO   TO WS-IX-BCO
              MOVE SRTC-ID-BANCO TO WS-BCO-ID-BANCO (WS-IX-BCO).
           ADD 1               TO WS-BCO-QTDE (WS-IX-BCO).
           ADD SRTC-VL-LIQUIDO TO WS-BCO-VALOR (WS-IX-BCO).
      *
       3300-FIM. EXIT.
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
           WRITE LINHA-CTACHG FROM DET-GERACAO-CTACHG AFTER 2.
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
           WRITE LINHA-CTACHG FROM DET-GERACAO-CTACHG AFTER 1.
      *
           IF WS-IN-DIVERGENTE EQUAL 1
              GO TO 5000-FIM.
      *
           PERFORM 5100-LINHA-BANCO
              THRU 5100-FIM
              VARYING WS-IX-BCO FROM 1 BY 1
                UNTIL WS-IX-BCO GREATER WS-QTDE-BCO.
      *
           MOVE SPACES TO TRAILER-CTACHG.
           MOVE "SOLICITACOES CP450 LIDAS                     " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-SOLIC-LIDAS TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 2.
      *
           MOVE "SOLICITACOES DE TROCA BANCARIA (MOTIVO 04/05)" TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-SOLIC-TROCA TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE "CREDITOS CANCELADOS (FORA DA TRIAGEM)        " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-CANCELADOS TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE "CREDITOS DE NB SEM GERACAO ANTERIOR (NOVOS)  " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-NB-NOVO TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE "CREDITOS SEM TROCA DE BANCO/CONTA            " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-SEM-TROCA TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE "TROCAS RESPALDADAS POR SOLICITACAO CP450     " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-TROCA-RESPALDADA TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE "TROCAS PARA CONTA DE DEPOSITO JUDICIAL (JPR) " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-TROCA-DEPOSITO TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE "CREDITOS SUSPEITOS (TROCA SEM RESPALDO)      " TO
                                                   TEXTO-TRL-CTACHG.
           MOVE WS-CT-SUSPEITOS TO QT-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-CTACHG AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-CTACHG.
           MOVE "VALOR DOS CREDITOS SUSPEITOS                 " TO
                                                TEXTO-TRL-VL-CTACHG.
           MOVE WS-VL-SUSPEITOS TO VL-TRL-CTACHG.
           WRITE LINHA-CTACHG FROM TRAILER-VL-CTACHG AFTER 1.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-LINHA-BANCO.
      *-----------------*
      *
           MOVE WS-BCO-ID-BANCO (WS-IX-BCO) TO DET-BCO-ID-BANCO.
           MOVE WS-BCO-QTDE (WS-IX-BCO)     TO DET-BCO-QTDE.
           MOVE WS-BCO-VALOR (WS-IX-BCO)    TO DET-BCO-VALOR.
           IF WS-IX-BCO EQUAL 1
              WRITE LINHA-CTACHG FROM DET-BCO-CTACHG AFTER 2
           ELSE
              WRITE LINHA-CTACHG FROM DET-BCO-CTACHG AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN E A
      *CONTAGEM PRINCIPAL (GERACAO DIVERGENTE SAI COMO ANORMAL).
           MOVE "F"                TO WS-LGR-EVENTO.
           MOVE WS-CT-LIDOS        TO WS-LGR-QTD-REG.
           MOVE WS-VL-SUSPEITOS    TO WS-LGR-TOT-VALOR.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE DSUBCPG2KCTASUS SAVE.
           CLOSE LSUBCPG2KCTACHG.
      *
       4000-FIM. EXIT.
      *---------*
