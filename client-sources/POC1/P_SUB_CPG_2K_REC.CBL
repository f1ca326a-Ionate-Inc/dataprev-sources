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
       PROGRAM-ID.      PSUBCPG2KREC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: LIVRO DE CASOS DE RECUPERACAO DE CREDITO PAGO       *
      *            INDEVIDAMENTE (COBRANCA ADMINISTRATIVA). O          *
      *            PSUBCPG2K470 (DUPLICIDADE VIA ELO DE NB), O         *
      *            PSUBCPG2KOBITO (CREDITO A FALECIDO) E AS MARCAS     *
      *            CP50-CS-DESVIO-CREDITO / CP50-IN-ERRO-ADMIN         *
      *            TERMINAVAM EM LISTA IMPRESSA, E NINGUEM ACOMPANHAVA *
      *            SE O DINHEIRO VOLTAVA. ESTE JOB MANTEM O CADASTRO   *
      *            DE CASOS D/SUB/CPG/2K/REC (UM POR NB E ORIGEM, VIDE *
      *            B/SUB/CPG/2K/REC) E, NUMA SO PASSADA CLASSIFICADA   *
      *            POR NB (SORT, MESMO RECURSO DE PSUBCPG2KOBITO):     *
      *            (1) ABRE OU ACRESCE CASOS A PARTIR DE:              *
      *                - FEED DE ABERTURA D/SUB/CPG/2K/REC/ABR/DUP     *
      *                  (PARES SOBREPOSTOS DO PSUBCPG2K470);          *
      *                - FEED DE ABERTURA D/SUB/CPG/2K/REC/ABR/SUB     *
      *                  (SUBSTITUIDO E SUBSTITUTO PAGOS, DO           *
      *                  PSUBCPG2KSUB - ORIGEM "S");                   *
      *                - FEED DE ABERTURA D/SUB/CPG/2K/REC/ABR/IDL     *
      *                  (COTA DE DEPENDENTE PAGA ALEM DO LIMITE DE    *
      *                  IDADE, DO PSUBCPG2KIDLCHK - ORIGEM "I");      *
      *                - CREDITO DO MOVIMENTO EMITIDO MARCADO NO CP450 *
      *                  COMO DESVIO (ORIGEM "V") OU ERRO              *
      *                  ADMINISTRATIVO (ORIGEM "E"), CASADO PELA      *
      *                  CHAVE CP01/CP50;                              *
      *                - CREDITO DO MOVIMENTO EMITIDO CUJO NB CONSTA   *
      *                  NO DATASET DE OBITOS D/SUB/CPG/2K/OBT COM     *
      *                  OBITO ANTERIOR A CP01-DT-INI-VALIDADE (ORIGEM *
      *                  "O" - O AVISO DE OBITO CHEGOU DEPOIS DA       *
      *                  EMISSAO). UM MESMO CREDITO SO GERA DEBITO     *
      *                  NUMA ORIGEM: V, DEPOIS E, DEPOIS O;           *
      *            (2) LANCA AS RECUPERACOES:                          *
      *                - DESCONTO EM RUBRICA NOS CREDITOS CP01 DO NB   *
      *                  (CODIGO DE RUBRICA POR PARAMETRO);            *
      *                - ESTORNO BANCARIO ("E") E GUIA DE PAGAMENTO    *
      *                  ("G") DO FEED D/SUB/CPG/2K/REC/TRN, CRITICADO *
      *                  NA CARGA.                                     *
      *            RECUPERACAO SEM ORIGEM INFORMADA ABATE O CASO       *
      *            ABERTO MAIS ANTIGO DO NB, DEPOIS O SEGUINTE; SOBRA  *
      *            SEM SALDO A ABATER E LISTADA PARA DEVOLUCAO/ANALISE.*
      *            TODO LANCAMENTO VAI PARA A TRILHA                   *
      *            D/SUB/CPG/2K/REC/HIS (OPEN EXTEND) - O LIVRO QUE O  *
      *            TRIBUNAL DE CONTAS PEDE TODO ANO. O AGING MENSAL E  *
      *            DO PSUBCPG2KRECAGE.                                 *
      *            REPROCESSAR O MESMO MOVIMENTO/FEED NAO DUPLICA      *
      *            DEBITO NEM DESCONTO: CADA CASO GUARDA A DATA DO     *
      *            ULTIMO DEBITO E DO ULTIMO DESCONTO JA LANCADOS.     *
      *            CREDITO CANCELADO (CP01-IN-CRED-CANCELADO = 1) NAO  *
      *            FOI PAGO E NAO ENTRA.                               *
      *                                                                *
      *  PARAMETRO: WS-PAR-RUBR-DESCONTO - RUBRICA DE DESCONTO DE      *
      *            PAGAMENTO INDEVIDO NO CP01 (ZEROS = NAO LANCA       *
      *            DESCONTO EM RUBRICA NESTE RUN).                     *
      *  ENTRADA:  DSUBCPG2KREC     - CADASTRO DE CASOS (GERACAO ATUAL)*
      *            DSUBCPG2KRECDUP  - FEEDS DE ABERTURA (PSUBCPG2K470, *
      *                               PSUBCPG2KSUB E PSUBCPG2KIDLCHK). *
      *            DSUBCPG2KOBT     - DATASET DE OBITOS.               *
      *            DSUBCPG2K450     - D/SUB/CPG/2K/450.                *
      *            DSUBCPG2K401     - MOVIMENTO CP01 EMITIDO.          *
      *            DSUBCPG2KRECTRN  - FEED DE ESTORNOS E GUIAS.        *
      *  SAIDA:    DSUBCPG2KRECN    - NOVA GERACAO DO CADASTRO.        *
      *            DSUBCPG2KRECHIS  - TRILHA DE LANCAMENTOS (EXTEND).  *
      *            LSUBCPG2KREC     - RELATORIO DO RUN.                *
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
           SELECT OPTIONAL DSUBCPG2KREC    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRECDUP ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KOBT    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRECTRN ASSIGN TO DISK.
           SELECT DSUBCPG2KRECN   ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KRECHIS ASSIGN TO DISK.
           SELECT LSUBCPG2KREC    ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
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
      *O MESMO FD LE OS DEMAIS FEEDS DE ABERTURA (LAYOUT COMUM
      *B/SUB/CPG/2K/RECABR): O TITULO E TROCADO VIA CHANGE ATTRIBUTE
      *ANTES DE CADA OPEN.
        FD DSUBCPG2KRECDUP
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC/ABR/DUP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/RECABR ON PKBDSGF".
      *
        FD DSUBCPG2KOBT
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/OBT ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KOBT.
           03 OBT-NU-NB               PIC 9(10).
           03 OBT-DT-OBITO            PIC 9(08).
           03 FILLER                  PIC X(02).
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
      *FEED DE RECUPERACOES FORA DO CP01: RETORNO DE ESTORNO DOS
      *BANCOS E GUIAS DE PAGAMENTO QUITADAS. ORIGEM EM BRANCO = ABATE
      *O CASO ABERTO MAIS ANTIGO DO NB.
        FD DSUBCPG2KRECTRN
           RECORD CONTAINS  50 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC/TRN ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRECTRN.
           03 RTRN-NU-NB              PIC 9(10).
           03 RTRN-CS-ORIGEM          PIC X(01).
           03 RTRN-CS-TIPO            PIC X(01).
      *        "E" = ESTORNO BANCARIO; "G" = GUIA DE PAGAMENTO
           03 RTRN-DT-RECUP           PIC 9(08).
           03 RTRN-VL-RECUP           PIC 9(11)V99.
           03 RTRN-NU-REFER           PIC X(15).
      *        PROTOCOLO DO ESTORNO / NUMERO DA GUIA
           03 FILLER                  PIC X(02).
      *
        FD DSUBCPG2KRECN
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KRECN       PIC X(150).
      *
      *TRILHA DE LANCAMENTOS: UM REGISTRO POR DEBITO OU RECUPERACAO
      *LANCADA, COM O SALDO DO CASO DEPOIS DO LANCAMENTO.
        FD DSUBCPG2KRECHIS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/REC/HIS ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 RHIS-REG.
           03 RHIS-DT-PROC            PIC 9(08).
           03 RHIS-NU-NB              PIC 9(10).
           03 RHIS-CS-ORIGEM          PIC X(01).
           03 RHIS-CS-EVENTO          PIC X(01).
      *        "A" = ABERTURA DO CASO; "C" = ACRESCIMO DE DEBITO;
      *        "E" = ESTORNO; "R" = DESCONTO EM RUBRICA; "G" = GUIA
           03 RHIS-DT-REFER           PIC 9(08).
           03 RHIS-VALOR              PIC 9(13)V99.
           03 RHIS-VL-SALDO           PIC 9(13)V99.
           03 RHIS-NU-REFER           PIC X(15).
           03 RHIS-CS-SITUACAO        PIC X(01).
           03 FILLER                  PIC X(26).
      *
        FD LSUBCPG2KREC.
        01 LINHA-REC              PIC X(133).
      *
      *DENTRO DO NB: GRUPO 1 (CADASTRO, OBITO, FEED DE ABERTURA),
      *GRUPO 2 (MOVIMENTO, PELA CHAVE CP01 - A MARCA CP450 CHEGA
      *IMEDIATAMENTE ANTES DO CREDITO DE MESMA CHAVE), GRUPO 3
      *(ESTORNOS E GUIAS).
        SD SORTWK.
        01 SRTR-REG.
           03 SRTR-NUMERICOS.
              05 SRTR-NU-NB           PIC 9(10).
              05 SRTR-GRUPO           PIC 9(01).
              05 SRTR-CHAVE-CRED.
                 07 SRTR-DT-MOV-CREDITO  PIC 9(08).
                 07 SRTR-CS-NATUR-CRED   PIC 9(02).
                 07 SRTR-DT-FIM-PERIODO  PIC 9(08).
                 07 SRTR-DT-INI-PERIODO  PIC 9(08).
                 07 SRTR-ID-NIT          PIC 9(10).
                 07 SRTR-SEQ-REG         PIC 9(09).
              05 SRTR-TIPO            PIC 9(01).
      *           GRUPO 1: 1 = CASO, 2 = OBITO, 3 = FEED DE ABERTURA
      *           GRUPO 2: 1 = MARCA CP450, 2 = CREDITO CP01
      *           GRUPO 3: 1 = ESTORNO/GUIA
              05 SRTR-CS-UF           PIC 9(02).
              05 SRTR-CS-ESPECIE      PIC 9(03).
              05 SRTR-DT-REFER        PIC 9(08).
              05 SRTR-VALOR           PIC 9(13)V99.
              05 SRTR-NU-NB-REFER     PIC 9(10).
              05 SRTR-DT-INI-VALID    PIC 9(08).
              05 SRTR-VL-RUBRICA      PIC 9(13)V99.
              05 SRTR-IN-DESVIO       PIC 9(01).
              05 SRTR-IN-ERRO-ADM     PIC 9(01).
           03 SRTR-ALFA.
              05 SRTR-CS-ORIGEM       PIC X(01).
              05 SRTR-CS-TIPO-RECUP   PIC X(01).
              05 SRTR-NU-REFER        PIC X(15).
              05 SRTR-IMAGEM-CAS      PIC X(150).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KREC".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *INTERFACE DO LIVRO DE EXECUCOES DO NOTURNO (SSUBLIB2K604):
      *UM EVENTO "I" NA ABERTURA E UM "F" NO ENCERRAMENTO, PARA O
      *QUADRO DA MANHA (PSUBCPG2K491) ENXERGAR A CADEIA INTEIRA.
       01  WS-LGR-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KREC".
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
       77  WS-PAR-RUBR-DESCONTO       PIC 9(03) VALUE ZEROS.
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
      *
       77  WS-CT-CASOS-LIDOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-OBITOS-LIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED-LIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED-DUP-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED-SUB-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-FEED-IDL-LIDOS       PIC 9(08) VALUE ZEROS.
       01  WS-TITLE-ABR-DUP           PIC X(40) VALUE
           "D/SUB/CPG/2K/REC/ABR/DUP ON PKDADOS.".
       01  WS-TITLE-ABR-SUB           PIC X(40) VALUE
           "D/SUB/CPG/2K/REC/ABR/SUB ON PKDADOS.".
       01  WS-TITLE-ABR-IDL           PIC X(40) VALUE
           "D/SUB/CPG/2K/REC/ABR/IDL ON PKDADOS.".
       77  WS-CT-MARCAS-CP450         PIC 9(08) VALUE ZEROS.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-TRN-LIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-TRN-REJEITADOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-ABERTOS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-ACRESCIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-REABERTOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-JA-INCORPORADOS      PIC 9(08) VALUE ZEROS.
       77  WS-VL-DEBITOS              PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-REC-ESTORNO          PIC 9(08) VALUE ZEROS.
       77  WS-VL-REC-ESTORNO          PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-REC-RUBRICA          PIC 9(08) VALUE ZEROS.
       77  WS-VL-REC-RUBRICA          PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-REC-GUIA             PIC 9(08) VALUE ZEROS.
       77  WS-VL-REC-GUIA             PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-QUITADOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-SALDO            PIC 9(08) VALUE ZEROS.
       77  WS-VL-SEM-SALDO            PIC 9(15)V99 VALUE ZEROS.
       77  WS-CT-RUBRICA-SEM-CASO     PIC 9(08) VALUE ZEROS.
       77  WS-CT-CASOS-GRAVADOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-CASOS-ABERTOS        PIC 9(08) VALUE ZEROS.
       77  WS-VL-SALDO-ABERTO         PIC 9(15)V99 VALUE ZEROS.
      *
      *NB CORRENTE NA SAIDA DO SORT.
       77  WS-IN-NB-ABERTO            PIC 9(01) VALUE 0.
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
       77  WS-NB-DT-OBITO             PIC 9(08) VALUE ZEROS.
       77  WS-NB-DT-RUBRICA-ORIG      PIC 9(08) VALUE ZEROS.
      *MARCA CP450 PENDENTE (CASA COM O CREDITO DE MESMA CHAVE).
       01  WS-MARCA-CHAVE.
           03 WS-MRC-DT-MOV-CREDITO   PIC 9(08).
           03 WS-MRC-CS-NATUR-CRED    PIC 9(02).
           03 WS-MRC-DT-FIM-PERIODO   PIC 9(08).
           03 WS-MRC-DT-INI-PERIODO   PIC 9(08).
           03 WS-MRC-ID-NIT           PIC 9(10).
           03 WS-MRC-SEQ-REG          PIC 9(09).
       77  WS-MRC-IN-DESVIO           PIC 9(01) VALUE 0.
       77  WS-MRC-IN-ERRO-ADM         PIC 9(01) VALUE 0.
      *
      *CASOS DO NB CORRENTE, EM ORDEM DE ORIGEM (A ORDEM DO
      *CADASTRO). 10 POSICOES COBREM COM FOLGA AS ORIGENS POSSIVEIS
      *DE UM MESMO NB; ACIMA DISSO O JOB PARA EM VEZ DE PERDER CASO.
      *AS DATAS "ORIG" SAO AS DO CADASTRO ANTES DESTE RUN - A GUARDA
      *CONTRA REPROCESSAMENTO COMPARA COM ELAS.
       01  TABELA-CASO.
           03  TB-CAS OCCURS 10 TIMES.
               05  TB-CAS-IMAGEM.
                   07  TB-CAS-NU-NB         PIC 9(10).
                   07  TB-CAS-CS-ORIGEM     PIC X(01).
                   07  TB-CAS-CS-UF         PIC 9(02).
                   07  TB-CAS-CS-ESPECIE    PIC 9(03).
                   07  TB-CAS-NU-NB-REFER   PIC 9(10).
                   07  TB-CAS-DT-ABERTURA   PIC 9(08).
                   07  TB-CAS-DT-ULT-EVENTO PIC 9(08).
                   07  TB-CAS-DT-ULT-RUBRICA PIC 9(08).
                   07  TB-CAS-DT-ULT-RECUP  PIC 9(08).
                   07  TB-CAS-DT-QUITACAO   PIC 9(08).
                   07  TB-CAS-VL-DEVIDO     PIC 9(13)V99.
                   07  TB-CAS-VL-REC-ESTORNO PIC 9(13)V99.
                   07  TB-CAS-VL-REC-RUBRICA PIC 9(13)V99.
                   07  TB-CAS-VL-REC-GUIA   PIC 9(13)V99.
                   07  TB-CAS-VL-SALDO      PIC 9(13)V99.
                   07  TB-CAS-CS-SITUACAO   PIC X(01).
                   07  FILLER               PIC X(08).
               05  TB-CAS-DT-EVENTO-ORIG    PIC 9(08).
       77  WS-QTDE-CAS                PIC 9(02) VALUE ZEROS.
       77  WS-IX-CAS                  PIC 9(02) VALUE ZEROS.
       77  WS-IX-CAS-2                PIC 9(02) VALUE ZEROS.
       77  WS-IX-CAS-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *LANCAMENTO EM CURSO (DEBITO OU RECUPERACAO).
       77  WS-LNC-CS-ORIGEM           PIC X(01) VALUE SPACES.
       77  WS-LNC-CS-TIPO             PIC X(01) VALUE SPACES.
       77  WS-LNC-DT-REFER            PIC 9(08) VALUE ZEROS.
       77  WS-LNC-VALOR               PIC 9(13)V99 VALUE ZEROS.
       77  WS-LNC-RESTANTE            PIC 9(13)V99 VALUE ZEROS.
       77  WS-LNC-ABATIDO             PIC 9(13)V99 VALUE ZEROS.
       77  WS-LNC-NU-REFER            PIC X(15) VALUE SPACES.
       77  WS-LNC-MENOR-ABERTURA      PIC 9(08) VALUE ZEROS.
      *
       01  CAB-01-REC.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/REC".
           03 FILLER                PIC X(48) VALUE
              "LIVRO DE CASOS DE RECUPERACAO DE CREDITO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-REC.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-TRN-REC.
           03 FILLER                PIC X(25) VALUE
              "*** RECUPERACAO REJEITADA".
           03 FILLER                PIC X(05) VALUE " NB: ".
           03 DET-TRN-NU-NB         PIC 9(10).
           03 FILLER                PIC X(08) VALUE "  TIPO: ".
           03 DET-TRN-TIPO          PIC X(01).
           03 FILLER                PIC X(09) VALUE "  VALOR: ".
           03 DET-TRN-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE " - ".
           03 DET-TRN-MOTIVO        PIC X(40).
      *
       01  DET-SOBRA-REC.
           03 FILLER                PIC X(24) VALUE
              "RECUPERADO SEM SALDO -  ".
           03 FILLER                PIC X(05) VALUE " NB: ".
           03 DET-SBR-NU-NB         PIC 9(10).
           03 FILLER                PIC X(08) VALUE "  TIPO: ".
           03 DET-SBR-TIPO          PIC X(01).
           03 FILLER                PIC X(09) VALUE "  SOBRA: ".
           03 DET-SBR-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(08) VALUE "  REF.: ".
           03 DET-SBR-REFER         PIC X(15).
      *
       01  TRAILER-REC.
           03 TEXTO-TRL-REC         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-REC            PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-REC.
           03 TEXTO-TRL-VL-REC      PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-REC            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-RUBR-DESCONTO.
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
      *NB + GRUPO + CHAVE CP01 + TIPO (VIDE SD SORTWK).
           SORT SORTWK
                ASCENDING KEY SRTR-NU-NB SRTR-GRUPO SRTR-CHAVE-CRED
                              SRTR-TIPO
                INPUT  PROCEDURE 2000-SOLTA-INSUMOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-ATUALIZA-CASOS
                                 THRU 3000-ATUALIZA-FIM.
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
           MOVE "D/SUB/CPG/2K/REC" TO WS-LGR-INSUMO.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           OPEN OUTPUT LSUBCPG2KREC.
           OPEN OUTPUT DSUBCPG2KRECN.
           OPEN EXTEND DSUBCPG2KRECHIS.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA WS-DATA-HOJE.
      *
           WRITE LINHA-REC FROM CAB-01-REC AFTER PAGE.
           WRITE LINHA-REC FROM CAB-02-REC AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: LIBERA PARA O SORT O CADASTRO, OS OBITOS,
      *    O FEED DE ABERTURA, AS MARCAS CP450, O MOVIMENTO E O FEED
      *    DE ESTORNOS/GUIAS (ESTE, CRITICADO).
      *----------------------------------------------------------------
       2000-SOLTA-INSUMOS SECTION.
       2000-SOLTA-CADASTRO.
      *--------------------*
      *
           OPEN INPUT DSUBCPG2KREC.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-CASO
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KREC.
      *
           OPEN INPUT DSUBCPG2KOBT.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2200-UM-OBITO
              THRU 2200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KOBT.
      *
           CHANGE ATTRIBUTE TITLE OF DSUBCPG2KRECDUP
                                            TO WS-TITLE-ABR-DUP.
           OPEN INPUT DSUBCPG2KRECDUP.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-FEED-ABERTURA
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRECDUP.
           MOVE WS-CT-FEED-LIDOS TO WS-CT-FEED-DUP-LIDOS.
      *
           CHANGE ATTRIBUTE TITLE OF DSUBCPG2KRECDUP
                                            TO WS-TITLE-ABR-SUB.
           OPEN INPUT DSUBCPG2KRECDUP.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-FEED-ABERTURA
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRECDUP.
           COMPUTE WS-CT-FEED-SUB-LIDOS = WS-CT-FEED-LIDOS -
                                          WS-CT-FEED-DUP-LIDOS.
      *
           CHANGE ATTRIBUTE TITLE OF DSUBCPG2KRECDUP
                                            TO WS-TITLE-ABR-IDL.
           OPEN INPUT DSUBCPG2KRECDUP.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2300-UM-FEED-ABERTURA
              THRU 2300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRECDUP.
           COMPUTE WS-CT-FEED-IDL-LIDOS = WS-CT-FEED-LIDOS -
                                          WS-CT-FEED-DUP-LIDOS -
                                          WS-CT-FEED-SUB-LIDOS.
      *
           OPEN INPUT DSUBCPG2K450.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2400-UMA-SOLICITACAO
              THRU 2400-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
      *
           OPEN INPUT DSUBCPG2K401.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2500-UM-CREDITO
              THRU 2500-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
      *
           OPEN INPUT DSUBCPG2KRECTRN.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2600-UMA-RECUPERACAO
              THRU 2600-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KRECTRN.
           GO TO 2000-SOLTA-FIM.
      *
       2100-UM-CASO.
      *-------------*
      *
           READ DSUBCPG2KREC
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-CASOS-LIDOS.
           PERFORM 2900-LIMPA-SRTR
              THRU 2900-FIM.
           MOVE RCAS-NU-NB    TO SRTR-NU-NB.
           MOVE 1             TO SRTR-GRUPO SRTR-TIPO.
           MOVE RCAS-REG      TO SRTR-IMAGEM-CAS.
           RELEASE SRTR-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
       2200-UM-OBITO.
      *--------------*
      *
           READ DSUBCPG2KOBT
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2200-FIM.
      *
           ADD 1 TO WS-CT-OBITOS-LIDOS.
           PERFORM 2900-LIMPA-SRTR
              THRU 2900-FIM.
           MOVE OBT-NU-NB     TO SRTR-NU-NB.
           MOVE 1             TO SRTR-GRUPO.
           MOVE 2             TO SRTR-TIPO.
           MOVE OBT-DT-OBITO  TO SRTR-DT-REFER.
           RELEASE SRTR-REG.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2300-UM-FEED-ABERTURA.
      *----------------------*
      *
           READ DSUBCPG2KRECDUP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2300-FIM.
      *
           ADD 1 TO WS-CT-FEED-LIDOS.
           IF RABR-VL-DEVIDO EQUAL ZEROS
              GO TO 2300-FIM.
      *
           PERFORM 2900-LIMPA-SRTR
              THRU 2900-FIM.
           MOVE RABR-NU-NB       TO SRTR-NU-NB.
           MOVE 1                TO SRTR-GRUPO.
           MOVE 3                TO SRTR-TIPO.
           MOVE RABR-CS-ORIGEM   TO SRTR-CS-ORIGEM.
           MOVE RABR-CS-UF       TO SRTR-CS-UF.
           MOVE RABR-CS-ESPECIE  TO SRTR-CS-ESPECIE.
           MOVE RABR-DT-REFER    TO SRTR-DT-REFER.
           MOVE RABR-VL-DEVIDO   TO SRTR-VALOR.
           MOVE RABR-NU-NB-REFER TO SRTR-NU-NB-REFER.
           RELEASE SRTR-REG.
      *
       2300-FIM. EXIT.
      *---------*
      *
       2400-UMA-SOLICITACAO.
      *---------------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2400-FIM.
      *
           IF CP50-CS-DESVIO-CREDITO EQUAL ZEROS
              AND CP50-IN-ERRO-ADMIN NOT EQUAL 1
              GO TO 2400-FIM.
      *
           ADD 1 TO WS-CT-MARCAS-CP450.
           PERFORM 2900-LIMPA-SRTR
              THRU 2900-FIM.
           MOVE CP50-NU-NB            TO SRTR-NU-NB.
           MOVE 2                     TO SRTR-GRUPO.
           MOVE CP50-DT-MOV-CREDITO   TO SRTR-DT-MOV-CREDITO.
           MOVE CP50-CS-NATUR-CREDITO TO SRTR-CS-NATUR-CRED.
           MOVE CP50-DT-FIM-PERIODO   TO SRTR-DT-FIM-PERIODO.
           MOVE CP50-DT-INI-PERIODO   TO SRTR-DT-INI-PERIODO.
           MOVE CP50-ID-NIT           TO SRTR-ID-NIT.
           MOVE CP50-SEQ-REG          TO SRTR-SEQ-REG.
           MOVE 1                     TO SRTR-TIPO.
           IF CP50-CS-DESVIO-CREDITO NOT EQUAL ZEROS
              MOVE 1 TO SRTR-IN-DESVIO.
           IF CP50-IN-ERRO-ADMIN EQUAL 1
              MOVE 1 TO SRTR-IN-ERRO-ADM.
           RELEASE SRTR-REG.
      *
       2400-FIM. EXIT.
      *---------*
      *
       2500-UM-CREDITO.
      *----------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2500-FIM.
      *
           ADD 1 TO WS-CT-CREDITOS.
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
              GO TO 2500-FIM.
      *
           PERFORM 2900-LIMPA-SRTR
              THRU 2900-FIM.
           MOVE CP01-NU-NB            TO SRTR-NU-NB.
           MOVE 2                     TO SRTR-GRUPO.
           MOVE CP01-DT-MOV-CREDITO   TO SRTR-DT-MOV-CREDITO.
           MOVE CP01-CS-NATUR-CREDITO TO SRTR-CS-NATUR-CRED.
           MOVE CP01-DT-FIM-PERIODO   TO SRTR-DT-FIM-PERIODO.
           MOVE CP01-DT-INI-PERIODO   TO SRTR-DT-INI-PERIODO.
           MOVE CP01-ID-NIT           TO SRTR-ID-NIT.
           MOVE CP01-SEQ-REG          TO SRTR-SEQ-REG.
           MOVE 2                     TO SRTR-TIPO.
           MOVE CP01-CS-UF-OP         TO SRTR-CS-UF.
           MOVE CP01-CS-ESPECIE       TO SRTR-CS-ESPECIE.
           MOVE CP01-DT-MOV-CREDITO   TO SRTR-DT-REFER.
           MOVE CP01-VL-LIQUIDO-CRED  TO SRTR-VALOR.
           MOVE CP01-DT-INI-VALIDADE  TO SRTR-DT-INI-VALID.
      *
      *DESCONTO DE PAGAMENTO INDEVIDO NAS DUAS RUBRICAS DO CREDITO.
           IF WS-PAR-RUBR-DESCONTO NOT EQUAL ZEROS
              IF CP01-CS-RUBRICA1 EQUAL WS-PAR-RUBR-DESCONTO
                 ADD CP01-VL-RUBRICA1 TO SRTR-VL-RUBRICA
              END-IF
              IF CP01-CS-RUBRICA2 EQUAL WS-PAR-RUBR-DESCONTO
                 ADD CP01-VL-RUBRICA2 TO SRTR-VL-RUBRICA
              END-IF
           END-IF.
           RELEASE SRTR-REG.
      *
       2500-FIM. EXIT.
      *---------*
      *
       2600-UMA-RECUPERACAO.
      *---------------------*
      *
           READ DSUBCPG2KRECTRN
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2600-FIM.
      *
           ADD 1 TO WS-CT-TRN-LIDOS.
           MOVE RTRN-NU-NB    TO DET-TRN-NU-NB.
           MOVE RTRN-CS-TIPO  TO DET-TRN-TIPO.
           MOVE RTRN-VL-RECUP TO DET-TRN-VALOR.
      *
           IF RTRN-NU-NB EQUAL ZEROS
              MOVE "NB NAO INFORMADO" TO DET-TRN-MOTIVO
              PERFORM 2610-REJEITA-RECUPERACAO
                 THRU 2610-FIM
              GO TO 2600-FIM.
      *
           IF RTRN-CS-TIPO NOT EQUAL "E"
              AND RTRN-CS-TIPO NOT EQUAL "G"
              MOVE "TIPO DIFERENTE DE E (ESTORNO) / G (GUIA)" TO
                                                    DET-TRN-MOTIVO
              PERFORM 2610-REJEITA-RECUPERACAO
                 THRU 2610-FIM
              GO TO 2600-FIM.
      *
           IF RTRN-CS-ORIGEM NOT EQUAL SPACES
              AND RTRN-CS-ORIGEM NOT EQUAL "D"
              AND RTRN-CS-ORIGEM NOT EQUAL "O"
              AND RTRN-CS-ORIGEM NOT EQUAL "V"
              AND RTRN-CS-ORIGEM NOT EQUAL "E"
              AND RTRN-CS-ORIGEM NOT EQUAL "S"
              AND RTRN-CS-ORIGEM NOT EQUAL "I"
              MOVE "ORIGEM DE CASO INVALIDA" TO DET-TRN-MOTIVO
              PERFORM 2610-REJEITA-RECUPERACAO
                 THRU 2610-FIM
              GO TO 2600-FIM.
      *
           IF RTRN-VL-RECUP EQUAL ZEROS
              OR RTRN-DT-RECUP EQUAL ZEROS
              MOVE "VALOR OU DATA DA RECUPERACAO ZERADOS" TO
                                                    DET-TRN-MOTIVO
              PERFORM 2610-REJEITA-RECUPERACAO
                 THRU 2610-FIM
              GO TO 2600-FIM.
      *
           PERFORM 2900-LIMPA-SRTR
              THRU 2900-FIM.
           MOVE RTRN-NU-NB      TO SRTR-NU-NB.
           MOVE 3               TO SRTR-GRUPO.
           MOVE 1               TO SRTR-TIPO.
           MOVE RTRN-CS-ORIGEM  TO SRTR-CS-ORIGEM.
           MOVE RTRN-CS-TIPO    TO SRTR-CS-TIPO-RECUP.
           MOVE RTRN-DT-RECUP   TO SRTR-DT-REFER.
           MOVE RTRN-VL-RECUP   TO SRTR-VALOR.
           MOVE RTRN-NU-REFER   TO SRTR-NU-REFER.
           RELEASE SRTR-REG.
      *
       2600-FIM. EXIT.
      *---------*
      *
       2610-REJEITA-RECUPERACAO.
      *-------------------------*
      *
           ADD 1 TO WS-CT-TRN-REJEITADOS.
           WRITE LINHA-REC FROM DET-TRN-REC AFTER 1.
      *
       2610-FIM. EXIT.
      *---------*
      *
       2900-LIMPA-SRTR.
      *----------------*
      *
           MOVE ZEROS  TO SRTR-NUMERICOS.
           MOVE SPACES TO SRTR-ALFA.
      *
       2900-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: POR NB, CARREGA OS CASOS DO CADASTRO,
      *    LANCA OS DEBITOS E AS RECUPERACOES E GRAVA OS CASOS NA NOVA
      *    GERACAO.
      *----------------------------------------------------------------
       3000-ATUALIZA-CASOS SECTION.
       3000-ATUALIZA-NB.
      *-----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 3100-UM-ITEM
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           IF WS-IN-NB-ABERTO EQUAL 1
              PERFORM 3900-FECHA-NB
                 THRU 3900-FIM.
           GO TO 3000-ATUALIZA-FIM.
      *
       3100-UM-ITEM.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF WS-IN-NB-ABERTO EQUAL 1
              AND SRTR-NU-NB NOT EQUAL WS-NB-CORRENTE
              PERFORM 3900-FECHA-NB
                 THRU 3900-FIM.
      *
           IF WS-IN-NB-ABERTO EQUAL 0
              MOVE 1          TO WS-IN-NB-ABERTO
              MOVE SRTR-NU-NB TO WS-NB-CORRENTE
              MOVE ZEROS      TO WS-QTDE-CAS WS-NB-DT-OBITO
                                 WS-NB-DT-RUBRICA-ORIG WS-MARCA-CHAVE
              MOVE 0          TO WS-MRC-IN-DESVIO WS-MRC-IN-ERRO-ADM.
      *
           IF SRTR-GRUPO EQUAL 1 AND SRTR-TIPO EQUAL 1
              PERFORM 3200-CARREGA-CASO
                 THRU 3200-FIM
              GO TO 3100-FIM.
      *
           IF SRTR-GRUPO EQUAL 1 AND SRTR-TIPO EQUAL 2
              IF WS-NB-DT-OBITO EQUAL ZEROS
                 OR SRTR-DT-REFER LESS WS-NB-DT-OBITO
                 MOVE SRTR-DT-REFER TO WS-NB-DT-OBITO
              END-IF
              GO TO 3100-FIM.
      *
           IF SRTR-GRUPO EQUAL 1 AND SRTR-TIPO EQUAL 3
              MOVE SRTR-CS-ORIGEM TO WS-LNC-CS-ORIGEM
              PERFORM 3500-LANCA-DEBITO
                 THRU 3500-FIM
              GO TO 3100-FIM.
      *
           IF SRTR-GRUPO EQUAL 2 AND SRTR-TIPO EQUAL 1
              IF SRTR-CHAVE-CRED NOT EQUAL WS-MARCA-CHAVE
                 MOVE SRTR-CHAVE-CRED TO WS-MARCA-CHAVE
                 MOVE 0 TO WS-MRC-IN-DESVIO WS-MRC-IN-ERRO-ADM
              END-IF
              IF SRTR-IN-DESVIO EQUAL 1
                 MOVE 1 TO WS-MRC-IN-DESVIO
              END-IF
              IF SRTR-IN-ERRO-ADM EQUAL 1
                 MOVE 1 TO WS-MRC-IN-ERRO-ADM
              END-IF
              GO TO 3100-FIM.
      *
           IF SRTR-GRUPO EQUAL 2
              PERFORM 3300-AVALIA-CREDITO
                 THRU 3300-FIM
              GO TO 3100-FIM.
      *
           MOVE SRTR-CS-ORIGEM     TO WS-LNC-CS-ORIGEM.
           MOVE SRTR-CS-TIPO-RECUP TO WS-LNC-CS-TIPO.
           MOVE SRTR-VALOR         TO WS-LNC-VALOR.
           MOVE SRTR-NU-REFER      TO WS-LNC-NU-REFER.
           PERFORM 3600-LANCA-RECUPERACAO
              THRU 3600-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
       3200-CARREGA-CASO.
      *------------------*
      *
           IF WS-QTDE-CAS EQUAL 10
              DISPLAY "PSUBCPG2KREC: MAIS DE 10 CASOS PARA O NB "
                      WS-NB-CORRENTE
              DISPLAY "REVER O LIMITE DA TABELA-CASO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-CAS.
           MOVE SRTR-IMAGEM-CAS TO TB-CAS-IMAGEM (WS-QTDE-CAS).
           MOVE TB-CAS-DT-ULT-EVENTO (WS-QTDE-CAS) TO
                                  TB-CAS-DT-EVENTO-ORIG (WS-QTDE-CAS).
           IF TB-CAS-DT-ULT-RUBRICA (WS-QTDE-CAS) GREATER
                                                WS-NB-DT-RUBRICA-ORIG
              MOVE TB-CAS-DT-ULT-RUBRICA (WS-QTDE-CAS) TO
                                                WS-NB-DT-RUBRICA-ORIG.
      *
       3200-FIM. EXIT.
      *---------*
      *
      *CREDITO EMITIDO: DEBITO NA PRIMEIRA ORIGEM QUE O ALCANCA (MARCA
      *CP450 DE DESVIO, DE ERRO ADMINISTRATIVO, OBITO ANTERIOR A
      *VALIDADE) E, SE TROUXER DESCONTO NA RUBRICA PARAMETRIZADA,
      *RECUPERACAO "R".
       3300-AVALIA-CREDITO.
      *--------------------*
      *
           MOVE SPACES TO WS-LNC-CS-ORIGEM.
           IF SRTR-CHAVE-CRED EQUAL WS-MARCA-CHAVE
              IF WS-MRC-IN-DESVIO EQUAL 1
                 MOVE "V" TO WS-LNC-CS-ORIGEM
              ELSE
                 IF WS-MRC-IN-ERRO-ADM EQUAL 1
                    MOVE "E" TO WS-LNC-CS-ORIGEM.
      *
           IF WS-LNC-CS-ORIGEM EQUAL SPACES
              AND WS-NB-DT-OBITO NOT EQUAL ZEROS
              AND SRTR-DT-INI-VALID GREATER WS-NB-DT-OBITO
              MOVE "O" TO WS-LNC-CS-ORIGEM.
      *
           IF WS-LNC-CS-ORIGEM NOT EQUAL SPACES
              PERFORM 3500-LANCA-DEBITO
                 THRU 3500-FIM.
      *
           IF SRTR-VL-RUBRICA EQUAL ZEROS
              GO TO 3300-FIM.
      *
           IF WS-QTDE-CAS EQUAL ZEROS
              ADD 1 TO WS-CT-RUBRICA-SEM-CASO
              GO TO 3300-FIM.
      *
      *DESCONTO DE MOVIMENTO JA LANCADO EM RUN ANTERIOR NAO CONTA DE
      *NOVO.
           IF SRTR-DT-MOV-CREDITO NOT GREATER WS-NB-DT-RUBRICA-ORIG
              GO TO 3300-FIM.
      *
           MOVE SPACES              TO WS-LNC-CS-ORIGEM WS-LNC-NU-REFER.
           MOVE "R"                 TO WS-LNC-CS-TIPO.
           MOVE SRTR-VL-RUBRICA     TO WS-LNC-VALOR.
           PERFORM 3600-LANCA-RECUPERACAO
              THRU 3600-FIM.
      *
       3300-FIM. EXIT.
      *---------*
      *
      *DEBITO (ORIGEM EM WS-LNC-CS-ORIGEM, DEMAIS DADOS NO ITEM DO
      *SORT): ABRE O CASO DA ORIGEM OU ACRESCE O EXISTENTE.
       3500-LANCA-DEBITO.
      *------------------*
      *
           PERFORM 3700-BUSCA-ORIGEM
              THRU 3700-FIM.
      *
           IF WS-IX-CAS-ACHADO EQUAL ZEROS
              PERFORM 3550-ABRE-CASO
                 THRU 3550-FIM
              GO TO 3500-FIM.
      *
           MOVE WS-IX-CAS-ACHADO TO WS-IX-CAS.
           IF SRTR-DT-REFER NOT GREATER
                                 TB-CAS-DT-EVENTO-ORIG (WS-IX-CAS)
              ADD 1 TO WS-CT-JA-INCORPORADOS
              GO TO 3500-FIM.
      *
           ADD 1 TO WS-CT-ACRESCIDOS.
           ADD SRTR-VALOR TO WS-VL-DEBITOS
                             TB-CAS-VL-DEVIDO (WS-IX-CAS)
                             TB-CAS-VL-SALDO (WS-IX-CAS).
           IF SRTR-DT-REFER GREATER TB-CAS-DT-ULT-EVENTO (WS-IX-CAS)
              MOVE SRTR-DT-REFER TO TB-CAS-DT-ULT-EVENTO (WS-IX-CAS).
           IF TB-CAS-CS-SITUACAO (WS-IX-CAS) EQUAL "Q"
              ADD 1 TO WS-CT-REABERTOS
              MOVE "A"   TO TB-CAS-CS-SITUACAO (WS-IX-CAS)
              MOVE ZEROS TO TB-CAS-DT-QUITACAO (WS-IX-CAS).
      *
           MOVE "C"           TO RHIS-CS-EVENTO.
           MOVE SRTR-DT-REFER TO RHIS-DT-REFER.
           MOVE SRTR-VALOR    TO RHIS-VALOR.
           MOVE SPACES        TO RHIS-NU-REFER.
           PERFORM 3800-GRAVA-HISTORICO
              THRU 3800-FIM.
      *
       3500-FIM. EXIT.
      *---------*
      *
      *CASO NOVO ENTRA NA POSICAO DA SUA ORIGEM, PARA A NOVA GERACAO
      *SAIR CLASSIFICADA POR NB + ORIGEM.
       3550-ABRE-CASO.
      *---------------*
      *
           IF WS-QTDE-CAS EQUAL 10
              DISPLAY "PSUBCPG2KREC: MAIS DE 10 CASOS PARA O NB "
                      WS-NB-CORRENTE
              DISPLAY "REVER O LIMITE DA TABELA-CASO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           MOVE 1 TO WS-IX-CAS.
           PERFORM UNTIL WS-IX-CAS GREATER WS-QTDE-CAS
                      OR TB-CAS-CS-ORIGEM (WS-IX-CAS) GREATER
                                                  WS-LNC-CS-ORIGEM
              ADD 1 TO WS-IX-CAS
           END-PERFORM.
           PERFORM VARYING WS-IX-CAS-2 FROM WS-QTDE-CAS BY -1
                     UNTIL WS-IX-CAS-2 LESS WS-IX-CAS
              MOVE TB-CAS (WS-IX-CAS-2) TO TB-CAS (WS-IX-CAS-2 + 1)
           END-PERFORM.
           ADD 1 TO WS-QTDE-CAS.
      *
           MOVE SPACES            TO TB-CAS-IMAGEM (WS-IX-CAS).
           MOVE WS-NB-CORRENTE    TO TB-CAS-NU-NB (WS-IX-CAS).
           MOVE WS-LNC-CS-ORIGEM  TO TB-CAS-CS-ORIGEM (WS-IX-CAS).
           MOVE SRTR-CS-UF        TO TB-CAS-CS-UF (WS-IX-CAS).
           MOVE SRTR-CS-ESPECIE   TO TB-CAS-CS-ESPECIE (WS-IX-CAS).
           MOVE SRTR-NU-NB-REFER  TO TB-CAS-NU-NB-REFER (WS-IX-CAS).
           MOVE WS-DATA-HOJE      TO TB-CAS-DT-ABERTURA (WS-IX-CAS).
           MOVE SRTR-DT-REFER     TO TB-CAS-DT-ULT-EVENTO (WS-IX-CAS).
           MOVE ZEROS             TO TB-CAS-DT-ULT-RUBRICA (WS-IX-CAS)
                                     TB-CAS-DT-ULT-RECUP (WS-IX-CAS)
                                     TB-CAS-DT-QUITACAO (WS-IX-CAS)
                                     TB-CAS-VL-REC-ESTORNO (WS-IX-CAS)
                                     TB-CAS-VL-REC-RUBRICA (WS-IX-CAS)
                                     TB-CAS-VL-REC-GUIA (WS-IX-CAS)
                                     TB-CAS-DT-EVENTO-ORIG (WS-IX-CAS).
           MOVE SRTR-VALOR        TO TB-CAS-VL-DEVIDO (WS-IX-CAS)
                                     TB-CAS-VL-SALDO (WS-IX-CAS).
           MOVE "A"               TO TB-CAS-CS-SITUACAO (WS-IX-CAS).
      *
           ADD 1          TO WS-CT-ABERTOS.
           ADD SRTR-VALOR TO WS-VL-DEBITOS.
      *
           MOVE "A"           TO RHIS-CS-EVENTO.
           MOVE SRTR-DT-REFER TO RHIS-DT-REFER.
           MOVE SRTR-VALOR    TO RHIS-VALOR.
           MOVE SPACES        TO RHIS-NU-REFER.
           PERFORM 3800-GRAVA-HISTORICO
              THRU 3800-FIM.
      *
       3550-FIM. EXIT.
      *---------*
      *
      *RECUPERACAO (TIPO EM WS-LNC-CS-TIPO): COM ORIGEM, ABATE SO O
      *CASO DAQUELA ORIGEM; SEM ORIGEM, ABATE OS CASOS ABERTOS DO MAIS
      *ANTIGO PARA O MAIS NOVO. O QUE SOBRAR E LISTADO.
       3600-LANCA-RECUPERACAO.
      *-----------------------*
      *
           MOVE WS-LNC-VALOR TO WS-LNC-RESTANTE.
           MOVE SRTR-DT-REFER TO WS-LNC-DT-REFER.
      *
           IF WS-LNC-CS-ORIGEM NOT EQUAL SPACES
              PERFORM 3700-BUSCA-ORIGEM
                 THRU 3700-FIM
              IF WS-IX-CAS-ACHADO NOT EQUAL ZEROS
                 AND TB-CAS-VL-SALDO (WS-IX-CAS-ACHADO) GREATER ZEROS
                 MOVE WS-IX-CAS-ACHADO TO WS-IX-CAS
                 PERFORM 3650-ABATE-CASO
                    THRU 3650-FIM
              END-IF
           ELSE
              MOVE 1 TO WS-IX-CAS-ACHADO
              PERFORM 3610-ABATE-MAIS-ANTIGO
                 THRU 3610-FIM
                UNTIL WS-LNC-RESTANTE EQUAL ZEROS
                   OR WS-IX-CAS-ACHADO EQUAL ZEROS.
      *
           IF WS-LNC-RESTANTE EQUAL ZEROS
              GO TO 3600-FIM.
      *
           ADD 1               TO WS-CT-SEM-SALDO.
           ADD WS-LNC-RESTANTE TO WS-VL-SEM-SALDO.
           MOVE WS-NB-CORRENTE  TO DET-SBR-NU-NB.
           MOVE WS-LNC-CS-TIPO  TO DET-SBR-TIPO.
           MOVE WS-LNC-RESTANTE TO DET-SBR-VALOR.
           MOVE WS-LNC-NU-REFER TO DET-SBR-REFER.
           WRITE LINHA-REC FROM DET-SOBRA-REC AFTER 1.
      *
       3600-FIM. EXIT.
      *---------*
      *
       3610-ABATE-MAIS-ANTIGO.
      *-----------------------*
      *
           MOVE ZEROS TO WS-IX-CAS-ACHADO.
           MOVE 99999999 TO WS-LNC-MENOR-ABERTURA.
           PERFORM VARYING WS-IX-CAS FROM 1 BY 1
                     UNTIL WS-IX-CAS GREATER WS-QTDE-CAS
              IF TB-CAS-VL-SALDO (WS-IX-CAS) GREATER ZEROS
                 AND TB-CAS-DT-ABERTURA (WS-IX-CAS) LESS
                                              WS-LNC-MENOR-ABERTURA
                 MOVE WS-IX-CAS TO WS-IX-CAS-ACHADO
                 MOVE TB-CAS-DT-ABERTURA (WS-IX-CAS) TO
                                              WS-LNC-MENOR-ABERTURA
              END-IF
           END-PERFORM.
      *
           IF WS-IX-CAS-ACHADO EQUAL ZEROS
              GO TO 3610-FIM.
      *
           MOVE WS-IX-CAS-ACHADO TO WS-IX-CAS.
           PERFORM 3650-ABATE-CASO
              THRU 3650-FIM.
      *
       3610-FIM. EXIT.
      *---------*
      *
       3650-ABATE-CASO.
      *----------------*
      *
           IF WS-LNC-RESTANTE GREATER TB-CAS-VL-SALDO (WS-IX-CAS)
              MOVE TB-CAS-VL-SALDO (WS-IX-CAS) TO WS-LNC-ABATIDO
           ELSE
              MOVE WS-LNC-RESTANTE TO WS-LNC-ABATIDO.
      *
           SUBTRACT WS-LNC-ABATIDO FROM WS-LNC-RESTANTE
                                        TB-CAS-VL-SALDO (WS-IX-CAS).
           MOVE WS-LNC-DT-REFER TO TB-CAS-DT-ULT-RECUP (WS-IX-CAS).
      *
           IF WS-LNC-CS-TIPO EQUAL "E"
              ADD 1              TO WS-CT-REC-ESTORNO
              ADD WS-LNC-ABATIDO TO WS-VL-REC-ESTORNO
                                    TB-CAS-VL-REC-ESTORNO (WS-IX-CAS).
           IF WS-LNC-CS-TIPO EQUAL "G"
              ADD 1              TO WS-CT-REC-GUIA
              ADD WS-LNC-ABATIDO TO WS-VL-REC-GUIA
                                    TB-CAS-VL-REC-GUIA (WS-IX-CAS).
           IF WS-LNC-CS-TIPO EQUAL "R"
              ADD 1              TO WS-CT-REC-RUBRICA
              ADD WS-LNC-ABATIDO TO WS-VL-REC-RUBRICA
                                    TB-CAS-VL-REC-RUBRICA (WS-IX-CAS)
              MOVE SRTR-DT-MOV-CREDITO TO
                                    TB-CAS-DT-ULT-RUBRICA (WS-IX-CAS).
      *
           IF TB-CAS-VL-SALDO (WS-IX-CAS) EQUAL ZEROS
              ADD 1 TO WS-CT-QUITADOS
              MOVE "Q"          TO TB-CAS-CS-SITUACAO (WS-IX-CAS)
              MOVE WS-DATA-HOJE TO TB-CAS-DT-QUITACAO (WS-IX-CAS).
      *
           MOVE WS-LNC-CS-TIPO  TO RHIS-CS-EVENTO.
           MOVE WS-LNC-DT-REFER TO RHIS-DT-REFER.
           MOVE WS-LNC-ABATIDO  TO RHIS-VALOR.
           MOVE WS-LNC-NU-REFER TO RHIS-NU-REFER.
           PERFORM 3800-GRAVA-HISTORICO
              THRU 3800-FIM.
      *
       3650-FIM. EXIT.
      *---------*
      *
       3700-BUSCA-ORIGEM.
      *------------------*
      *
           MOVE ZEROS TO WS-IX-CAS-ACHADO.
           PERFORM VARYING WS-IX-CAS FROM 1 BY 1
                     UNTIL WS-IX-CAS GREATER WS-QTDE-CAS
                        OR WS-IX-CAS-ACHADO NOT EQUAL ZEROS
              IF TB-CAS-CS-ORIGEM (WS-IX-CAS) EQUAL WS-LNC-CS-ORIGEM
                 MOVE WS-IX-CAS TO WS-IX-CAS-ACHADO
              END-IF
           END-PERFORM.
      *
       3700-FIM. EXIT.
      *---------*
      *
      *TRILHA: EVENTO, DATA DE REFERENCIA, VALOR E REFERENCIA JA
      *MONTADOS PELO CHAMADOR; O CASO E O DE WS-IX-CAS.
       3800-GRAVA-HISTORICO.
      *---------------------*
      *
           MOVE WS-DATA-HOJE                 TO RHIS-DT-PROC.
           MOVE WS-NB-CORRENTE               TO RHIS-NU-NB.
           MOVE TB-CAS-CS-ORIGEM (WS-IX-CAS) TO RHIS-CS-ORIGEM.
           MOVE TB-CAS-VL-SALDO (WS-IX-CAS)  TO RHIS-VL-SALDO.
           MOVE TB-CAS-CS-SITUACAO (WS-IX-CAS) TO RHIS-CS-SITUACAO.
           WRITE RHIS-REG.
      *
       3800-FIM. EXIT.
      *---------*
      *
       3900-FECHA-NB.
      *--------------*
      *
           MOVE 0 TO WS-IN-NB-ABERTO.
           PERFORM 3910-GRAVA-CASO
              THRU 3910-FIM
              VARYING WS-IX-CAS FROM 1 BY 1
                UNTIL WS-IX-CAS GREATER WS-QTDE-CAS.
      *
       3900-FIM. EXIT.
      *---------*
      *
       3910-GRAVA-CASO.
      *----------------*
      *
           WRITE REG-DSUBCPG2KRECN FROM TB-CAS-IMAGEM (WS-IX-CAS).
           ADD 1 TO WS-CT-CASOS-GRAVADOS.
           IF TB-CAS-CS-SITUACAO (WS-IX-CAS) EQUAL "A"
              ADD 1 TO WS-CT-CASOS-ABERTOS
              ADD TB-CAS-VL-SALDO (WS-IX-CAS) TO WS-VL-SALDO-ABERTO.
      *
       3910-FIM. EXIT.
      *---------*
       3000-ATUALIZA-FIM. EXIT.
      *
       5000-EMITIR-RELATORIO.
      *---------------------*
      *
           MOVE SPACES TO TRAILER-REC.
           MOVE "CASOS LIDOS DO CADASTRO                      " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-CASOS-LIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 2.
      *
           MOVE "OBITOS LIDOS (D/SUB/CPG/2K/OBT)              " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-OBITOS-LIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "FEED DE ABERTURA LIDO (DUPLICIDADE 470)      " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-FEED-DUP-LIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "FEED DE ABERTURA LIDO (SUBSTITUTO PAGO)      " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-FEED-SUB-LIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "FEED DE ABERTURA LIDO (LIMITE DE IDADE)      " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-FEED-IDL-LIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "MARCAS CP450 DE DESVIO/ERRO ADMINISTRATIVO   " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-MARCAS-CP450 TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-CREDITOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "CREDITOS CANCELADOS (NAO PAGOS, FORA)        " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-CANCELADOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "ESTORNOS/GUIAS LIDOS                         " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-TRN-LIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "ESTORNOS/GUIAS REJEITADOS NA CRITICA         " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-TRN-REJEITADOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "CASOS ABERTOS NESTE RUN                      " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-ABERTOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 2.
      *
           MOVE "DEBITOS ACRESCIDOS A CASOS EXISTENTES        " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-ACRESCIDOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "CASOS QUITADOS REABERTOS POR NOVO DEBITO     " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-REABERTOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "DEBITOS JA INCORPORADOS EM RUN ANTERIOR      " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-JA-INCORPORADOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE SPACES TO TRAILER-VL-REC.
           MOVE "VALOR DOS DEBITOS LANCADOS NESTE RUN         " TO
                                                   TEXTO-TRL-VL-REC.
           MOVE WS-VL-DEBITOS TO VL-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-VL-REC AFTER 1.
      *
           MOVE "RECUPERACOES POR ESTORNO BANCARIO            " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-REC-ESTORNO TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 2.
           MOVE "VALOR RECUPERADO POR ESTORNO BANCARIO        " TO
                                                   TEXTO-TRL-VL-REC.
           MOVE WS-VL-REC-ESTORNO TO VL-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-VL-REC AFTER 1.
      *
           MOVE "RECUPERACOES POR DESCONTO EM RUBRICA         " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-REC-RUBRICA TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
           MOVE "VALOR RECUPERADO POR DESCONTO EM RUBRICA     " TO
                                                   TEXTO-TRL-VL-REC.
           MOVE WS-VL-REC-RUBRICA TO VL-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-VL-REC AFTER 1.
      *
           MOVE "RECUPERACOES POR GUIA DE PAGAMENTO           " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-REC-GUIA TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
           MOVE "VALOR RECUPERADO POR GUIA DE PAGAMENTO       " TO
                                                   TEXTO-TRL-VL-REC.
           MOVE WS-VL-REC-GUIA TO VL-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-VL-REC AFTER 1.
      *
           MOVE "DESCONTOS EM RUBRICA DE NB SEM CASO          " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-RUBRICA-SEM-CASO TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "RECUPERACOES COM SOBRA SEM SALDO A ABATER    " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-SEM-SALDO TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
           MOVE "VALOR DAS SOBRAS (DEVOLUCAO/ANALISE)         " TO
                                                   TEXTO-TRL-VL-REC.
           MOVE WS-VL-SEM-SALDO TO VL-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-VL-REC AFTER 1.
      *
           MOVE "CASOS QUITADOS NESTE RUN                     " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-QUITADOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 2.
      *
           MOVE "CASOS GRAVADOS NA NOVA GERACAO DO CADASTRO   " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-CASOS-GRAVADOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
      *
           MOVE "CASOS EM ABERTO                              " TO
                                                      TEXTO-TRL-REC.
           MOVE WS-CT-CASOS-ABERTOS TO QT-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-REC AFTER 1.
           MOVE "SALDO EM ABERTO A RECUPERAR                  " TO
                                                   TEXTO-TRL-VL-REC.
           MOVE WS-VL-SALDO-ABERTO TO VL-TRL-REC.
           WRITE LINHA-REC FROM TRAILER-VL-REC AFTER 1.
      *
       5000-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
      *LIVRO DE EXECUCOES DO NOTURNO: REGISTRA O FIM DO RUN, COM OS
      *CASOS GRAVADOS E O SALDO EM ABERTO.
           MOVE "F"                  TO WS-LGR-EVENTO.
           MOVE WS-CT-CASOS-GRAVADOS TO WS-LGR-QTD-REG.
           MOVE WS-VL-SALDO-ABERTO   TO WS-LGR-TOT-VALOR.
           CALL "SSUBLIB2K604" USING WS-LGR-PROGRAMA WS-LGR-EVENTO
                                     WS-LGR-INSUMO WS-LGR-INSUMO-DATA
                                     WS-LGR-INSUMO-HORA WS-LGR-QTD-REG
                                     WS-LGR-TOT-VALOR WS-LGR-RESULTADO.
      *
           CLOSE DSUBCPG2KRECN SAVE.
           CLOSE DSUBCPG2KRECHIS SAVE.
           CLOSE LSUBCPG2KREC.
      *
       4000-FIM. EXIT.
      *---------*
