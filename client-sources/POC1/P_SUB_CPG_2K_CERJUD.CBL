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
       PROGRAM-ID.      PSUBCPG2KCERJUD.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: CERTIDAO DE CUMPRIMENTO POR PROCESSO JUDICIAL. O    *
      *            JUIZO QUER UM UNICO DOCUMENTO DIZENDO O QUE FOI     *
      *            PAGO, QUANDO, COM QUE IR E SE O PRAZO FOI CUMPRIDO  *
      *            - ATE AQUI ISSO ERA MONTADO A MAO COM OS RELATORIOS *
      *            DE PSUBCPG2K484, PSUBCPG2K485, PSUBCPG2K499 E A     *
      *            LISTA DE BLOQUEIO D/SUB/CPG/2K/JHL. ESTE JOB RECEBE *
      *            A LISTA DE PROCESSOS PEDIDOS, PADRONIZA CADA NUMERO *
      *            CONTRA O CADASTRO D/SUB/CPG/2K/JPR (NUMERO FORA DO  *
      *            CADASTRO NAO GERA CERTIDAO E SAI NA LISTA FINAL) E  *
      *            CASA CADA AUTORIZACAO DO CP77 DOS PROCESSOS PEDIDOS *
      *            COM O CREDITO DO CP01 E A SITUACAO DE RETORNO DO    *
      *            BANCO (D/SUB/CPG/2K/462) PELA SUBCHAVE DOCUMENTADA. *
      *            POR PAGAMENTO: VALOR, IR RETIDO CONTRA A AP DE IR   *
      *            (CP77-NU-AP-IR-ACAO-JUD X CP01-VL-IR, CRITERIO DE   *
      *            PSUBCPG2K499), EFETIVACAO NO BANCO E CUMPRIMENTO DO *
      *            PRAZO EM DIAS UTEIS (CRITERIO E TABELA DE LIMITES   *
      *            DE PSUBCPG2K485). POR PROCESSO: OS BLOQUEIOS        *
      *            JUDICIAIS VIGENTES E OS TOTAIS. OS PAGAMENTOS SAO   *
      *            CLASSIFICADOS POR PROCESSO E NB; CADA PROCESSO SAI  *
      *            EM PAGINA PROPRIA NA CERTIDAO IMPRESSA E COMO BLOCO *
      *            CABECALHO / PAGAMENTOS / BLOQUEIOS / TOTAIS NO      *
      *            ARQUIVO PARA O PETICIONAMENTO ELETRONICO (LAYOUT NA *
      *            BOOK B/SUB/CPG/2K/CERJUD).                          *
      *                                                                *
      *  PREMISSA: D/SUB/CPG/2K/477, D/SUB/CPG/2K/401 E                *
      *            D/SUB/CPG/2K/462 EM ORDEM ASCENDENTE DA SUBCHAVE    *
      *            (CONFERIVEL COM PSUBCPG2K490). O NUMERO DO PROCESSO *
      *            NO CP77 E O DO CADASTRO (GARANTIDO POR              *
      *            PSUBCPG2K477VAL). BLOQUEIO VIGENTE E O MESMO DE     *
      *            PSUBCPG2KJHLAPL: INICIO ATE HOJE E FIM ZERADO OU    *
      *            NAO VENCIDO.                                        *
      *                                                                *
      *  ENTRADA:  DSUBCPG2KCERJUDPED - PROCESSOS PEDIDOS.             *
      *            DSUBCPG2KJPR       - CADASTRO DE PROCESSOS.         *
      *            DSUBCPG2KJHL       - LISTA DE BLOQUEIO JUDICIAL.    *
      *            DSUBCPG2K477       - AUTORIZACOES (CP77).           *
      *            DSUBCPG2K401       - MOVIMENTO CP01.                *
      *            DSUBCPG2K462       - SITUACOES DE RETORNO (SIT01).  *
      *            DSUBLIB2K042FER (VIA SSUBLIB2K602).                 *
      *  SAIDA:    DSUBCPG2KCERJUD    - ARQUIVO PARA O PETICIONAMENTO. *
      *            LSUBCPG2KCERJUD    - CERTIDOES IMPRESSAS.           *
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
           SELECT DSUBCPG2KCERJUDPED ASSIGN TO DISK.
           SELECT DSUBCPG2KJPR       ASSIGN TO DISK.
      *LISTA DE BLOQUEIO OPTIONAL COMO EM PSUBCPG2KJHLAPL - SEM ELA A
      *CERTIDAO SAI SEM BLOQUEIOS VIGENTES.
           SELECT OPTIONAL DSUBCPG2KJHL ASSIGN TO DISK.
           SELECT DSUBCPG2K477       ASSIGN TO DISK.
           SELECT DSUBCPG2K401       ASSIGN TO DISK.
           SELECT DSUBCPG2K462       ASSIGN TO DISK.
           SELECT DSUBCPG2KCERJUD    ASSIGN TO DISK.
           SELECT LSUBCPG2KCERJUD    ASSIGN TO PRINTER.
           SELECT SORTWK             ASSIGN TO DISK.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
      *PROCESSOS PEDIDOS PELO JURIDICO: UM NUMERO POR REGISTRO.
        FD DSUBCPG2KCERJUDPED
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CERJUD/PED ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KCERJUDPED.
           03 PED-NU-PROCESSO        PIC X(20).
           03 FILLER                 PIC X(20).
      *
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
        FD DSUBCPG2KJHL
           RECORD CONTAINS 50 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JHL ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJHL.
           03 JHL-NU-NB              PIC 9(10).
           03 JHL-NU-PROCESSO        PIC X(20).
           03 JHL-DT-INICIO          PIC 9(08).
           03 JHL-DT-FIM             PIC 9(08).
           03 FILLER                 PIC X(04).
      *
        FD DSUBCPG2K477
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/477 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/477 ON PKBDSGF".
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K462
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/462 ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01  SIT01-REG.
            03  SIT01-CHAVE.
                05  SIT01-DT-MOV-CREDITO     PIC 9(08).
                05  SIT01-NU-NB              PIC 9(10).
                05  SIT01-CS-NATUR-CREDITO   PIC 9(02).
                05  SIT01-DT-FIM-PERIODO     PIC 9(08).
                05  SIT01-DT-INI-PERIODO     PIC 9(08).
                05  SIT01-SEQ-REG            PIC 9(09).
            03  SIT01-ID-BANCO               PIC 9(03).
            03  SIT01-CS-RETORNO             PIC 9(02).
            03  SIT01-DT-RETORNO             PIC 9(08).
            03  SIT01-VL-LIQUIDO-CRED        PIC 9(10)V99.
            03  SIT01-DT-CHEGADA             PIC 9(08).
            03  SIT01-CS-RET-BANCO           PIC 9(02).
      *
        FD DSUBCPG2KCERJUD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/CERJUD ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/CERJUD ON PKBDSGF".
      *
        FD LSUBCPG2KCERJUD.
        01 LINHA-LSUBCPG2KCERJUD    PIC X(133).
      *
      *CABECALHO (TIPO 1) E PAGAMENTOS (TIPO 2) POR PROCESSO E NB. A
      *IMAGEM E O REGISTRO DO ARQUIVO DE PETICIONAMENTO JA MONTADO,
      *COMO EM PSUBCPG2K492.
        SD SORTWK.
        01 SRTCJ-REG.
           03 SRTCJ-NU-PROCESSO       PIC X(20).
           03 SRTCJ-TP-REG            PIC 9(01).
           03 SRTCJ-NU-NB             PIC 9(10).
           03 SRTCJ-DT-MOV-CREDITO    PIC 9(08).
           03 SRTCJ-SEQ-REG           PIC 9(09).
           03 SRTCJ-IMAGEM            PIC X(200).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KCERJUD".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-CP77                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-SIT                 PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WS-CT-PEDIDOS              PIC 9(08) VALUE ZEROS.
       77  WS-CT-PED-REPETIDOS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-NAO-CADASTRADOS      PIC 9(08) VALUE ZEROS.
       77  WS-CT-CERTIDOES            PIC 9(08) VALUE ZEROS.
       77  WS-CT-PAGAMENTOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CP01             PIC 9(08) VALUE ZEROS.
       77  WS-CT-COM-PERDIDO          PIC 9(08) VALUE ZEROS.
       77  WS-CT-REG-CERJUD           PIC 9(08) VALUE ZEROS.
      *
      *PROCESSOS PEDIDOS, COM OS DADOS DO CADASTRO (IN-CADASTRO = 1
      *QUANDO O NUMERO CONSTA DO D/SUB/CPG/2K/JPR).
       01  TABELA-PEDIDO.
           05 TB-PED OCCURS 500 TIMES.
              10 TB-PED-NU-PROCESSO   PIC X(20).
              10 TB-PED-IN-CADASTRO   PIC 9(01).
              10 TB-PED-NU-VARA       PIC 9(02).
              10 TB-PED-CS-UF         PIC X(02).
              10 TB-PED-CS-SITUACAO   PIC 9(01).
              10 TB-PED-DT-ABERTURA   PIC 9(08).
              10 TB-PED-DT-ENCERRA    PIC 9(08).
       77  WS-QTDE-PED                PIC 9(03) VALUE ZEROS.
       77  WS-IX-PED                  PIC 9(03) VALUE ZEROS.
       77  WS-PED-ENCONTRADO          PIC 9(01) VALUE 0.
       77  WS-PROCESSO-BUSCA          PIC X(20) VALUE SPACES.
      *
      *BLOQUEIOS VIGENTES DOS PROCESSOS PEDIDOS (LIMITE DE
      *PSUBCPG2KJHLAPL).
       01  TABELA-BLOQUEIO.
           05 TB-JHL OCCURS 2000 TIMES.
              10 TB-JHL-NU-NB         PIC 9(10).
              10 TB-JHL-PROCESSO      PIC X(20).
              10 TB-JHL-DT-INI        PIC 9(08).
              10 TB-JHL-DT-FIM        PIC 9(08).
       77  WS-QTDE-JHL                PIC 9(04) VALUE ZEROS.
       77  WS-IX-JHL                  PIC 9(04) VALUE ZEROS.
       77  WS-JHL-ENCONTRADO          PIC 9(01) VALUE 0.
      *
      *PARAMETROS DA CHAMADA A SSUBLIB2K602.
       77  WS-DATA-INICIO-602         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM-602            PIC 9(08) VALUE ZEROS.
       77  WS-UF-CONSULTA             PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-UTEIS              PIC 9(05) BINARY VALUE 0.
       77  WS-HORAS-UTEIS             PIC 9(07) BINARY VALUE 0.
       77  WS-STATUS-PERIODO          PIC 9(01) VALUE ZEROS.
      *
       77  WS-IN-TEM-CP01             PIC 9(01) VALUE 0.
       77  WS-LIMITE-DIAS             PIC 9(04) VALUE ZEROS.
       77  WS-LIMITE-RISCO            PIC 9(04) VALUE ZEROS.
      *
      *LIMITE DE DIAS UTEIS POR CLASSE DE CP77-CS-PRAZO-PAGTO (0-9).
      *MESMOS VALORES DE PSUBCPG2K485 - ALTERAR OS DOIS JUNTOS.
       01  TABELA-PRAZO-DADOS               PIC X(40) VALUE
           "0030000500100015003000450060009001200180".
       01  TABELA-PRAZO REDEFINES TABELA-PRAZO-DADOS.
           03  TB-PRAZO-LIMITE              PIC 9(04) OCCURS 10 TIMES.
      *
      *SUBCHAVE COMUM (MESMOS GRUPOS DE PSUBCPG2K485 E PSUBCPG2K461).
       01  WS-SUBCHAVE-CP01.
           03 WS-SC01-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC01-NU-NB           PIC 9(10).
           03 WS-SC01-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC01-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC01-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC01-SEQ-REG         PIC 9(09).
       01  WS-SUBCHAVE-CP77.
           03 WS-SC77-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SC77-NU-NB           PIC 9(10).
           03 WS-SC77-CS-NATUR-CRED   PIC 9(02).
           03 WS-SC77-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SC77-DT-INI-PERIODO  PIC 9(08).
           03 WS-SC77-SEQ-REG         PIC 9(09).
       01  WS-SUBCHAVE-SIT.
           03 WS-SCST-DT-MOV-CREDITO  PIC 9(08).
           03 WS-SCST-NU-NB           PIC 9(10).
           03 WS-SCST-CS-NATUR-CRED   PIC 9(02).
           03 WS-SCST-DT-FIM-PERIODO  PIC 9(08).
           03 WS-SCST-DT-INI-PERIODO  PIC 9(08).
           03 WS-SCST-SEQ-REG         PIC 9(09).
      *
      *RETORNO DO BANCO DO PAGAMENTO CORRENTE (A EFETIVACAO 01
      *PREVALECE SOBRE QUALQUER OUTRA SITUACAO DA MESMA SUBCHAVE).
       77  WS-CS-RETORNO              PIC 9(02) VALUE ZEROS.
       77  WS-DT-RETORNO              PIC 9(08) VALUE ZEROS.
       77  WS-ID-BANCO-RET            PIC 9(03) VALUE ZEROS.
      *
      *ACUMULADORES DA CERTIDAO CORRENTE.
       77  WS-PROCESSO-ATU            PIC X(20) VALUE SPACES.
       77  WS-PR-QT-PAGAMENTOS        PIC 9(05) VALUE ZEROS.
       77  WS-PR-VL-LIQUIDO           PIC 9(13)V99 VALUE ZEROS.
       77  WS-PR-VL-IR                PIC 9(13)V99 VALUE ZEROS.
       77  WS-PR-QT-EFETIVADOS        PIC 9(05) VALUE ZEROS.
       77  WS-PR-QT-CUMPRIDOS         PIC 9(05) VALUE ZEROS.
       77  WS-PR-QT-PERDIDOS          PIC 9(05) VALUE ZEROS.
       77  WS-PR-QT-PENDENTES         PIC 9(05) VALUE ZEROS.
       77  WS-PR-QT-BLOQUEIOS         PIC 9(05) VALUE ZEROS.
      *
       01  CAB-01-2KCERJUD.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/CERJ".
           03 FILLER                PIC X(48) VALUE
              "CERTIDAO DE CUMPRIMENTO DE ORDEM JUDICIAL".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-2KCERJUD.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CERT-01-2KCERJUD.
           03 FILLER                PIC X(10) VALUE "PROCESSO: ".
           03 CERT-PROCESSO         PIC X(20).
           03 FILLER                PIC X(08) VALUE "  VARA: ".
           03 CERT-VARA             PIC 9(02).
           03 FILLER                PIC X(06) VALUE "  UF: ".
           03 CERT-UF               PIC X(02).
           03 FILLER                PIC X(12) VALUE "  SITUACAO: ".
           03 CERT-SITUACAO         PIC X(09).
      *
       01  CERT-02-2KCERJUD.
           03 FILLER                PIC X(10) VALUE "ABERTURA: ".
           03 CERT-ABERTURA         PIC 9(08).
           03 FILLER                PIC X(16) VALUE
              "  ENCERRAMENTO: ".
           03 CERT-ENCERRAMENTO     PIC 9(08).
      *
       01  CAB-03-2KCERJUD.
           03 FILLER                PIC X(11) VALUE "NB".
           03 FILLER                PIC X(09) VALUE "DT.MOV.".
           03 FILLER                PIC X(12) VALUE "AP".
           03 FILLER                PIC X(15) VALUE "VALOR LIQUIDO".
           03 FILLER                PIC X(12) VALUE "AP DE IR".
           03 FILLER                PIC X(11) VALUE "VALOR IR".
           03 FILLER                PIC X(09) VALUE "SIT.IR".
           03 FILLER                PIC X(04) VALUE "BCO".
           03 FILLER                PIC X(10) VALUE "RETORNO".
           03 FILLER                PIC X(09) VALUE "DT.RET.".
           03 FILLER                PIC X(09) VALUE "ORDENADO".
           03 FILLER                PIC X(06) VALUE "DIAS".
           03 FILLER                PIC X(05) VALUE "LIM.".
           03 FILLER                PIC X(09) VALUE "PRAZO".
           03 FILLER                PIC X(01) VALUE "B".
      *
       01  DET-PAG-2KCERJUD.
           03 DET-NB                PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-MOV            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-AP                PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-AP-IR             PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-VL-IR             PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-SIT-IR            PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-BANCO             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-RETORNO           PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DT-RETORNO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-ORDENADO          PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-DIAS              PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-LIMITE            PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-PRAZO             PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-BLOQUEADO         PIC X(01).
      *
       01  DET-BLQ-2KCERJUD.
           03 FILLER                PIC X(04) VALUE "NB: ".
           03 DET-BLQ-NB            PIC 9(10).
           03 FILLER                PIC X(10) VALUE "  INICIO: ".
           03 DET-BLQ-INICIO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE "  FIM: ".
           03 DET-BLQ-FIM           PIC 9(08).
      *
       01  SUBTIT-2KCERJUD.
           03 SUBTIT-TEXTO-2KCERJUD PIC X(60).
      *
       01  CONCLUSAO-2KCERJUD.
           03 FILLER                PIC X(11) VALUE "CONCLUSAO: ".
           03 CONCLUSAO-TEXTO       PIC X(60).
      *
       01  DET-NAO-CAD-2KCERJUD.
           03 FILLER                PIC X(10) VALUE "PROCESSO: ".
           03 DET-NAO-CAD-PROCESSO  PIC X(20).
           03 FILLER                PIC X(28) VALUE
              "  - NAO CONSTA DO CADASTRO".
      *
       01  TRAILER-2KCERJUD.
           03 TEXTO-TRL-2KCERJUD    PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-2KCERJUD       PIC ZZ.ZZZ.ZZ9.
      *
       01  TRAILER-VL-2KCERJUD.
           03 TEXTO-TRL-VL-2KCERJUD PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 VL-TRL-2KCERJUD       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           SORT SORTWK
                ASCENDING KEY SRTCJ-NU-PROCESSO SRTCJ-TP-REG
                              SRTCJ-NU-NB SRTCJ-DT-MOV-CREDITO
                              SRTCJ-SEQ-REG
                INPUT  PROCEDURE 2000-SELECIONA
                                 THRU 2000-SELECIONA-FIM
                OUTPUT PROCEDURE 5000-EMITE
                                 THRU 5000-EMITE-FIM.
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
           OPEN OUTPUT DSUBCPG2KCERJUD.
           OPEN OUTPUT LSUBCPG2KCERJUD.
      *
           MOVE SPACES TO TABELA-PEDIDO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA
                                     WS-DATA-HOJE.
      *
           OPEN INPUT DSUBCPG2KCERJUDPED.
           PERFORM 1100-CARREGA-PEDIDOS
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KCERJUDPED.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KJPR.
           PERFORM 1200-CARREGA-CADASTRO
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KJPR.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KJHL.
           PERFORM 1300-CARREGA-BLOQUEIOS
              THRU 1300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KJHL.
           MOVE "NAO" TO WS-EOF.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    LISTA DE PROCESSOS PEDIDOS. LINHA EM BRANCO E IGNORADA E O
      *    MESMO NUMERO PEDIDO DUAS VEZES GERA UMA SO CERTIDAO.
      *----------------------------------------------------------------
       1100-CARREGA-PEDIDOS.
      *---------------------*
      *
           READ DSUBCPG2KCERJUDPED
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF PED-NU-PROCESSO EQUAL SPACES
              GO TO 1100-FIM.
      *
           ADD 1 TO WS-CT-PEDIDOS.
           MOVE PED-NU-PROCESSO TO WS-PROCESSO-BUSCA.
           PERFORM 8000-ACHA-PEDIDO
              THRU 8000-FIM.
           IF WS-PED-ENCONTRADO EQUAL 1
              ADD 1 TO WS-CT-PED-REPETIDOS
              GO TO 1100-FIM.
      *
           IF WS-QTDE-PED EQUAL 500
              DISPLAY "PSUBCPG2KCERJUD: MAIS DE 500 PROCESSOS"
              DISPLAY "PEDIDOS - DIVIDIR A LISTA EM DOIS RUNS"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-PED.
           MOVE PED-NU-PROCESSO TO TB-PED-NU-PROCESSO (WS-QTDE-PED).
           MOVE ZEROS           TO TB-PED-IN-CADASTRO (WS-QTDE-PED)
                                   TB-PED-NU-VARA (WS-QTDE-PED)
                                   TB-PED-CS-SITUACAO (WS-QTDE-PED)
                                   TB-PED-DT-ABERTURA (WS-QTDE-PED)
                                   TB-PED-DT-ENCERRA (WS-QTDE-PED).
      *
       1100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    PADRONIZACAO PELO CADASTRO: O PEDIDO SO VALE SE O NUMERO
      *    CONSTA DO D/SUB/CPG/2K/JPR NA GRAFIA PADRAO (A MESMA DO CP77
      *    APOS PSUBCPG2K477VAL).
      *----------------------------------------------------------------
       1200-CARREGA-CADASTRO.
      *----------------------*
      *
           READ DSUBCPG2KJPR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           MOVE JPR-NU-PROCESSO TO WS-PROCESSO-BUSCA.
           PERFORM 8000-ACHA-PEDIDO
              THRU 8000-FIM.
           IF WS-PED-ENCONTRADO EQUAL 0
              GO TO 1200-FIM.
      *
           MOVE 1                   TO TB-PED-IN-CADASTRO (WS-IX-PED).
           MOVE JPR-NU-VARA         TO TB-PED-NU-VARA (WS-IX-PED).
           MOVE JPR-CS-UF           TO TB-PED-CS-UF (WS-IX-PED).
           MOVE JPR-CS-SITUACAO     TO TB-PED-CS-SITUACAO (WS-IX-PED).
           MOVE JPR-DT-ABERTURA     TO TB-PED-DT-ABERTURA (WS-IX-PED).
           MOVE JPR-DT-ENCERRAMENTO TO TB-PED-DT-ENCERRA (WS-IX-PED).
      *
       1200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    BLOQUEIOS VIGENTES HOJE (CRITERIO DE PSUBCPG2KJHLAPL), SO DOS
      *    PROCESSOS PEDIDOS E CADASTRADOS.
      *----------------------------------------------------------------
       1300-CARREGA-BLOQUEIOS.
      *-----------------------*
      *
           READ DSUBCPG2KJHL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1300-FIM.
      *
           IF JHL-DT-INICIO GREATER WS-DATA-HOJE
              GO TO 1300-FIM.
           IF JHL-DT-FIM NOT EQUAL ZEROS
              AND JHL-DT-FIM LESS WS-DATA-HOJE
              GO TO 1300-FIM.
      *
           MOVE JHL-NU-PROCESSO TO WS-PROCESSO-BUSCA.
           PERFORM 8000-ACHA-PEDIDO
              THRU 8000-FIM.
           IF WS-PED-ENCONTRADO EQUAL 0
              GO TO 1300-FIM.
           IF TB-PED-IN-CADASTRO (WS-IX-PED) EQUAL 0
              GO TO 1300-FIM.
      *
           IF WS-QTDE-JHL EQUAL 2000
              DISPLAY "PSUBCPG2KCERJUD: LISTA DE"
              DISPLAY "BLOQUEIO ACIMA DE 2000 ORDENS -"
              DISPLAY "REVER O LIMITE DA TABELA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-JHL.
           MOVE JHL-NU-NB       TO TB-JHL-NU-NB (WS-QTDE-JHL).
           MOVE JHL-NU-PROCESSO TO TB-JHL-PROCESSO (WS-QTDE-JHL).
           MOVE JHL-DT-INICIO   TO TB-JHL-DT-INI (WS-QTDE-JHL).
           MOVE JHL-DT-FIM      TO TB-JHL-DT-FIM (WS-QTDE-JHL).
      *
       1300-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: UM CABECALHO POR PROCESSO CADASTRADO (MESMO
      *    SEM PAGAMENTO, O JUIZO RECEBE A CERTIDAO NEGATIVA) E UM
      *    PAGAMENTO POR AUTORIZACAO DO CP77 DE PROCESSO PEDIDO, CASADA
      *    COM O CP01 E COM O RETORNO DO BANCO PELA SUBCHAVE.
      *----------------------------------------------------------------
       2000-SELECIONA SECTION.
       2000-SELECIONA-MERGE.
      *---------------------*
      *
           PERFORM 2050-LIBERA-CABECALHO
              THRU 2050-FIM
              VARYING WS-IX-PED FROM 1 BY 1
                UNTIL WS-IX-PED GREATER WS-QTDE-PED.
      *
           OPEN INPUT DSUBCPG2K477.
           OPEN INPUT DSUBCPG2K401.
           OPEN INPUT DSUBCPG2K462.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM.
           PERFORM 9010-LE-CP77
              THRU 9010-FIM.
           PERFORM 9020-LE-SIT
              THRU 9020-FIM.
      *
           PERFORM 2100-LOOP-MERGE
              THRU 2100-FIM
             UNTIL WS-EOF-CP77 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K477.
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K462.
           GO TO 2000-SELECIONA-FIM.
      *
       2050-LIBERA-CABECALHO.
      *---------------------*
      *
           IF TB-PED-IN-CADASTRO (WS-IX-PED) EQUAL 0
              ADD 1 TO WS-CT-NAO-CADASTRADOS
              GO TO 2050-FIM.
      *
           MOVE SPACES TO CJ-REG.
           MOVE TB-PED-NU-PROCESSO (WS-IX-PED) TO CJ-NU-PROCESSO.
           MOVE 1                  TO CJ-TP-REG.
           MOVE WS-DATA-HOJE       TO CJ-DT-EMISSAO.
           MOVE TB-PED-NU-VARA (WS-IX-PED)     TO CJ-CAB-NU-VARA.
           MOVE TB-PED-CS-UF (WS-IX-PED)       TO CJ-CAB-CS-UF.
           MOVE TB-PED-CS-SITUACAO (WS-IX-PED) TO CJ-CAB-CS-SITUACAO.
           MOVE TB-PED-DT-ABERTURA (WS-IX-PED) TO CJ-CAB-DT-ABERTURA.
           MOVE TB-PED-DT-ENCERRA (WS-IX-PED)
                                   TO CJ-CAB-DT-ENCERRAMENTO.
      *
           MOVE CJ-NU-PROCESSO     TO SRTCJ-NU-PROCESSO.
           MOVE 1                  TO SRTCJ-TP-REG.
           MOVE ZEROS              TO SRTCJ-NU-NB
                                      SRTCJ-DT-MOV-CREDITO
                                      SRTCJ-SEQ-REG.
           MOVE CJ-REG             TO SRTCJ-IMAGEM.
           RELEASE SRTCJ-REG.
      *
       2050-FIM. EXIT.
      *---------*
      *
       2100-LOOP-MERGE.
      *---------------*
      *
      *SO INTERESSAM AS AUTORIZACOES DOS PROCESSOS PEDIDOS E
      *CADASTRADOS.
           MOVE CP77-NU-PROC-ACAO-JUD TO WS-PROCESSO-BUSCA.
           PERFORM 8000-ACHA-PEDIDO
              THRU 8000-FIM.
           IF WS-PED-ENCONTRADO EQUAL 0
              PERFORM 9010-LE-CP77
                 THRU 9010-FIM
              GO TO 2100-FIM.
           IF TB-PED-IN-CADASTRO (WS-IX-PED) EQUAL 0
              PERFORM 9010-LE-CP77
                 THRU 9010-FIM
              GO TO 2100-FIM.
      *
           PERFORM 9000-LE-CP01
              THRU 9000-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM"
                OR WS-SUBCHAVE-CP01 NOT LESS WS-SUBCHAVE-CP77.
      *
           IF WS-EOF-CP01 NOT EQUAL "SIM"
              AND WS-SUBCHAVE-CP01 EQUAL WS-SUBCHAVE-CP77
              MOVE 1 TO WS-IN-TEM-CP01
           ELSE
              MOVE 0 TO WS-IN-TEM-CP01
              ADD 1 TO WS-CT-SEM-CP01
           END-IF.
      *
           PERFORM 9020-LE-SIT
              THRU 9020-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM"
                OR WS-SUBCHAVE-SIT NOT LESS WS-SUBCHAVE-CP77.
      *
           MOVE ZEROS TO WS-CS-RETORNO WS-DT-RETORNO WS-ID-BANCO-RET.
           PERFORM 2150-RETORNO-BANCO
              THRU 2150-FIM
             UNTIL WS-EOF-SIT EQUAL "SIM"
                OR WS-SUBCHAVE-SIT NOT EQUAL WS-SUBCHAVE-CP77.
      *
           PERFORM 2200-MONTA-PAGAMENTO
              THRU 2200-FIM.
      *
           PERFORM 9010-LE-CP77
              THRU 9010-FIM.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    A VISAO 462 PODE TER MAIS DE UMA SITUACAO PARA O CREDITO; A
      *    EFETIVACAO (01) PREVALECE, SENAO FICA A ULTIMA LIDA.
      *----------------------------------------------------------------
       2150-RETORNO-BANCO.
      *-------------------*
      *
           IF WS-CS-RETORNO NOT EQUAL 01
              MOVE SIT01-CS-RETORNO TO WS-CS-RETORNO
              MOVE SIT01-DT-RETORNO TO WS-DT-RETORNO
              MOVE SIT01-ID-BANCO   TO WS-ID-BANCO-RET.
      *
           PERFORM 9020-LE-SIT
              THRU 9020-FIM.
      *
       2150-FIM. EXIT.
      *---------*
      *
       2200-MONTA-PAGAMENTO.
      *---------------------*
      *
           MOVE SPACES                 TO CJ-REG.
           MOVE CP77-NU-PROC-ACAO-JUD  TO CJ-NU-PROCESSO.
           MOVE 2                      TO CJ-TP-REG.
           MOVE WS-DATA-HOJE           TO CJ-DT-EMISSAO.
           MOVE CP77-NU-NB             TO CJ-PAG-NU-NB.
           MOVE CP77-DT-MOV-CREDITO    TO CJ-PAG-DT-MOV-CREDITO.
           MOVE CP77-CS-NATUR-CREDITO  TO CJ-PAG-CS-NATUR-CREDITO.
           MOVE CP77-DT-FIM-PERIODO    TO CJ-PAG-DT-FIM-PERIODO.
           MOVE CP77-DT-INI-PERIODO    TO CJ-PAG-DT-INI-PERIODO.
           MOVE CP77-SEQ-REG           TO CJ-PAG-SEQ-REG.
           MOVE CP77-NU-AP-ACAO-JUD    TO CJ-PAG-NU-AP.
           MOVE CP77-NU-AP-IR-ACAO-JUD TO CJ-PAG-NU-AP-IR.
           MOVE WS-IN-TEM-CP01         TO CJ-PAG-IN-CP01.
           MOVE WS-CS-RETORNO          TO CJ-PAG-CS-RETORNO.
           MOVE WS-DT-RETORNO          TO CJ-PAG-DT-RETORNO.
           MOVE CP77-DT-PAGTO-ACAO-JUD TO CJ-PAG-DT-ORDENADA.
           MOVE CP77-CS-PRAZO-PAGTO    TO CJ-PAG-CS-PRAZO-PAGTO.
           MOVE ZEROS                  TO CJ-PAG-QT-DIAS-UTEIS
                                          CJ-PAG-CS-CUMPRIMENTO
                                          CJ-PAG-IN-BLOQUEADO.
      *
      *VALOR E IR SAO OS DO CREDITO; SEM CP01 NO MOVIMENTO NAO HA O
      *QUE CERTIFICAR ALEM DA AUTORIZACAO.
           IF WS-IN-TEM-CP01 EQUAL 1
              MOVE CP01-VL-LIQUIDO-CRED TO CJ-PAG-VL-LIQUIDO
              MOVE CP01-VL-IR           TO CJ-PAG-VL-IR
              MOVE CP01-ID-BANCO        TO CJ-PAG-ID-BANCO
           ELSE
              MOVE ZEROS                TO CJ-PAG-VL-LIQUIDO
                                           CJ-PAG-VL-IR
              MOVE WS-ID-BANCO-RET      TO CJ-PAG-ID-BANCO
           END-IF.
      *
      *IR RETIDO CONTRA A AP DE IR (EXCECOES 01 E 02 DE PSUBCPG2K499).
           EVALUATE TRUE
              WHEN CP77-NU-AP-IR-ACAO-JUD GREATER ZEROS
                   AND CJ-PAG-VL-IR GREATER ZEROS
                 MOVE 1 TO CJ-PAG-CS-SIT-IR
              WHEN CP77-NU-AP-IR-ACAO-JUD GREATER ZEROS
                 MOVE 2 TO CJ-PAG-CS-SIT-IR
              WHEN CJ-PAG-VL-IR GREATER ZEROS
                 MOVE 3 TO CJ-PAG-CS-SIT-IR
              WHEN OTHER
                 MOVE 0 TO CJ-PAG-CS-SIT-IR
           END-EVALUATE.
      *
           MOVE TB-PRAZO-LIMITE (CP77-CS-PRAZO-PAGTO + 1)
                                        TO WS-LIMITE-DIAS.
           MOVE WS-LIMITE-DIAS          TO CJ-PAG-QT-LIMITE-DIAS.
           IF CP77-DT-PAGTO-ACAO-JUD NOT EQUAL ZEROS
              PERFORM 2300-AVALIA-PRAZO
                 THRU 2300-FIM.
      *
           MOVE 0 TO WS-JHL-ENCONTRADO.
           PERFORM VARYING WS-IX-JHL FROM 1 BY 1
                     UNTIL WS-IX-JHL GREATER WS-QTDE-JHL
                        OR WS-JHL-ENCONTRADO EQUAL 1
              IF TB-JHL-NU-NB (WS-IX-JHL) EQUAL CP77-NU-NB
                 AND TB-JHL-PROCESSO (WS-IX-JHL) EQUAL
                                           CP77-NU-PROC-ACAO-JUD
                 MOVE 1 TO WS-JHL-ENCONTRADO
              END-IF
           END-PERFORM.
           MOVE WS-JHL-ENCONTRADO TO CJ-PAG-IN-BLOQUEADO.
      *
           MOVE CJ-NU-PROCESSO         TO SRTCJ-NU-PROCESSO.
           MOVE 2                      TO SRTCJ-TP-REG.
           MOVE CJ-PAG-NU-NB           TO SRTCJ-NU-NB.
           MOVE CJ-PAG-DT-MOV-CREDITO  TO SRTCJ-DT-MOV-CREDITO.
           MOVE CJ-PAG-SEQ-REG         TO SRTCJ-SEQ-REG.
           MOVE CJ-REG                 TO SRTCJ-IMAGEM.
           RELEASE SRTCJ-REG.
      *
           ADD 1 TO WS-CT-PAGAMENTOS.
      *
       2200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    MESMA MEDIDA DE PSUBCPG2K485: DIAS UTEIS DA DATA ORDENADA AO
      *    MOVIMENTO DO CREDITO (UF DO OP) OU, SEM CREDITO, A HOJE.
      *    PERIODO RECUSADO PELA ROTINA FICA SEM AVALIACAO (0).
      *----------------------------------------------------------------
       2300-AVALIA-PRAZO.
      *------------------*
      *
           COMPUTE WS-LIMITE-RISCO = (WS-LIMITE-DIAS * 8) / 10.
      *
           MOVE CP77-DT-PAGTO-ACAO-JUD TO WS-DATA-INICIO-602.
           IF WS-IN-TEM-CP01 EQUAL 1
              MOVE CP01-DT-MOV-CREDITO TO WS-DATA-FIM-602
              MOVE CP01-CS-UF-OP       TO WS-UF-CONSULTA
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-FIM-602
              MOVE ZEROS               TO WS-UF-CONSULTA
           END-IF.
      *
           IF WS-DATA-FIM-602 NOT GREATER WS-DATA-INICIO-602
              MOVE ZEROS TO WS-DIAS-UTEIS
           ELSE
              CALL "SSUBLIB2K602" USING WS-DATA-INICIO-602
                                        WS-DATA-FIM-602
                                        WS-UF-CONSULTA
                                        WS-DIAS-UTEIS
                                        WS-HORAS-UTEIS
                                        WS-STATUS-PERIODO
              IF WS-STATUS-PERIODO NOT EQUAL 0
                 GO TO 2300-FIM.
      *
           MOVE WS-DIAS-UTEIS TO CJ-PAG-QT-DIAS-UTEIS.
           EVALUATE TRUE
              WHEN WS-IN-TEM-CP01 EQUAL 1
                   AND WS-DIAS-UTEIS NOT GREATER WS-LIMITE-DIAS
                 MOVE 1 TO CJ-PAG-CS-CUMPRIMENTO
              WHEN WS-DIAS-UTEIS GREATER WS-LIMITE-DIAS
                 MOVE 4 TO CJ-PAG-CS-CUMPRIMENTO
              WHEN WS-DIAS-UTEIS NOT LESS WS-LIMITE-RISCO
                 MOVE 3 TO CJ-PAG-CS-CUMPRIMENTO
              WHEN OTHER
                 MOVE 2 TO CJ-PAG-CS-CUMPRIMENTO
           END-EVALUATE.
      *
       2300-FIM. EXIT.
      *---------*
      *
       9000-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-SC01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-SC01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-SC01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-SC01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-SC01-DT-INI-PERIODO
                        MOVE CP01-SEQ-REG        TO WS-SC01-SEQ-REG.
      *
       9000-FIM. EXIT.
      *---------*
      *
       9010-LE-CP77.
      *------------*
      *
           READ DSUBCPG2K477
                AT END MOVE "SIM" TO WS-EOF-CP77
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-CP77
                NOT AT END
                        MOVE CP77-DT-MOV-CREDITO TO
                                       WS-SC77-DT-MOV-CREDITO
                        MOVE CP77-NU-NB          TO WS-SC77-NU-NB
                        MOVE CP77-CS-NATUR-CREDITO TO
                                       WS-SC77-CS-NATUR-CRED
                        MOVE CP77-DT-FIM-PERIODO TO
                                       WS-SC77-DT-FIM-PERIODO
                        MOVE CP77-DT-INI-PERIODO TO
                                       WS-SC77-DT-INI-PERIODO
                        MOVE CP77-SEQ-REG        TO WS-SC77-SEQ-REG.
      *
       9010-FIM. EXIT.
      *---------*
      *
       9020-LE-SIT.
      *-----------*
      *
           READ DSUBCPG2K462
                AT END MOVE "SIM" TO WS-EOF-SIT
                        MOVE HIGH-VALUES TO WS-SUBCHAVE-SIT
                NOT AT END
                        MOVE SIT01-DT-MOV-CREDITO TO
                                       WS-SCST-DT-MOV-CREDITO
                        MOVE SIT01-NU-NB          TO WS-SCST-NU-NB
                        MOVE SIT01-CS-NATUR-CREDITO TO
                                       WS-SCST-CS-NATUR-CRED
                        MOVE SIT01-DT-FIM-PERIODO TO
                                       WS-SCST-DT-FIM-PERIODO
                        MOVE SIT01-DT-INI-PERIODO TO
                                       WS-SCST-DT-INI-PERIODO
                        MOVE SIT01-SEQ-REG        TO WS-SCST-SEQ-REG.
      *
       9020-FIM. EXIT.
      *---------*
       2000-SELECIONA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: UMA CERTIDAO POR PROCESSO - CABECALHO DO
      *    CADASTRO, PAGAMENTOS POR NB, BLOQUEIOS VIGENTES, TOTAIS E A
      *    CONCLUSAO. CADA REGISTRO IMPRESSO TAMBEM VAI PARA O ARQUIVO
      *    DE PETICIONAMENTO.
      *----------------------------------------------------------------
       5000-EMITE SECTION.
       5000-EMITE-QUEBRA.
      *-----------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           PERFORM 5100-RETORNA
              THRU 5100-FIM.
      *
           PERFORM 5200-CERTIDAO
              THRU 5200-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
           GO TO 5000-EMITE-FIM.
      *
       5100-RETORNA.
      *-------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-CERTIDAO.
      *--------------*
      *
           MOVE SRTCJ-NU-PROCESSO TO WS-PROCESSO-ATU.
           MOVE ZEROS TO WS-PR-QT-PAGAMENTOS WS-PR-VL-LIQUIDO
                         WS-PR-VL-IR WS-PR-QT-EFETIVADOS
                         WS-PR-QT-CUMPRIDOS WS-PR-QT-PERDIDOS
                         WS-PR-QT-PENDENTES WS-PR-QT-BLOQUEIOS.
      *
           PERFORM 5300-CABECALHO
              THRU 5300-FIM.
      *
           PERFORM 5400-PAGAMENTO
              THRU 5400-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM"
                OR SRTCJ-NU-PROCESSO NOT EQUAL WS-PROCESSO-ATU.
      *
           IF WS-PR-QT-PAGAMENTOS EQUAL ZEROS
              MOVE "NENHUMA AUTORIZACAO DE PAGAMENTO NO CP77" TO
                                              SUBTIT-TEXTO-2KCERJUD
              WRITE LINHA-LSUBCPG2KCERJUD FROM SUBTIT-2KCERJUD
                                                        AFTER 1.
      *
           PERFORM 5500-BLOQUEIOS
              THRU 5500-FIM.
      *
           PERFORM 5600-TOTAIS
              THRU 5600-FIM.
      *
           ADD 1 TO WS-CT-CERTIDOES.
           IF WS-PR-QT-PERDIDOS GREATER ZEROS
              ADD 1 TO WS-CT-COM-PERDIDO.
      *
       5200-FIM. EXIT.
      *---------*
      *
      *O CABECALHO E O PRIMEIRO REGISTRO DE TODO PROCESSO (TIPO 1).
       5300-CABECALHO.
      *---------------*
      *
           MOVE SRTCJ-IMAGEM TO CJ-REG.
      *
           MOVE CJ-NU-PROCESSO         TO CERT-PROCESSO.
           MOVE CJ-CAB-NU-VARA         TO CERT-VARA.
           MOVE CJ-CAB-CS-UF           TO CERT-UF.
           EVALUATE CJ-CAB-CS-SITUACAO
              WHEN 1     MOVE "ATIVO"     TO CERT-SITUACAO
              WHEN 2     MOVE "SUSPENSO"  TO CERT-SITUACAO
              WHEN 3     MOVE "ENCERRADO" TO CERT-SITUACAO
              WHEN OTHER MOVE SPACES      TO CERT-SITUACAO
           END-EVALUATE.
           MOVE CJ-CAB-DT-ABERTURA     TO CERT-ABERTURA.
           MOVE CJ-CAB-DT-ENCERRAMENTO TO CERT-ENCERRAMENTO.
      *
           WRITE LINHA-LSUBCPG2KCERJUD FROM CAB-01-2KCERJUD AFTER PAGE.
           WRITE LINHA-LSUBCPG2KCERJUD FROM CAB-02-2KCERJUD AFTER 1.
           WRITE LINHA-LSUBCPG2KCERJUD FROM CERT-01-2KCERJUD AFTER 2.
           WRITE LINHA-LSUBCPG2KCERJUD FROM CERT-02-2KCERJUD AFTER 1.
           MOVE "PAGAMENTOS AUTORIZADOS:" TO SUBTIT-TEXTO-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM SUBTIT-2KCERJUD AFTER 2.
           WRITE LINHA-LSUBCPG2KCERJUD FROM CAB-03-2KCERJUD AFTER 1.
      *
           WRITE CJ-REG.
           ADD 1 TO WS-CT-REG-CERJUD.
      *
           PERFORM 5100-RETORNA
              THRU 5100-FIM.
      *
       5300-FIM. EXIT.
      *---------*
      *
       5400-PAGAMENTO.
      *---------------*
      *
           MOVE SRTCJ-IMAGEM TO CJ-REG.
      *
           MOVE CJ-PAG-NU-NB          TO DET-NB.
           MOVE CJ-PAG-DT-MOV-CREDITO TO DET-DT-MOV.
           MOVE CJ-PAG-NU-AP          TO DET-AP.
           MOVE CJ-PAG-VL-LIQUIDO     TO DET-VALOR.
           MOVE CJ-PAG-NU-AP-IR       TO DET-AP-IR.
           MOVE CJ-PAG-VL-IR          TO DET-VL-IR.
           MOVE CJ-PAG-ID-BANCO       TO DET-BANCO.
           MOVE CJ-PAG-DT-RETORNO     TO DET-DT-RETORNO.
           MOVE CJ-PAG-DT-ORDENADA    TO DET-ORDENADO.
           MOVE CJ-PAG-QT-DIAS-UTEIS  TO DET-DIAS.
           MOVE CJ-PAG-QT-LIMITE-DIAS TO DET-LIMITE.
      *
           EVALUATE TRUE
              WHEN CJ-PAG-IN-CP01 EQUAL 0
                 MOVE "SEM CP01" TO DET-SIT-IR
              WHEN CJ-PAG-CS-SIT-IR EQUAL 1
                 MOVE "RETIDO"   TO DET-SIT-IR
              WHEN CJ-PAG-CS-SIT-IR EQUAL 2
                 MOVE "NAO RET." TO DET-SIT-IR
              WHEN CJ-PAG-CS-SIT-IR EQUAL 3
                 MOVE "SEM AP"   TO DET-SIT-IR
              WHEN OTHER
                 MOVE "SEM IR"   TO DET-SIT-IR
           END-EVALUATE.
      *
           EVALUATE CJ-PAG-CS-RETORNO
              WHEN 01    MOVE "EFETIVADO" TO DET-RETORNO
              WHEN 02    MOVE "REJEITADO" TO DET-RETORNO
              WHEN 03    MOVE "EXPIRADO"  TO DET-RETORNO
              WHEN OTHER MOVE "PENDENTE"  TO DET-RETORNO
           END-EVALUATE.
      *
           EVALUATE CJ-PAG-CS-CUMPRIMENTO
              WHEN 1     MOVE "CUMPRIDO"  TO DET-PRAZO
                         ADD 1 TO WS-PR-QT-CUMPRIDOS
              WHEN 2     MOVE "NO PRAZO"  TO DET-PRAZO
                         ADD 1 TO WS-PR-QT-PENDENTES
              WHEN 3     MOVE "EM RISCO"  TO DET-PRAZO
                         ADD 1 TO WS-PR-QT-PENDENTES
              WHEN 4     MOVE "PERDIDO"   TO DET-PRAZO
                         ADD 1 TO WS-PR-QT-PERDIDOS
              WHEN OTHER
                 IF CJ-PAG-DT-ORDENADA EQUAL ZEROS
                    MOVE "S/ORDEM"  TO DET-PRAZO
                 ELSE
                    MOVE "S/AVAL."  TO DET-PRAZO
                 END-IF
           END-EVALUATE.
      *
           IF CJ-PAG-IN-BLOQUEADO EQUAL 1
              MOVE "S"    TO DET-BLOQUEADO
           ELSE
              MOVE SPACES TO DET-BLOQUEADO
           END-IF.
      *
           WRITE LINHA-LSUBCPG2KCERJUD FROM DET-PAG-2KCERJUD AFTER 1.
      *
           ADD 1                 TO WS-PR-QT-PAGAMENTOS.
           ADD CJ-PAG-VL-LIQUIDO TO WS-PR-VL-LIQUIDO.
           ADD CJ-PAG-VL-IR      TO WS-PR-VL-IR.
           IF CJ-PAG-CS-RETORNO EQUAL 01
              ADD 1 TO WS-PR-QT-EFETIVADOS.
      *
           WRITE CJ-REG.
           ADD 1 TO WS-CT-REG-CERJUD.
      *
           PERFORM 5100-RETORNA
              THRU 5100-FIM.
      *
       5400-FIM. EXIT.
      *---------*
      *
       5500-BLOQUEIOS.
      *---------------*
      *
           MOVE "BLOQUEIOS JUDICIAIS VIGENTES NO PROCESSO:" TO
                                              SUBTIT-TEXTO-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM SUBTIT-2KCERJUD AFTER 2.
      *
           PERFORM 5550-UM-BLOQUEIO
              THRU 5550-FIM
              VARYING WS-IX-JHL FROM 1 BY 1
                UNTIL WS-IX-JHL GREATER WS-QTDE-JHL.
      *
           IF WS-PR-QT-BLOQUEIOS EQUAL ZEROS
              MOVE "NENHUM" TO SUBTIT-TEXTO-2KCERJUD
              WRITE LINHA-LSUBCPG2KCERJUD FROM SUBTIT-2KCERJUD
                                                        AFTER 1.
      *
       5500-FIM. EXIT.
      *---------*
      *
       5550-UM-BLOQUEIO.
      *-----------------*
      *
           IF TB-JHL-PROCESSO (WS-IX-JHL) NOT EQUAL WS-PROCESSO-ATU
              GO TO 5550-FIM.
      *
           ADD 1 TO WS-PR-QT-BLOQUEIOS.
      *
           MOVE TB-JHL-NU-NB (WS-IX-JHL)  TO DET-BLQ-NB.
           MOVE TB-JHL-DT-INI (WS-IX-JHL) TO DET-BLQ-INICIO.
           MOVE TB-JHL-DT-FIM (WS-IX-JHL) TO DET-BLQ-FIM.
           WRITE LINHA-LSUBCPG2KCERJUD FROM DET-BLQ-2KCERJUD AFTER 1.
      *
           MOVE SPACES                    TO CJ-REG.
           MOVE WS-PROCESSO-ATU           TO CJ-NU-PROCESSO.
           MOVE 3                         TO CJ-TP-REG.
           MOVE WS-DATA-HOJE              TO CJ-DT-EMISSAO.
           MOVE TB-JHL-NU-NB (WS-IX-JHL)  TO CJ-BLQ-NU-NB.
           MOVE TB-JHL-DT-INI (WS-IX-JHL) TO CJ-BLQ-DT-INICIO.
           MOVE TB-JHL-DT-FIM (WS-IX-JHL) TO CJ-BLQ-DT-FIM.
           WRITE CJ-REG.
           ADD 1 TO WS-CT-REG-CERJUD.
      *
       5550-FIM. EXIT.
      *---------*
      *
       5600-TOTAIS.
      *------------*
      *
           MOVE SPACES              TO CJ-REG.
           MOVE WS-PROCESSO-ATU     TO CJ-NU-PROCESSO.
           MOVE 9                   TO CJ-TP-REG.
           MOVE WS-DATA-HOJE        TO CJ-DT-EMISSAO.
           MOVE WS-PR-QT-PAGAMENTOS TO CJ-TOT-QT-PAGAMENTOS.
           MOVE WS-PR-VL-LIQUIDO    TO CJ-TOT-VL-LIQUIDO.
           MOVE WS-PR-VL-IR         TO CJ-TOT-VL-IR.
           MOVE WS-PR-QT-EFETIVADOS TO CJ-TOT-QT-EFETIVADOS.
           MOVE WS-PR-QT-CUMPRIDOS  TO CJ-TOT-QT-CUMPRIDOS.
           MOVE WS-PR-QT-PERDIDOS   TO CJ-TOT-QT-PERDIDOS.
           MOVE WS-PR-QT-PENDENTES  TO CJ-TOT-QT-PENDENTES.
           MOVE WS-PR-QT-BLOQUEIOS  TO CJ-TOT-QT-BLOQUEIOS.
           WRITE CJ-REG.
           ADD 1 TO WS-CT-REG-CERJUD.
      *
           MOVE SPACES TO TRAILER-2KCERJUD.
           MOVE "PAGAMENTOS AUTORIZADOS NO PROCESSO           " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-PR-QT-PAGAMENTOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 2.
      *
           MOVE SPACES TO TRAILER-VL-2KCERJUD.
           MOVE "VALOR LIQUIDO PAGO                           " TO
                                               TEXTO-TRL-VL-2KCERJUD.
           MOVE WS-PR-VL-LIQUIDO TO VL-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-VL-2KCERJUD
                                                        AFTER 1.
      *
           MOVE "IR RETIDO                                    " TO
                                               TEXTO-TRL-VL-2KCERJUD.
           MOVE WS-PR-VL-IR TO VL-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-VL-2KCERJUD
                                                        AFTER 1.
      *
           MOVE "EFETIVADOS PELO BANCO                        " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-PR-QT-EFETIVADOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "PRAZOS CUMPRIDOS                             " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-PR-QT-CUMPRIDOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "PENDENTES DENTRO DO PRAZO (INCL. EM RISCO)   " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-PR-QT-PENDENTES TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "PRAZOS PERDIDOS                              " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-PR-QT-PERDIDOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "BLOQUEIOS JUDICIAIS VIGENTES                 " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-PR-QT-BLOQUEIOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           EVALUATE TRUE
              WHEN WS-PR-QT-PAGAMENTOS EQUAL ZEROS
                 MOVE "NAO HA PAGAMENTO AUTORIZADO PARA O PROCESSO"
                                                TO CONCLUSAO-TEXTO
              WHEN WS-PR-QT-PERDIDOS GREATER ZEROS
                 MOVE "PRAZO DESCUMPRIDO EM PAGAMENTO DO PROCESSO"
                                                TO CONCLUSAO-TEXTO
              WHEN WS-PR-QT-PENDENTES GREATER ZEROS
                 MOVE "HA PAGAMENTO PENDENTE, AINDA DENTRO DO PRAZO"
                                                TO CONCLUSAO-TEXTO
              WHEN OTHER
                 MOVE "PAGAMENTOS ORDENADOS CUMPRIDOS NO PRAZO"
                                                TO CONCLUSAO-TEXTO
           END-EVALUATE.
           WRITE LINHA-LSUBCPG2KCERJUD FROM CONCLUSAO-2KCERJUD AFTER 2.
      *
       5600-FIM. EXIT.
      *---------*
       5000-EMITE-FIM. EXIT.
      *
       8000-ACHA-PEDIDO.
      *-----------------*
      *
           MOVE 0 TO WS-PED-ENCONTRADO.
           PERFORM VARYING WS-IX-PED FROM 1 BY 1
                     UNTIL WS-IX-PED GREATER WS-QTDE-PED
                        OR WS-PED-ENCONTRADO EQUAL 1
              IF TB-PED-NU-PROCESSO (WS-IX-PED) EQUAL WS-PROCESSO-BUSCA
                 MOVE 1 TO WS-PED-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-PED-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-PED.
      *
       8000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    FECHAMENTO DO RUN: PEDIDOS RECUSADOS POR NAO CONSTAREM DO
      *    CADASTRO E OS TOTAIS GERAIS.
      *----------------------------------------------------------------
       3000-EMITIR-RELATORIO.
      *----------------------*
      *
           WRITE LINHA-LSUBCPG2KCERJUD FROM CAB-01-2KCERJUD AFTER PAGE.
           WRITE LINHA-LSUBCPG2KCERJUD FROM CAB-02-2KCERJUD AFTER 1.
           MOVE "PROCESSOS PEDIDOS FORA DO CADASTRO D/SUB/CPG/2K/JPR:"
                                           TO SUBTIT-TEXTO-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM SUBTIT-2KCERJUD AFTER 2.
      *
           PERFORM 3100-NAO-CADASTRADO
              THRU 3100-FIM
              VARYING WS-IX-PED FROM 1 BY 1
                UNTIL WS-IX-PED GREATER WS-QTDE-PED.
      *
           MOVE SPACES TO TRAILER-2KCERJUD.
           MOVE "PROCESSOS PEDIDOS                            " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-PEDIDOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 2.
      *
           MOVE "PEDIDOS REPETIDOS NA LISTA                   " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-PED-REPETIDOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "PROCESSOS FORA DO CADASTRO (SEM CERTIDAO)    " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-NAO-CADASTRADOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "CERTIDOES EMITIDAS                           " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-CERTIDOES TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "CERTIDOES COM PRAZO PERDIDO                  " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-COM-PERDIDO TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "PAGAMENTOS CERTIFICADOS                      " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-PAGAMENTOS TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "AUTORIZACOES SEM CREDITO CP01 NO MOVIMENTO   " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-SEM-CP01 TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
           MOVE "REGISTROS GRAVADOS PARA O PETICIONAMENTO     " TO
                                                  TEXTO-TRL-2KCERJUD.
           MOVE WS-CT-REG-CERJUD TO QT-TRL-2KCERJUD.
           WRITE LINHA-LSUBCPG2KCERJUD FROM TRAILER-2KCERJUD AFTER 1.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-NAO-CADASTRADO.
      *--------------------*
      *
           IF TB-PED-IN-CADASTRO (WS-IX-PED) EQUAL 1
              GO TO 3100-FIM.
      *
           MOVE TB-PED-NU-PROCESSO (WS-IX-PED) TO DET-NAO-CAD-PROCESSO.
           WRITE LINHA-LSUBCPG2KCERJUD FROM DET-NAO-CAD-2KCERJUD
                                                        AFTER 1.
      *
       3100-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE DSUBCPG2KCERJUD.
           CLOSE LSUBCPG2KCERJUD.
      *
       4000-FIM. EXIT.
      *---------*
