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
       PROGRAM-ID.      PSUBCPG2KMASK.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: COPIA MASCARADA DOS ARQUIVOS DE PRODUCAO DA CADEIA  *
      *            2K PARA HOMOLOGACAO. O PSUBCPG051SINT SO GERA O     *
      *            051 SINTETICO; CP01, CP430, CP450 E CP77 SO SE      *
      *            TESTAM COM COPIA DE PRODUCAO, QUE TRAZ NOME, CPF,   *
      *            NIT, CONTA CORRENTE E NUMERO DE PROCESSO JUDICIAL - *
      *            DADO PESSOAL QUE A LEI DE PROTECAO DE DADOS NAO     *
      *            DEIXA IR PARA O AMBIENTE DE TESTE. ESTE JOB COPIA   *
      *            O CONJUNTO 401/430/450/477 (E O CADASTRO DE         *
      *            PROCESSOS JPR, SE HOUVER) PARA OS TITULOS /HML,     *
      *            TROCANDO CADA IDENTIFICADOR PESSOAL POR UM VALOR    *
      *            FICTICIO DETERMINISTICO: O MESMO NIT/CPF/CONTA/     *
      *            NOME/PROCESSO VIRA SEMPRE O MESMO VALOR FICTICIO,   *
      *            EM TODOS OS ARQUIVOS, E DOIS VALORES DIFERENTES     *
      *            NUNCA VIRAM O MESMO - OS CASAMENTOS ENTRE ARQUIVOS  *
      *            CONTINUAM VALENDO. NB, DATAS E VALORES FICAM        *
      *            INTACTOS. AO FINAL IMPRIME O CERTIFICADO DE         *
      *            MASCARAMENTO (O QUE FOI TROCADO E O QUE FOI         *
      *            PRESERVADO, POR ARQUIVO E CAMPO).                   *
      *                                                                *
      *  PARAMETRO: WS-PAR-CHAVE - CHAVE DE MASCARAMENTO (8 DIGITOS,   *
      *            NAO ZERADA), GUARDADA PELA SEGURANCA DA INFORMACAO. *
      *            A MESMA CHAVE REPETE OS MESMOS VALORES FICTICIOS    *
      *            (CARGAS SUCESSIVAS DE HOMOLOGACAO CONTINUAM         *
      *            CASANDO); A CHAVE NAO E IMPRESSA NEM EXIBIDA.       *
      *  ENTRADA:  DSUBCPG2K401/430/450/477 - COPIAS DE PRODUCAO.      *
      *            DSUBCPG2KJPR - CADASTRO DE PROCESSOS (OPCIONAL).    *
      *  SAIDA:    DSUBCPG2K401H/430H/450H/477H/JPRH - TITULOS /HML.   *
      *            LSUBCPG2KMASK - CERTIFICADO DE MASCARAMENTO.        *
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
           SELECT DSUBCPG2K401    ASSIGN TO DISK.
           SELECT DSUBCPG2K430    ASSIGN TO DISK.
           SELECT DSUBCPG2K450    ASSIGN TO DISK.
           SELECT DSUBCPG2K477    ASSIGN TO DISK.
           SELECT OPTIONAL DSUBCPG2KJPR ASSIGN TO DISK.
           SELECT DSUBCPG2K401H   ASSIGN TO DISK.
           SELECT DSUBCPG2K430H   ASSIGN TO DISK.
           SELECT DSUBCPG2K450H   ASSIGN TO DISK.
           SELECT DSUBCPG2K477H   ASSIGN TO DISK.
           SELECT DSUBCPG2KJPRH   ASSIGN TO DISK.
           SELECT LSUBCPG2KMASK   ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2K401
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/401 ON PKBDSGF".
      *
        FD DSUBCPG2K430
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/430 ON PKBDSGF".
      *
        FD DSUBCPG2K450
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/450 ON PKBDSGF".
      *
        FD DSUBCPG2K477
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/477 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/477 ON PKBDSGF".
      *
      *CADASTRO DE PROCESSOS (MANTIDO POR PSUBCPG2KJPRMAN): MASCARADO
      *COM A MESMA REGRA DO CP77-NU-PROC-ACAO-JUD PARA O PSUBCPG2K477VAL
      *CONTINUAR ACHANDO OS PROCESSOS NA HOMOLOGACAO.
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
      *COPIAS MASCARADAS - MESMO LEIAUTE E MESMA ORDEM DA ENTRADA (NB E
      *DATAS DA CHAVE NAO MUDAM; O NIT DA CHAVE SO VEM DEPOIS DE NB,
      *NATUREZA E PERIODO E E UM SO POR NB).
        FD DSUBCPG2K401H
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/401/HML ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K401H      PIC X(300).
      *
        FD DSUBCPG2K430H
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430/HML ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K430H      PIC X(300).
      *
        FD DSUBCPG2K450H
           RECORD CONTAINS 300 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/450/HML ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K450H      PIC X(300).
      *
        FD DSUBCPG2K477H
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/477/HML ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2K477H      PIC X(100).
      *
        FD DSUBCPG2KJPRH
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/JPR/HML ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KJPRH      PIC X(100).
      *
        FD LSUBCPG2KMASK.
        01 LINHA-MASK             PIC X(133).
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KMASK".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
      *
      *CHAVE DE MASCARAMENTO: CADA DIGITO ENTRA NA TROCA DE UMA
      *POSICAO DO IDENTIFICADOR (CICLO DE 8).
       01  WS-PAR-CHAVE               PIC 9(08) VALUE ZEROS.
       01  WS-PAR-CHAVE-R REDEFINES WS-PAR-CHAVE.
           03 WS-CHV-DIG              PIC 9(01) OCCURS 8 TIMES.
      *
      *CONTADORES DO CERTIFICADO (VALOR SUBSTITUIDO = CAMPO NAO ZERADO
      *E NAO EM BRANCO NA ENTRADA; ZEROS E BRANCOS SAO COPIADOS COMO
      *ESTAO, PARA NAO CRIAR DADO ONDE NAO HAVIA).
       77  WS-CT-401                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-401-NIT              PIC 9(08) VALUE ZEROS.
       77  WS-CT-401-NIT-TIT          PIC 9(08) VALUE ZEROS.
       77  WS-CT-401-CPF              PIC 9(08) VALUE ZEROS.
       77  WS-CT-401-CONTA            PIC 9(08) VALUE ZEROS.
       77  WS-CT-430                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-430-NIT              PIC 9(08) VALUE ZEROS.
       77  WS-CT-450                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-450-NIT              PIC 9(08) VALUE ZEROS.
       77  WS-CT-450-RECEBEDOR        PIC 9(08) VALUE ZEROS.
       77  WS-CT-450-SEGURADO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-450-FONETICO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-450-FONETICO-MAE     PIC 9(08) VALUE ZEROS.
       77  WS-CT-477                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-477-PROCESSO         PIC 9(08) VALUE ZEROS.
       77  WS-CT-JPR                  PIC 9(08) VALUE ZEROS.
       77  WS-CT-JPR-PROCESSO         PIC 9(08) VALUE ZEROS.
      *
      *AREA DA TROCA DE DIGITOS (8800-EMBARALHA): O IDENTIFICADOR VEM
      *ALINHADO A DIREITA EM WS-MSK-NUM E SO AS ULTIMAS WS-MSK-TAM
      *POSICOES SAO TROCADAS. DUAS PASSADAS (IDA E VOLTA), CADA DIGITO
      *SOMADO AO DIGITO DA CHAVE E AO VIZINHO JA TROCADO, MODULO 10:
      *TODO DIGITO DA SAIDA DEPENDE DE TODOS OS DA ENTRADA E A TROCA E
      *REVERSIVEL SO COM A CHAVE - LOGO NAO HA COLISAO (DOIS VALORES
      *DIFERENTES NUNCA VIRAM O MESMO).
       01  WS-MSK-NUM                 PIC 9(20) VALUE ZEROS.
       01  WS-MSK-NUM-R REDEFINES WS-MSK-NUM.
           03 WS-MSK-DIG              PIC 9(01) OCCURS 20 TIMES.
       77  WS-MSK-TAM                 PIC 9(02) BINARY.
       77  WS-MSK-INI                 PIC 9(02) BINARY.
       77  WS-IX-MSK                  PIC 9(02) BINARY.
       77  WS-IX-CHV                  PIC 9(02) BINARY.
       77  WS-MSK-ANT                 PIC 9(01) VALUE ZEROS.
       77  WS-MSK-SOMA                PIC 9(03) BINARY.
       77  WS-MSK-QUOC                PIC 9(03) BINARY.
      *
      *NIT: CORPO DE 10 DIGITOS + DV (PESOS 3 2 9 8 7 6 5 4 3 2,
      *MODULO 11). O CORPO E TROCADO E O DV RECALCULADO, PARA O NIT
      *FICTICIO PASSAR NAS CRITICAS DE DIGITO.
       77  WS-NIT-CORPO               PIC 9(10) VALUE ZEROS.
       77  WS-NIT-DV                  PIC 9(01) VALUE ZEROS.
       77  WS-NIT-COMPLETO            PIC 9(11) VALUE ZEROS.
       01  WS-PESOS-NIT               PIC X(10) VALUE "3298765432".
       01  WS-PESOS-NIT-R REDEFINES WS-PESOS-NIT.
           03 WS-PESO-NIT             PIC 9(01) OCCURS 10 TIMES.
      *
      *CPF: CORPO DE 9 DIGITOS + 2 DVS (MODULO 11, PESOS 10 A 2 E
      *11 A 2), RECALCULADOS SOBRE O CORPO TROCADO.
       77  WS-CPF-COMPLETO            PIC 9(11) VALUE ZEROS.
       77  WS-CPF-CORPO               PIC 9(09) VALUE ZEROS.
       77  WS-CPF-DV1                 PIC 9(01) VALUE ZEROS.
       77  WS-CPF-DV2                 PIC 9(01) VALUE ZEROS.
      *
       77  WS-DV-SOMA                 PIC 9(04) BINARY.
       77  WS-DV-QUOC                 PIC 9(04) BINARY.
       77  WS-DV-RESTO                PIC 9(02) BINARY.
       77  WS-DV-PESO                 PIC 9(02) BINARY.
      *
      *TEXTO COM DIGITOS (CONTA CORRENTE, NUMERO DE PROCESSO): SO OS
      *BYTES NUMERICOS SAO TROCADOS; PONTOS, TRACOS, LETRAS E BRANCOS
      *FICAM NO LUGAR - A GRAFIA CONTINUA A MESMA PARA A CRITICA DE
      *FORMATO DO PSUBCPG2K477VAL.
       01  WS-TXT                     PIC X(20) VALUE SPACES.
       01  WS-TXT-R REDEFINES WS-TXT.
           03 WS-TXT-BYTE             PIC X(01) OCCURS 20 TIMES.
       77  WS-TXT-TAM                 PIC 9(02) BINARY.
       77  WS-TXT-QTD-DIG             PIC 9(02) BINARY.
       77  WS-IX-TXT                  PIC 9(02) BINARY.
      *
      *NOME: RESUMO NUMERICO DO NOME INTEIRO (POSICAO A POSICAO, COM A
      *CHAVE), TROCADO E GRAVADO COMO "BENEFICIARIO HML NNNNNNNNN".
      *O MESMO NOME DA SEMPRE O MESMO NOME FICTICIO - RECEBEDOR IGUAL
      *AO SEGURADO CONTINUA IGUAL (CRITICA DO PSUBCPG2KPRCCHK).
       01  WS-NOME                    PIC X(28) VALUE SPACES.
       01  WS-NOME-R REDEFINES WS-NOME.
           03 WS-NOME-BYTE            PIC X(01) OCCURS 28 TIMES.
       77  WS-IX-NOME                 PIC 9(02) BINARY.
       01  WS-ALFABETO                PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       77  WS-NOM-PESO                PIC 9(02) BINARY.
       77  WS-NOM-ACUM                PIC 9(09) VALUE ZEROS.
       77  WS-NOM-CALC                PIC 9(12) VALUE ZEROS.
       77  WS-NOM-QUOC                PIC 9(12) VALUE ZEROS.
       01  WS-NOM-FICTICIO.
           03 FILLER                  PIC X(17) VALUE
              "BENEFICIARIO HML ".
           03 WS-NOM-FICT-NUM         PIC 9(09).
           03 FILLER                  PIC X(02) VALUE SPACES.
      *
       01  CAB-01-MASK.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/MASK".
           03 FILLER                PIC X(48) VALUE
              "CERTIFICADO DE MASCARAMENTO PARA HOMOLOGACAO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-MASK.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  DET-ARQ-MASK.
           03 FILLER                PIC X(10) VALUE "ARQUIVO:  ".
           03 DET-ARQ-ENTRADA       PIC X(24).
           03 FILLER                PIC X(04) VALUE " -> ".
           03 DET-ARQ-SAIDA         PIC X(28).
           03 FILLER                PIC X(23) VALUE
              "  REGISTROS COPIADOS: ".
           03 DET-ARQ-QTDE          PIC ZZ.ZZZ.ZZ9.
      *
       01  DET-CAMPO-MASK.
           03 FILLER                PIC X(14) VALUE "    SUBSTITUI ".
           03 DET-CAMPO-NOME        PIC X(26).
           03 FILLER                PIC X(09) VALUE " VALORES:".
           03 DET-CAMPO-QTDE        PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE "  REGRA: ".
           03 DET-CAMPO-REGRA       PIC X(48).
      *
       01  DET-TEXTO-MASK.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DET-TEXTO             PIC X(100).
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-CHAVE.
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
      *SEM CHAVE NAO HA MASCARAMENTO QUE PRESTE - NADA E COPIADO.
           IF WS-PAR-CHAVE NOT NUMERIC
              OR WS-PAR-CHAVE EQUAL ZEROS
              DISPLAY "PSUBCPG2KMASK - CHAVE DE MASCARAMENTO AUSENTE "
                      "OU INVALIDA - NADA COPIADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-COPIA-401
              THRU 2000-FIM.
      *
           PERFORM 3000-COPIA-430
              THRU 3000-FIM.
      *
           PERFORM 4000-COPIA-450
              THRU 4000-FIM.
      *
           PERFORM 5000-COPIA-477
              THRU 5000-FIM.
      *
           PERFORM 5500-COPIA-JPR
              THRU 5500-FIM.
      *
           PERFORM 7000-CERTIFICADO
              THRU 7000-FIM.
      *
           CLOSE LSUBCPG2KMASK.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KMASK.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           WRITE LINHA-MASK FROM CAB-01-MASK AFTER PAGE.
           WRITE LINHA-MASK FROM CAB-02-MASK AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CP01 - NIT DA CHAVE (COM O DV CP01-NU-NIT-DV1), NIT E CPF
      *    DO TITULAR E CONTA CORRENTE.
      *----------------------------------------------------------------
       2000-COPIA-401.
      *---------------*
      *
           OPEN INPUT  DSUBCPG2K401.
           OPEN OUTPUT DSUBCPG2K401H.
           MOVE "NAO" TO WS-EOF.
           PERFORM 2100-UM-401
              THRU 2100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K401H SAVE.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-UM-401.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 2100-FIM.
      *
           ADD 1 TO WS-CT-401.
      *
           IF CP01-ID-NIT NOT EQUAL ZEROS
              MOVE CP01-ID-NIT TO WS-NIT-CORPO
              PERFORM 8000-MASCARA-NIT
                 THRU 8000-FIM
              MOVE WS-NIT-CORPO TO CP01-ID-NIT
              MOVE WS-NIT-DV    TO CP01-NU-NIT-DV1
              ADD 1 TO WS-CT-401-NIT.
      *
           IF CP01-NU-NIT-TITULAR NOT EQUAL ZEROS
              DIVIDE CP01-NU-NIT-TITULAR BY 10 GIVING WS-NIT-CORPO
              PERFORM 8000-MASCARA-NIT
                 THRU 8000-FIM
              COMPUTE WS-NIT-COMPLETO = WS-NIT-CORPO * 10 + WS-NIT-DV
              MOVE WS-NIT-COMPLETO TO CP01-NU-NIT-TITULAR
              ADD 1 TO WS-CT-401-NIT-TIT.
      *
           IF CP01-NU-CPF-TITULAR NOT EQUAL ZEROS
              MOVE CP01-NU-CPF-TITULAR TO WS-CPF-COMPLETO
              PERFORM 8100-MASCARA-CPF
                 THRU 8100-FIM
              MOVE WS-CPF-COMPLETO TO CP01-NU-CPF-TITULAR
              ADD 1 TO WS-CT-401-CPF.
      *
           IF CP01-NU-CONTA-CORRENTE NOT EQUAL SPACES
              MOVE CP01-NU-CONTA-CORRENTE TO WS-TXT
              MOVE 10 TO WS-TXT-TAM
              PERFORM 8200-MASCARA-TEXTO
                 THRU 8200-FIM
              MOVE WS-TXT TO CP01-NU-CONTA-CORRENTE
              ADD 1 TO WS-CT-401-CONTA.
      *
           WRITE REG-DSUBCPG2K401H FROM CP01-REG1.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CP430 - SO O NIT DA CHAVE (O NB FICA).
      *----------------------------------------------------------------
       3000-COPIA-430.
      *---------------*
      *
           OPEN INPUT  DSUBCPG2K430.
           OPEN OUTPUT DSUBCPG2K430H.
           MOVE "NAO" TO WS-EOF.
           PERFORM 3100-UM-430
              THRU 3100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K430.
           CLOSE DSUBCPG2K430H SAVE.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-UM-430.
      *------------*
      *
           READ DSUBCPG2K430
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 3100-FIM.
      *
           ADD 1 TO WS-CT-430.
      *
           IF CP430-ID-NIT NOT EQUAL ZEROS
              MOVE CP430-ID-NIT TO WS-NIT-CORPO
              PERFORM 8000-MASCARA-NIT
                 THRU 8000-FIM
              MOVE WS-NIT-CORPO TO CP430-ID-NIT
              ADD 1 TO WS-CT-430-NIT.
      *
           WRITE REG-DSUBCPG2K430H FROM CP430-RUBRICA-REG.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CP450 - NIT DA CHAVE, NOMES DO RECEBEDOR E DO SEGURADO E OS
      *    CODIGOS FONETICOS (DERIVADOS DO NOME DO SEGURADO E DA MAE).
      *----------------------------------------------------------------
       4000-COPIA-450.
      *---------------*
      *
           OPEN INPUT  DSUBCPG2K450.
           OPEN OUTPUT DSUBCPG2K450H.
           MOVE "NAO" TO WS-EOF.
           PERFORM 4100-UM-450
              THRU 4100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K450.
           CLOSE DSUBCPG2K450H SAVE.
      *
       4000-FIM. EXIT.
      *---------*
      *
       4100-UM-450.
      *------------*
      *
           READ DSUBCPG2K450
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 4100-FIM.
      *
           ADD 1 TO WS-CT-450.
      *
           IF CP50-ID-NIT NOT EQUAL ZEROS
              MOVE CP50-ID-NIT TO WS-NIT-CORPO
              PERFORM 8000-MASCARA-NIT
                 THRU 8000-FIM
              MOVE WS-NIT-CORPO TO CP50-ID-NIT
              ADD 1 TO WS-CT-450-NIT.
      *
           IF CP50-NM-RECEBEDOR NOT EQUAL SPACES
              MOVE CP50-NM-RECEBEDOR TO WS-NOME
              PERFORM 8300-MASCARA-NOME
                 THRU 8300-FIM
              MOVE WS-NOME TO CP50-NM-RECEBEDOR
              ADD 1 TO WS-CT-450-RECEBEDOR.
      *
           IF CP50-NM-SEGURADO NOT EQUAL SPACES
              MOVE CP50-NM-SEGURADO TO WS-NOME
              PERFORM 8300-MASCARA-NOME
                 THRU 8300-FIM
              MOVE WS-NOME TO CP50-NM-SEGURADO
              ADD 1 TO WS-CT-450-SEGURADO.
      *
           IF CP50-ID-FONETICO NOT EQUAL ZEROS
              MOVE CP50-ID-FONETICO TO WS-MSK-NUM
              MOVE 12 TO WS-MSK-TAM
              PERFORM 8800-EMBARALHA
                 THRU 8800-FIM
              MOVE WS-MSK-NUM TO CP50-ID-FONETICO
              ADD 1 TO WS-CT-450-FONETICO.
      *
           IF CP50-ID-FONETICO-MAE NOT EQUAL ZEROS
              MOVE CP50-ID-FONETICO-MAE TO WS-MSK-NUM
              MOVE 12 TO WS-MSK-TAM
              PERFORM 8800-EMBARALHA
                 THRU 8800-FIM
              MOVE WS-MSK-NUM TO CP50-ID-FONETICO-MAE
              ADD 1 TO WS-CT-450-FONETICO-MAE.
      *
           WRITE REG-DSUBCPG2K450H FROM CP50-REG1.
      *
       4100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CP77 - NUMERO DO PROCESSO JUDICIAL.
      *----------------------------------------------------------------
       5000-COPIA-477.
      *---------------*
      *
           OPEN INPUT  DSUBCPG2K477.
           OPEN OUTPUT DSUBCPG2K477H.
           MOVE "NAO" TO WS-EOF.
           PERFORM 5100-UM-477
              THRU 5100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2K477.
           CLOSE DSUBCPG2K477H SAVE.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-UM-477.
      *------------*
      *
           READ DSUBCPG2K477
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 5100-FIM.
      *
           ADD 1 TO WS-CT-477.
      *
           IF CP77-NU-PROC-ACAO-JUD NOT EQUAL SPACES
              MOVE CP77-NU-PROC-ACAO-JUD TO WS-TXT
              MOVE 20 TO WS-TXT-TAM
              PERFORM 8200-MASCARA-TEXTO
                 THRU 8200-FIM
              MOVE WS-TXT TO CP77-NU-PROC-ACAO-JUD
              ADD 1 TO WS-CT-477-PROCESSO.
      *
           WRITE REG-DSUBCPG2K477H FROM CP77-REG.
      *
       5100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CADASTRO DE PROCESSOS - MESMA TROCA DO CP77 (AUSENTE NA
      *    ENTRADA = COPIA VAZIA).
      *----------------------------------------------------------------
       5500-COPIA-JPR.
      *---------------*
      *
           OPEN INPUT  DSUBCPG2KJPR.
           OPEN OUTPUT DSUBCPG2KJPRH.
           MOVE "NAO" TO WS-EOF.
           PERFORM 5600-UM-JPR
              THRU 5600-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KJPR.
           CLOSE DSUBCPG2KJPRH SAVE.
      *
       5500-FIM. EXIT.
      *---------*
      *
       5600-UM-JPR.
      *------------*
      *
           READ DSUBCPG2KJPR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 5600-FIM.
      *
           ADD 1 TO WS-CT-JPR.
      *
           IF JPR-NU-PROCESSO NOT EQUAL SPACES
              MOVE JPR-NU-PROCESSO TO WS-TXT
              MOVE 20 TO WS-TXT-TAM
              PERFORM 8200-MASCARA-TEXTO
                 THRU 8200-FIM
              MOVE WS-TXT TO JPR-NU-PROCESSO
              ADD 1 TO WS-CT-JPR-PROCESSO.
      *
           WRITE REG-DSUBCPG2KJPRH FROM REG-DSUBCPG2KJPR.
      *
       5600-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CERTIFICADO DE MASCARAMENTO: POR ARQUIVO, REGISTROS COPIADOS
      *    E, POR CAMPO, QUANTOS VALORES FORAM SUBSTITUIDOS E COMO; NO
      *    FIM, O QUE FOI PRESERVADO.
      *----------------------------------------------------------------
       7000-CERTIFICADO.
      *-----------------*
      *
           MOVE "D/SUB/CPG/2K/401"         TO DET-ARQ-ENTRADA.
           MOVE "D/SUB/CPG/2K/401/HML"     TO DET-ARQ-SAIDA.
           MOVE WS-CT-401                  TO DET-ARQ-QTDE.
           WRITE LINHA-MASK FROM DET-ARQ-MASK AFTER 2.
      *
           MOVE "CP01-ID-NIT/NU-NIT-DV1"   TO DET-CAMPO-NOME.
           MOVE WS-CT-401-NIT              TO DET-CAMPO-QTDE.
           MOVE "NIT FICTICIO COM DV RECALCULADO"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP01-NU-NIT-TITULAR"      TO DET-CAMPO-NOME.
           MOVE WS-CT-401-NIT-TIT          TO DET-CAMPO-QTDE.
           MOVE "NIT FICTICIO COM DV RECALCULADO"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP01-NU-CPF-TITULAR"      TO DET-CAMPO-NOME.
           MOVE WS-CT-401-CPF              TO DET-CAMPO-QTDE.
           MOVE "CPF FICTICIO COM DVS RECALCULADOS"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP01-NU-CONTA-CORRENTE"   TO DET-CAMPO-NOME.
           MOVE WS-CT-401-CONTA            TO DET-CAMPO-QTDE.
           MOVE "DIGITOS TROCADOS, DEMAIS CARACTERES MANTIDOS"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "D/SUB/CPG/2K/430"         TO DET-ARQ-ENTRADA.
           MOVE "D/SUB/CPG/2K/430/HML"     TO DET-ARQ-SAIDA.
           MOVE WS-CT-430                  TO DET-ARQ-QTDE.
           WRITE LINHA-MASK FROM DET-ARQ-MASK AFTER 2.
      *
           MOVE "CP430-ID-NIT"             TO DET-CAMPO-NOME.
           MOVE WS-CT-430-NIT              TO DET-CAMPO-QTDE.
           MOVE "NIT FICTICIO (MESMA TROCA DO CP01)"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "D/SUB/CPG/2K/450"         TO DET-ARQ-ENTRADA.
           MOVE "D/SUB/CPG/2K/450/HML"     TO DET-ARQ-SAIDA.
           MOVE WS-CT-450                  TO DET-ARQ-QTDE.
           WRITE LINHA-MASK FROM DET-ARQ-MASK AFTER 2.
      *
           MOVE "CP50-ID-NIT"              TO DET-CAMPO-NOME.
           MOVE WS-CT-450-NIT              TO DET-CAMPO-QTDE.
           MOVE "NIT FICTICIO (MESMA TROCA DO CP01)"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP50-NM-RECEBEDOR"        TO DET-CAMPO-NOME.
           MOVE WS-CT-450-RECEBEDOR        TO DET-CAMPO-QTDE.
           MOVE "NOME FICTICIO BENEFICIARIO HML NNNNNNNNN"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP50-NM-SEGURADO"         TO DET-CAMPO-NOME.
           MOVE WS-CT-450-SEGURADO         TO DET-CAMPO-QTDE.
           MOVE "NOME FICTICIO BENEFICIARIO HML NNNNNNNNN"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP50-ID-FONETICO"         TO DET-CAMPO-NOME.
           MOVE WS-CT-450-FONETICO         TO DET-CAMPO-QTDE.
           MOVE "CODIGO FONETICO FICTICIO"  TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "CP50-ID-FONETICO-MAE"     TO DET-CAMPO-NOME.
           MOVE WS-CT-450-FONETICO-MAE     TO DET-CAMPO-QTDE.
           MOVE "CODIGO FONETICO FICTICIO"  TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "D/SUB/CPG/2K/477"         TO DET-ARQ-ENTRADA.
           MOVE "D/SUB/CPG/2K/477/HML"     TO DET-ARQ-SAIDA.
           MOVE WS-CT-477                  TO DET-ARQ-QTDE.
           WRITE LINHA-MASK FROM DET-ARQ-MASK AFTER 2.
      *
           MOVE "CP77-NU-PROC-ACAO-JUD"    TO DET-CAMPO-NOME.
           MOVE WS-CT-477-PROCESSO         TO DET-CAMPO-QTDE.
           MOVE "DIGITOS TROCADOS, GRAFIA MANTIDA"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "D/SUB/CPG/2K/JPR"         TO DET-ARQ-ENTRADA.
           MOVE "D/SUB/CPG/2K/JPR/HML"     TO DET-ARQ-SAIDA.
           MOVE WS-CT-JPR                  TO DET-ARQ-QTDE.
           WRITE LINHA-MASK FROM DET-ARQ-MASK AFTER 2.
      *
           MOVE "JPR-NU-PROCESSO"          TO DET-CAMPO-NOME.
           MOVE WS-CT-JPR-PROCESSO         TO DET-CAMPO-QTDE.
           MOVE "DIGITOS TROCADOS (MESMA TROCA DO CP77)"
                                           TO DET-CAMPO-REGRA.
           WRITE LINHA-MASK FROM DET-CAMPO-MASK AFTER 1.
      *
           MOVE "PRESERVADOS: NB (CHAVE, ANTERIOR E PENSAO), DATAS,"
                                           TO DET-TEXTO.
           WRITE LINHA-MASK FROM DET-TEXTO-MASK AFTER 2.
           MOVE "VALORES, RUBRICAS, ESPECIE, BANCO E ORGAO PAGADOR."
                                           TO DET-TEXTO.
           WRITE LINHA-MASK FROM DET-TEXTO-MASK AFTER 1.
           MOVE "ZEROS E BRANCOS COPIADOS COMO ESTAO."
                                           TO DET-TEXTO.
           WRITE LINHA-MASK FROM DET-TEXTO-MASK AFTER 1.
           MOVE "O MESMO VALOR DE ORIGEM DA O MESMO FICTICIO EM TODOS"
                                           TO DET-TEXTO.
           WRITE LINHA-MASK FROM DET-TEXTO-MASK AFTER 1.
           MOVE "OS ARQUIVOS. A CHAVE DE MASCARAMENTO NAO E IMPRESSA."
                                           TO DET-TEXTO.
           WRITE LINHA-MASK FROM DET-TEXTO-MASK AFTER 1.
      *
       7000-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    NIT: TROCA O CORPO (WS-NIT-CORPO) E DEVOLVE O DV DO CORPO
      *    TROCADO EM WS-NIT-DV.
      *----------------------------------------------------------------
       8000-MASCARA-NIT.
      *-----------------*
      *
           MOVE WS-NIT-CORPO TO WS-MSK-NUM.
           MOVE 10           TO WS-MSK-TAM.
           PERFORM 8800-EMBARALHA
              THRU 8800-FIM.
           MOVE WS-MSK-NUM   TO WS-NIT-CORPO.
      *
      *CORPO NAS POSICOES 11 A 20 DE WS-MSK-NUM.
           MOVE ZEROS TO WS-DV-SOMA.
           PERFORM 8010-SOMA-NIT
              THRU 8010-FIM
                   VARYING WS-IX-MSK FROM 11 BY 1
                     UNTIL WS-IX-MSK GREATER 20.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
                                   REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO LESS 2
              MOVE 0 TO WS-NIT-DV
           ELSE
              COMPUTE WS-NIT-DV = 11 - WS-DV-RESTO.
      *
       8000-FIM. EXIT.
      *---------*
      *
       8010-SOMA-NIT.
      *--------------*
      *
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
                 + WS-MSK-DIG (WS-IX-MSK)
                 * WS-PESO-NIT (WS-IX-MSK - 10).
      *
       8010-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CPF: TROCA OS 9 DIGITOS DO CORPO DE WS-CPF-COMPLETO E
      *    RECALCULA OS DOIS DVS.
      *----------------------------------------------------------------
       8100-MASCARA-CPF.
      *-----------------*
      *
           DIVIDE WS-CPF-COMPLETO BY 100 GIVING WS-CPF-CORPO.
           MOVE WS-CPF-CORPO TO WS-MSK-NUM.
           MOVE 9            TO WS-MSK-TAM.
           PERFORM 8800-EMBARALHA
              THRU 8800-FIM.
           MOVE WS-MSK-NUM   TO WS-CPF-CORPO.
      *
      *PRIMEIRO DV: PESOS 10 A 2 SOBRE AS POSICOES 12 A 20.
           MOVE ZEROS TO WS-DV-SOMA.
           MOVE 10    TO WS-DV-PESO.
           PERFORM 8110-SOMA-CPF
              THRU 8110-FIM
                   VARYING WS-IX-MSK FROM 12 BY 1
                     UNTIL WS-IX-MSK GREATER 20.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
                                   REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO LESS 2
              MOVE 0 TO WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-DV-RESTO.
      *
      *SEGUNDO DV: PESOS 11 A 3 SOBRE O CORPO E PESO 2 NO PRIMEIRO DV.
           COMPUTE WS-DV-SOMA = WS-CPF-DV1 * 2.
           MOVE 11    TO WS-DV-PESO.
           PERFORM 8110-SOMA-CPF
              THRU 8110-FIM
                   VARYING WS-IX-MSK FROM 12 BY 1
                     UNTIL WS-IX-MSK GREATER 20.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
                                   REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO LESS 2
              MOVE 0 TO WS-CPF-DV2
           ELSE
              COMPUTE WS-CPF-DV2 = 11 - WS-DV-RESTO.
      *
           COMPUTE WS-CPF-COMPLETO = WS-CPF-CORPO * 100
                                   + WS-CPF-DV1 * 10 + WS-CPF-DV2.
      *
       8100-FIM. EXIT.
      *---------*
      *
       8110-SOMA-CPF.
      *--------------*
      *
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
                 + WS-MSK-DIG (WS-IX-MSK) * WS-DV-PESO.
           SUBTRACT 1 FROM WS-DV-PESO.
      *
       8110-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    TEXTO COM DIGITOS (WS-TXT, WS-TXT-TAM BYTES): OS DIGITOS SAO
      *    JUNTADOS NA ORDEM, TROCADOS COMO UM NUMERO SO E DEVOLVIDOS
      *    NAS MESMAS POSICOES.
      *----------------------------------------------------------------
       8200-MASCARA-TEXTO.
      *-------------------*
      *
           MOVE ZEROS TO WS-TXT-QTD-DIG.
           PERFORM 8210-CONTA-DIGITO
              THRU 8210-FIM
                   VARYING WS-IX-TXT FROM 1 BY 1
                     UNTIL WS-IX-TXT GREATER WS-TXT-TAM.
           IF WS-TXT-QTD-DIG EQUAL ZEROS
              GO TO 8200-FIM.
      *
           MOVE ZEROS          TO WS-MSK-NUM.
           MOVE WS-TXT-QTD-DIG TO WS-MSK-TAM.
           COMPUTE WS-MSK-INI = 21 - WS-MSK-TAM.
           MOVE WS-MSK-INI     TO WS-IX-MSK.
           PERFORM 8220-CARREGA-DIGITO
              THRU 8220-FIM
                   VARYING WS-IX-TXT FROM 1 BY 1
                     UNTIL WS-IX-TXT GREATER WS-TXT-TAM.
      *
           PERFORM 8800-EMBARALHA
              THRU 8800-FIM.
      *
           MOVE WS-MSK-INI     TO WS-IX-MSK.
           PERFORM 8230-DEVOLVE-DIGITO
              THRU 8230-FIM
                   VARYING WS-IX-TXT FROM 1 BY 1
                     UNTIL WS-IX-TXT GREATER WS-TXT-TAM.
      *
       8200-FIM. EXIT.
      *---------*
      *
       8210-CONTA-DIGITO.
      *------------------*
      *
           IF WS-TXT-BYTE (WS-IX-TXT) NUMERIC
              ADD 1 TO WS-TXT-QTD-DIG.
      *
       8210-FIM. EXIT.
      *---------*
      *
       8220-CARREGA-DIGITO.
      *--------------------*
      *
           IF WS-TXT-BYTE (WS-IX-TXT) NUMERIC
              MOVE WS-TXT-BYTE (WS-IX-TXT) TO WS-MSK-DIG (WS-IX-MSK)
              ADD 1 TO WS-IX-MSK.
      *
       8220-FIM. EXIT.
      *---------*
      *
       8230-DEVOLVE-DIGITO.
      *--------------------*
      *
           IF WS-TXT-BYTE (WS-IX-TXT) NUMERIC
              MOVE WS-MSK-DIG (WS-IX-MSK) TO WS-TXT-BYTE (WS-IX-TXT)
              ADD 1 TO WS-IX-MSK.
      *
       8230-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    NOME (WS-NOME, NAO EM BRANCO): RESUMO DE 9 DIGITOS DO NOME
      *    (CADA CARACTERE PELA POSICAO NO ALFABETO, ACENTOS E SINAIS
      *    NUMA CLASSE SO), TROCADO E MONTADO NO NOME FICTICIO.
      *----------------------------------------------------------------
       8300-MASCARA-NOME.
      *------------------*
      *
           MOVE ZEROS TO WS-NOM-ACUM.
           PERFORM 8310-ACUMULA-CARACTER
              THRU 8310-FIM
                   VARYING WS-IX-NOME FROM 1 BY 1
                     UNTIL WS-IX-NOME GREATER 28.
      *
           MOVE WS-NOM-ACUM   TO WS-MSK-NUM.
           MOVE 9             TO WS-MSK-TAM.
           PERFORM 8800-EMBARALHA
              THRU 8800-FIM.
           MOVE WS-MSK-NUM    TO WS-NOM-FICT-NUM.
           MOVE WS-NOM-FICTICIO TO WS-NOME.
      *
       8300-FIM. EXIT.
      *---------*
      *
       8310-ACUMULA-CARACTER.
      *----------------------*
      *
      *PESO = POSICAO DO CARACTERE EM WS-ALFABETO MENOS 1 (37 QUANDO
      *NAO ESTA NELE).
           MOVE ZEROS TO WS-NOM-PESO.
           INSPECT WS-ALFABETO TALLYING WS-NOM-PESO
                   FOR CHARACTERS BEFORE INITIAL
                       WS-NOME-BYTE (WS-IX-NOME).
      *
           DIVIDE WS-IX-NOME BY 8 GIVING WS-MSK-QUOC
                                  REMAINDER WS-IX-CHV.
           ADD 1 TO WS-IX-CHV.
           COMPUTE WS-NOM-CALC = WS-NOM-ACUM * 41 + WS-NOM-PESO
                               + WS-CHV-DIG (WS-IX-CHV).
           DIVIDE WS-NOM-CALC BY 999999937 GIVING WS-NOM-QUOC
                                           REMAINDER WS-NOM-ACUM.
      *
       8310-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    TROCA DE DIGITOS: POSICOES WS-MSK-INI A 20 DE WS-MSK-NUM,
      *    IDA (ESQUERDA PARA DIREITA) E VOLTA (DIREITA PARA ESQUERDA).
      *----------------------------------------------------------------
       8800-EMBARALHA.
      *---------------*
      *
           COMPUTE WS-MSK-INI = 21 - WS-MSK-TAM.
      *
           MOVE 0 TO WS-MSK-ANT.
           PERFORM 8810-PASSO-IDA
              THRU 8810-FIM
                   VARYING WS-IX-MSK FROM WS-MSK-INI BY 1
                     UNTIL WS-IX-MSK GREATER 20.
      *
           MOVE 0 TO WS-MSK-ANT.
           PERFORM 8820-PASSO-VOLTA
              THRU 8820-FIM
                   VARYING WS-IX-MSK FROM 20 BY -1
                     UNTIL WS-IX-MSK LESS WS-MSK-INI.
      *
       8800-FIM. EXIT.
      *---------*
      *
       8810-PASSO-IDA.
      *---------------*
      *
           DIVIDE WS-IX-MSK BY 8 GIVING WS-MSK-QUOC
                                 REMAINDER WS-IX-CHV.
           ADD 1 TO WS-IX-CHV.
           COMPUTE WS-MSK-SOMA = WS-MSK-DIG (WS-IX-MSK)
                               + WS-CHV-DIG (WS-IX-CHV)
                               + WS-MSK-ANT + WS-IX-MSK.
           DIVIDE WS-MSK-SOMA BY 10 GIVING WS-MSK-QUOC
                                    REMAINDER WS-MSK-DIG (WS-IX-MSK).
           MOVE WS-MSK-DIG (WS-IX-MSK) TO WS-MSK-ANT.
      *
       8810-FIM. EXIT.
      *---------*
      *
       8820-PASSO-VOLTA.
      *-----------------*
      *
           COMPUTE WS-MSK-SOMA = WS-IX-MSK + 3.
           DIVIDE WS-MSK-SOMA BY 8 GIVING WS-MSK-QUOC
                                   REMAINDER WS-IX-CHV.
           ADD 1 TO WS-IX-CHV.
           COMPUTE WS-MSK-SOMA = WS-MSK-DIG (WS-IX-MSK)
                               + WS-CHV-DIG (WS-IX-CHV)
                               + WS-MSK-ANT.
           DIVIDE WS-MSK-SOMA BY 10 GIVING WS-MSK-QUOC
                                    REMAINDER WS-MSK-DIG (WS-IX-MSK).
           MOVE WS-MSK-DIG (WS-IX-MSK) TO WS-MSK-ANT.
      *
       8820-FIM. EXIT.
      *---------*
