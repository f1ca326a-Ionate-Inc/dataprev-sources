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
       PROGRAM-ID.      PSUBCPG2KREAJ.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: SIMULACAO DO IMPACTO DO REAJUSTE ANUAL (NOVO        *
      *            SALARIO MINIMO E INDICE DOS BENEFICIOS ACIMA DO     *
      *            MINIMO) SOBRE O MOVIMENTO CORRENTE                  *
      *            D/SUB/CPG/2K/401, SEM GRAVAR NADA NOS CADASTROS.    *
      *            OS PARAMETROS                                       *
      *            PROPOSTOS VEM DE D/SUB/CPG/2K/SIM/PAR (VIDE         *
      *            B/SUB/CPG/2K/SIM) E O SALARIO MINIMO/TETO VIGENTES  *
      *            DA TABELA D/SUB/CPG/2K/LIM (PSUBCPG2KLIMMAN).       *
      *            O CP01 E CASADO COM O CP430 (MESMO MERGE DE         *
      *            PSUBCPG2KLIMVAL) PARA OBTER O BRUTO DE PROVENTOS;   *
      *            O REAJUSTE INCIDE NO BRUTO E A DIFERENCA E SOMADA   *
      *            AO LIQUIDO (DESCONTOS FICAM COMO ESTAO).            *
      *            REGRAS POR CREDITO (CANCELADO FICA DE FORA):        *
      *            - LOAS E BENEFICIO NO PISO (BRUTO ATE UM SALARIO    *
      *              MINIMO PROPORCIONAL AO PERIODO): ACOMPANHA O NOVO *
      *              MINIMO NA MESMA PROPORCAO;                        *
      *            - ACIMA DO PISO: INDICE INTEGRAL OU, COM A REGRA    *
      *              PRO-RATA, O INDICE DO MES DE INICIO DO BENEFICIO, *
      *              LIMITADO ENTRE O NOVO PISO E O NOVO TETO (ESPECIE *
      *              SEM PISO NA TABELA VIGENTE: SO O TETO);           *
      *            - ATRASADOS (CP01-IN-CRED-ATRASADO OU PERIODO DE    *
      *              MAIS DE UM MES) NAO SE REPETEM E FICAM COM O      *
      *              VALOR CORRENTE.                                   *
      *            O INICIO DO BENEFICIO NAO E GRAVADO EM NENHUM       *
      *            ARQUIVO DA CADEIA: E TOMADO DO CP01-DT-INI-PERIODO  *
      *            DO CREDITO DE CONCESSAO (CP01-CS-ROTINA-PAGTO = 1)  *
      *            DO MESMO NB NO MOVIMENTO; NB SEM CONCESSAO NO       *
      *            MOVIMENTO RECEBE O INDICE INTEGRAL.                 *
      *            SAIDAS: TOTAIS ATUAL X SIMULADO POR ORIGEM          *
      *            ORCAMENTARIA (CP01-CS-ORIGEM-ORCAMENTO), UF,        *
      *            ESPECIE E BANCO, E UM D/SUB/CPG/051/SUL/SIM - COPIA *
      *            DO 051/SUL CORRENTE (COM AS DATAS DE PROVISAO JA    *
      *            CALCULADAS) COM O VALOR DE CADA GRUPO AJUSTADO PELA *
      *            RAZAO SIMULADO/ATUAL DOS CREDITOS DO MESMO ORGAO    *
      *            PAGADOR/MEIO/ORIGEM/VALIDADE/BANCO, PARA O          *
      *            PSUBCPG051CAIXA (PARAMETRO "SIM") PREVER O CAIXA    *
      *            COM OS NOVOS VALORES.                               *
      *                                                                *
      *  ENTRADA:  DSUBCPG2K401   - MOVIMENTO CP01.                    *
      *            DSUBCPG2K430   - RUBRICAS EXCEDENTES (CP430).       *
      *            DSUBCPG2KSIMPAR - PARAMETROS PROPOSTOS.             *
      *            DSUBCPG2KLIM   - TABELA DE PISO E TETO VIGENTE.     *
      *            DSUBCPG051SUL  - D/SUB/CPG/051/SUL CORRENTE.        *
      *  SAIDA:    DSUBCPG051SIM  - D/SUB/CPG/051/SUL/SIM.             *
      *            LSUBCPG2KREAJ  - ATUAL X SIMULADO.                  *
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
           SELECT DSUBCPG2KSIMPAR ASSIGN TO DISK.
           SELECT DSUBCPG2KLIM    ASSIGN TO DISK.
           SELECT DSUBCPG051SUL   ASSIGN TO DISK.
           SELECT DSUBCPG051SIM   ASSIGN TO DISK.
           SELECT LSUBCPG2KREAJ   ASSIGN TO PRINTER.
           SELECT SORTWK          ASSIGN TO DISK.
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
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/430 ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/430 ON PKBDSGF".
      *
        FD DSUBCPG2KSIMPAR
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/SIM/PAR ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/SIM ON PKBDSGF".
      *
        FD DSUBCPG2KLIM
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/2K/LIM ON PKBDSGF".
      *
        FD DSUBCPG051SUL
           RECORD CONTAINS  120 CHARACTERS
           BLOCK  CONTAINS  150 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SUL ON PKBDSGF".
      *
      *051/SUL SIMULADO (MESMO LAYOUT DE B/SUB/CPG/051/SUL).
        FD DSUBCPG051SIM
           RECORD CONTAINS  120 CHARACTERS
           BLOCK  CONTAINS  150 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SUL/SIM ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG051SIM      PIC X(120).
      *
        FD LSUBCPG2KREAJ.
        01 LINHA-REAJ             PIC X(133).
      *
        SD SORTWK.
        01 SRTS-REG.
           03 SRTS-NU-NB              PIC 9(10).
      *       1 - CREDITO DE CONCESSAO   2 - DEMAIS
           03 SRTS-ORDEM              PIC 9(01).
           03 SRTS-DT-INI-PERIODO     PIC 9(08).
           03 SRTS-DT-FIM-PERIODO     PIC 9(08).
           03 SRTS-CS-ESPECIE         PIC 9(03).
           03 SRTS-CS-UF              PIC 9(02).
           03 SRTS-CS-ORIG-ORC        PIC 9(02).
           03 SRTS-ID-BANCO           PIC 9(03).
           03 SRTS-ID-ORGAO-PAGADOR   PIC 9(06).
           03 SRTS-CS-MEIO-PAGTO      PIC 9(02).
           03 SRTS-CS-ORIGEM-CREDITO  PIC 9(01).
           03 SRTS-DT-INI-VALIDADE    PIC 9(08).
           03 SRTS-DT-COMPET          PIC 9(06).
           03 SRTS-VL-BRUTO           PIC 9(10)V99.
           03 SRTS-VL-LIQUIDO         PIC 9(10)V99.
           03 SRTS-IN-LOAS            PIC 9(01).
           03 SRTS-IN-ATRASADO        PIC 9(01).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2KREAJ".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
      *RUBRICA MASTER - CLASSE (PROVENTO/DESCONTO) DE CADA RUBRICA.
           COPY "*B/RUBRICA/MASTER ON PKBDSGF".
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       01  WS-EOF-CP01                PIC X(03) VALUE "NAO".
       01  WS-EOF-CP430               PIC X(03) VALUE "NAO".
       01  WS-EOF-SORT                PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-CT-CREDITOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CANCELADOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-SIMULADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-NO-PISO              PIC 9(08) VALUE ZEROS.
       77  WS-CT-INDICE-INTEGRAL      PIC 9(08) VALUE ZEROS.
       77  WS-CT-PRO-RATA             PIC 9(08) VALUE ZEROS.
       77  WS-CT-ELEVADOS-PISO        PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIMITADOS-TETO       PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATRASADOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-TABELA           PIC 9(08) VALUE ZEROS.
       77  WS-CT-RUBR-SEM-MASTER      PIC 9(08) VALUE ZEROS.
       77  WS-CT-SUL-LIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SUL-SEM-GRUPO        PIC 9(08) VALUE ZEROS.
       77  WS-IN-TEM-CP430            PIC 9(01) VALUE 0.
       77  WS-IX-RUBRICA              PIC 9(02) VALUE ZEROS.
      *
      *RUBRICA EM APURACAO E RENDIMENTO BRUTO DO CREDITO.
       77  WS-CS-RUBRICA-APU          PIC 9(03) VALUE ZEROS.
       77  WS-VL-RUBRICA-APU          PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-BRUTO                PIC 9(10)V99 VALUE ZEROS.
      *
      *CHAVE COMPLETA COMUM CP01 X CP430 (MESMOS GRUPOS DE
      *PSUBCPG2KLCT).
       01  WS-CHAVE-CP01.
           03 WS-C01-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C01-NU-NB            PIC 9(10).
           03 WS-C01-CS-NATUR-CRED    PIC 9(02).
           03 WS-C01-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C01-DT-INI-PERIODO   PIC 9(08).
           03 WS-C01-ID-NIT           PIC 9(10).
           03 WS-C01-SEQ-REG          PIC 9(09).
      *
       01  WS-CHAVE-CP430.
           03 WS-C43-DT-MOV-CREDITO   PIC 9(08).
           03 WS-C43-NU-NB            PIC 9(10).
           03 WS-C43-CS-NATUR-CRED    PIC 9(02).
           03 WS-C43-DT-FIM-PERIODO   PIC 9(08).
           03 WS-C43-DT-INI-PERIODO   PIC 9(08).
           03 WS-C43-ID-NIT           PIC 9(10).
           03 WS-C43-SEQ-REG          PIC 9(09).
      *
      *PARAMETROS PROPOSTOS (REGISTRO "1") E INDICES PRO-RATA ("2").
       77  WS-QT-PAR-GERAL            PIC 9(02) VALUE ZEROS.
       77  WS-SIM-COMPET-REAJ         PIC 9(06) VALUE ZEROS.
       77  WS-SIM-SAL-MINIMO          PIC 9(08)V99 VALUE ZEROS.
       77  WS-SIM-INDICE              PIC 9(03)V9(04) VALUE ZEROS.
       77  WS-SIM-TETO-RGPS           PIC 9(08)V99 VALUE ZEROS.
       77  WS-SIM-PRO-RATA            PIC X(01) VALUE "N".
       01  TABELA-PRO-RATA.
           05 TB-PRO OCCURS 24 TIMES.
               10 TB-PRO-COMPET          PIC 9(06).
               10 TB-PRO-INDICE          PIC 9(03)V9(04).
       77  WS-QTDE-PRO                PIC 9(02) VALUE ZEROS.
       77  WS-IX-PRO                  PIC 9(02) VALUE ZEROS.
      *
      *TABELA DE PISO E TETO VIGENTE (MESMA CARGA DE PSUBCPG2KLIMVAL).
       01  TABELA-LIM.
           05 TB-LIM OCCURS 60 TIMES.
               10 TB-LIM-COMPET          PIC 9(06).
               10 TB-LIM-SAL-MINIMO      PIC 9(08)V99.
               10 TB-LIM-TETO-RGPS       PIC 9(08)V99.
               10 TB-LIM-QT-ESP          PIC 9(02).
               10 TB-LIM-ESP             PIC 9(03) OCCURS 20 TIMES.
               10 FILLER                 PIC X(32).
       77  WS-QTDE-LIM                PIC 9(02) VALUE ZEROS.
       77  WS-IX-LIM                  PIC 9(02) VALUE ZEROS.
       77  WS-COMPET-ULT              PIC 9(06) VALUE ZEROS.
       77  WS-IX-LIM-ULT              PIC 9(02) VALUE ZEROS.
      *
      *NB EM PROCESSAMENTO E A COMPETENCIA DE INICIO DO BENEFICIO
      *(ZEROS = SEM CREDITO DE CONCESSAO NO MOVIMENTO).
       77  WS-NB-CORRENTE             PIC 9(10) VALUE ZEROS.
       77  WS-COMPET-INICIO           PIC 9(06) VALUE ZEROS.
      *
      *PERIODO DO CREDITO.
       01  WS-DT-INI-DESM             PIC 9(08).
       01  WS-DT-INI-DESM-R REDEFINES WS-DT-INI-DESM.
           03 WS-DI-ANO               PIC 9(04).
           03 WS-DI-MES               PIC 9(02).
           03 WS-DI-DIA               PIC 9(02).
       01  WS-DT-FIM-DESM             PIC 9(08).
       01  WS-DT-FIM-DESM-R REDEFINES WS-DT-FIM-DESM.
           03 WS-DF-ANO               PIC 9(04).
           03 WS-DF-MES               PIC 9(02).
           03 WS-DF-DIA               PIC 9(02).
       77  WS-QT-MESES                PIC S9(05) VALUE ZEROS.
       77  WS-QT-DIAS                 PIC S9(03) VALUE ZEROS.
       77  WS-FATOR                   PIC 9(03)V9(06) VALUE ZEROS.
      *
      *SIMULACAO DO CREDITO CORRENTE.
       77  WS-VL-SM-ATUAL             PIC 9(08)V99 VALUE ZEROS.
       77  WS-VL-TETO-ATUAL           PIC 9(08)V99 VALUE ZEROS.
       77  WS-VL-PISO-ATUAL           PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-PISO-NOVO            PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-TETO-NOVO            PIC 9(10)V99 VALUE ZEROS.
       77  WS-PC-INDICE-APLIC         PIC 9(03)V9(04) VALUE ZEROS.
       77  WS-IN-SEM-PISO             PIC 9(01) VALUE 0.
       77  WS-IX-ESP                  PIC 9(02) VALUE ZEROS.
       77  WS-VL-BRUTO-SIM            PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA            PIC S9(10)V99 VALUE ZEROS.
       77  WS-VL-LIQ-SIM-S            PIC S9(10)V99 VALUE ZEROS.
       77  WS-VL-LIQ-SIM              PIC 9(10)V99 VALUE ZEROS.
       77  WS-VL-RAZAO                PIC 9(03)V9(09) VALUE ZEROS.
      *
      *ACUMULADORES ATUAL X SIMULADO: ORIGEM ORCAMENTARIA (CODIGO + 1),
      *UF E ESPECIE E BANCO (CODIGO DIRETO; ZEROS VAO NA ULTIMA
      *POSICAO, MESMO CRITERIO DA TABELA DE UF DE PSUBCPG2K465).
       01  WS-TABELA-ORC.
           05 WS-ORC OCCURS 100 TIMES.
               10 WS-ORC-QTDE            PIC 9(08).
               10 WS-ORC-VL-ATUAL        PIC 9(15)V99.
               10 WS-ORC-VL-SIM          PIC 9(15)V99.
       01  WS-TABELA-UF.
           05 WS-UF OCCURS 99 TIMES.
               10 WS-UF-QTDE             PIC 9(08).
               10 WS-UF-VL-ATUAL         PIC 9(15)V99.
               10 WS-UF-VL-SIM           PIC 9(15)V99.
       01  WS-TABELA-ESP.
           05 WS-ESP OCCURS 999 TIMES.
               10 WS-ESP-QTDE            PIC 9(08).
               10 WS-ESP-VL-ATUAL        PIC 9(15)V99.
               10 WS-ESP-VL-SIM          PIC 9(15)V99.
       01  WS-TABELA-BCO.
           05 WS-BCO OCCURS 999 TIMES.
               10 WS-BCO-QTDE            PIC 9(08).
               10 WS-BCO-VL-ATUAL        PIC 9(15)V99.
               10 WS-BCO-VL-SIM          PIC 9(15)V99.
       77  WS-IX-ACUM                 PIC 9(04) VALUE ZEROS.
       77  WS-TOT-QTDE                PIC 9(08) VALUE ZEROS.
       77  WS-TOT-VL-ATUAL            PIC 9(15)V99 VALUE ZEROS.
       77  WS-TOT-VL-SIM              PIC 9(15)V99 VALUE ZEROS.
      *
      *GRUPOS DO 051/SUL (ORGAO PAGADOR/MEIO/ORIGEM/VALIDADE/BANCO),
      *FIND-OR-INSERT NO MESMO MODELO DE WS-TABELA-GRUPO-050 EM
      *PSUBCPG050SUL.
       01  WS-TABELA-GRUPO-SUL.
           05 WS-GRP OCCURS 2000 TIMES.
               10 WS-GRP-CHAVE.
                  15 WS-GRP-ID-ORGAO-PAGADOR  PIC 9(06).
                  15 WS-GRP-CS-MEIO-PAGTO     PIC 9(02).
                  15 WS-GRP-CS-ORIGEM-CREDITO PIC 9(01).
                  15 WS-GRP-DT-INI-VALIDADE   PIC 9(08).
                  15 WS-GRP-ID-BANCO          PIC 9(03).
               10 WS-GRP-VL-ATUAL             PIC 9(15)V99.
               10 WS-GRP-VL-SIM               PIC 9(15)V99.
       77  WS-QTDE-GRP                PIC 9(04) VALUE ZEROS.
       77  WS-IX-GRP                  PIC 9(04) VALUE ZEROS.
       77  WS-GRP-ENCONTRADO          PIC 9(01) VALUE 0.
       01  WS-GRP-CHAVE-ATUAL.
           03 WS-GCA-ID-ORGAO-PAGADOR  PIC 9(06).
           03 WS-GCA-CS-MEIO-PAGTO     PIC 9(02).
           03 WS-GCA-CS-ORIGEM-CREDITO PIC 9(01).
           03 WS-GCA-DT-INI-VALIDADE   PIC 9(08).
           03 WS-GCA-ID-BANCO          PIC 9(03).
       77  WS-VL-SUL-ATUAL            PIC 9(15)V99 VALUE ZEROS.
       77  WS-VL-SUL-SIM              PIC 9(15)V99 VALUE ZEROS.
      *
       01  CAB-01-REAJ.
           03 FILLER                PIC X(18) VALUE "P/SUB/CPG/2K/REAJ".
           03 FILLER                PIC X(48) VALUE
              "SIMULACAO DO REAJUSTE ANUAL - ATUAL X SIMULADO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-REAJ.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-03-REAJ.
           03 FILLER                PIC X(18) VALUE
              "COMPET. REAJUSTE: ".
           03 CAB03-COMPET          PIC 9(06).
           03 FILLER                PIC X(20) VALUE
              "  SALARIO MINIMO: ".
           03 CAB03-SAL-MINIMO      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(10) VALUE "  INDICE: ".
           03 CAB03-INDICE          PIC ZZ9,9999.
           03 FILLER                PIC X(08) VALUE "%  TETO:".
           03 CAB03-TETO            PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(13) VALUE "  PRO-RATA: ".
           03 CAB03-PRO-RATA        PIC X(01).
      *
       01  CAB-SECAO-REAJ.
           03 CAB-SECAO-TITULO      PIC X(30).
           03 FILLER                PIC X(17) VALUE
              "        CREDITOS ".
           03 FILLER                PIC X(52) VALUE
              "         VALOR ATUAL       VALOR SIMULADO      CUSTO".
           03 FILLER                PIC X(08) VALUE " MENSAL ".
      *
       01  DET-REAJ.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-ROTULO            PIC X(11).
           03 DET-CODIGO            PIC ZZ9.
           03 FILLER                PIC X(16) VALUE SPACES.
           03 DET-QTDE              PIC ZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VL-ATUAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VL-SIM            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-VL-CUSTO          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TRAILER-REAJ.
           03 TEXTO-TRL-REAJ        PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-REAJ           PIC ZZ.ZZZ.ZZ9.
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
                ASCENDING KEY SRTS-NU-NB SRTS-ORDEM SRTS-DT-INI-PERIODO
                INPUT  PROCEDURE 2000-SOLTA-CREDITOS
                                 THRU 2000-SOLTA-FIM
                OUTPUT PROCEDURE 3000-SIMULA
                                 THRU 3000-SIMULA-FIM.
      *
           PERFORM 4000-GRAVA-SUL-SIM
              THRU 4000-FIM.
      *
           PERFORM 5000-RELATORIO
              THRU 5000-FIM.
      *
           PERFORM 6000-TRAILERS
              THRU 6000-FIM.
      *
           PERFORM 9000-FINALIZA
              THRU 9000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KREAJ.
      *
           MOVE ZEROS TO WS-TABELA-ORC WS-TABELA-UF WS-TABELA-ESP
                         WS-TABELA-BCO.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           OPEN INPUT DSUBCPG2KSIMPAR.
           PERFORM 1100-CARREGA-PARAMETROS
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KSIMPAR.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-QT-PAR-GERAL NOT EQUAL 1
              OR WS-SIM-SAL-MINIMO EQUAL ZEROS
              DISPLAY "PSUBCPG2KREAJ: D/SUB/CPG/2K/SIM/PAR SEM UM E SO "
                      "UM REGISTRO TIPO 1 COM O NOVO SALARIO MINIMO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           OPEN INPUT DSUBCPG2KLIM.
           PERFORM 1200-CARREGA-LIM
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KLIM.
           MOVE "NAO" TO WS-EOF.
      *
           IF WS-QTDE-LIM EQUAL ZEROS
              DISPLAY "PSUBCPG2KREAJ: TABELA DE PISO E TETO VAZIA"
              DISPLAY "INSTALAR PELO PSUBCPG2KLIMMAN"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           MOVE WS-SIM-COMPET-REAJ TO CAB03-COMPET.
           MOVE WS-SIM-SAL-MINIMO  TO CAB03-SAL-MINIMO.
           MOVE WS-SIM-INDICE      TO CAB03-INDICE.
           MOVE WS-SIM-TETO-RGPS   TO CAB03-TETO.
           MOVE WS-SIM-PRO-RATA    TO CAB03-PRO-RATA.
      *
           WRITE LINHA-REAJ FROM CAB-01-REAJ AFTER PAGE.
           WRITE LINHA-REAJ FROM CAB-02-REAJ AFTER 1.
           WRITE LINHA-REAJ FROM CAB-03-REAJ AFTER 1.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-PARAMETROS.
      *------------------------*
      *
           READ DSUBCPG2KSIMPAR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF SIM-TP-REGISTRO EQUAL "1"
              ADD 1 TO WS-QT-PAR-GERAL
              MOVE SIM-DT-COMPET-REAJ TO WS-SIM-COMPET-REAJ
              MOVE SIM-VL-SAL-MINIMO  TO WS-SIM-SAL-MINIMO
              MOVE SIM-PC-INDICE      TO WS-SIM-INDICE
              MOVE SIM-VL-TETO-RGPS   TO WS-SIM-TETO-RGPS
              MOVE SIM-IN-PRO-RATA    TO WS-SIM-PRO-RATA
              GO TO 1100-FIM.
      *
           IF SIM-TP-REGISTRO NOT EQUAL "2"
              GO TO 1100-FIM.
      *
           IF WS-QTDE-PRO NOT LESS 24
              DISPLAY "PSUBCPG2KREAJ - MAIS DE 24 INDICES PRO-RATA "
                      "- RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-PRO.
           MOVE SIM-DT-COMPET-INICIO TO TB-PRO-COMPET (WS-QTDE-PRO).
           MOVE SIM-PC-INDICE-PRO    TO TB-PRO-INDICE (WS-QTDE-PRO).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-LIM.
      *-----------------*
      *
           READ DSUBCPG2KLIM
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
           IF WS-QTDE-LIM NOT LESS 60
              DISPLAY "PSUBCPG2KREAJ - TABELA DE PISO E TETO COM "
                      "MAIS DE 60 COMPETENCIAS - RUN ABORTADO"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
           ADD 1 TO WS-QTDE-LIM.
           MOVE LIM-REG TO TB-LIM (WS-QTDE-LIM).
      *
       1200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    INPUT PROCEDURE: MERGE CP01 X CP430 PELA CHAVE COMUM -
      *    CADA CREDITO NAO CANCELADO E LIBERADO COM O RENDIMENTO
      *    BRUTO, ORDENADO POR NB COM A CONCESSAO NA FRENTE.
      *----------------------------------------------------------------
       2000-SOLTA-CREDITOS SECTION.
       2000-SOLTA-MERGE.
      *-----------------*
      *
           OPEN INPUT DSUBCPG2K401.
           OPEN INPUT DSUBCPG2K430.
      *
           PERFORM 2900-LE-CP01
              THRU 2900-FIM.
           PERFORM 2910-LE-CP430
              THRU 2910-FIM.
      *
           PERFORM 2010-LOOP-MERGE
              THRU 2010-FIM
             UNTIL WS-EOF-CP01 EQUAL "SIM".
      *
           CLOSE DSUBCPG2K401.
           CLOSE DSUBCPG2K430.
           GO TO 2000-SOLTA-FIM.
      *
       2010-LOOP-MERGE.
      *---------------*
      *
           ADD 1 TO WS-CT-CREDITOS.
      *
      *ANDA COM O CP430 ATE ALCANCAR O CP01 CORRENTE (ORFAOS SAO
      *ASSUNTO DO PSUBCPG2K431, AQUI SAO SO PULADOS).
           PERFORM 2910-LE-CP430
              THRU 2910-FIM
             UNTIL WS-EOF-CP430 EQUAL "SIM"
                OR WS-CHAVE-CP430 NOT LESS WS-CHAVE-CP01.
      *
           IF WS-EOF-CP430 NOT EQUAL "SIM"
              AND WS-CHAVE-CP430 EQUAL WS-CHAVE-CP01
              MOVE 1 TO WS-IN-TEM-CP430
           ELSE
              MOVE 0 TO WS-IN-TEM-CP430
           END-IF.
      *
           IF CP01-IN-CRED-CANCELADO EQUAL 1
              ADD 1 TO WS-CT-CANCELADOS
           ELSE
              PERFORM 2100-LIBERA-CREDITO
                 THRU 2100-FIM
           END-IF.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM 2910-LE-CP430
                 THRU 2910-FIM.
      *
           PERFORM 2900-LE-CP01
              THRU 2900-FIM.
      *
       2010-FIM. EXIT.
      *---------*
      *
       2100-LIBERA-CREDITO.
      *--------------------*
      *
           MOVE ZEROS TO WS-VL-BRUTO.
      *
           IF CP01-CS-RUBRICA1 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA1 TO WS-CS-RUBRICA-APU
              MOVE CP01-VL-RUBRICA1 TO WS-VL-RUBRICA-APU
              PERFORM 2200-SOMA-PROVENTO
                 THRU 2200-FIM.
           IF CP01-CS-RUBRICA2 NOT EQUAL ZEROS
              MOVE CP01-CS-RUBRICA2 TO WS-CS-RUBRICA-APU
              MOVE CP01-VL-RUBRICA2 TO WS-VL-RUBRICA-APU
              PERFORM 2200-SOMA-PROVENTO
                 THRU 2200-FIM.
      *
           IF WS-IN-TEM-CP430 EQUAL 1
              PERFORM VARYING WS-IX-RUBRICA FROM 1 BY 1
                        UNTIL WS-IX-RUBRICA GREATER 13
                 IF CP430-CS-RUBRICA (WS-IX-RUBRICA) NOT EQUAL ZEROS
                    MOVE CP430-CS-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-CS-RUBRICA-APU
                    MOVE CP430-VL-RUBRICA (WS-IX-RUBRICA)
                                         TO WS-VL-RUBRICA-APU
                    PERFORM 2200-SOMA-PROVENTO
                       THRU 2200-FIM
                 END-IF
              END-PERFORM.
      *
      *SEM PROVENTO IDENTIFICADO, O PROPRIO LIQUIDO FAZ AS VEZES DE
      *BRUTO (MESMO CRITERIO DE PSUBCPG2KLIMVAL).
           IF WS-VL-BRUTO EQUAL ZEROS
              MOVE CP01-VL-LIQUIDO-CRED TO WS-VL-BRUTO.
      *
           MOVE CP01-NU-NB             TO SRTS-NU-NB.
           IF CP01-CS-ROTINA-PAGTO EQUAL 1
              MOVE 1                   TO SRTS-ORDEM
           ELSE
              MOVE 2                   TO SRTS-ORDEM.
           MOVE CP01-DT-INI-PERIODO    TO SRTS-DT-INI-PERIODO.
           MOVE CP01-DT-FIM-PERIODO    TO SRTS-DT-FIM-PERIODO.
           MOVE CP01-CS-ESPECIE        TO SRTS-CS-ESPECIE.
           MOVE CP01-CS-UF-OP          TO SRTS-CS-UF.
           MOVE CP01-CS-ORIGEM-ORCAMENTO TO SRTS-CS-ORIG-ORC.
           MOVE CP01-ID-BANCO          TO SRTS-ID-BANCO.
           MOVE CP01-ID-ORGAO-PAGADOR  TO SRTS-ID-ORGAO-PAGADOR.
           MOVE CP01-CS-MEIO-PAGTO     TO SRTS-CS-MEIO-PAGTO.
           MOVE CP01-CS-ORIGEM-CREDITO TO SRTS-CS-ORIGEM-CREDITO.
           MOVE CP01-DT-INI-VALIDADE   TO SRTS-DT-INI-VALIDADE.
           MOVE CP01-DT-COMPET-CREDITO TO SRTS-DT-COMPET.
           MOVE WS-VL-BRUTO            TO SRTS-VL-BRUTO.
           MOVE CP01-VL-LIQUIDO-CRED   TO SRTS-VL-LIQUIDO.
           MOVE 0                      TO SRTS-IN-LOAS.
           IF CP01-CS-ESP-LOAS EQUAL 3
              MOVE 1                   TO SRTS-IN-LOAS.
           MOVE 0                      TO SRTS-IN-ATRASADO.
           IF CP01-IN-CRED-ATRASADO EQUAL 1
              MOVE 1                   TO SRTS-IN-ATRASADO.
           RELEASE SRTS-REG.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *SO RUBRICA DE PROVENTO COMPOE O RENDIMENTO BRUTO; RUBRICA FORA
      *DA MASTER E SO CONTADA.
       2200-SOMA-PROVENTO.
      *-------------------*
      *
           IF WS-VL-RUBRICA-APU EQUAL ZEROS
              GO TO 2200-FIM.
      *
           MOVE 0 TO WS-RUBRICA-MASTER-ENCONTRADA.
           PERFORM VARYING WS-IX-RUBRICA-MASTER FROM 1 BY 1
                     UNTIL WS-IX-RUBRICA-MASTER GREATER
                                             WS-QTDE-RUBRICA-MASTER
                        OR WS-RUBRICA-MASTER-ENCONTRADA EQUAL 1
              IF RUBM-CS-RUBRICA (WS-IX-RUBRICA-MASTER)
                                      EQUAL WS-CS-RUBRICA-APU
                 MOVE 1 TO WS-RUBRICA-MASTER-ENCONTRADA
              END-IF
           END-PERFORM.
      *
           IF WS-RUBRICA-MASTER-ENCONTRADA EQUAL 0
              ADD 1 TO WS-CT-RUBR-SEM-MASTER
              GO TO 2200-FIM.
      *
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADA=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA A RUBRICA.
           SUBTRACT 1 FROM WS-IX-RUBRICA-MASTER.
           IF RUBM-CS-CLASSE (WS-IX-RUBRICA-MASTER) EQUAL "P"
              ADD WS-VL-RUBRICA-APU TO WS-VL-BRUTO.
      *
       2200-FIM. EXIT.
      *---------*
      *
       2900-LE-CP01.
      *------------*
      *
           READ DSUBCPG2K401
                AT END MOVE "SIM" TO WS-EOF-CP01
                        MOVE HIGH-VALUES TO WS-CHAVE-CP01
                NOT AT END
                        MOVE CP01-DT-MOV-CREDITO TO
                                       WS-C01-DT-MOV-CREDITO
                        MOVE CP01-NU-NB          TO WS-C01-NU-NB
                        MOVE CP01-CS-NATUR-CREDITO TO
                                       WS-C01-CS-NATUR-CRED
                        MOVE CP01-DT-FIM-PERIODO TO
                                       WS-C01-DT-FIM-PERIODO
                        MOVE CP01-DT-INI-PERIODO TO
                                       WS-C01-DT-INI-PERIODO
                        MOVE CP01-ID-NIT         TO WS-C01-ID-NIT
                        MOVE CP01-SEQ-REG        TO WS-C01-SEQ-REG.
      *
       2900-FIM. EXIT.
      *---------*
      *
       2910-LE-CP430.
      *-------------*
      *
           READ DSUBCPG2K430
                AT END MOVE "SIM" TO WS-EOF-CP430
                        MOVE HIGH-VALUES TO WS-CHAVE-CP430
                NOT AT END
                        MOVE CP430-DT-MOV-CREDITO TO
                                       WS-C43-DT-MOV-CREDITO
                        MOVE CP430-NU-NB          TO WS-C43-NU-NB
                        MOVE CP430-CS-NATUR-CREDITO TO
                                       WS-C43-CS-NATUR-CRED
                        MOVE CP430-DT-FIM-PERIODO TO
                                       WS-C43-DT-FIM-PERIODO
                        MOVE CP430-DT-INI-PERIODO TO
                                       WS-C43-DT-INI-PERIODO
                        MOVE CP430-ID-NIT         TO WS-C43-ID-NIT
                        MOVE CP430-SEQ-REG        TO WS-C43-SEQ-REG.
      *
       2910-FIM. EXIT.
      *---------*
       2000-SOLTA-FIM. EXIT.
      *
      *----------------------------------------------------------------
      *    OUTPUT PROCEDURE: POR NB (CONCESSAO NA FRENTE, QUE DA A
      *    COMPETENCIA DE INICIO), SIMULA CADA CREDITO E ACUMULA O
      *    ATUAL E O SIMULADO NOS TOTAIS E NOS GRUPOS DO 051/SUL.
      *----------------------------------------------------------------
       3000-SIMULA SECTION.
       3000-SIMULA-CREDITOS.
      *---------------------*
      *
           MOVE "NAO" TO WS-EOF-SORT.
           MOVE ZEROS TO WS-NB-CORRENTE.
      *
           PERFORM 3100-UM-CREDITO
              THRU 3100-FIM
             UNTIL WS-EOF-SORT EQUAL "SIM".
      *
           GO TO 3000-SIMULA-FIM.
      *
       3100-UM-CREDITO.
      *----------------*
      *
           RETURN SORTWK
                AT END MOVE "SIM" TO WS-EOF-SORT
                       GO TO 3100-FIM.
      *
           IF SRTS-NU-NB NOT EQUAL WS-NB-CORRENTE
              MOVE SRTS-NU-NB TO WS-NB-CORRENTE
              MOVE ZEROS      TO WS-COMPET-INICIO
              IF SRTS-ORDEM EQUAL 1
                 COMPUTE WS-COMPET-INICIO = SRTS-DT-INI-PERIODO / 100
              END-IF
           END-IF.
      *
           ADD 1 TO WS-CT-SIMULADOS.
           MOVE SRTS-VL-BRUTO TO WS-VL-BRUTO-SIM.
      *
           PERFORM 3200-PERIODO
              THRU 3200-FIM.
      *
      *ATRASADOS NAO SE REPETEM NA FOLHA REAJUSTADA.
           IF SRTS-IN-ATRASADO EQUAL 1
              OR WS-QT-MESES GREATER 1
              ADD 1 TO WS-CT-ATRASADOS
              GO TO 3100-ACUMULA.
      *
           PERFORM 3300-LIMITES-ATUAIS
              THRU 3300-FIM.
      *
           COMPUTE WS-VL-PISO-ATUAL ROUNDED = WS-VL-SM-ATUAL * WS-FATOR.
           COMPUTE WS-VL-PISO-NOVO ROUNDED =
                   WS-SIM-SAL-MINIMO * WS-FATOR.
           IF WS-SIM-TETO-RGPS EQUAL ZEROS
              COMPUTE WS-VL-TETO-NOVO ROUNDED = WS-VL-TETO-ATUAL
                    * (1 + WS-SIM-INDICE / 100) * WS-FATOR
           ELSE
              COMPUTE WS-VL-TETO-NOVO ROUNDED =
                      WS-SIM-TETO-RGPS * WS-FATOR.
      *
      *LOAS E BENEFICIO NO PISO ACOMPANHAM O NOVO SALARIO MINIMO NA
      *MESMA PROPORCAO (O CREDITO PARCIAL CONTINUA PARCIAL). ESPECIE
      *DA LISTA SEM PISO DA TABELA VIGENTE NUNCA ESTA "NO PISO".
           IF SRTS-IN-LOAS EQUAL 1
              OR (WS-VL-SM-ATUAL GREATER ZEROS
                  AND WS-IN-SEM-PISO EQUAL 0
                  AND SRTS-VL-BRUTO NOT GREATER WS-VL-PISO-ATUAL)
              ADD 1 TO WS-CT-NO-PISO
              IF WS-VL-SM-ATUAL GREATER ZEROS
                 COMPUTE WS-VL-BRUTO-SIM ROUNDED = SRTS-VL-BRUTO
                       * WS-SIM-SAL-MINIMO / WS-VL-SM-ATUAL
              ELSE
                 MOVE WS-VL-PISO-NOVO TO WS-VL-BRUTO-SIM
              END-IF
              GO TO 3100-ACUMULA.
      *
      *ACIMA DO PISO: INDICE INTEGRAL OU O DO MES DE INICIO.
           MOVE WS-SIM-INDICE TO WS-PC-INDICE-APLIC.
           IF WS-SIM-PRO-RATA EQUAL "S"
              AND WS-COMPET-INICIO NOT EQUAL ZEROS
              PERFORM VARYING WS-IX-PRO FROM 1 BY 1
                        UNTIL WS-IX-PRO GREATER WS-QTDE-PRO
                 IF TB-PRO-COMPET (WS-IX-PRO) EQUAL WS-COMPET-INICIO
                    MOVE TB-PRO-INDICE (WS-IX-PRO)
                                         TO WS-PC-INDICE-APLIC
                    MOVE WS-QTDE-PRO TO WS-IX-PRO
                    ADD 1 TO WS-CT-PRO-RATA
                 END-IF
              END-PERFORM.
           IF WS-PC-INDICE-APLIC EQUAL WS-SIM-INDICE
              ADD 1 TO WS-CT-INDICE-INTEGRAL.
      *
           COMPUTE WS-VL-BRUTO-SIM ROUNDED = SRTS-VL-BRUTO
                 * (1 + WS-PC-INDICE-APLIC / 100).
      *
           IF WS-IN-SEM-PISO EQUAL 0
              AND WS-VL-BRUTO-SIM LESS WS-VL-PISO-NOVO
              ADD 1 TO WS-CT-ELEVADOS-PISO
              MOVE WS-VL-PISO-NOVO TO WS-VL-BRUTO-SIM.
           IF WS-VL-TETO-NOVO GREATER ZEROS
              AND WS-VL-BRUTO-SIM GREATER WS-VL-TETO-NOVO
              AND SRTS-VL-BRUTO NOT GREATER WS-VL-TETO-ATUAL
              ADD 1 TO WS-CT-LIMITADOS-TETO
              MOVE WS-VL-TETO-NOVO TO WS-VL-BRUTO-SIM.
      *
       3100-ACUMULA.
           COMPUTE WS-VL-DIFERENCA = WS-VL-BRUTO-SIM - SRTS-VL-BRUTO.
           COMPUTE WS-VL-LIQ-SIM-S = SRTS-VL-LIQUIDO + WS-VL-DIFERENCA.
           IF WS-VL-LIQ-SIM-S LESS ZEROS
              MOVE ZEROS TO WS-VL-LIQ-SIM
           ELSE
              MOVE WS-VL-LIQ-SIM-S TO WS-VL-LIQ-SIM.
      *
           PERFORM 3400-ACUMULA-TOTAIS
              THRU 3400-FIM.
           PERFORM 3500-ACUMULA-GRUPO
              THRU 3500-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *FATOR DO PERIODO: DENTRO DE UM MES, DIAS COMERCIAIS/30 (DO DIA 1
      *AO FIM DO MES CONTA 30); PERIODO NAO INFORMADO OU INVERTIDO VALE
      *UM MES CHEIO (MESMO CRITERIO DE PSUBCPG2KLIMVAL).
       3200-PERIODO.
      *-------------*
      *
           MOVE 1,000000 TO WS-FATOR.
           MOVE 1        TO WS-QT-MESES.
           MOVE 30       TO WS-QT-DIAS.
      *
           IF SRTS-DT-INI-PERIODO EQUAL ZEROS
              OR SRTS-DT-FIM-PERIODO EQUAL ZEROS
              OR SRTS-DT-FIM-PERIODO LESS SRTS-DT-INI-PERIODO
              GO TO 3200-FIM.
      *
           MOVE SRTS-DT-INI-PERIODO TO WS-DT-INI-DESM.
           MOVE SRTS-DT-FIM-PERIODO TO WS-DT-FIM-DESM.
           COMPUTE WS-QT-MESES = (WS-DF-ANO * 12 + WS-DF-MES)
                               - (WS-DI-ANO * 12 + WS-DI-MES) + 1.
           IF WS-QT-MESES GREATER 1
              GO TO 3200-FIM.
      *
           IF WS-DI-DIA EQUAL 1
              AND WS-DF-DIA NOT LESS 28
              GO TO 3200-FIM.
      *
           COMPUTE WS-QT-DIAS = WS-DF-DIA - WS-DI-DIA + 1.
           IF WS-QT-DIAS LESS 30
              COMPUTE WS-FATOR ROUNDED = WS-QT-DIAS / 30.
      *
       3200-FIM. EXIT.
      *---------*
      *
      *SALARIO MINIMO E TETO VIGENTES NA COMPETENCIA DO CREDITO (A
      *TABELA DE MAIOR COMPETENCIA QUE NAO PASSA DELA).
       3300-LIMITES-ATUAIS.
      *--------------------*
      *
           IF SRTS-DT-COMPET NOT EQUAL WS-COMPET-ULT
              MOVE SRTS-DT-COMPET TO WS-COMPET-ULT
              MOVE ZEROS          TO WS-IX-LIM-ULT
              PERFORM VARYING WS-IX-LIM FROM 1 BY 1
                        UNTIL WS-IX-LIM GREATER WS-QTDE-LIM
                 IF TB-LIM-COMPET (WS-IX-LIM) NOT GREATER
                                                  SRTS-DT-COMPET
                    IF WS-IX-LIM-ULT EQUAL ZEROS
                       MOVE WS-IX-LIM TO WS-IX-LIM-ULT
                    ELSE
                       IF TB-LIM-COMPET (WS-IX-LIM) GREATER
                          TB-LIM-COMPET (WS-IX-LIM-ULT)
                          MOVE WS-IX-LIM TO WS-IX-LIM-ULT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM.
      *
           IF WS-IX-LIM-ULT EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-TABELA
              MOVE ZEROS TO WS-VL-SM-ATUAL WS-VL-TETO-ATUAL
           ELSE
              MOVE TB-LIM-SAL-MINIMO (WS-IX-LIM-ULT) TO WS-VL-SM-ATUAL
              MOVE TB-LIM-TETO-RGPS (WS-IX-LIM-ULT)
                                                TO WS-VL-TETO-ATUAL.
      *
           MOVE 0 TO WS-IN-SEM-PISO.
           IF WS-IX-LIM-ULT NOT EQUAL ZEROS
              PERFORM VARYING WS-IX-ESP FROM 1 BY 1
                        UNTIL WS-IX-ESP GREATER
                                   TB-LIM-QT-ESP (WS-IX-LIM-ULT)
                 IF TB-LIM-ESP (WS-IX-LIM-ULT WS-IX-ESP) EQUAL
                                                  SRTS-CS-ESPECIE
                    MOVE 1 TO WS-IN-SEM-PISO
                 END-IF
              END-PERFORM.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3400-ACUMULA-TOTAIS.
      *--------------------*
      *
           COMPUTE WS-IX-ACUM = SRTS-CS-ORIG-ORC + 1.
           ADD 1               TO WS-ORC-QTDE (WS-IX-ACUM).
           ADD SRTS-VL-LIQUIDO TO WS-ORC-VL-ATUAL (WS-IX-ACUM).
           ADD WS-VL-LIQ-SIM   TO WS-ORC-VL-SIM (WS-IX-ACUM).
      *
           MOVE SRTS-CS-UF TO WS-IX-ACUM.
           IF WS-IX-ACUM EQUAL ZEROS
              MOVE 99 TO WS-IX-ACUM.
           ADD 1               TO WS-UF-QTDE (WS-IX-ACUM).
           ADD SRTS-VL-LIQUIDO TO WS-UF-VL-ATUAL (WS-IX-ACUM).
           ADD WS-VL-LIQ-SIM   TO WS-UF-VL-SIM (WS-IX-ACUM).
      *
           MOVE SRTS-CS-ESPECIE TO WS-IX-ACUM.
           IF WS-IX-ACUM EQUAL ZEROS
              MOVE 999 TO WS-IX-ACUM.
           ADD 1               TO WS-ESP-QTDE (WS-IX-ACUM).
           ADD SRTS-VL-LIQUIDO TO WS-ESP-VL-ATUAL (WS-IX-ACUM).
           ADD WS-VL-LIQ-SIM   TO WS-ESP-VL-SIM (WS-IX-ACUM).
      *
           MOVE SRTS-ID-BANCO TO WS-IX-ACUM.
           IF WS-IX-ACUM EQUAL ZEROS
              MOVE 999 TO WS-IX-ACUM.
           ADD 1               TO WS-BCO-QTDE (WS-IX-ACUM).
           ADD SRTS-VL-LIQUIDO TO WS-BCO-VL-ATUAL (WS-IX-ACUM).
           ADD WS-VL-LIQ-SIM   TO WS-BCO-VL-SIM (WS-IX-ACUM).
      *
           ADD 1               TO WS-TOT-QTDE.
           ADD SRTS-VL-LIQUIDO TO WS-TOT-VL-ATUAL.
           ADD WS-VL-LIQ-SIM   TO WS-TOT-VL-SIM.
      *
       3400-FIM. EXIT.
      *---------*
      *
       3500-ACUMULA-GRUPO.
      *-------------------*
      *
           MOVE SRTS-ID-ORGAO-PAGADOR  TO WS-GCA-ID-ORGAO-PAGADOR.
           MOVE SRTS-CS-MEIO-PAGTO     TO WS-GCA-CS-MEIO-PAGTO.
           MOVE SRTS-CS-ORIGEM-CREDITO TO WS-GCA-CS-ORIGEM-CREDITO.
           MOVE SRTS-DT-INI-VALIDADE   TO WS-GCA-DT-INI-VALIDADE.
           MOVE SRTS-ID-BANCO          TO WS-GCA-ID-BANCO.
      *
           PERFORM 3600-PROCURA-GRUPO
              THRU 3600-FIM.
      *
           IF WS-GRP-ENCONTRADO EQUAL 0
              IF WS-QTDE-GRP NOT LESS 2000
                 DISPLAY "PSUBCPG2KREAJ - MAIS DE 2000 GRUPOS DE "
                         "051/SUL - RUN ABORTADO"
                 SET MYSELF (STATUS) TO -1
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTDE-GRP
              MOVE WS-QTDE-GRP TO WS-IX-GRP
              MOVE WS-GRP-CHAVE-ATUAL TO WS-GRP-CHAVE (WS-IX-GRP)
              MOVE ZEROS TO WS-GRP-VL-ATUAL (WS-IX-GRP)
                            WS-GRP-VL-SIM (WS-IX-GRP)
           END-IF.
      *
           ADD SRTS-VL-LIQUIDO TO WS-GRP-VL-ATUAL (WS-IX-GRP).
           ADD WS-VL-LIQ-SIM   TO WS-GRP-VL-SIM (WS-IX-GRP).
      *
       3500-FIM. EXIT.
      *---------*
      *
       3600-PROCURA-GRUPO.
      *-------------------*
      *
           MOVE 0 TO WS-GRP-ENCONTRADO.
           PERFORM VARYING WS-IX-GRP FROM 1 BY 1
                     UNTIL WS-IX-GRP GREATER WS-QTDE-GRP
                        OR WS-GRP-ENCONTRADO EQUAL 1
              IF WS-GRP-CHAVE (WS-IX-GRP) EQUAL WS-GRP-CHAVE-ATUAL
                 MOVE 1 TO WS-GRP-ENCONTRADO
              END-IF
           END-PERFORM.
      *PERFORM VARYING INCREMENTA ANTES DE RETESTAR A CONDICAO DE SAIDA,
      *ENTAO QUANDO ENCONTRADO=1 O INDICE JA FOI INCREMENTADO ALEM DA
      *POSICAO ACHADA. VOLTA 1 POSICAO PARA APONTAR PARA O GRUPO CERTO.
           IF WS-GRP-ENCONTRADO EQUAL 1
              SUBTRACT 1 FROM WS-IX-GRP.
      *
       3600-FIM. EXIT.
      *---------*
       3000-SIMULA-FIM. EXIT.
      *
      *051/SUL SIMULADO: CADA REGISTRO DO CORRENTE E COPIADO COM O
      *VALOR MULTIPLICADO PELA RAZAO SIMULADO/ATUAL DO SEU GRUPO;
      *REGISTRO SEM CREDITO CORRESPONDENTE NO MOVIMENTO SAI COMO ESTA.
       4000-GRAVA-SUL-SIM.
      *-------------------*
      *
           OPEN INPUT  DSUBCPG051SUL.
           OPEN OUTPUT DSUBCPG051SIM.
           MOVE "NAO" TO WS-EOF.
      *
           PERFORM 4100-UM-SUL
              THRU 4100-FIM
             UNTIL WS-EOF EQUAL "SIM".
      *
           CLOSE DSUBCPG051SUL.
           CLOSE DSUBCPG051SIM SAVE.
      *
       4000-FIM. EXIT.
      *---------*
      *
       4100-UM-SUL.
      *------------*
      *
           READ DSUBCPG051SUL
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 4100-FIM.
      *
           ADD 1 TO WS-CT-SUL-LIDOS.
           ADD CP51-N-VALOR-LIQ-CREDITOS TO WS-VL-SUL-ATUAL.
      *
           MOVE CP51-N-ID-ORGAO-PAGADOR    TO WS-GCA-ID-ORGAO-PAGADOR.
           MOVE CP51-N-CS-MEIO-PAGTO       TO WS-GCA-CS-MEIO-PAGTO.
           MOVE CP51-N-CS-ORIGEM-CREDITO   TO WS-GCA-CS-ORIGEM-CREDITO.
           MOVE CP51-N-DT-INI-VALIDADE     TO WS-GCA-DT-INI-VALIDADE.
           MOVE CP51-N-ID-BANCO            TO WS-GCA-ID-BANCO.
           PERFORM 3600-PROCURA-GRUPO
              THRU 3600-FIM.
      *
           IF WS-GRP-ENCONTRADO EQUAL 0
              OR WS-GRP-VL-ATUAL (WS-IX-GRP) EQUAL ZEROS
              ADD 1 TO WS-CT-SUL-SEM-GRUPO
           ELSE
              COMPUTE WS-VL-RAZAO ROUNDED =
                      WS-GRP-VL-SIM (WS-IX-GRP)
                    / WS-GRP-VL-ATUAL (WS-IX-GRP)
              COMPUTE CP51-N-VALOR-LIQ-CREDITOS ROUNDED =
                      CP51-N-VALOR-LIQ-CREDITOS * WS-VL-RAZAO
           END-IF.
      *
           ADD CP51-N-VALOR-LIQ-CREDITOS TO WS-VL-SUL-SIM.
           WRITE REG-DSUBCPG051SIM FROM DSUBCPG051-REG.
      *
       4100-FIM. EXIT.
      *---------*
      *
       5000-RELATORIO.
      *--------------*
      *
           MOVE "POR ORIGEM ORCAMENTARIA" TO CAB-SECAO-TITULO.
           WRITE LINHA-REAJ FROM CAB-SECAO-REAJ AFTER 2.
           MOVE "ORIGEM    " TO DET-ROTULO.
           PERFORM 5100-LINHA-ORC
              THRU 5100-FIM
              VARYING WS-IX-ACUM FROM 1 BY 1
                UNTIL WS-IX-ACUM GREATER 100.
      *
           MOVE "POR UF" TO CAB-SECAO-TITULO.
           WRITE LINHA-REAJ FROM CAB-SECAO-REAJ AFTER 2.
           MOVE "UF        " TO DET-ROTULO.
           PERFORM 5200-LINHA-UF
              THRU 5200-FIM
              VARYING WS-IX-ACUM FROM 1 BY 1
                UNTIL WS-IX-ACUM GREATER 99.
      *
           MOVE "POR ESPECIE" TO CAB-SECAO-TITULO.
           WRITE LINHA-REAJ FROM CAB-SECAO-REAJ AFTER 2.
           MOVE "ESPECIE   " TO DET-ROTULO.
           PERFORM 5300-LINHA-ESP
              THRU 5300-FIM
              VARYING WS-IX-ACUM FROM 1 BY 1
                UNTIL WS-IX-ACUM GREATER 999.
      *
           MOVE "POR BANCO" TO CAB-SECAO-TITULO.
           WRITE LINHA-REAJ FROM CAB-SECAO-REAJ AFTER 2.
           MOVE "BANCO     " TO DET-ROTULO.
           PERFORM 5400-LINHA-BCO
              THRU 5400-FIM
              VARYING WS-IX-ACUM FROM 1 BY 1
                UNTIL WS-IX-ACUM GREATER 999.
      *
           MOVE "TOTAL GERAL" TO DET-ROTULO.
           MOVE ZEROS         TO DET-CODIGO.
           MOVE WS-TOT-QTDE     TO DET-QTDE.
           MOVE WS-TOT-VL-ATUAL TO DET-VL-ATUAL.
           MOVE WS-TOT-VL-SIM   TO DET-VL-SIM.
           COMPUTE DET-VL-CUSTO = WS-TOT-VL-SIM - WS-TOT-VL-ATUAL.
           WRITE LINHA-REAJ FROM DET-REAJ AFTER 2.
      *
       5000-FIM. EXIT.
      *---------*
      *
       5100-LINHA-ORC.
      *---------------*
      *
           IF WS-ORC-QTDE (WS-IX-ACUM) EQUAL ZEROS
              GO TO 5100-FIM.
           COMPUTE DET-CODIGO = WS-IX-ACUM - 1.
           MOVE WS-ORC-QTDE (WS-IX-ACUM)     TO DET-QTDE.
           MOVE WS-ORC-VL-ATUAL (WS-IX-ACUM) TO DET-VL-ATUAL.
           MOVE WS-ORC-VL-SIM (WS-IX-ACUM)   TO DET-VL-SIM.
           COMPUTE DET-VL-CUSTO = WS-ORC-VL-SIM (WS-IX-ACUM)
                                - WS-ORC-VL-ATUAL (WS-IX-ACUM).
           WRITE LINHA-REAJ FROM DET-REAJ AFTER 1.
      *
       5100-FIM. EXIT.
      *---------*
      *
       5200-LINHA-UF.
      *--------------*
      *
           IF WS-UF-QTDE (WS-IX-ACUM) EQUAL ZEROS
              GO TO 5200-FIM.
           MOVE WS-IX-ACUM                  TO DET-CODIGO.
           MOVE WS-UF-QTDE (WS-IX-ACUM)     TO DET-QTDE.
           MOVE WS-UF-VL-ATUAL (WS-IX-ACUM) TO DET-VL-ATUAL.
           MOVE WS-UF-VL-SIM (WS-IX-ACUM)   TO DET-VL-SIM.
           COMPUTE DET-VL-CUSTO = WS-UF-VL-SIM (WS-IX-ACUM)
                                - WS-UF-VL-ATUAL (WS-IX-ACUM).
           WRITE LINHA-REAJ FROM DET-REAJ AFTER 1.
      *
       5200-FIM. EXIT.
      *---------*
      *
       5300-LINHA-ESP.
      *---------------*
      *
           IF WS-ESP-QTDE (WS-IX-ACUM) EQUAL ZEROS
              GO TO 5300-FIM.
           MOVE WS-IX-ACUM                   TO DET-CODIGO.
           MOVE WS-ESP-QTDE (WS-IX-ACUM)     TO DET-QTDE.
           MOVE WS-ESP-VL-ATUAL (WS-IX-ACUM) TO DET-VL-ATUAL.
           MOVE WS-ESP-VL-SIM (WS-IX-ACUM)   TO DET-VL-SIM.
           COMPUTE DET-VL-CUSTO = WS-ESP-VL-SIM (WS-IX-ACUM)
                                - WS-ESP-VL-ATUAL (WS-IX-ACUM).
           WRITE LINHA-REAJ FROM DET-REAJ AFTER 1.
      *
       5300-FIM. EXIT.
      *---------*
      *
       5400-LINHA-BCO.
      *---------------*
      *
           IF WS-BCO-QTDE (WS-IX-ACUM) EQUAL ZEROS
              GO TO 5400-FIM.
           MOVE WS-IX-ACUM                   TO DET-CODIGO.
           MOVE WS-BCO-QTDE (WS-IX-ACUM)     TO DET-QTDE.
           MOVE WS-BCO-VL-ATUAL (WS-IX-ACUM) TO DET-VL-ATUAL.
           MOVE WS-BCO-VL-SIM (WS-IX-ACUM)   TO DET-VL-SIM.
           COMPUTE DET-VL-CUSTO = WS-BCO-VL-SIM (WS-IX-ACUM)
                                - WS-BCO-VL-ATUAL (WS-IX-ACUM).
           WRITE LINHA-REAJ FROM DET-REAJ AFTER 1.
      *
       5400-FIM. EXIT.
      *---------*
      *
       6000-TRAILERS.
      *-------------*
      *
           MOVE SPACES TO TRAILER-REAJ.
           MOVE "CREDITOS DO MOVIMENTO LIDOS                  " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-CREDITOS TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 2.
      *
           MOVE "CREDITOS CANCELADOS (FORA DA SIMULACAO)      " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-CANCELADOS TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "CREDITOS SIMULADOS                           " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-SIMULADOS TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   NO PISO/LOAS (ACOMPANHAM O NOVO MINIMO)   " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-NO-PISO TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   ACIMA DO PISO COM INDICE INTEGRAL         " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-INDICE-INTEGRAL TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   ACIMA DO PISO COM INDICE PRO-RATA         " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-PRO-RATA TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   ELEVADOS AO NOVO PISO                     " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-ELEVADOS-PISO TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   LIMITADOS AO NOVO TETO                    " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-LIMITADOS-TETO TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   ATRASADOS (MANTIDOS SEM REAJUSTE)         " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-ATRASADOS TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "COMPETENCIA SEM TABELA DE PISO E TETO        " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-SEM-TABELA TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "RUBRICAS FORA DA RUBRICA MASTER (IGNORADAS)  " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-RUBR-SEM-MASTER TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "REGISTROS 051/SUL COPIADOS PARA 051/SUL/SIM  " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-SUL-LIDOS TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "   SEM GRUPO NO MOVIMENTO (VALOR MANTIDO)    " TO
                                                   TEXTO-TRL-REAJ.
           MOVE WS-CT-SUL-SEM-GRUPO TO QT-TRL-REAJ.
           WRITE LINHA-REAJ FROM TRAILER-REAJ AFTER 1.
      *
           MOVE "051/SUL"       TO DET-ROTULO.
           MOVE ZEROS           TO DET-CODIGO DET-QTDE.
           MOVE WS-VL-SUL-ATUAL TO DET-VL-ATUAL.
           MOVE WS-VL-SUL-SIM   TO DET-VL-SIM.
           COMPUTE DET-VL-CUSTO = WS-VL-SUL-SIM - WS-VL-SUL-ATUAL.
           WRITE LINHA-REAJ FROM DET-REAJ AFTER 2.
      *
       6000-FIM. EXIT.
      *---------*
      *
       9000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KREAJ.
      *
       9000-FIM. EXIT.
      *---------*
