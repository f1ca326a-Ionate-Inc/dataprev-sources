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
       PROGRAM-ID.      PSUBCPG2KCAPAC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      *  OBJETIVO: PLANEJAMENTO MENSAL DE CAPACIDADE DA JANELA DO      *
      *            NOTURNO. O VIGIA (PSUBCPG052WATCH) SO AVISA DURANTE *
      *            A NOITE QUE UM RUN ATRASOU; ESTE JOB AVISA COM      *
      *            SEMANAS DE ANTECEDENCIA QUE A JANELA VAI ESTOURAR.  *
      *            1) MODELO: PAREIA OS EVENTOS "I"/"F" NORMAIS DE     *
      *               CADA JOB DA GRADE (D/SUB/CPG/2K/LGR/EXP) NO      *
      *               LIVRO D/SUB/CPG/2K/LGR E AJUSTA, POR MINIMOS     *
      *               QUADRADOS, TEMPO GASTO = FIXO + VARIAVEL X MIL   *
      *               REGISTROS (LGR-QTD-REG DO "F"); GUARDA TAMBEM O  *
      *               VOLUME MEDIO DO JOB POR DIA DO MES DA NOITE.     *
      *            2) VOLUME ESPERADO: FATOR DE CRESCIMENTO = TOTAL DE *
      *               CREDITOS PREVISTO NO D/SUB/CPG/051/SUL SOBRE O   *
      *               VOLUME MEDIO DO PSUBCPG052SPGUNI NO LIVRO;       *
      *               ACRESCIMO DE JANEIRO (REAJUSTE ANUAL) E DA       *
      *               TEMPORADA DO 13O. (AGOSTO A DEZEMBRO) POR        *
      *               PARAMETRO OU, NA FALTA DELE, APURADO NO          *
      *               HISTORICO D/SUB/CPG/052/HIST (TEMPO MEDIO DO     *
      *               MES SOBRE O DE FEVEREIRO A JULHO).               *
      *            3) SIMULACAO: PARA CADA NOITE DOS PROXIMOS MESES,   *
      *               PROJETA A DURACAO DE CADA JOB E PERCORRE A GRADE *
      *               NA ORDEM DE EXECUCAO: JOB COM ARESTA NA GRADE DE *
      *               DEPENDENCIAS D/SUB/CPG/2K/DEP COMECA QUANDO O    *
      *               ULTIMO PREDECESSOR TERMINA; JOB SEM ARESTA       *
      *               COMECA QUANDO O JOB ANTERIOR DA GRADE TERMINA.   *
      *               O TERMINO DA NOITE E COMPARADO COM O FIM DA      *
      *               JANELA; NOITE QUE ESTOURA SAI COM O CAMINHO      *
      *               CRITICO, E O RELATORIO FECHA COM OS JOBS QUE     *
      *               MAIS CONDUZEM OS ESTOUROS.                       *
      *                                                                *
      *  PREMISSA: JOB DA GRADE SEM RUN NORMAL NO LIVRO ENTRA COM      *
      *            DURACAO ZERO E E APONTADO NO MODELO. PREDECESSOR    *
      *            QUE ESTA DEPOIS DO JOB NA GRADE OU FORA DELA E      *
      *            IGNORADO NA SIMULACAO.                              *
      *                                                                *
      *  PARAMETRO: WS-PAR-MESES - MESES A PROJETAR A PARTIR DO MES    *
      *            SEGUINTE (ZEROS ASSUME 3; MAXIMO 12).               *
      *            WS-PAR-HORA-INICIO / WS-PAR-HORA-FIM - JANELA DO    *
      *            NOTURNO EM HHMMSS (ZEROS ASSUME 220000 / 060000).   *
      *            WS-PAR-PC-REAJUSTE / WS-PAR-PC-13 - ACRESCIMO       *
      *            PERCENTUAL DE VOLUME EM JANEIRO / NA TEMPORADA DO   *
      *            13O. (ZEROS APURA PELO D/SUB/CPG/052/HIST).         *
      *  ENTRADA:  DSUBCPG2KLGR    - LIVRO DE EXECUCOES.               *
      *            DSUBCPG2KLGREXP - GRADE ESPERADA, EM ORDEM.         *
      *            DSUBCPG2KDEP    - GRADE DE DEPENDENCIAS.            *
      *            DSUBCPG052HIST  - HISTORICO DE TEMPO GASTO DO 052.  *
      *            DSUBCPG051SUL   - PREVISAO DE CREDITOS POR OP.      *
      *  SAIDA:    LSUBCPG2KCAPAC  - PLANEJAMENTO DA JANELA.           *
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
           SELECT DSUBCPG2KLGR    ASSIGN TO DISK.
           SELECT DSUBCPG2KLGREXP ASSIGN TO DISK.
      *OPTIONAL: SEM GRADE DE DEPENDENCIAS A GRADE RODA EM SERIE.
           SELECT OPTIONAL DSUBCPG2KDEP ASSIGN TO DISK.
           SELECT DSUBCPG052HIST  ASSIGN TO DISK.
           SELECT DSUBCPG051SUL   ASSIGN TO DISK.
           SELECT LSUBCPG2KCAPAC  ASSIGN TO PRINTER.
      /
      *=============*
       DATA DIVISION.
      *=============*
        FILE SECTION.
      *-------------*
      *
        FD DSUBCPG2KLGR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LGR ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KLGR.
           03 LGR-DATA                PIC 9(08).
           03 LGR-HORA                PIC 9(06).
           03 LGR-PROGRAMA            PIC X(17).
           03 LGR-EVENTO              PIC X(01).
           03 LGR-INSUMO              PIC X(24).
           03 LGR-INSUMO-DATA         PIC 9(08).
           03 LGR-INSUMO-HORA         PIC 9(06).
           03 LGR-QTD-REG             PIC 9(08).
           03 LGR-TOT-VALOR           PIC 9(15)V99.
           03 LGR-RESULTADO           PIC X(01).
           03 FILLER                  PIC X(04).
      *
        FD DSUBCPG2KLGREXP
           RECORD CONTAINS  20 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/LGR/EXP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KLGREXP.
           03 EXP-PROGRAMA            PIC X(17).
           03 FILLER                  PIC X(03).
      *
        FD DSUBCPG2KDEP
           RECORD CONTAINS  40 CHARACTERS
           BLOCK  CONTAINS  10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/2K/DEP ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG2KDEP.
           03 DEP-PROGRAMA            PIC X(17).
           03 DEP-PREDECESSOR         PIC X(17).
           03 FILLER                  PIC X(06).
      *
        FD DSUBCPG052HIST
           RECORD CONTAINS   50 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/HIST ON PKDADOS."
           SECURITYTYPE PUBLIC.
        01 REG-DSUBCPG052HIST.
           03 HIST-DATA               PIC 9(08).
           03 HIST-CS-ROT-GER-CRED    PIC 9(02).
           03 HIST-MOV-CREDITO        PIC X(04).
           03 HIST-HORA-INICIO        PIC 9(06).
           03 HIST-HORA-FIM           PIC 9(06).
           03 HIST-TEMPO-GASTO        PIC 9(06).
           03 HIST-IN-TEMPO-VALIDO    PIC 9(01).
           03 FILLER                  PIC X(17).
      *
        FD DSUBCPG051SUL
           RECORD CONTAINS  120 CHARACTERS
           BLOCK  CONTAINS  150 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/051/SUL ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/051/SUL ON PKBDSGF".
      *
        FD LSUBCPG2KCAPAC.
        01 LINHA-CAPAC            PIC X(133).
      *
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  W77-DATA                   PIC 9(08) BINARY.
       77  WS-PAR-MESES               PIC 9(02) VALUE ZEROS.
       77  WS-PAR-HORA-INICIO         PIC 9(06) VALUE ZEROS.
       77  WS-PAR-HORA-FIM            PIC 9(06) VALUE ZEROS.
       77  WS-PAR-PC-REAJUSTE         PIC 9(03) VALUE ZEROS.
       77  WS-PAR-PC-13               PIC 9(03) VALUE ZEROS.
      *
      *JOB DE REFERENCIA DO VOLUME: O LGR-QTD-REG DO "F" DELE E O
      *NUMERO DE CREDITOS EMITIDOS NA NOITE, MESMA GRANDEZA DO
      *CP51-N-QTDE-CREDITOS.
       77  WS-PGM-REFERENCIA          PIC X(17) VALUE
           "PSUBCPG052SPGUNI".
      *
      *JANELA EM SEGUNDOS CORRIDOS A PARTIR DO INICIO.
       77  WS-SEG-INICIO-JANELA       PIC 9(06) VALUE ZEROS.
       77  WS-SEG-JANELA              PIC 9(06) VALUE ZEROS.
      *
      *GRADE ESPERADA, NA ORDEM DE EXECUCAO, COM O MODELO E A
      *SIMULACAO DA NOITE CORRENTE DE CADA JOB. 200 POSICOES E O
      *MESMO LIMITE DO QUADRO DA MANHA (PSUBCPG2K491).
       01  TABELA-JOB.
           05 TB-JOB OCCURS 200 TIMES.
              10 TB-JOB-PROGRAMA      PIC X(17).
      *        SOMAS DO AJUSTE (X = MIL REGISTROS, Y = SEGUNDOS)
              10 TB-JOB-QT-AMOSTRA    PIC 9(05).
              10 TB-JOB-SX            PIC 9(09)V999.
              10 TB-JOB-SY            PIC 9(11).
              10 TB-JOB-SXY           PIC 9(15)V999.
              10 TB-JOB-SXX           PIC 9(15)V999.
              10 TB-JOB-FIXO          PIC S9(07)V99.
              10 TB-JOB-VARIAVEL      PIC S9(07)V9(04).
              10 TB-JOB-VOL-MEDIO     PIC 9(05)V999.
              10 TB-JOB-SEG-MEDIO     PIC 9(06).
      *        ULTIMO "I" AINDA SEM "F" NO LIVRO
              10 TB-JOB-DT-INICIO     PIC 9(08).
              10 TB-JOB-HR-INICIO     PIC 9(06).
              10 TB-JOB-IN-ABERTO     PIC 9(01).
      *        VOLUME POR DIA DO MES DA NOITE (DATA DE EXECUCAO)
              10 TB-JOB-DIA OCCURS 31 TIMES.
                 15 TB-JOB-DIA-QT     PIC 9(05).
                 15 TB-JOB-DIA-SX     PIC 9(09)V999.
      *        SIMULACAO DA NOITE CORRENTE (SEGUNDOS DA JANELA)
              10 TB-JOB-SEG-INICIO    PIC 9(06).
              10 TB-JOB-SEG-DURACAO   PIC 9(06).
              10 TB-JOB-SEG-FIM       PIC 9(06).
              10 TB-JOB-IX-CONDUTOR   PIC 9(03).
      *        PARTICIPACAO NOS CAMINHOS CRITICOS DAS NOITES ESTOURADAS
              10 TB-JOB-QT-CRITICO    PIC 9(04).
              10 TB-JOB-SEG-CRITICO   PIC 9(09).
       77  WS-QTDE-JOB                PIC 9(03) VALUE ZEROS.
       77  WS-IX-JOB                  PIC 9(03) VALUE ZEROS.
       77  WS-IX-JOB-2                PIC 9(03) VALUE ZEROS.
       77  WS-IX-DIA                  PIC 9(02) VALUE ZEROS.
      *
      *ARESTAS DA GRADE DE DEPENDENCIAS ENTRE JOBS DA GRADE ESPERADA.
       01  TABELA-ARESTA.
           05 TB-ARE OCCURS 500 TIMES.
              10 TB-ARE-IX-PROGRAMA   PIC 9(03).
              10 TB-ARE-IX-PREDEC     PIC 9(03).
       77  WS-QTDE-ARESTA             PIC 9(03) VALUE ZEROS.
       77  WS-IX-ARESTA               PIC 9(03) VALUE ZEROS.
       77  WS-IX-PREDEC               PIC 9(03) VALUE ZEROS.
       77  WS-IN-TEM-PREDEC           PIC 9(01) VALUE 0.
      *
      *CAMINHO CRITICO DA NOITE, DO ULTIMO JOB PARA O PRIMEIRO.
       01  TABELA-CAMINHO.
           05 TB-CAM-IX-JOB OCCURS 200 TIMES PIC 9(03).
       77  WS-QTDE-CAMINHO            PIC 9(03) VALUE ZEROS.
       77  WS-IX-CAMINHO              PIC 9(03) VALUE ZEROS.
      *
      *HISTORICO 052 POR MES DO CALENDARIO (SO TEMPO VALIDO).
       01  TABELA-HIST-MES.
           05 TB-HIST-MES OCCURS 12 TIMES.
              10 TB-HIST-QT           PIC 9(06).
              10 TB-HIST-SEG          PIC 9(12).
       77  WS-IX-MES                  PIC 9(02) VALUE ZEROS.
       77  WS-HIST-QT-BASE            PIC 9(06) VALUE ZEROS.
       77  WS-HIST-SEG-BASE           PIC 9(12) VALUE ZEROS.
       77  WS-HIST-QT-13              PIC 9(06) VALUE ZEROS.
       77  WS-HIST-SEG-13             PIC 9(12) VALUE ZEROS.
       77  WS-HIST-MEDIA-BASE         PIC 9(06)V99 VALUE ZEROS.
       77  WS-HIST-MEDIA-MES          PIC 9(06)V99 VALUE ZEROS.
       77  WS-ORIGEM-REAJUSTE         PIC X(20) VALUE SPACES.
       77  WS-ORIGEM-13               PIC X(20) VALUE SPACES.
      *
      *FATOR DE VOLUME DO 051/SUL.
       77  WS-QT-CRED-051             PIC 9(12) VALUE ZEROS.
       77  WS-QT-REFERENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-SOMA-REFERENCIA         PIC 9(14) VALUE ZEROS.
       77  WS-MEDIA-REFERENCIA        PIC 9(10) VALUE ZEROS.
       77  WS-FATOR-051               PIC 9(03)V9(04) VALUE 1.
       77  WS-ORIGEM-051              PIC X(20) VALUE SPACES.
      *
      *CALCULOS DO AJUSTE E DA PROJECAO.
       77  WS-X-MIL                   PIC 9(05)V999 VALUE ZEROS.
       77  WS-X-PROJ                  PIC 9(07)V999 VALUE ZEROS.
       77  WS-FATOR-MES               PIC 9(03)V9(04) VALUE ZEROS.
       77  WS-NUMERADOR               PIC S9(15)V999 VALUE ZEROS.
       77  WS-DENOMINADOR             PIC S9(15)V999 VALUE ZEROS.
       77  WS-SEG-PROJ                PIC S9(09) VALUE ZEROS.
       77  WS-SEG-DECORRIDO           PIC 9(06) VALUE ZEROS.
       77  WS-SEG-AUX                 PIC 9(08) VALUE ZEROS.
       77  WS-SEG-INI                 PIC 9(08) VALUE ZEROS.
       77  WS-SEG-FIM                 PIC 9(08) VALUE ZEROS.
       77  WS-SEG-FIM-NOITE           PIC 9(06) VALUE ZEROS.
       77  WS-IX-ULTIMO               PIC 9(03) VALUE ZEROS.
      *
       77  WS-CT-NOITES               PIC 9(04) VALUE ZEROS.
       77  WS-CT-ESTOUROS             PIC 9(04) VALUE ZEROS.
       77  WS-CT-SEM-HISTORICO        PIC 9(03) VALUE ZEROS.
       77  WS-CT-AMOSTRAS             PIC 9(08) VALUE ZEROS.
       77  WS-QT-MESES                PIC 9(02) VALUE ZEROS.
      *
       01  WS-HORA-DESMONTA           PIC 9(06).
       01  WS-HORA-DESMONTA-R REDEFINES WS-HORA-DESMONTA.
           03 WS-HD-HH                PIC 9(02).
           03 WS-HD-MM                PIC 9(02).
           03 WS-HD-SS                PIC 9(02).
      *
      *DATA DE EXECUCAO DO RUN (MESMA REGRA DE SSUBLIB2K606: EVENTO
      *ANTERIOR AO MEIO-DIA PERTENCE A NOITE QUE COMECOU NA VESPERA).
       01  WS-DATA-CALC.
           03 WS-DATA-CALC-AAAA       PIC 9(04).
           03 WS-DATA-CALC-MM         PIC 9(02).
           03 WS-DATA-CALC-DD         PIC 9(02).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC PIC 9(08).
       77  WS-HORA-CALC               PIC 9(06).
       77  WS-QUOC-CALC               PIC 9(04).
       77  WS-RESTO-CALC              PIC 9(04).
       77  WS-AAAA-AUX                PIC 9(04).
       77  WS-DIAS-MES                PIC 9(02).
       01  TABELA-DIAS-MES-V.
           03 FILLER                  PIC X(24) VALUE
              "312831303130313130313031".
       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
           03 TB-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
      *
      *NOITE PROJETADA.
       01  WS-NOITE.
           03 WS-NOITE-AAAA           PIC 9(04).
           03 WS-NOITE-MM             PIC 9(02).
           03 WS-NOITE-DD             PIC 9(02).
       01  WS-NOITE-R REDEFINES WS-NOITE PIC 9(08).
      *
       01  WS-DATA-EDITA.
           03 WS-DE-DD                PIC 9(02).
           03 WS-DE-MM                PIC 9(02).
           03 WS-DE-AAAA              PIC 9(04).
       01  WS-DATA-EDITA-R REDEFINES WS-DATA-EDITA PIC 9(08).
      *
       01  CAB-01-CAPAC.
           03 FILLER                PIC X(18) VALUE
              "P/SUB/CPG/2K/CAPAC".
           03 FILLER                PIC X(48) VALUE
              "PLANEJAMENTO DE CAPACIDADE DA JANELA DO NOTURNO".
           03 FILLER                PIC X(06) VALUE "DATA: ".
           03 CAB01-DATA            PIC 99/99/9999.
      *
       01  CAB-02-CAPAC.
           03 FILLER                PIC X(133) VALUE ALL "=".
      *
       01  CAB-SECAO-CAPAC.
           03 CAB-SECAO-TEXTO       PIC X(70).
      *
       01  DET-JANELA-CAPAC.
           03 FILLER                PIC X(18) VALUE
              "JANELA DO NOTURNO:".
           03 FILLER                PIC X(01) VALUE SPACES.
           03 DET-JAN-INICIO        PIC 99B99B99.
           03 FILLER                PIC X(03) VALUE " A ".
           03 DET-JAN-FIM           PIC 99B99B99.
           03 FILLER                PIC X(12) VALUE "  DURACAO: ".
           03 DET-JAN-MINUTOS       PIC ZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE " MIN".
      *
       01  DET-FATOR-CAPAC.
           03 DET-FAT-TEXTO         PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 DET-FAT-VALOR         PIC ZZ9,9999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-FAT-ORIGEM        PIC X(20).
      *
       01  CAB-03-CAPAC.
           03 FILLER                PIC X(19) VALUE "PROGRAMA".
           03 FILLER                PIC X(10) VALUE "  RUNS".
           03 FILLER                PIC X(14) VALUE "   FIXO (SEG)".
           03 FILLER                PIC X(16) VALUE
              "  SEG/MIL REGS".
           03 FILLER                PIC X(14) VALUE "  MIL REGS MED".
           03 FILLER                PIC X(12) VALUE "   SEG MEDIO".
      *
       01  DET-MODELO-CAPAC.
           03 DET-MOD-PROGRAMA      PIC X(17).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-MOD-AMOSTRAS      PIC ZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MOD-FIXO          PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MOD-VARIAVEL      PIC Z.ZZZ.ZZ9,9999.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MOD-VOLUME        PIC ZZ.ZZ9,999.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MOD-SEG-MEDIO     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DET-MOD-OBS           PIC X(30).
      *
       01  DET-NOITE-CAPAC.
           03 FILLER                PIC X(07) VALUE "NOITE: ".
           03 DET-NOI-DATA          PIC 99/99/9999.
           03 FILLER                PIC X(12) VALUE "  TERMINO: ".
           03 DET-NOI-TERMINO       PIC 99B99B99.
           03 FILLER                PIC X(10) VALUE "  FOLGA: ".
           03 DET-NOI-FOLGA         PIC -ZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE " MIN".
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-NOI-SITUACAO      PIC X(40).
      *
       01  DET-CAMINHO-CAPAC.
           03 FILLER                PIC X(22) VALUE
              "     CAMINHO CRITICO: ".
           03 DET-CAM-PROGRAMA      PIC X(17).
           03 FILLER                PIC X(10) VALUE "  INICIO: ".
           03 DET-CAM-INICIO        PIC 99B99B99.
           03 FILLER                PIC X(07) VALUE "  FIM: ".
           03 DET-CAM-FIM           PIC 99B99B99.
           03 FILLER                PIC X(11) VALUE "  DURACAO: ".
           03 DET-CAM-MINUTOS       PIC ZZ.ZZ9.
           03 FILLER                PIC X(04) VALUE " MIN".
      *
       01  CAB-04-CAPAC.
           03 FILLER                PIC X(19) VALUE "PROGRAMA".
           03 FILLER                PIC X(18) VALUE
              "  NOITES CRITICAS".
           03 FILLER                PIC X(18) VALUE
              "   MIN ACUMULADOS".
           03 FILLER                PIC X(18) VALUE
              "  MIN MEDIOS/NOITE".
      *
       01  DET-CONDUTOR-CAPAC.
           03 DET-CON-PROGRAMA      PIC X(17).
           03 FILLER                PIC X(08) VALUE SPACES.
           03 DET-CON-NOITES        PIC ZZ.ZZ9.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 DET-CON-MINUTOS       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(09) VALUE SPACES.
           03 DET-CON-MEDIA         PIC ZZ.ZZ9.
      *
       01  TRAILER-CAPAC.
           03 TEXTO-TRL-CAPAC       PIC X(46).
           03 FILLER                PIC X(02) VALUE ": ".
           03 QT-TRL-CAPAC          PIC ZZ.ZZZ.ZZ9.
      *
      *=================*
       PROCEDURE DIVISION
            USING WS-PAR-MESES WS-PAR-HORA-INICIO WS-PAR-HORA-FIM
                  WS-PAR-PC-REAJUSTE WS-PAR-PC-13.
      *=================*
      *
       0000-INICIO.
      *------------*
      *
           PERFORM 1000-ABERTURA
              THRU 1000-FIM.
      *
           PERFORM 2000-MODELA
              THRU 2000-FIM.
      *
           PERFORM 3000-SIMULA
              THRU 3000-FIM.
      *
           PERFORM 3500-CONDUTORES
              THRU 3500-FIM.
      *
           PERFORM 4000-FINALIZA
              THRU 4000-FIM.
      *
           STOP RUN.
      *
       1000-ABERTURA.
      *-------------*
      *
           OPEN OUTPUT LSUBCPG2KCAPAC.
      *
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA          TO CAB01-DATA.
      *
           IF WS-PAR-MESES EQUAL ZEROS
              MOVE 3 TO WS-PAR-MESES.
           IF WS-PAR-MESES GREATER 12
              MOVE 12 TO WS-PAR-MESES.
           IF WS-PAR-HORA-INICIO EQUAL ZEROS
              MOVE 220000 TO WS-PAR-HORA-INICIO.
           IF WS-PAR-HORA-FIM EQUAL ZEROS
              MOVE 060000 TO WS-PAR-HORA-FIM.
      *
           MOVE WS-PAR-HORA-INICIO TO WS-HORA-DESMONTA.
           COMPUTE WS-SEG-INICIO-JANELA = WS-HD-HH * 3600
                                        + WS-HD-MM * 60 + WS-HD-SS.
           MOVE WS-PAR-HORA-FIM TO WS-HORA-DESMONTA.
           COMPUTE WS-SEG-AUX = WS-HD-HH * 3600 + WS-HD-MM * 60
                              + WS-HD-SS.
           IF WS-SEG-AUX NOT GREATER WS-SEG-INICIO-JANELA
              ADD 86400 TO WS-SEG-AUX.
           COMPUTE WS-SEG-JANELA = WS-SEG-AUX - WS-SEG-INICIO-JANELA.
      *
           MOVE ZEROS TO TABELA-HIST-MES.
      *
           WRITE LINHA-CAPAC FROM CAB-01-CAPAC AFTER PAGE.
           WRITE LINHA-CAPAC FROM CAB-02-CAPAC AFTER 1.
      *
      *GRADE ESPERADA: DEFINE OS JOBS E A ORDEM DA NOITE.
           OPEN INPUT DSUBCPG2KLGREXP.
           PERFORM 1100-CARREGA-GRADE
              THRU 1100-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KLGREXP.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KDEP.
           PERFORM 1200-CARREGA-DEPENDENCIA
              THRU 1200-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KDEP.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG2KLGR.
           PERFORM 1300-LE-LIVRO
              THRU 1300-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG2KLGR.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG052HIST.
           PERFORM 1400-LE-HISTORICO
              THRU 1400-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG052HIST.
           MOVE "NAO" TO WS-EOF.
      *
           OPEN INPUT DSUBCPG051SUL.
           PERFORM 1500-LE-PREVISAO
              THRU 1500-FIM
             UNTIL WS-EOF EQUAL "SIM".
           CLOSE DSUBCPG051SUL.
           MOVE "NAO" TO WS-EOF.
      *
           PERFORM 1600-APURA-FATORES
              THRU 1600-FIM.
      *
       1000-FIM. EXIT.
      *---------*
      *
       1100-CARREGA-GRADE.
      *-------------------*
      *
           READ DSUBCPG2KLGREXP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1100-FIM.
      *
           IF WS-QTDE-JOB EQUAL 200
              DISPLAY "PSUBCPG2KCAPAC: GRADE ESPERADA COM MAIS DE"
              DISPLAY "200 JOBS - REVER O LIMITE DA TABELA"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-JOB.
           MOVE ZEROS        TO TB-JOB (WS-QTDE-JOB).
           MOVE EXP-PROGRAMA TO TB-JOB-PROGRAMA (WS-QTDE-JOB).
      *
       1100-FIM. EXIT.
      *---------*
      *
       1200-CARREGA-DEPENDENCIA.
      *-------------------------*
      *
           READ DSUBCPG2KDEP
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1200-FIM.
      *
      *SO INTERESSA A ARESTA ENTRE DOIS JOBS DA GRADE ESPERADA.
           PERFORM VARYING WS-IX-JOB FROM 1 BY 1
                     UNTIL WS-IX-JOB GREATER WS-QTDE-JOB
                        OR TB-JOB-PROGRAMA (WS-IX-JOB) EQUAL
                                                     DEP-PROGRAMA
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-IX-PREDEC FROM 1 BY 1
                     UNTIL WS-IX-PREDEC GREATER WS-QTDE-JOB
                        OR TB-JOB-PROGRAMA (WS-IX-PREDEC) EQUAL
                                                  DEP-PREDECESSOR
              CONTINUE
           END-PERFORM.
           IF WS-IX-JOB GREATER WS-QTDE-JOB
              OR WS-IX-PREDEC GREATER WS-QTDE-JOB
              GO TO 1200-FIM.
      *
           IF WS-QTDE-ARESTA EQUAL 500
              DISPLAY "PSUBCPG2KCAPAC: GRADE DE DEPENDENCIAS COM"
              DISPLAY "MAIS DE 500 ARESTAS - REVER O LIMITE"
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           ADD 1 TO WS-QTDE-ARESTA.
           MOVE WS-IX-JOB    TO TB-ARE-IX-PROGRAMA (WS-QTDE-ARESTA).
           MOVE WS-IX-PREDEC TO TB-ARE-IX-PREDEC (WS-QTDE-ARESTA).
      *
       1200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    LIVRO DE EXECUCOES: O "I" DE UM JOB DA GRADE ABRE O RUN; O
      *    "F" NORMAL SEGUINTE FECHA E VIRA AMOSTRA DO AJUSTE. "F"
      *    ANORMAL E "R" SO FECHAM (RUN RETIDO OU RECUSADO NAO E TEMPO
      *    DE PROCESSAMENTO REPRESENTATIVO).
      *----------------------------------------------------------------
       1300-LE-LIVRO.
      *--------------*
      *
           READ DSUBCPG2KLGR
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1300-FIM.
      *
           IF LGR-PROGRAMA EQUAL WS-PGM-REFERENCIA
              AND LGR-EVENTO EQUAL "F"
              AND LGR-RESULTADO EQUAL "N"
              ADD 1           TO WS-QT-REFERENCIA
              ADD LGR-QTD-REG TO WS-SOMA-REFERENCIA.
      *
           PERFORM VARYING WS-IX-JOB FROM 1 BY 1
                     UNTIL WS-IX-JOB GREATER WS-QTDE-JOB
                        OR TB-JOB-PROGRAMA (WS-IX-JOB) EQUAL
                                                     LGR-PROGRAMA
              CONTINUE
           END-PERFORM.
           IF WS-IX-JOB GREATER WS-QTDE-JOB
              GO TO 1300-FIM.
      *
           IF LGR-EVENTO EQUAL "I"
              MOVE LGR-DATA TO TB-JOB-DT-INICIO (WS-IX-JOB)
              MOVE LGR-HORA TO TB-JOB-HR-INICIO (WS-IX-JOB)
              MOVE 1        TO TB-JOB-IN-ABERTO (WS-IX-JOB)
              GO TO 1300-FIM.
      *
           IF TB-JOB-IN-ABERTO (WS-IX-JOB) EQUAL 0
              GO TO 1300-FIM.
           MOVE 0 TO TB-JOB-IN-ABERTO (WS-IX-JOB).
           IF LGR-EVENTO NOT EQUAL "F"
              OR LGR-RESULTADO NOT EQUAL "N"
              GO TO 1300-FIM.
      *
      *TEMPO GASTO: VIRADA DE DATA SOMA UM DIA INTEIRO (MESMO CRITERIO
      *DO VIGIA - NENHUM JOB DA CADEIA PASSA DE 24 HORAS).
           MOVE LGR-HORA TO WS-HORA-DESMONTA.
           COMPUTE WS-SEG-FIM = WS-HD-HH * 3600 + WS-HD-MM * 60
                              + WS-HD-SS.
           MOVE TB-JOB-HR-INICIO (WS-IX-JOB) TO WS-HORA-DESMONTA.
           COMPUTE WS-SEG-INI = WS-HD-HH * 3600 + WS-HD-MM * 60
                              + WS-HD-SS.
           IF LGR-DATA GREATER TB-JOB-DT-INICIO (WS-IX-JOB)
              ADD 86400 TO WS-SEG-FIM.
           IF WS-SEG-FIM LESS WS-SEG-INI
              GO TO 1300-FIM.
           COMPUTE WS-SEG-DECORRIDO = WS-SEG-FIM - WS-SEG-INI.
      *
           MOVE TB-JOB-DT-INICIO (WS-IX-JOB) TO WS-DATA-CALC-R.
           MOVE TB-JOB-HR-INICIO (WS-IX-JOB) TO WS-HORA-CALC.
           PERFORM 9300-DATA-EXECUCAO
              THRU 9300-FIM.
           MOVE WS-DATA-CALC-DD TO WS-IX-DIA.
      *
           COMPUTE WS-X-MIL = LGR-QTD-REG / 1000.
           ADD 1                TO TB-JOB-QT-AMOSTRA (WS-IX-JOB)
                                   WS-CT-AMOSTRAS.
           ADD WS-X-MIL         TO TB-JOB-SX (WS-IX-JOB).
           ADD WS-SEG-DECORRIDO TO TB-JOB-SY (WS-IX-JOB).
           COMPUTE TB-JOB-SXY (WS-IX-JOB) = TB-JOB-SXY (WS-IX-JOB)
                                          + WS-X-MIL * WS-SEG-DECORRIDO.
           COMPUTE TB-JOB-SXX (WS-IX-JOB) = TB-JOB-SXX (WS-IX-JOB)
                                          + WS-X-MIL * WS-X-MIL.
           ADD 1        TO TB-JOB-DIA-QT (WS-IX-JOB WS-IX-DIA).
           ADD WS-X-MIL TO TB-JOB-DIA-SX (WS-IX-JOB WS-IX-DIA).
      *
       1300-FIM. EXIT.
      *---------*
      *
       1400-LE-HISTORICO.
      *------------------*
      *
           READ DSUBCPG052HIST
                AT END MOVE "SIM" TO WS-EOF
                       GO TO 1400-FIM.
      *
      *TEMPO ZERADO DE PERIODO INVERTIDO NAO E RUN INSTANTANEO.
           IF HIST-IN-TEMPO-VALIDO NOT EQUAL 1
              GO TO 1400-FIM.
      *
           MOVE HIST-DATA TO WS-DATA-CALC-R.
           IF WS-DATA-CALC-MM LESS 1
              OR WS-DATA-CALC-MM GREATER 12
              GO TO 1400-FIM.
           MOVE WS-DATA-CALC-MM TO WS-IX-MES.
      *
           MOVE HIST-TEMPO-GASTO TO WS-HORA-DESMONTA.
           COMPUTE WS-SEG-AUX = WS-HD-HH * 3600 + WS-HD-MM * 60
                              + WS-HD-SS.
           ADD 1          TO TB-HIST-QT (WS-IX-MES).
           ADD WS-SEG-AUX TO TB-HIST-SEG (WS-IX-MES).
      *
       1400-FIM. EXIT.
      *---------*
      *
       1500-LE-PREVISAO.
      *-----------------*
      *
           READ DSUBCPG051SUL
                AT END MOVE "SIM" TO WS-EOF
                NOT AT END
                   ADD CP51-N-QTDE-CREDITOS TO WS-QT-CRED-051.
      *
       1500-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    FATORES DE VOLUME. 051/SUL: CREDITOS PREVISTOS SOBRE A MEDIA
      *    EMITIDA PELO JOB DE REFERENCIA (SEM BASE = 1). JANEIRO E
      *    TEMPORADA DO 13O.: O PARAMETRO PREVALECE; ZERADO, APURA A
      *    RAZAO ENTRE O TEMPO MEDIO DO 052 NO(S) MES(ES) E O DE
      *    FEVEREIRO A JULHO (SO ACRESCIMO - RAZAO MENOR QUE 1 FICA 0).
      *----------------------------------------------------------------
       1600-APURA-FATORES.
      *-------------------*
      *
           MOVE 1 TO WS-FATOR-051.
           MOVE "SEM BASE NO LIVRO" TO WS-ORIGEM-051.
           IF WS-QT-REFERENCIA GREATER ZEROS
              COMPUTE WS-MEDIA-REFERENCIA =
                      WS-SOMA-REFERENCIA / WS-QT-REFERENCIA.
           IF WS-MEDIA-REFERENCIA GREATER ZEROS
              AND WS-QT-CRED-051 GREATER ZEROS
              COMPUTE WS-FATOR-051 ROUNDED =
                      WS-QT-CRED-051 / WS-MEDIA-REFERENCIA
              MOVE "D/SUB/CPG/051/SUL" TO WS-ORIGEM-051.
      *
           PERFORM VARYING WS-IX-MES FROM 2 BY 1
                     UNTIL WS-IX-MES GREATER 7
              ADD TB-HIST-QT (WS-IX-MES)  TO WS-HIST-QT-BASE
              ADD TB-HIST-SEG (WS-IX-MES) TO WS-HIST-SEG-BASE
           END-PERFORM.
           PERFORM VARYING WS-IX-MES FROM 8 BY 1
                     UNTIL WS-IX-MES GREATER 12
              ADD TB-HIST-QT (WS-IX-MES)  TO WS-HIST-QT-13
              ADD TB-HIST-SEG (WS-IX-MES) TO WS-HIST-SEG-13
           END-PERFORM.
           IF WS-HIST-QT-BASE GREATER ZEROS
              COMPUTE WS-HIST-MEDIA-BASE ROUNDED =
                      WS-HIST-SEG-BASE / WS-HIST-QT-BASE.
      *
           IF WS-PAR-PC-REAJUSTE GREATER ZEROS
              MOVE "PARAMETRO" TO WS-ORIGEM-REAJUSTE
           ELSE
              MOVE "SEM BASE (ZERO)" TO WS-ORIGEM-REAJUSTE
              IF WS-HIST-MEDIA-BASE GREATER ZEROS
                 AND TB-HIST-QT (1) GREATER ZEROS
                 MOVE "D/SUB/CPG/052/HIST" TO WS-ORIGEM-REAJUSTE
                 COMPUTE WS-HIST-MEDIA-MES ROUNDED =
                         TB-HIST-SEG (1) / TB-HIST-QT (1)
                 IF WS-HIST-MEDIA-MES GREATER WS-HIST-MEDIA-BASE
                    COMPUTE WS-PAR-PC-REAJUSTE ROUNDED =
                            (WS-HIST-MEDIA-MES / WS-HIST-MEDIA-BASE
                             - 1) * 100
                 END-IF
              END-IF
           END-IF.
      *
           IF WS-PAR-PC-13 GREATER ZEROS
              MOVE "PARAMETRO" TO WS-ORIGEM-13
           ELSE
              MOVE "SEM BASE (ZERO)" TO WS-ORIGEM-13
              IF WS-HIST-MEDIA-BASE GREATER ZEROS
                 AND WS-HIST-QT-13 GREATER ZEROS
                 MOVE "D/SUB/CPG/052/HIST" TO WS-ORIGEM-13
                 COMPUTE WS-HIST-MEDIA-MES ROUNDED =
                         WS-HIST-SEG-13 / WS-HIST-QT-13
                 IF WS-HIST-MEDIA-MES GREATER WS-HIST-MEDIA-BASE
                    COMPUTE WS-PAR-PC-13 ROUNDED =
                            (WS-HIST-MEDIA-MES / WS-HIST-MEDIA-BASE
                             - 1) * 100
                 END-IF
              END-IF
           END-IF.
      *
       1600-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    MODELO POR JOB: MINIMOS QUADRADOS DO TEMPO GASTO SOBRE O
      *    VOLUME. COM UM SO RUN, VOLUMES IGUAIS OU RETA QUE CRUZA O
      *    EIXO ABAIXO DE ZERO, O TEMPO PASSA A SER PROPORCIONAL AO
      *    VOLUME MEDIO (OU FIXO, SE O JOB NAO INFORMA VOLUME).
      *----------------------------------------------------------------
       2000-MODELA.
      *------------*
      *
           MOVE WS-PAR-HORA-INICIO TO DET-JAN-INICIO.
           MOVE WS-PAR-HORA-FIM    TO DET-JAN-FIM.
           COMPUTE DET-JAN-MINUTOS = WS-SEG-JANELA / 60.
           WRITE LINHA-CAPAC FROM DET-JANELA-CAPAC AFTER 2.
      *
           MOVE "FATOR DE VOLUME PREVISTO (051/SUL)           " TO
                                                      DET-FAT-TEXTO.
           MOVE WS-FATOR-051  TO DET-FAT-VALOR.
           MOVE WS-ORIGEM-051 TO DET-FAT-ORIGEM.
           WRITE LINHA-CAPAC FROM DET-FATOR-CAPAC AFTER 1.
           MOVE "ACRESCIMO % EM JANEIRO (REAJUSTE ANUAL)      " TO
                                                      DET-FAT-TEXTO.
           MOVE WS-PAR-PC-REAJUSTE TO DET-FAT-VALOR.
           MOVE WS-ORIGEM-REAJUSTE TO DET-FAT-ORIGEM.
           WRITE LINHA-CAPAC FROM DET-FATOR-CAPAC AFTER 1.
           MOVE "ACRESCIMO % NA TEMPORADA DO 13O. (AGO A DEZ) " TO
                                                      DET-FAT-TEXTO.
           MOVE WS-PAR-PC-13  TO DET-FAT-VALOR.
           MOVE WS-ORIGEM-13  TO DET-FAT-ORIGEM.
           WRITE LINHA-CAPAC FROM DET-FATOR-CAPAC AFTER 1.
      *
           MOVE "MODELO POR JOB (TEMPO = FIXO + SEG/MIL REGS X VOLUME)"
                                                  TO CAB-SECAO-TEXTO.
           WRITE LINHA-CAPAC FROM CAB-SECAO-CAPAC AFTER 2.
           WRITE LINHA-CAPAC FROM CAB-03-CAPAC AFTER 2.
           WRITE LINHA-CAPAC FROM CAB-02-CAPAC AFTER 1.
      *
           PERFORM 2100-AJUSTA-JOB
              THRU 2100-FIM
              VARYING WS-IX-JOB FROM 1 BY 1
                UNTIL WS-IX-JOB GREATER WS-QTDE-JOB.
      *
       2000-FIM. EXIT.
      *---------*
      *
       2100-AJUSTA-JOB.
      *----------------*
      *
           MOVE SPACES TO DET-MOD-OBS.
           MOVE ZEROS  TO TB-JOB-FIXO (WS-IX-JOB)
                          TB-JOB-VARIAVEL (WS-IX-JOB).
      *
           IF TB-JOB-QT-AMOSTRA (WS-IX-JOB) EQUAL ZEROS
              ADD 1 TO WS-CT-SEM-HISTORICO
              MOVE "SEM RUN NORMAL - DURACAO ZERO" TO DET-MOD-OBS
              GO TO 2100-IMPRIME.
      *
           COMPUTE TB-JOB-VOL-MEDIO (WS-IX-JOB) ROUNDED =
                   TB-JOB-SX (WS-IX-JOB)
                 / TB-JOB-QT-AMOSTRA (WS-IX-JOB).
           COMPUTE TB-JOB-SEG-MEDIO (WS-IX-JOB) ROUNDED =
                   TB-JOB-SY (WS-IX-JOB)
                 / TB-JOB-QT-AMOSTRA (WS-IX-JOB).
      *
           COMPUTE WS-DENOMINADOR =
                   TB-JOB-QT-AMOSTRA (WS-IX-JOB)
                 * TB-JOB-SXX (WS-IX-JOB)
                 - TB-JOB-SX (WS-IX-JOB) * TB-JOB-SX (WS-IX-JOB).
           IF TB-JOB-QT-AMOSTRA (WS-IX-JOB) GREATER 1
              AND WS-DENOMINADOR GREATER ZEROS
              COMPUTE WS-NUMERADOR =
                   TB-JOB-QT-AMOSTRA (WS-IX-JOB)
                 * TB-JOB-SXY (WS-IX-JOB)
                 - TB-JOB-SX (WS-IX-JOB) * TB-JOB-SY (WS-IX-JOB)
              IF WS-NUMERADOR GREATER ZEROS
                 COMPUTE TB-JOB-VARIAVEL (WS-IX-JOB) ROUNDED =
                         WS-NUMERADOR / WS-DENOMINADOR
              END-IF
              COMPUTE TB-JOB-FIXO (WS-IX-JOB) ROUNDED =
                      (TB-JOB-SY (WS-IX-JOB)
                       - TB-JOB-VARIAVEL (WS-IX-JOB)
                       * TB-JOB-SX (WS-IX-JOB))
                      / TB-JOB-QT-AMOSTRA (WS-IX-JOB)
              IF TB-JOB-FIXO (WS-IX-JOB) NOT LESS ZEROS
                 GO TO 2100-IMPRIME
              END-IF
           END-IF.
      *
           MOVE ZEROS TO TB-JOB-FIXO (WS-IX-JOB)
                         TB-JOB-VARIAVEL (WS-IX-JOB).
           IF TB-JOB-VOL-MEDIO (WS-IX-JOB) GREATER ZEROS
              COMPUTE TB-JOB-VARIAVEL (WS-IX-JOB) ROUNDED =
                      TB-JOB-SEG-MEDIO (WS-IX-JOB)
                    / TB-JOB-VOL-MEDIO (WS-IX-JOB)
              MOVE "PROPORCIONAL AO VOLUME MEDIO" TO DET-MOD-OBS
           ELSE
              MOVE TB-JOB-SEG-MEDIO (WS-IX-JOB) TO
                                          TB-JOB-FIXO (WS-IX-JOB)
              MOVE "SEM VOLUME - TEMPO MEDIO FIXO" TO DET-MOD-OBS.
      *
       2100-IMPRIME.
      *
           MOVE TB-JOB-PROGRAMA (WS-IX-JOB)   TO DET-MOD-PROGRAMA.
           MOVE TB-JOB-QT-AMOSTRA (WS-IX-JOB) TO DET-MOD-AMOSTRAS.
           MOVE TB-JOB-FIXO (WS-IX-JOB)       TO DET-MOD-FIXO.
           MOVE TB-JOB-VARIAVEL (WS-IX-JOB)   TO DET-MOD-VARIAVEL.
           MOVE TB-JOB-VOL-MEDIO (WS-IX-JOB)  TO DET-MOD-VOLUME.
           MOVE TB-JOB-SEG-MEDIO (WS-IX-JOB)  TO DET-MOD-SEG-MEDIO.
           WRITE LINHA-CAPAC FROM DET-MODELO-CAPAC AFTER 1.
      *
       2100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    SIMULA CADA NOITE DOS PROXIMOS WS-PAR-MESES MESES, A PARTIR
      *    DO DIA 1 DO MES SEGUINTE.
      *----------------------------------------------------------------
       3000-SIMULA.
      *------------*
      *
           MOVE "NOITES PROJETADAS (FOLGA NEGATIVA = ESTOURO DA JANELA)"
                                                  TO CAB-SECAO-TEXTO.
           WRITE LINHA-CAPAC FROM CAB-01-CAPAC AFTER PAGE.
           WRITE LINHA-CAPAC FROM CAB-02-CAPAC AFTER 1.
           WRITE LINHA-CAPAC FROM CAB-SECAO-CAPAC AFTER 2.
           WRITE LINHA-CAPAC FROM CAB-02-CAPAC AFTER 1.
      *
           MOVE W77-DATA TO WS-NOITE-R.
           IF WS-NOITE-MM EQUAL 12
              MOVE 1 TO WS-NOITE-MM
              ADD 1 TO WS-NOITE-AAAA
           ELSE
              ADD 1 TO WS-NOITE-MM.
           MOVE 1 TO WS-NOITE-DD.
           MOVE 1 TO WS-QT-MESES.
      *
           PERFORM 3100-NOITE
              THRU 3100-FIM
             UNTIL WS-QT-MESES GREATER WS-PAR-MESES.
      *
       3000-FIM. EXIT.
      *---------*
      *
       3100-NOITE.
      *-----------*
      *
           ADD 1 TO WS-CT-NOITES.
      *
           MOVE 1 TO WS-FATOR-MES.
           IF WS-NOITE-MM EQUAL 1
              COMPUTE WS-FATOR-MES = 1 + WS-PAR-PC-REAJUSTE / 100.
           IF WS-NOITE-MM NOT LESS 8
              COMPUTE WS-FATOR-MES = 1 + WS-PAR-PC-13 / 100.
      *
           PERFORM 3200-PROJETA-JOB
              THRU 3200-FIM
              VARYING WS-IX-JOB FROM 1 BY 1
                UNTIL WS-IX-JOB GREATER WS-QTDE-JOB.
      *
      *TERMINO DA NOITE: O JOB QUE TERMINA POR ULTIMO.
           MOVE ZEROS TO WS-SEG-FIM-NOITE WS-IX-ULTIMO.
           PERFORM VARYING WS-IX-JOB FROM 1 BY 1
                     UNTIL WS-IX-JOB GREATER WS-QTDE-JOB
              IF TB-JOB-SEG-FIM (WS-IX-JOB) NOT LESS WS-SEG-FIM-NOITE
                 MOVE TB-JOB-SEG-FIM (WS-IX-JOB) TO WS-SEG-FIM-NOITE
                 MOVE WS-IX-JOB TO WS-IX-ULTIMO
              END-IF
           END-PERFORM.
      *
           MOVE WS-NOITE-DD   TO WS-DE-DD.
           MOVE WS-NOITE-MM   TO WS-DE-MM.
           MOVE WS-NOITE-AAAA TO WS-DE-AAAA.
           MOVE WS-DATA-EDITA-R TO DET-NOI-DATA.
           MOVE WS-SEG-FIM-NOITE TO WS-SEG-AUX.
           PERFORM 9500-HORA-RELOGIO
              THRU 9500-FIM.
           MOVE WS-HORA-DESMONTA TO DET-NOI-TERMINO.
           COMPUTE DET-NOI-FOLGA =
                   (WS-SEG-JANELA - WS-SEG-FIM-NOITE) / 60.
      *
           IF WS-SEG-FIM-NOITE NOT GREATER WS-SEG-JANELA
              MOVE SPACES TO DET-NOI-SITUACAO
              WRITE LINHA-CAPAC FROM DET-NOITE-CAPAC AFTER 1
              GO TO 3100-PROXIMA.
      *
           ADD 1 TO WS-CT-ESTOUROS.
           MOVE "*** ESTOURO DA JANELA ***" TO DET-NOI-SITUACAO.
           WRITE LINHA-CAPAC FROM DET-NOITE-CAPAC AFTER 2.
           PERFORM 3300-CAMINHO-CRITICO
              THRU 3300-FIM.
      *
       3100-PROXIMA.
      *
           PERFORM 9400-PROXIMA-NOITE
              THRU 9400-FIM.
      *
       3100-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    DURACAO PROJETADA DO JOB NA NOITE: VOLUME MEDIO DO JOB NO
      *    MESMO DIA DO MES (NA FALTA, O VOLUME MEDIO GERAL) VEZES O
      *    FATOR 051/SUL E O FATOR DO MES, APLICADO AO MODELO. INICIO:
      *    TERMINO DO ULTIMO PREDECESSOR NA GRADE DE DEPENDENCIAS OU,
      *    SEM ARESTA, DO JOB ANTERIOR DA GRADE.
      *----------------------------------------------------------------
       3200-PROJETA-JOB.
      *-----------------*
      *
           MOVE WS-NOITE-DD TO WS-IX-DIA.
           IF TB-JOB-DIA-QT (WS-IX-JOB WS-IX-DIA) GREATER ZEROS
              COMPUTE WS-X-PROJ ROUNDED =
                      TB-JOB-DIA-SX (WS-IX-JOB WS-IX-DIA)
                    / TB-JOB-DIA-QT (WS-IX-JOB WS-IX-DIA)
           ELSE
              MOVE TB-JOB-VOL-MEDIO (WS-IX-JOB) TO WS-X-PROJ.
           COMPUTE WS-X-PROJ ROUNDED =
                   WS-X-PROJ * WS-FATOR-051 * WS-FATOR-MES.
      *
           COMPUTE WS-SEG-PROJ ROUNDED = TB-JOB-FIXO (WS-IX-JOB)
                           + TB-JOB-VARIAVEL (WS-IX-JOB) * WS-X-PROJ.
           IF WS-SEG-PROJ LESS ZEROS
              MOVE ZEROS TO WS-SEG-PROJ.
           MOVE WS-SEG-PROJ TO TB-JOB-SEG-DURACAO (WS-IX-JOB).
      *
           MOVE ZEROS TO TB-JOB-SEG-INICIO (WS-IX-JOB)
                         TB-JOB-IX-CONDUTOR (WS-IX-JOB).
           MOVE 0     TO WS-IN-TEM-PREDEC.
           PERFORM VARYING WS-IX-ARESTA FROM 1 BY 1
                     UNTIL WS-IX-ARESTA GREATER WS-QTDE-ARESTA
              IF TB-ARE-IX-PROGRAMA (WS-IX-ARESTA) EQUAL WS-IX-JOB
                 AND TB-ARE-IX-PREDEC (WS-IX-ARESTA) LESS WS-IX-JOB
                 MOVE TB-ARE-IX-PREDEC (WS-IX-ARESTA) TO WS-IX-PREDEC
                 IF WS-IN-TEM-PREDEC EQUAL 0
                    OR TB-JOB-SEG-FIM (WS-IX-PREDEC) GREATER
                                      TB-JOB-SEG-INICIO (WS-IX-JOB)
                    MOVE TB-JOB-SEG-FIM (WS-IX-PREDEC) TO
                                      TB-JOB-SEG-INICIO (WS-IX-JOB)
                    MOVE WS-IX-PREDEC TO
                                      TB-JOB-IX-CONDUTOR (WS-IX-JOB)
                 END-IF
                 MOVE 1 TO WS-IN-TEM-PREDEC
              END-IF
           END-PERFORM.
      *
           IF WS-IN-TEM-PREDEC EQUAL 0
              AND WS-IX-JOB GREATER 1
              COMPUTE WS-IX-JOB-2 = WS-IX-JOB - 1
              MOVE TB-JOB-SEG-FIM (WS-IX-JOB-2) TO
                                      TB-JOB-SEG-INICIO (WS-IX-JOB)
              MOVE WS-IX-JOB-2 TO TB-JOB-IX-CONDUTOR (WS-IX-JOB).
      *
           COMPUTE TB-JOB-SEG-FIM (WS-IX-JOB) =
                   TB-JOB-SEG-INICIO (WS-IX-JOB)
                 + TB-JOB-SEG-DURACAO (WS-IX-JOB).
      *
       3200-FIM. EXIT.
      *---------*
      *
      *----------------------------------------------------------------
      *    CAMINHO CRITICO DA NOITE ESTOURADA: DO JOB QUE TERMINA POR
      *    ULTIMO, VOLTA PELO CONDUTOR (QUEM DETERMINOU O INICIO) ATE
      *    O PRIMEIRO; IMPRIME NA ORDEM DA NOITE E ACUMULA OS JOBS
      *    PARA O QUADRO DE CONDUTORES.
      *----------------------------------------------------------------
       3300-CAMINHO-CRITICO.
      *---------------------*
      *
           MOVE ZEROS        TO WS-QTDE-CAMINHO.
           MOVE WS-IX-ULTIMO TO WS-IX-JOB-2.
           PERFORM UNTIL WS-IX-JOB-2 EQUAL ZEROS
                      OR WS-QTDE-CAMINHO EQUAL 200
              ADD 1 TO WS-QTDE-CAMINHO
              MOVE WS-IX-JOB-2 TO TB-CAM-IX-JOB (WS-QTDE-CAMINHO)
              MOVE TB-JOB-IX-CONDUTOR (WS-IX-JOB-2) TO WS-IX-JOB-2
           END-PERFORM.
      *
           PERFORM 3310-IMPRIME-CAMINHO
              THRU 3310-FIM
              VARYING WS-IX-CAMINHO FROM WS-QTDE-CAMINHO BY -1
                UNTIL WS-IX-CAMINHO LESS 1.
      *
       3300-FIM. EXIT.
      *---------*
      *
       3310-IMPRIME-CAMINHO.
      *---------------------*
      *
           MOVE TB-CAM-IX-JOB (WS-IX-CAMINHO) TO WS-IX-JOB.
           ADD 1 TO TB-JOB-QT-CRITICO (WS-IX-JOB).
           ADD TB-JOB-SEG-DURACAO (WS-IX-JOB) TO
                                      TB-JOB-SEG-CRITICO (WS-IX-JOB).
      *
           MOVE TB-JOB-PROGRAMA (WS-IX-JOB) TO DET-CAM-PROGRAMA.
           MOVE TB-JOB-SEG-INICIO (WS-IX-JOB) TO WS-SEG-AUX.
           PERFORM 9500-HORA-RELOGIO
              THRU 9500-FIM.
           MOVE WS-HORA-DESMONTA TO DET-CAM-INICIO.
           MOVE TB-JOB-SEG-FIM (WS-IX-JOB) TO WS-SEG-AUX.
           PERFORM 9500-HORA-RELOGIO
              THRU 9500-FIM.
           MOVE WS-HORA-DESMONTA TO DET-CAM-FIM.
           COMPUTE DET-CAM-MINUTOS ROUNDED =
                   TB-JOB-SEG-DURACAO (WS-IX-JOB) / 60.
           WRITE LINHA-CAPAC FROM DET-CAMINHO-CAPAC AFTER 1.
      *
       3310-FIM. EXIT.
      *---------*
      *
       3500-CONDUTORES.
      *----------------*
      *
           MOVE "JOBS QUE CONDUZEM OS ESTOUROS (CAMINHO CRITICO)" TO
                                                   CAB-SECAO-TEXTO.
           WRITE LINHA-CAPAC FROM CAB-01-CAPAC AFTER PAGE.
           WRITE LINHA-CAPAC FROM CAB-02-CAPAC AFTER 1.
           WRITE LINHA-CAPAC FROM CAB-SECAO-CAPAC AFTER 2.
           WRITE LINHA-CAPAC FROM CAB-04-CAPAC AFTER 2.
           WRITE LINHA-CAPAC FROM CAB-02-CAPAC AFTER 1.
      *
           PERFORM 3510-LINHA-CONDUTOR
              THRU 3510-FIM
              VARYING WS-IX-JOB FROM 1 BY 1
                UNTIL WS-IX-JOB GREATER WS-QTDE-JOB.
      *
           MOVE SPACES TO TRAILER-CAPAC.
           MOVE "JOBS NA GRADE ESPERADA                       " TO
                                                   TEXTO-TRL-CAPAC.
           MOVE WS-QTDE-JOB TO QT-TRL-CAPAC.
           WRITE LINHA-CAPAC FROM TRAILER-CAPAC AFTER 2.
      *
           MOVE "JOBS SEM RUN NORMAL NO LIVRO                 " TO
                                                   TEXTO-TRL-CAPAC.
           MOVE WS-CT-SEM-HISTORICO TO QT-TRL-CAPAC.
           WRITE LINHA-CAPAC FROM TRAILER-CAPAC AFTER 1.
      *
           MOVE "RUNS DO LIVRO USADOS NO MODELO               " TO
                                                   TEXTO-TRL-CAPAC.
           MOVE WS-CT-AMOSTRAS TO QT-TRL-CAPAC.
           WRITE LINHA-CAPAC FROM TRAILER-CAPAC AFTER 1.
      *
           MOVE "ARESTAS DE DEPENDENCIA DENTRO DA GRADE       " TO
                                                   TEXTO-TRL-CAPAC.
           MOVE WS-QTDE-ARESTA TO QT-TRL-CAPAC.
           WRITE LINHA-CAPAC FROM TRAILER-CAPAC AFTER 1.
      *
           MOVE "NOITES PROJETADAS                            " TO
                                                   TEXTO-TRL-CAPAC.
           MOVE WS-CT-NOITES TO QT-TRL-CAPAC.
           WRITE LINHA-CAPAC FROM TRAILER-CAPAC AFTER 1.
      *
           MOVE "NOITES COM ESTOURO DA JANELA                 " TO
                                                   TEXTO-TRL-CAPAC.
           MOVE WS-CT-ESTOUROS TO QT-TRL-CAPAC.
           WRITE LINHA-CAPAC FROM TRAILER-CAPAC AFTER 1.
      *
       3500-FIM. EXIT.
      *---------*
      *
       3510-LINHA-CONDUTOR.
      *--------------------*
      *
           IF TB-JOB-QT-CRITICO (WS-IX-JOB) EQUAL ZEROS
              GO TO 3510-FIM.
      *
           MOVE TB-JOB-PROGRAMA (WS-IX-JOB)   TO DET-CON-PROGRAMA.
           MOVE TB-JOB-QT-CRITICO (WS-IX-JOB) TO DET-CON-NOITES.
           COMPUTE DET-CON-MINUTOS ROUNDED =
                   TB-JOB-SEG-CRITICO (WS-IX-JOB) / 60.
           COMPUTE DET-CON-MEDIA ROUNDED =
                   TB-JOB-SEG-CRITICO (WS-IX-JOB)
                 / TB-JOB-QT-CRITICO (WS-IX-JOB) / 60.
           WRITE LINHA-CAPAC FROM DET-CONDUTOR-CAPAC AFTER 1.
      *
       3510-FIM. EXIT.
      *---------*
      *
       4000-FINALIZA.
      *-------------*
      *
           CLOSE LSUBCPG2KCAPAC.
      *
           DISPLAY "PSUBCPG2KCAPAC - NOITES: " WS-CT-NOITES
                   " ESTOUROS: " WS-CT-ESTOUROS.
      *
       4000-FIM. EXIT.
      *---------*
      *
       9300-DATA-EXECUCAO.
      *-------------------*
      *ANTES DO MEIO-DIA A DATA DE EXECUCAO E A VESPERA DO CALENDARIO.
           IF WS-HORA-CALC NOT LESS 120000
              GO TO 9300-FIM.
      *
           IF WS-DATA-CALC-DD GREATER 1
              SUBTRACT 1 FROM WS-DATA-CALC-DD
              GO TO 9300-FIM.
      *
           IF WS-DATA-CALC-MM EQUAL 1
              MOVE 12 TO WS-DATA-CALC-MM
              SUBTRACT 1 FROM WS-DATA-CALC-AAAA
           ELSE
              SUBTRACT 1 FROM WS-DATA-CALC-MM.
           MOVE WS-DATA-CALC-MM TO WS-IX-MES.
           MOVE WS-DATA-CALC-AAAA TO WS-QUOC-CALC.
           PERFORM 9410-DIAS-DO-MES
              THRU 9410-FIM.
           MOVE WS-DIAS-MES TO WS-DATA-CALC-DD.
      *
       9300-FIM. EXIT.
      *---------*
      *
       9400-PROXIMA-NOITE.
      *-------------------*
      *
           MOVE WS-NOITE-MM   TO WS-IX-MES.
           MOVE WS-NOITE-AAAA TO WS-QUOC-CALC.
           PERFORM 9410-DIAS-DO-MES
              THRU 9410-FIM.
      *
           IF WS-NOITE-DD LESS WS-DIAS-MES
              ADD 1 TO WS-NOITE-DD
              GO TO 9400-FIM.
      *
           MOVE 1 TO WS-NOITE-DD.
           ADD 1 TO WS-QT-MESES.
           IF WS-NOITE-MM EQUAL 12
              MOVE 1 TO WS-NOITE-MM
              ADD 1 TO WS-NOITE-AAAA
           ELSE
              ADD 1 TO WS-NOITE-MM.
      *
       9400-FIM. EXIT.
      *---------*
      *
      *DIAS DO MES WS-IX-MES DO ANO EM WS-QUOC-CALC (FEVEREIRO DE ANO
      *BISSEXTO COM A MESMA REGRA DE SSUBLIB2K606).
       9410-DIAS-DO-MES.
      *-----------------*
      *
           MOVE TB-DIAS-MES (WS-IX-MES) TO WS-DIAS-MES.
           IF WS-IX-MES NOT EQUAL 2
              GO TO 9410-FIM.
      *
           MOVE WS-QUOC-CALC TO WS-AAAA-AUX.
           DIVIDE WS-AAAA-AUX BY 4 GIVING WS-QUOC-CALC
                  REMAINDER WS-RESTO-CALC.
           IF WS-RESTO-CALC EQUAL ZEROS
              MOVE 29 TO WS-DIAS-MES
              DIVIDE WS-AAAA-AUX BY 100 GIVING WS-QUOC-CALC
                     REMAINDER WS-RESTO-CALC
              IF WS-RESTO-CALC EQUAL ZEROS
                 DIVIDE WS-AAAA-AUX BY 400
                        GIVING WS-QUOC-CALC
                        REMAINDER WS-RESTO-CALC
                 IF WS-RESTO-CALC NOT EQUAL ZEROS
                    MOVE 28 TO WS-DIAS-MES.
      *
       9410-FIM. EXIT.
      *---------*
      *
      *SEGUNDOS DA JANELA (WS-SEG-AUX) PARA HORA DO RELOGIO HHMMSS.
       9500-HORA-RELOGIO.
      *------------------*
      *
           ADD WS-SEG-INICIO-JANELA TO WS-SEG-AUX.
           PERFORM UNTIL WS-SEG-AUX LESS 86400
              SUBTRACT 86400 FROM WS-SEG-AUX
           END-PERFORM.
           COMPUTE WS-HD-HH = WS-SEG-AUX / 3600.
           COMPUTE WS-SEG-AUX = WS-SEG-AUX - (WS-HD-HH * 3600).
           COMPUTE WS-HD-MM = WS-SEG-AUX / 60.
           COMPUTE WS-HD-SS = WS-SEG-AUX - (WS-HD-MM * 60).
      *
       9500-FIM. EXIT.
      *---------*
