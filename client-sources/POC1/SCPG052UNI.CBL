      *                         PERNA (SUFIXO DA FATIA), SENAO AS      *
      *                         PERNAS SERIALIZAM NO OPEN EXCLUSIVO.   *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA -  *
      *                           O RUN CONSULTA A GRADE               *
      *                           D/SUB/CPG/2K/DEP VIA SSUBLIB2K606 E  *
      *                           E RECUSADO (MOTIVO NO CONSOLE E      *
      *                           EVENTO "R" NO LIVRO) SE ALGUM        *
      *                           PREDECESSOR NAO TERMINOU NORMAL NA   *
      *                           MESMA DATA DE EXECUCAO. VIDE         *
      *                           1000-ABERTURA.                       *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE COMPETENCIA FECHADA - A    *
      *                           COMPETENCIA DO RUN (DATA DE          *
      *                           PROCESSAMENTO, DO PARAMETRO          *
      *                           WS-PAR-DT-PROC OU DO RELOGIO) E      *
      *                           CONSULTADA NO CONTROLE               *
      *                           D/SUB/CPG/2K/FEC VIA SSUBLIB2K609;   *
      *                           COMPETENCIA FECHADA PELO             *
      *                           PSUBCPG2KFEC E NAO REABERTA (TOKEN   *
      *                           DE APROVACAO + MOTIVO) RECUSA O RUN  *
      *                           ANTES DE ABRIR QUALQUER ARQUIVO.     *
      *                           VIDE 1000-ABERTURA.                  *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: REGISTRO DOS GRUPOS EMITIDOS - JUNTO *
      *                           COM A ENTRADA PROCESSADA (PRC), O    *
      *                           RUN GRAVA NO D/SUB/CPG/052/GRP CADA  *
      *                           GRUPO DO D/SUB/CPG/051/SUL (BANCO,   *
      *                           OP, MEIO, ORIGEM, UF, QTDE E VALOR)  *
      *                           COM A JANELA DE VALIDADE DO HEADER,  *
      *                           PARA O PSUBCPG052SOB ACUSAR ANTES DO *
      *                           RUN UMA ENTRADA DIFERENTE (REENVIO   *
      *                           COM OUTRO DT-PROC-H, PARCIAL SEGUIDA *
      *                           DE COMPLETA) COM GRUPOS JA EMITIDOS  *
      *                           NA MESMA JANELA. VIDE                *
      *                           4310-GRAVA-GRUPOS.                   *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
      *TEM O DATASET DE ENTRADAS PROCESSADAS NAO PODE TRAVAR O NOTURNO
      *NO OPEN INPUT DE 10200-VERIFICA-REPROCESSO.
           SELECT OPTIONAL DSUBCPG052PRC ASSIGN TO DISK.
      *OPTIONAL PELO MESMO MOTIVO: REGISTRO DE GRUPOS EMITIDOS, SO
      *ACRESCENTADO (VIDE 4310-GRAVA-GRUPOS).
           SELECT OPTIONAL DSUBCPG052GRP ASSIGN TO DISK.
      *OPTIONAL: SITE SEM O DATASET DE RUN-CONTROL RODA COMO SEMPRE -
      *A PARADA PEDIDA PELO OPERADOR E UM RECURSO, NAO UM PRE-
      *REQUISITO (VIDE 5030-VERIFICA-RUN-CONTROL).
           03 PRC-HORA                PIC 9(06).
           03 FILLER                  PIC X(07).
      *
      *GRUPOS DE CREDITO JA EMITIDOS (D/SUB/CPG/051/SUL DE CADA
      *ENTRADA REGISTRADA NO PRC) COM A JANELA DE VALIDADE DO HEADER -
      *CONSULTADO PELO PSUBCPG052SOB ANTES DO RUN SEGUINTE.
        FD DSUBCPG052GRP
           RECORD CONTAINS   80 CHARACTERS
           BLOCK  CONTAINS   10 RECORDS
           VALUE OF TITLE IS "D/SUB/CPG/052/GRP ON PKDADOS."
           SECURITYTYPE PUBLIC.
           COPY "*B/SUB/CPG/052/GRP ON PKBDSGF".
      *
      *RUN-CONTROL DO OPERADOR: UM REGISTRO, FLAGADO DURANTE O RUN
      *PELA OPERACAO (CARGA SIMPLES DE ARQUIVO). CTL-CS-COMANDO =
      *"STOP" PEDE PARADA LIMPA NO PROXIMO CHECKPOINT; CTL-MOV-CREDITO
       01  WS-LGR-QTD-REG             PIC 9(08) VALUE ZEROS.
       01  WS-LGR-TOT-VALOR           PIC 9(15)V99 VALUE ZEROS.
       01  WS-LGR-RESULTADO           PIC X(01) VALUE "N".
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG052SPGUNI".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *PORTAO DE COMPETENCIA FECHADA (SSUBLIB2K609).
       77  WS-FEC-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WS-FEC-STATUS              PIC 9(01) VALUE ZEROS.
       77 WS-IN-ENTRADA-INVALIDA            PIC 9(01) VALUE 0.
       77 WS-NU-SEQ-ARQ-SALVO               PIC 9(01) VALUE ZEROS.
      *JANELA DE VALIDADE DO HEADER, PARA O REGISTRO DE GRUPOS
      *EMITIDOS (VIDE 4310-GRAVA-GRUPOS).
       77 WS-DT-INI-VALIDADE-SALVA          PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-VALIDADE-SALVA          PIC 9(08) VALUE ZEROS.
      *TITULO DAS PARTES 2..N DO CONJUNTO (A PARTE 1 ENTRA PELO TITULO
      *PADRAO EQUACIONADO NO WFL).
       01 WS-TITLE-051-PARTE.
       1000-ABERTURA.
      *-------------*
      *
      *PORTAO DE DEPENDENCIAS: PREDECESSOR AUSENTE OU COM FALHA NA
      *DATA DE EXECUCAO RECUSA O RUN ANTES DE TOCAR EM QUALQUER
      *ARQUIVO (MOTIVO EXIBIDO E GRAVADO NO LIVRO PELA ROTINA).
           CALL "SSUBLIB2K606" USING WS-DEP-PROGRAMA WS-DEP-STATUS.
           IF WS-DEP-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
      ********** UNISYS Y2K - Linha alterada em 28/04/1999 16:45:52
           CALL "ZDATA4 IN DTP/L1" GIVING W77-DATA.
           MOVE W77-DATA    TO  WS-DATA-INICIO-PROC.
      *
      *PORTAO DE COMPETENCIA FECHADA: COMPETENCIA (DATA DE
      *PROCESSAMENTO DO RUN - A DO PARAMETRO NO RERUN RETROATIVO)
      *FECHADA PELO PSUBCPG2KFEC E NAO REABERTA RECUSA O RUN ANTES DE
      *TOCAR EM QUALQUER ARQUIVO (MOTIVO EXIBIDO E GRAVADO NO LIVRO
      *PELA ROTINA).
           IF WS-PAR-DT-PROC NOT EQUAL ZEROS
              DIVIDE WS-PAR-DT-PROC BY 100 GIVING WS-FEC-COMPETENCIA
           ELSE
              DIVIDE W77-DATA BY 100 GIVING WS-FEC-COMPETENCIA.
           CALL "SSUBLIB2K609" USING WS-DEP-PROGRAMA WS-FEC-COMPETENCIA
                                     WS-FEC-STATUS.
           IF WS-FEC-STATUS NOT EQUAL 0
              SET MYSELF (STATUS) TO -1
              STOP RUN.
      *
           CALL "ZHORA IN DTP/L1" GIVING W77-HORA.
           MOVE W77-HORA  TO  WS-HORA-INICIO-PROC.
          MOVE WS-HORA-FIM-PROC        TO PRC-HORA.
          WRITE REG-DSUBCPG052PRC.
          CLOSE DSUBCPG052PRC SAVE.
      *
          PERFORM 4310-GRAVA-GRUPOS
             THRU 4310-FIM.
      *
       4300-FIM. EXIT.
      *---------------*
      *
      *----------------------------------------------------------------
      *    REGISTRA OS GRUPOS DA ENTRADA CONSUMIDA NO D/SUB/CPG/052/GRP:
      *    UM REGISTRO POR GRUPO DO D/SUB/CPG/051/SUL (O DETALHE R274
      *    NAO TRAZ A OP), COM A JANELA DE VALIDADE E A IDENTIDADE DO
      *    HEADER SALVAS EM 10000-GRAVA-HEADER. OPEN EXTEND - MESMO
      *    CRITERIO DO PRC. O PSUBCPG052SOB CONFRONTA A ENTRADA
      *    SEGUINTE DA MESMA JANELA COM ESTES GRUPOS.
      *----------------------------------------------------------------
       4310-GRAVA-GRUPOS.
      *------------------*
      *
          MOVE "NAO" TO WS-EOF-SUL.
          OPEN INPUT  DSUBCPG051SUL.
          OPEN EXTEND DSUBCPG052GRP.
          PERFORM 9040-LE-CP51SUL
             THRU 9040-FIM.
          PERFORM 4320-GRAVA-GRUPO
             THRU 4320-FIM
            UNTIL WS-EOF-SUL EQUAL "SIM".
          CLOSE DSUBCPG051SUL.
          CLOSE DSUBCPG052GRP SAVE.
      *
       4310-FIM. EXIT.
      *---------------*
      *
       4320-GRAVA-GRUPO.
      *-----------------*
      *
          MOVE SPACES                    TO GRP-REG.
          MOVE WS-DT-INI-VALIDADE-SALVA  TO GRP-DT-INI-VALIDADE-H.
          MOVE WS-DT-FIM-VALIDADE-SALVA  TO GRP-DT-FIM-VALIDADE-H.
          MOVE WS-DT-PROC-H-PARTE1       TO GRP-DT-PROC-H.
          MOVE WS-ORIGEM-CRED-PARTE1     TO GRP-ORIGEM-CREDITO.
          MOVE WS-NU-SEQ-ARQ-SALVO       TO GRP-NU-SEQ-ARQ.
          MOVE CP51-N-ID-BANCO           TO GRP-ID-BANCO.
          MOVE CP51-N-ID-ORGAO-PAGADOR   TO GRP-ID-ORGAO-PAGADOR.
          MOVE CP51-N-CS-MEIO-PAGTO      TO GRP-CS-MEIO-PAGTO.
          MOVE CP51-N-CS-ORIGEM-CREDITO  TO GRP-CS-ORIGEM-CREDITO.
          MOVE CP51-N-CS-UF              TO GRP-CS-UF.
          MOVE CP51-N-QTDE-CREDITOS      TO GRP-QTDE-CREDITOS.
          MOVE CP51-N-VALOR-LIQ-CREDITOS TO GRP-VL-LIQUIDO.
          MOVE WS-DATA-FIM-PROC          TO GRP-DATA.
          WRITE GRP-REG.
      *
          PERFORM 9040-LE-CP51SUL
             THRU 9040-FIM.
      *
       4320-FIM. EXIT.
      *---------------*
      *
      *----------------------------------------------------------------
      *    CONSULTA O DATASET DE ENTRADAS JA PROCESSADAS PROCURANDO A
      *    IDENTIDADE DO HEADER CORRENTE (AINDA NO FD - CHAMADO ANTES
      *    DE 10000-GRAVA-HEADER). ACHOU = WS-IN-JA-PROCESSADO LIGADO;
                                   TO WS-ORIGEM-CRED-PARTE1.
           MOVE SPG51-NU-SEQ-ARQ-H OF DSUBCPG051SPG
                                   TO WS-NU-SEQ-ARQ-SALVO.
           MOVE SPG51-DT-INI-VALIDADE-H OF DSUBCPG051SPG
                                   TO WS-DT-INI-VALIDADE-SALVA.
           MOVE SPG51-DT-FIM-VALIDADE-H OF DSUBCPG051SPG
                                   TO WS-DT-FIM-VALIDADE-SALVA.

      *CONJUNTO MULTI-PARTES: O HEADER DA PARTE 1 ARMA O ENCADEAMENTO
      *(SPG51-NU-SEQ-ARQ-H = 1) E GUARDA A IDENTIDADE DO MOVIMENTO
