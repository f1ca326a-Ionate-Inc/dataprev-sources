      *            PODE SER REMAPEADO), IMPRIME O DIFF CONTRA O        *
      *            CORRENTE E SO INSTALA NO "INST" COM CRITICA LIMPA   *
      *            (MESMO MOLDE DE PSUBLIB2K042MAN). "CONS" IMPRIME O  *
      *            MAPA CORRENTE POR BANCO. PARA A DISPOSICAO 02 A     *
      *            LINHA CLASSIFICA TAMBEM O MOTIVO DA REJEICAO (CONTA *
      *            ENCERRADA, CONTA INVALIDA, OUTROS), QUE DECIDE O    *
      *            MEIO ALTERNATIVO EM PSUBCPG2KREJCTA.                *
      *                                                                *
      *  PARAMETRO: WS-PAR-ACAO - "INST" CRITICA E INSTALA; "CONS"     *
      *            IMPRIME O MAPA CORRENTE; OUTRO VALOR SO CRITICA.    *
      *  SAIDA:    DSUBCPG2K460MAPG - NOVA GERACAO (SO NO "INST").     *
      *            LSUBCPG2K460MAP  - RELATORIO DE CRITICA/DIFF.       *
      ******************************************************************
      *  ALTERACAO EM OUTUBRO/26: PORTAO DE DEPENDENCIAS NA PARTIDA    *
      ******************************************************************
      /
      *====================*
       ENVIRONMENT DIVISION.
           03 NOVO-CS-RET-BANCO      PIC 9(02).
           03 NOVO-CS-DISPOSICAO     PIC 9(02).
           03 NOVO-DESCRICAO         PIC X(30).
           03 NOVO-CS-MOTIVO         PIC 9(02).
           03 FILLER                 PIC X(01).
      *
        FD DSUBCPG2K460MAP
           RECORD CONTAINS 40 CHARACTERS
           03 MAP-CS-RET-BANCO       PIC 9(02).
           03 MAP-CS-DISPOSICAO      PIC 9(02).
           03 MAP-DESCRICAO          PIC X(30).
      *MOTIVO DA REJEICAO (SO NA DISPOSICAO 02; BRANCOS NAS LINHAS
      *ANTERIORES A ELE VALEM 00):
      *   00 - NAO CLASSIFICADO      01 - CONTA ENCERRADA
      *   02 - CONTA INEXISTENTE/INVALIDA      09 - OUTROS MOTIVOS
           03 MAP-CS-MOTIVO          PIC 9(02).
           03 FILLER                 PIC X(01).
      *
        FD DSUBCPG2K460MAPG
           RECORD CONTAINS 40 CHARACTERS
      /
       WORKING-STORAGE SECTION.
      *-----------------------*
      *
      *PORTAO DE DEPENDENCIAS DA CADEIA 2K (SSUBLIB2K606).
       77  WS-DEP-PROGRAMA            PIC X(17) VALUE
           "PSUBCPG2K460MAP".
       77  WS-DEP-STATUS              PIC 9(01) VALUE ZEROS.
      *
       01  WS-EOF                     PIC X(03) VALUE "NAO".
       77  WS-PAR-ACAO                PIC X(04) VALUE SPACES.
               10 TB-NOVO-RET         PIC 9(02).
               10 TB-NOVO-DISP        PIC 9(02).
               10 TB-NOVO-DESC        PIC X(30).
               10 TB-NOVO-MOT         PIC 9(02).
       77  WS-QTDE-NOVO               PIC 9(03) VALUE ZEROS.
      *
      *MAPA CORRENTE EM MEMORIA (DIFF E "CONS").
               10 TB-ATU-RET          PIC 9(02).
               10 TB-ATU-DISP         PIC 9(02).
               10 TB-ATU-DESC         PIC X(30).
               10 TB-ATU-MOT          PIC 9(02).
       77  WS-QTDE-ATUAL              PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01-460MAP.
           03 DET-DIFF-RET          PIC 9(02).
           03 FILLER                PIC X(08) VALUE " DISP.: ".
           03 DET-DIFF-DISP         PIC 9(02).
           03 FILLER                PIC X(07) VALUE " MOT.: ".
           03 DET-DIFF-MOT          PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DET-DIFF-DESC         PIC X(30).
      *
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
                   MOVE MAP-CS-DISPOSICAO
                                     TO TB-ATU-DISP (WS-QTDE-ATUAL)
                   MOVE MAP-DESCRICAO
                                     TO TB-ATU-DESC (WS-QTDE-ATUAL)
                   IF MAP-CS-MOTIVO NUMERIC
                      MOVE MAP-CS-MOTIVO TO TB-ATU-MOT (WS-QTDE-ATUAL)
                   ELSE
                      MOVE ZEROS TO TB-ATU-MOT (WS-QTDE-ATUAL).
      *
       1100-FIM. EXIT.
      *---------*
                   MOVE NOVO-CS-DISPOSICAO
                                      TO TB-NOVO-DISP (WS-QTDE-NOVO)
                   MOVE NOVO-DESCRICAO
                                      TO TB-NOVO-DESC (WS-QTDE-NOVO)
                   IF NOVO-CS-MOTIVO NUMERIC
                      MOVE NOVO-CS-MOTIVO TO TB-NOVO-MOT (WS-QTDE-NOVO)
                   ELSE
                      MOVE ZEROS TO TB-NOVO-MOT (WS-QTDE-NOVO).
      *
       1200-FIM. EXIT.
      *---------*
      *
      *CRITICA: BANCO NO DOMINIO (001-999), CODIGO DO BANCO FORA DO
      *UNIVERSAL 01-03 (ESSES NAO SE REMAPEIAM), DISPOSICAO NORMALIZADA
      *NO DOMINIO 01-03, DESCRICAO PREENCHIDA, MOTIVO DE REJEICAO NO
      *DOMINIO (00/01/02/09) E SO NA DISPOSICAO 02, E DUPLICATA EXATA
      *DE BANCO+CODIGO.
       2000-CRITICA.
      *-------------*
      *
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           IF TB-NOVO-MOT (WS-IX-MAP) NOT EQUAL 00
              AND TB-NOVO-MOT (WS-IX-MAP) NOT EQUAL 01
              AND TB-NOVO-MOT (WS-IX-MAP) NOT EQUAL 02
              AND TB-NOVO-MOT (WS-IX-MAP) NOT EQUAL 09
              MOVE "MOTIVO DE REJEICAO FORA DE 00/01/02/09" TO
                                              DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           IF TB-NOVO-MOT (WS-IX-MAP) NOT EQUAL ZEROS
              AND TB-NOVO-DISP (WS-IX-MAP) NOT EQUAL 02
              MOVE "MOTIVO DE REJEICAO SO NA DISPOSICAO 02" TO
                                              DET-ERR-MOTIVO
              PERFORM 2110-ERRO-LINHA
                 THRU 2110-FIM
              GO TO 2100-FIM.
      *
           PERFORM VARYING WS-IX-MAP-2 FROM 1 BY 1
                     UNTIL WS-IX-MAP-2 NOT LESS WS-IX-MAP
                                    TB-NOVO-RET (WS-IX-MAP)
                 AND TB-ATU-DISP (WS-IX-MAP-2) EQUAL
                                    TB-NOVO-DISP (WS-IX-MAP)
                 AND TB-ATU-MOT (WS-IX-MAP-2) EQUAL
                                    TB-NOVO-MOT (WS-IX-MAP)
                 GO TO 2510-FIM
              END-IF
           END-PERFORM.
           MOVE TB-NOVO-BANCO (WS-IX-MAP) TO DET-DIFF-BANCO.
           MOVE TB-NOVO-RET (WS-IX-MAP)   TO DET-DIFF-RET.
           MOVE TB-NOVO-DISP (WS-IX-MAP)  TO DET-DIFF-DISP.
           MOVE TB-NOVO-MOT (WS-IX-MAP)   TO DET-DIFF-MOT.
           MOVE TB-NOVO-DESC (WS-IX-MAP)  TO DET-DIFF-DESC.
           WRITE LINHA-460MAP FROM DET-DIFF-460MAP AFTER 1.
      *
                                    TB-ATU-RET (WS-IX-MAP)
                 AND TB-NOVO-DISP (WS-IX-MAP-2) EQUAL
                                    TB-ATU-DISP (WS-IX-MAP)
                 AND TB-NOVO-MOT (WS-IX-MAP-2) EQUAL
                                    TB-ATU-MOT (WS-IX-MAP)
                 GO TO 2520-FIM
              END-IF
           END-PERFORM.
           MOVE TB-ATU-BANCO (WS-IX-MAP) TO DET-DIFF-BANCO.
           MOVE TB-ATU-RET (WS-IX-MAP)   TO DET-DIFF-RET.
           MOVE TB-ATU-DISP (WS-IX-MAP)  TO DET-DIFF-DISP.
           MOVE TB-ATU-MOT (WS-IX-MAP)   TO DET-DIFF-MOT.
           MOVE TB-ATU-DESC (WS-IX-MAP)  TO DET-DIFF-DESC.
           WRITE LINHA-460MAP FROM DET-DIFF-460MAP AFTER 1.
      *
              MOVE TB-ATU-BANCO (WS-IX-MAP) TO DET-DIFF-BANCO
              MOVE TB-ATU-RET (WS-IX-MAP)   TO DET-DIFF-RET
              MOVE TB-ATU-DISP (WS-IX-MAP)  TO DET-DIFF-DISP
              MOVE TB-ATU-MOT (WS-IX-MAP)   TO DET-DIFF-MOT
              MOVE TB-ATU-DESC (WS-IX-MAP)  TO DET-DIFF-DESC
              WRITE LINHA-460MAP FROM DET-DIFF-460MAP AFTER 1
           END-PERFORM.
