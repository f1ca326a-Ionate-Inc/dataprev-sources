      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *   TABELA DE CODIGOS DE UF (CODIGO NUMERICO IBGE DE            *
      *   CP01-CS-UF-OP) X SIGLA (NM-UF-SIGL DA TB00233). CONSULTA    *
      *   POR BUSCA LINEAR (MESMO MODELO DE                           *
      *   B/SUB/CPG/2K/CAN/MOTIVOS).                                  *
      *****************************************************************
      *
      *LAYOUT DA LINHA: CODIGO(02) SIGLA(02), NOVE UF POR FILLER
       01  TABELA-UF-SIGLA-DADOS.
           03  FILLER PIC X(36) VALUE
         "11RO12AC13AM14RR15PA16AP17TO21MA22PI".
           03  FILLER PIC X(36) VALUE
         "23CE24RN25PB26PE27AL28SE29BA31MG32ES".
           03  FILLER PIC X(36) VALUE
         "33RJ35SP41PR42SC43RS50MS51MT52GO53DF".
       01  TABELA-UF-SIGLA REDEFINES TABELA-UF-SIGLA-DADOS.
           03  UFSIG-TAB OCCURS 27 TIMES.
               05  UFSIG-CS-UF              PIC 9(02).
               05  UFSIG-NM-SIGLA           PIC X(02).
       77 WS-QTDE-UF-SIGLA                  PIC 9(02) VALUE 27.
       77 WS-IX-UF-SIGLA                    PIC 9(02) VALUE 0.
       77 WS-UF-SIGLA-ENCONTRADA            PIC 9(01) VALUE 0.
