      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *   TABELA DE CAUSAS PROVAVEIS DE DIVERGENCIA DE RUBRICAS        *
      *   (DRB-CS-CAUSA DA FILA D/SUB/CPG/2K/DRB). A CAUSA E ATRIBUIDA *
      *   POR PSUBCPG2KDRB AO REMONTAR O CONJUNTO DE RUBRICAS DO       *
      *   CREDITO MARCADO; A DESCRICAO SAI NOS RELATORIOS DE           *
      *   PSUBCPG2KDRB E PSUBCPG2KDRBRES. CONSULTA POR BUSCA LINEAR    *
      *   (MESMO MODELO DE B/SUB/CPG/2K/CAN/MOTIVOS).                  *
      *****************************************************************
      *
      *LAYOUT DA LINHA: CODIGO(02) DESCRICAO(30)
       01  TABELA-CAUSA-DRB-DADOS.
           03  FILLER PIC X(32) VALUE
         "01RUBRICA NAO CADASTRADA MASTER ".
           03  FILLER PIC X(32) VALUE
         "02RUBRICA INATIVA/FORA VIGENCIA ".
           03  FILLER PIC X(32) VALUE
         "03RUBRICA VEDADA PARA A ESPECIE ".
           03  FILLER PIC X(32) VALUE
         "04SOMA RUBRICAS DIFERE LIQUIDO  ".
           03  FILLER PIC X(32) VALUE
         "05RUBRICA NOVA NO NB            ".
           03  FILLER PIC X(32) VALUE
         "06RUBRICA ANTERIOR AUSENTE      ".
           03  FILLER PIC X(32) VALUE
         "07VALOR DIFERE DO ANTERIOR      ".
           03  FILLER PIC X(32) VALUE
         "08RUBRICA REPETIDA NO CREDITO   ".
           03  FILLER PIC X(32) VALUE
         "09QTDE DE RUBRICAS NAO CONFERE  ".
           03  FILLER PIC X(32) VALUE
         "10NENHUMA DIVERGENCIA ACHADA    ".
       01  TABELA-CAUSA-DRB REDEFINES
               TABELA-CAUSA-DRB-DADOS.
           03  CAUDRB-TAB OCCURS 10 TIMES.
               05  CAUDRB-CS-CAUSA          PIC 9(02).
               05  CAUDRB-DESCRICAO         PIC X(30).
       77 WS-QTDE-CAUSA-DRB                 PIC 9(02) VALUE 10.
       77 WS-IX-CAUSA-DRB                   PIC 9(02) VALUE 0.
       77 WS-CAUSA-DRB-ENCONTRADA           PIC 9(01) VALUE 0.
