      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *   TABELA DE MOTIVOS DE CANCELAMENTO DE CREDITO ANTES DA        *
      *   EMISSAO (CANL-CS-MOTIVO / FEED D/SUB/CPG/2K/CAN/NOVO). SO    *
      *   CODIGO DESTA TABELA PASSA NA CRITICA DE PSUBCPG2KCAN; A      *
      *   DESCRICAO SAI NO RELATORIO DE PSUBCPG2KCANREL. CONSULTA POR  *
      *   BUSCA LINEAR (MESMO MODELO DE B/SUB/CPG/2K/450/MOTIVOS).     *
      *****************************************************************
      *
      *LAYOUT DA LINHA: CODIGO(02) DESCRICAO(30)
       01  TABELA-MOTIVO-CANCEL-DADOS.
           03  FILLER PIC X(32) VALUE
         "01VALOR CALCULADO INDEVIDO     ".
           03  FILLER PIC X(32) VALUE
         "02BENEFICIO CESSADO/SUSPENSO   ".
           03  FILLER PIC X(32) VALUE
         "03OBITO DO BENEFICIARIO        ".
           03  FILLER PIC X(32) VALUE
         "04CREDITO EM DUPLICIDADE       ".
           03  FILLER PIC X(32) VALUE
         "05DETERMINACAO JUDICIAL        ".
           03  FILLER PIC X(32) VALUE
         "06DADOS BANCARIOS INVALIDOS    ".
           03  FILLER PIC X(32) VALUE
         "07SOLICITACAO DO BENEFICIARIO  ".
           03  FILLER PIC X(32) VALUE
         "08ERRO OPERACIONAL NA GERACAO  ".
           03  FILLER PIC X(32) VALUE
         "99OUTROS MOTIVOS               ".
       01  TABELA-MOTIVO-CANCEL REDEFINES
               TABELA-MOTIVO-CANCEL-DADOS.
           03  MOTCAN-TAB OCCURS 9 TIMES.
               05  MOTCAN-CS-MOTIVO         PIC 9(02).
               05  MOTCAN-DESCRICAO         PIC X(30).
       77 WS-QTDE-MOTIVO-CANCEL             PIC 9(02) VALUE 9.
       77 WS-IX-MOTIVO-CANCEL               PIC 9(02) VALUE 0.
       77 WS-MOTIVO-CANCEL-ENCONTRADO       PIC 9(01) VALUE 0.
