      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *   TABELA DE MOTIVOS DE RECUSA DA PORTABILIDADE BANCARIA        *
      *   (PRT-CS-MOTIVO-RECUSA DE B/SUB/CPG/2K/PRT). GRAVADO POR      *
      *   PSUBCPG2KPRTMAN; A DESCRICAO SAI NOS RELATORIOS DE           *
      *   PSUBCPG2KPRTMAN E PSUBCPG2KPRTEST. CONSULTA POR BUSCA        *
      *   LINEAR (MESMO MODELO DE B/SUB/CPG/2K/CAN/MOTIVOS).           *
      *****************************************************************
      *
      *LAYOUT DA LINHA: CODIGO(02) DESCRICAO(30)
       01  TABELA-MOTIVO-RECUSA-DADOS.
           03  FILLER PIC X(32) VALUE
         "01MOTIVO DA SOLICITACAO NAO 05 ".
           03  FILLER PIC X(32) VALUE
         "02DESTINO IGUAL AO BANCO ATUAL ".
           03  FILLER PIC X(32) VALUE
         "03BANCO DESTINO INATIVO        ".
           03  FILLER PIC X(32) VALUE
         "04BANCO DESTINO BLOQUEADO      ".
           03  FILLER PIC X(32) VALUE
         "05CONVENIO DO DESTINO SEM VIGOR".
           03  FILLER PIC X(32) VALUE
         "06CONTA DESTINO NAO INFORMADA  ".
           03  FILLER PIC X(32) VALUE
         "07SUBSTITUIDA POR NOVA SOLICIT ".
       01  TABELA-MOTIVO-RECUSA REDEFINES
               TABELA-MOTIVO-RECUSA-DADOS.
           03  MOTREC-TAB OCCURS 7 TIMES.
               05  MOTREC-CS-MOTIVO         PIC 9(02).
               05  MOTREC-DESCRICAO         PIC X(30).
       77 WS-QTDE-MOTIVO-RECUSA             PIC 9(02) VALUE 7.
       77 WS-IX-MOTIVO-RECUSA               PIC 9(02) VALUE 0.
       77 WS-MOTIVO-RECUSA-ENCONTRADO       PIC 9(01) VALUE 0.
