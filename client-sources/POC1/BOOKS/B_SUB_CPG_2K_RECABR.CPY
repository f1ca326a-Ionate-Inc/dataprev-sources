      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DOS FEEDS DE ABERTURA DE CASO DE RECUPERACAO       *
      *                                                               *
      *    LAYOUT COMUM A TODO JOB QUE APURA DEBITO A RECUPERAR FORA  *
      *    DO MOVIMENTO CP01/CP450 (EX: D/SUB/CPG/2K/REC/ABR/DUP,     *
      *    GRAVADO POR PSUBCPG2K470, D/SUB/CPG/2K/REC/ABR/SUB,        *
      *    GRAVADO POR PSUBCPG2KSUB, E D/SUB/CPG/2K/REC/ABR/IDL,      *
      *    GRAVADO POR PSUBCPG2KIDLCHK). PSUBCPG2KREC LE CADA FEED E  *
      *    ABRE OU ACRESCE O CASO DO NB NA ORIGEM INFORMADA.          *
      *    RABR-DT-REFER IDENTIFICA O DEBITO (DATA DO MOVIMENTO EM    *
      *    QUE ELE APARECEU): REENVIAR O MESMO FEED NAO DUPLICA.      *
      *                                                               *
      *****************************************************************
      *
       01  RABR-REG.
      *    --------
           03  RABR-NU-NB                   PIC 9(10).
           03  RABR-CS-ORIGEM               PIC X(01).
      *        MESMO DOMINIO DE RCAS-CS-ORIGEM (B/SUB/CPG/2K/REC)
           03  RABR-CS-UF                   PIC 9(02).
           03  RABR-CS-ESPECIE              PIC 9(03).
           03  RABR-DT-REFER                PIC 9(08).
      *        FORMATO: AAAAMMDD
           03  RABR-VL-DEVIDO               PIC 9(11)V99.
           03  RABR-NU-NB-REFER             PIC 9(10).
           03  FILLER                       PIC X(13).
