      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO REGISTRO DE GRUPOS DE CREDITO JA EMITIDOS       *
      *    (D/SUB/CPG/052/GRP).                                       *
      *                                                               *
      *    UM REGISTRO POR GRUPO DO D/SUB/CPG/051/SUL (QTDE/VALOR     *
      *    POR OP) DE CADA ENTRADA EMITIDA PELO PSUBCPG052SPGUNI,     *
      *    ACRESCENTADO EM OPEN EXTEND NO MESMO PONTO EM QUE A        *
      *    ENTRADA E REGISTRADA NO D/SUB/CPG/052/PRC (RUN VALIDO,     *
      *    FORA DE DRYRUN E DE FATIA). A JANELA DE VALIDADE E A       *
      *    IDENTIDADE VEM DO HEADER DO D/SUB/CPG/051/SPG CONSUMIDO.   *
      *    CONSULTADO PELO PSUBCPG052SOB, QUE RODA ANTES DO           *
      *    PSUBCPG052SPGUNI E ACUSA OS GRUPOS DA ENTRADA NOVA QUE JA  *
      *    FORAM EMITIDOS POR OUTRA ENTRADA DA MESMA JANELA.          *
      *                                                               *
      *****************************************************************
      *
       01  GRP-REG.
      *    -------
           03  GRP-DT-INI-VALIDADE-H        PIC 9(08).
           03  GRP-DT-FIM-VALIDADE-H        PIC 9(08).
      *        JANELA DE VALIDADE DO HEADER (AAAAMMDD)
           03  GRP-DT-PROC-H                PIC 9(08).
           03  GRP-ORIGEM-CREDITO           PIC 9(01).
           03  GRP-NU-SEQ-ARQ               PIC 9(01).
      *        IDENTIDADE DA ENTRADA (MESMA CHAVE DO D/SUB/CPG/052/PRC)
           03  GRP-ID-BANCO                 PIC 9(03).
           03  GRP-ID-ORGAO-PAGADOR         PIC 9(06).
           03  GRP-CS-MEIO-PAGTO            PIC 9(02).
           03  GRP-CS-ORIGEM-CREDITO        PIC 9(01).
           03  GRP-CS-UF                    PIC 9(02).
           03  GRP-QTDE-CREDITOS            PIC 9(08).
           03  GRP-VL-LIQUIDO               PIC 9(15)V99.
      *        GRUPO DO D/SUB/CPG/051/SUL (CP51-N-...)
           03  GRP-DATA                     PIC 9(08).
      *        DATA DA EMISSAO (FIM DO RUN DO PSUBCPG052SPGUNI)
           03  FILLER                       PIC X(07).
