      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA TABELA DE RETENCAO DO ACERVO DE RELATORIOS      *
      *    (D/SUB/GER/REL/RET) - UM REGISTRO POR TIPO DE RELATORIO    *
      *    (PROGRAMA EMISSOR), CARGA SIMPLES DE ARQUIVO. TIPO SEM     *
      *    LINHA NA TABELA FICA COM A RETENCAO PADRAO DO              *
      *    PSUBGERRELCAPT (60 MESES).                                 *
      *                                                               *
      *****************************************************************
      *
       01  RET-REG.
      *    -------
           03  RET-PROGRAMA                 PIC X(17).
           03  RET-QT-MESES                 PIC 9(03).
      *        RETENCAO EM MESES A PARTIR DA CAPTURA
           03  RET-DS-RELATORIO             PIC X(20).
