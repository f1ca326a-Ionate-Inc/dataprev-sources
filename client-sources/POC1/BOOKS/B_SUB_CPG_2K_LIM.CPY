      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DA TABELA DE PISO (SALARIO MINIMO) E TETO DO RGPS  *
      *    POR COMPETENCIA (D/SUB/CPG/2K/LIM).                        *
      *                                                               *
      *    UM REGISTRO POR COMPETENCIA DE INICIO DE VIGENCIA; OS      *
      *    LIMITES DE UM CREDITO SAO OS DA MAIOR LIM-DT-COMPET QUE    *
      *    NAO PASSA DE CP01-DT-COMPET-CREDITO. MANTIDA PELA AREA DE  *
      *    BENEFICIOS VIA PSUBCPG2KLIMMAN (CRITICA/INSTALACAO) E      *
      *    USADA POR PSUBCPG2KLIMVAL NA CONFERENCIA DOS CREDITOS E    *
      *    POR PSUBCPG2KREAJ (LIMITES VIGENTES NA SIMULACAO DO        *
      *    REAJUSTE ANUAL).                                           *
      *    BENEFICIO SUBSTITUTIVO DA RENDA: PISO E TETO; LOAS:        *
      *    EXATAMENTE UM SALARIO MINIMO; ESPECIE DA LISTA SEM PISO    *
      *    (NAO SUBSTITUTIVA, EX. AUXILIO-ACIDENTE): SO O TETO.       *
      *                                                               *
      *****************************************************************
      *
       01  LIM-REG.
      *    -------
           03  LIM-DT-COMPET                PIC 9(06).
      *        FORMATO: AAAAMM - INICIO DA VIGENCIA DOS LIMITES
           03  LIM-VL-SAL-MINIMO            PIC 9(08)V99.
      *        SALARIO MINIMO MENSAL - PISO DO BENEFICIO SUBSTITUTIVO
      *        DA RENDA E VALOR EXATO DO LOAS
           03  LIM-VL-TETO-RGPS             PIC 9(08)V99.
      *        LIMITE MAXIMO DO SALARIO DE BENEFICIO DO RGPS
           03  LIM-QT-ESP-SEM-PISO          PIC 9(02).
           03  LIM-CS-ESP-SEM-PISO          PIC 9(03)
                                            OCCURS 20 TIMES.
      *        ESPECIES QUE NAO SUBSTITUEM A RENDA - SO O TETO VALE
           03  LIM-DT-ATUALIZACAO           PIC 9(08).
      *        FORMATO: AAAAMMDD - INSTALACAO DA LINHA
           03  FILLER                       PIC X(24).
