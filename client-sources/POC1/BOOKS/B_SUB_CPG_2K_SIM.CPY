      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DOS PARAMETROS PROPOSTOS DE REAJUSTE ANUAL PARA A  *
      *    SIMULACAO DE IMPACTO (D/SUB/CPG/2K/SIM/PAR).               *
      *                                                               *
      *    UM REGISTRO TIPO "1" (OBRIGATORIO) COM O NOVO SALARIO      *
      *    MINIMO, O INDICE DOS BENEFICIOS ACIMA DO MINIMO E A REGRA  *
      *    PRO-RATA; ATE 24 REGISTROS TIPO "2" COM O INDICE PRO-RATA  *
      *    POR COMPETENCIA DE INICIO DO BENEFICIO. PREPARADO PELA     *
      *    AREA DE BENEFICIOS E LIDO SO POR PSUBCPG2KREAJ - NADA E    *
      *    GRAVADO NOS CADASTROS.                                     *
      *                                                               *
      *****************************************************************
      *
       01  SIM-REG.
      *    -------
           03  SIM-TP-REGISTRO              PIC X(01).
      *        "1" - PARAMETROS GERAIS   "2" - INDICE PRO-RATA
           03  SIM-DADOS                    PIC X(79).
      *
           03  SIM-PARAMETROS REDEFINES SIM-DADOS.
               05  SIM-DT-COMPET-REAJ       PIC 9(06).
      *            FORMATO: AAAAMM - COMPETENCIA DO REAJUSTE
               05  SIM-VL-SAL-MINIMO        PIC 9(08)V99.
      *            NOVO SALARIO MINIMO
               05  SIM-PC-INDICE            PIC 9(03)V9(04).
      *            INDICE INTEGRAL DOS BENEFICIOS ACIMA DO MINIMO (%)
               05  SIM-VL-TETO-RGPS         PIC 9(08)V99.
      *            NOVO TETO DO RGPS; ZEROS = TETO VIGENTE REAJUSTADO
      *            PELO INDICE INTEGRAL
               05  SIM-IN-PRO-RATA          PIC X(01).
      *            "S" - BENEFICIO INICIADO NOS ULTIMOS 12 MESES RECEBE
      *                  O INDICE DO SEU MES DE INICIO (TIPO "2")
      *            "N" - TODOS RECEBEM O INDICE INTEGRAL
               05  FILLER                   PIC X(45).
      *
           03  SIM-PRO-RATA REDEFINES SIM-DADOS.
               05  SIM-DT-COMPET-INICIO     PIC 9(06).
      *            FORMATO: AAAAMM - MES DE INICIO DO BENEFICIO
               05  SIM-PC-INDICE-PRO        PIC 9(03)V9(04).
      *            INDICE APLICADO A QUEM INICIOU NESSE MES (%)
               05  FILLER                   PIC X(66).
