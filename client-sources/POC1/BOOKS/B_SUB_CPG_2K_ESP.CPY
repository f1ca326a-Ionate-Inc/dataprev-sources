      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO CADASTRO DE ESPECIES DE BENEFICIO               *
      *    (D/SUB/CPG/2K/ESP).                                        *
      *                                                               *
      *    UM REGISTRO POR ESPECIE (CP01-CS-ESPECIE) E INICIO DE      *
      *    VIGENCIA; OS ATRIBUTOS DE UM CREDITO SAO OS DA LINHA DA    *
      *    ESPECIE VIGENTE NA COMPETENCIA. CLASSIFICADO POR ESPECIE E *
      *    DATA DE INICIO; MANTIDO VIA PSUBCPG2KESPMAN (CRITICA/      *
      *    INSTALACAO COM TOKEN DE APROVACAO) E CONSULTADO PELA       *
      *    ROTINA SSUBLIB2K607 (ESPECIE + DATA DE REFERENCIA). USADO  *
      *    NA CONSISTENCIA LOAS (PSUBCPG2K465), NO PISO/TETO          *
      *    (PSUBCPG2KLIMVAL), NA ACUMULACAO (PSUBCPG2KACUM), NO       *
      *    BOLETIM ESTATISTICO (PSUBCPG2KBEPS) E NA CESSACAO DA COTA  *
      *    DE DEPENDENTE POR LIMITE DE IDADE (PSUBCPG2KIDLCHK).       *
      *                                                               *
      *****************************************************************
      *
       01  ESP-REG.
      *    -------
           03  ESP-CS-ESPECIE               PIC 9(03).
           03  ESP-DT-INI-VIG               PIC 9(08).
      *        FORMATO: AAAAMMDD - INICIO DA VIGENCIA DA LINHA
           03  ESP-DT-FIM-VIG               PIC 9(08).
      *        FORMATO: AAAAMMDD - FIM DA VIGENCIA; ZEROS = ABERTA
           03  ESP-NM-ESPECIE               PIC X(40).
           03  ESP-GR-ESPECIES              PIC 9(02).
      *        (01) APOSENTADORIAS
      *        (02) PENSOES POR MORTE
      *        (03) AUXILIOS
      *        (04) SALARIO-MATERNIDADE
      *        (05) ASSISTENCIAIS (LOAS)
      *        (06) ENCARGOS PREVIDENCIARIOS DA UNIAO (EPU)
      *        (99) DEMAIS ESPECIES
           03  ESP-CS-URBANO-RURAL          PIC 9(01).
      *        (1) CLIENTELA URBANA
      *        (2) CLIENTELA RURAL
           03  ESP-IN-LOAS                  PIC 9(01).
      *        (0) NAO ASSISTENCIAL
      *        (1) ASSISTENCIAL LOAS - EXATAMENTE UM SALARIO MINIMO,
      *            MARCADO CP01-CS-ESP-LOAS = 3
           03  ESP-IN-SUBSTITUTIVO          PIC 9(01).
      *        (0) NAO SUBSTITUI A RENDA - SEM PISO, SO O TETO
      *        (1) SUBSTITUTIVO DA RENDA - PISO DE UM SALARIO MINIMO
           03  ESP-CS-TRATAMENTO-IR         PIC 9(01).
      *        TRATAMENTO PADRAO DO IR RETIDO NA FONTE:
      *        (1) TRIBUTAVEL (ISENCAO SO POR LAUDO/DECISAO - ISE)
      *        (2) ISENTO POR LEI
           03  ESP-CS-ACUMULACAO            PIC 9(01).
      *        VEDACAO PROPRIA DA ESPECIE, ALEM DA MATRIZ ACM/REG:
      *        (0) SEM VEDACAO PROPRIA
      *        (1) NAO ACUMULA COM NENHUM OUTRO BENEFICIO
      *        (2) NAO ACUMULA COM OUTRO BENEFICIO DO MESMO GRUPO
           03  ESP-DT-ATUALIZACAO           PIC 9(08).
      *        FORMATO: AAAAMMDD - INSTALACAO DA LINHA
           03  ESP-NU-MATRIC-APROV          PIC 9(08).
      *        MATRICULA DO APROVADOR DO RUN QUE INSTALOU A LINHA
           03  ESP-QT-IDADE-LIMITE          PIC 9(02).
      *        IDADE (ANOS) EM QUE CESSA A COTA DO DEPENDENTE -
      *        SO EM ESPECIE DE PENSAO (GRUPO 02); ZEROS = SEM LIMITE
           03  FILLER                       PIC X(16).
