      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO CADASTRO DE ISENCOES DE IMPOSTO DE RENDA POR NB *
      *    (D/SUB/CPG/2K/ISE).                                        *
      *                                                               *
      *    UM REGISTRO POR ISENCAO CONCEDIDA (LAUDO DE MOLESTIA       *
      *    GRAVE OU DECISAO EQUIVALENTE), COM A JANELA DE VIGENCIA.   *
      *    CLASSIFICADO POR NB E DATA DE INICIO; MANTIDO PELA AREA    *
      *    TRIBUTARIA VIA PSUBCPG2KISEMAN (CRITICA/INSTALACAO COM     *
      *    TOKEN DE APROVACAO) E CONFERIDO CONTRA O MOVIMENTO POR     *
      *    PSUBCPG2KISECHK. O CREDITO LOAS E ISENTO POR LEI E NAO     *
      *    PRECISA DE REGISTRO AQUI.                                  *
      *                                                               *
      *****************************************************************
      *
       01  ISE-REG.
      *    -------
           03  ISE-NU-NB                    PIC 9(10).
           03  ISE-DT-INICIO                PIC 9(08).
      *        FORMATO: AAAAMMDD - INICIO DA ISENCAO
           03  ISE-DT-FIM                   PIC 9(08).
      *        FORMATO: AAAAMMDD - FIM DA ISENCAO; ZEROS = SEM TERMO
      *        (LAUDO SEM PRAZO DE REAVALIACAO)
           03  ISE-CS-FUNDAMENTO            PIC 9(02).
      *        (01) MOLESTIA GRAVE - LEI 7713/88 ART 6 XIV
      *        (02) ACIDENTE EM SERVICO/MOLESTIA PROFISSIONAL -
      *             LEI 7713/88 ART 6 XIV
      *        (03) PENSAO POR MOLESTIA GRAVE - LEI 7713/88 ART 6 XXI
      *        (04) DECISAO JUDICIAL
      *        (05) DECISAO ADMINISTRATIVA DA RECEITA FEDERAL
           03  ISE-ID-LAUDO                 PIC X(20).
      *        REFERENCIA DO LAUDO/DECISAO QUE RESPALDA A ISENCAO
           03  ISE-DT-ATUALIZACAO           PIC 9(08).
      *        FORMATO: AAAAMMDD - INSTALACAO DA LINHA
           03  ISE-NU-MATRIC-APROV          PIC 9(08).
      *        MATRICULA DO APROVADOR DO RUN QUE INSTALOU A LINHA
           03  FILLER                       PIC X(16).
