      *
      * UNISYS Y2K - TEAM 2000
      *
      *****************************************************************
      *                                                               *
      *    LIBRARY DO DIRETORIO DE CEP (D/SDC/LBD/CEP) - CARGA DO     *
      *    DIRETORIO POSTAL OFICIAL FEITA POR PSDCLBDCEPCARGA, EM     *
      *    ORDEM ASCENDENTE DE CEP-NU-CEP, UM REGISTRO POR CEP.       *
      *    CONSULTADO POR PSDCLBDCEPVAL NA CRITICA DO ENDERECO DOS    *
      *    AAP DA TB00233 (B/SDC/LBD/SETTB00233).                     *
      *                                                               *
      *****************************************************************
      *
       01  CEP-REG.
      *    -------
           03  CEP-NU-CEP                   PIC 9(08).
           03  CEP-NM-UF-SIGL               PIC X(02).
           03  CEP-CD-MUNI-IBGE             PIC 9(07).
      *        CODIGO DO MUNICIPIO NO DIRETORIO OFICIAL (IBGE)
           03  CEP-CS-MUNI-SINPAS           PIC 9(05).
      *        MESMO CODIGO DE CS-MUNI-SINPAS DA TB00233, CONVERTIDO
      *        NA CARGA PELA TABELA D/SDC/LBD/CEP/CONV. ZEROS = MUNI-
      *        CIPIO SEM CONVERSAO (SO A UF E CONFERIVEL)
           03  CEP-NM-LOCALIDADE            PIC X(40).
           03  CEP-NM-LOGRADOURO            PIC X(60).
      *        SPACES NO CEP GERAL DE LOCALIDADE
           03  CEP-NM-BAIRRO                PIC X(30).
           03  FILLER                       PIC X(08).
