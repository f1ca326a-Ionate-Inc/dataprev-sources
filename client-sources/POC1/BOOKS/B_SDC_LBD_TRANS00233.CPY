           05  TRANS00233-CS-ACAO           PIC 9(001).
      *        1 = ABERTURA (ABRE OU REABRE O AAP)
      *        2 = FECHAMENTO (FECHA O AAP)
      *        3 = CORRECAO DE ENDERECO (REGRAVA TE-ENDERECO/NM-BAIRRO/
      *            NU-CEP/CS-MUNI-SINPAS/NM-UF-SIGL DO AAP COM OS
      *            CAMPOS DE ENDERECO ABAIXO - GERADA PENDENTE POR
      *            PSDCLBDCEPVAL A PARTIR DO DIRETORIO DE CEP)
           05  TRANS00233-DT-MOVIMENTO      PIC 9(008).
      *        FORMATO: AAAAMMDD - DATA A GRAVAR EM DT-ABERTURA-AAP
      *        (ACAO 1) OU DT-FECHAMENTO-AAP (ACAO 2)
           05  TRANS00233-ID-GESTOR         PIC X(017).
      *        GESTOR RESPONSAVEL PELA ACAO - GRAVADO EM
      *        ID-GESTOR-ATU (ACAO 1) OU ID-GESTOR-EXC (ACAO 2)
           05  TRANS00233-TE-ENDERECO       PIC X(055).
           05  TRANS00233-NM-BAIRRO         PIC X(027).
           05  TRANS00233-NU-CEP            PIC 9(008).
           05  TRANS00233-CS-MUNI-SINPAS    PIC 9(005).
           05  TRANS00233-NM-UF-SIGL        PIC X(002).
      *        ENDERECO COMPLETO A GRAVAR NO AAP - SO CONSIDERADO NA
      *        ACAO 3 (SPACES/ZEROS NAS ACOES 1 E 2).
