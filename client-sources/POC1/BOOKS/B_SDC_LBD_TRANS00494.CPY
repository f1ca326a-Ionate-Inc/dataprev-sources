           03  TRANS00494-IN-APROVADO       PIC 9(001).
      *        0 = PENDENTE (NAO APLICADA); 1 = APROVADA
           03  TRANS00494-ID-GESTOR         PIC X(017).
           03  TRANS00494-DT-EFETIVACAO     PIC 9(008).
      *        AAAAMMDD A PARTIR DA QUAL A TRANSACAO PODE SER
      *        APLICADA (ADJUDICACAO DE PREGAO COM VIGENCIA FUTURA);
      *        ZEROS = APLICACAO IMEDIATA
           03  FILLER                       PIC X(001).
