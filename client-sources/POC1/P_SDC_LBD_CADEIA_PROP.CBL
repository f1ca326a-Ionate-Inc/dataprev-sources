                                      TRANS00494-ID-PREGAO-3
                                      TRANS00494-ID-LOTE-PREGAO-3
                                      TRANS00494-DT-INIC-VALI
                                      TRANS00494-DT-FIM-VALI
                                      TRANS00494-DT-EFETIVACAO.
           MOVE 9                  TO TRANS00494-IN-ACESS-RESTRITO.
           MOVE 0                  TO TRANS00494-IN-APROVADO.
           MOVE "PSDCLBDCADEIAPROP" TO TRANS00494-ID-GESTOR.
