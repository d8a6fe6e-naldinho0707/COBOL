      *           seguinte em vez de reprocessar a fila desde o
      *           comeco e duplicar CIRCHIST e AUDITLOG. Mesmo molde
      *           do FIBCKPT do FIBONACCI e do RAIOCKPT da EX09.
      *           Os contadores lidos/gravados/rejeitados (e os
      *           cancelados pulados pelo lote) da parte ja
      *           concluida viajam junto e sao restaurados na
      *           retomada, para o registro final do RUNCTL cobrir a
      *           noite inteira.
           02 CKPT-CILS-GRAVADOS     PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 CKPT-CILS-REJEITADOS   PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 CKPT-CILS-CANCELADOS   PIC 9(05).
