      *            GRAVACOM) cada raio ja processado, os duplicados
      *            achados depois do abend de julho. Mesmo molde do
      *            FIBCKPT do FIBONACCI.
      *            Os contadores lidos/gravados/rejeitados (e os
      *            cancelados pulados pelo lote) da parte
      *            ja concluida viajam junto e sao restaurados na
      *            retomada, para o registro final do RUNCTL cobrir a
      *            noite INTEIRA - e o BALCIRC e o FECHNOIT baterem
           02 CKPT-RAIOS-GRAVADOS    PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 CKPT-RAIOS-REJEITADOS  PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 CKPT-RAIOS-CANCELADOS  PIC 9(05).
