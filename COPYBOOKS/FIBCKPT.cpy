      *           quantas requisicoes do arquivo FIBIN ja foram
      *           concluidas, para um job interrompido poder retomar
      *           da requisicao seguinte em vez de repetir o lote.
      *           Os contadores lidos/gravados/rejeitados (e os
      *           cancelados pulados pelo lote) da parte ja
      *           concluida viajam junto e sao restaurados na
      *           retomada, para o registro final do RUNCTL cobrir a
      *           noite inteira (uma tentativa abortada nao grava
           02 CKPT-GRAVADOS          PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 CKPT-REJEITADOS        PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 CKPT-CANCELADOS        PIC 9(05).
