      *          do que a rodada fez, conferida pelo BALCIRC contra
      *          os proprios arquivos, em vez de uma rodada pela
      *          metade parecer identica a uma rodada limpa.
      *          RUN-CANCELADOS conta os registros da fila cuja
      *          requisicao foi cancelada na tela do ENTREQ (situacao
      *          "CA" no REQMAST) e que o lote pulou sem calcular,
      *          sem suspender e sem cobrar - lidos = gravados +
      *          rejeitados + cancelados.
      *----------------------------------------------------------------*
       01 RUN-CTL-REG.
           02 RUN-DATA               PIC 9(08).
           02 RUN-GRAVADOS           PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 RUN-REJEITADOS         PIC 9(05).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 RUN-CANCELADOS         PIC 9(05).
