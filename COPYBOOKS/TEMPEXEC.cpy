      *----------------------------------------------------------------*
      * TEMPEXEC - registro de tempo de execucao dos steps do lote
      *            noturno CIRCFIB, gravado pelo subprograma GRAVATEM
      *            no fim de cada programa do stream: data de
      *            processamento (DATAPROC) a que a noite pertence,
      *            programa, inicio e fim (data e hora reais do
      *            relogio), duracao em segundos, registros tratados
      *            NESTA rodada (numa retomada por checkpoint, so a
      *            parte retomada) e o RETURN-CODE devolvido. Uma
      *            rerodada do mesmo step na mesma noite grava outro
      *            registro; o RELTEMP soma as rodadas. E a base do
      *            relatorio de janela do RELTEMP e da linha do fim do
      *            lote no PAINEL.
      *----------------------------------------------------------------*
       01 TEMPO-EXEC-REG.
           02 TMP-DATA-PROC          PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-PROGRAMA           PIC X(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-DATA-INICIO        PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-HORA-INICIO        PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-DATA-FIM           PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-HORA-FIM           PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-DURACAO            PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-REGISTROS          PIC 9(07).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TMP-RETORNO            PIC 9(02).
