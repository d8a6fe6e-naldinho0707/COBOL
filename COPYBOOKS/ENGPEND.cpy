      *----------------------------------------------------------------*
      * ENGPEND - registro de pendencias de retorno a engenharia:
      *           o INTENG grava uma linha para cada detalhe da
      *           transmissao carregado nas filas (ou suspenso com
      *           "DP"), com a origem e a data da transmissao, e o
      *           RETENG consome as linhas depois do fechamento da
      *           noite, devolvendo o resultado (ou a recusa) para a
      *           origem no arquivo RETxxxx. PEND-SITUACAO "P" =
      *           aguardando resultado; "R" = recusa ja devolvida
      *           (a linha fica ate o registro sair calculado depois
      *           de reencaminhado pelo RESUB, ou ser cancelado).
      *----------------------------------------------------------------*
       01 ENG-PEND-REG.
           02 PEND-ORIGEM            PIC X(04).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-DATA-TRANS        PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-DATA-CARGA        PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-FORMA             PIC X(01).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-RAIO              PIC 9(03)V99.
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-ALTURA            PIC 9(03)V99.
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-REQUISICAO        PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-SITUACAO          PIC X(01).
              88 PEND-AGUARDANDO                   VALUE "P".
              88 PEND-RECUSA-DEVOLVIDA             VALUE "R".
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PEND-MOTIVO            PIC X(02).
