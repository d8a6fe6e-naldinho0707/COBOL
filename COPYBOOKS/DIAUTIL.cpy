      *----------------------------------------------------------------*
      * DIAUTIL - area de parametros do subprograma DIAUTIL, que diz
      *           se uma data e dia util de processamento. O chamador
      *           preenche DUT-DATA (AAAAMMDD) e recebe DUT-UTIL "S"
      *           ou "N", a razao em DUT-DESCRICAO (descricao do
      *           feriado no CALEND, "SABADO", "DOMINGO" ou o dia
      *           util extraordinario), o primeiro dia util DEPOIS da
      *           data em DUT-PROXIMO-UTIL e o file status da abertura
      *           do CALEND em DUT-STATUS. Sem o CALEND (status "35",
      *           antes do primeiro registro pelo MNTCAL) so sabado e
      *           domingo sao nao uteis. Data invalida volta "N" com
      *           DUT-PROXIMO-UTIL zerado.
      *----------------------------------------------------------------*
       01 DIA-UTIL-PARM.
           02 DUT-DATA               PIC 9(08).
           02 DUT-UTIL               PIC X(01).
              88 DUT-DIA-UTIL                      VALUE "S" FALSE "N".
           02 DUT-DESCRICAO          PIC X(30).
           02 DUT-PROXIMO-UTIL       PIC 9(08).
           02 DUT-STATUS             PIC X(02).
