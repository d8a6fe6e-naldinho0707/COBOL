      *           incluir tambem o arquivo morto correspondente
      *           (AUDARCH no RELAUDIT), para um periodo que
      *           atravessa o corte do expurgo sair inteiro.
      *           PER-MODO-FATURA vale so para o FATDEPT: espaco =
      *           rodada normal (emite e numera as faturas e trava o
      *           periodo), "A" = rodada de ajuste de um periodo ja
      *           faturado e reapurado, "P" = previa sem numero, sem
      *           registro e sem trava (tambem quando o periodo nao
      *           tem as duas datas).
      *----------------------------------------------------------------*
       01 PERIODO-REG.
           02 PER-DATA-INI           PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PER-ARQMORTO           PIC X(01).
              88 INCLUI-ARQUIVO-MORTO              VALUE "S" FALSE "N".
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PER-MODO-FATURA        PIC X(01).
              88 FATURA-AJUSTE                     VALUE "A".
              88 FATURA-PREVIA                     VALUE "P".
