      *            programada com data de vigencia ("P", gravada
      *            pelo MNTPARM) e da efetivacao da programacao pelo
      *            EFETPARM na virada do lote ("E").
      *            Com a dupla custodia o MNTPARM grava o pedido
      *            ("S", solicitada) e o APRALT a decisao: "I"/"P"
      *            na aprovacao, "R" na rejeicao; o EXPALT grava "X"
      *            no pedido expirado. PH-OPERADOR e sempre quem
      *            pediu a alteracao e PH-APROVADOR quem aprovou ou
      *            rejeitou ("PRAZO" na expiracao; em branco no
      *            pedido e na efetivacao "E").
      *----------------------------------------------------------------*
       01 PARM-HIST-REG.
           02 PH-DATA                PIC 9(08).
              88 PH-IMEDIATA                       VALUE "I".
              88 PH-PROGRAMADA                     VALUE "P".
              88 PH-EFETIVADA                      VALUE "E".
              88 PH-SOLICITADA                     VALUE "S".
              88 PH-REJEITADA                      VALUE "R".
              88 PH-EXPIRADA                       VALUE "X".
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 PH-APROVADOR           PIC X(08).
