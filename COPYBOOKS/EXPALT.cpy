      *----------------------------------------------------------------*
      * EXPALT - area de parametros do subprograma EXPALT, que varre o
      *          PENDALT, expira os pedidos aguardando aprovacao ha
      *          mais dias que o PENDDIAS do SYSPARM (padrao 7) e
      *          conta os que continuam aguardando. Chamado pelo
      *          MNTPARM, MNTOPER e APRALT antes de olhar o PENDALT e
      *          pelo PAINEL para mostrar a fila de aprovacao. O
      *          chamador recebe as quantidades e EXP-STATUS "00"
      *          (PENDALT ausente devolve o file status da abertura,
      *          com as quantidades zeradas).
      *----------------------------------------------------------------*
       01 EXPIRA-ALT-PARM.
           02 EXP-QTDE-EXPIRADAS     PIC 9(05).
           02 EXP-QTDE-PENDENTES     PIC 9(05).
           02 EXP-STATUS             PIC X(02).
