      *----------------------------------------------------------------*
      * PENDALT - alteracoes pendentes de aprovacao (dupla custodia),
      *           indexado pelo numero do pedido. O MNTPARM e o
      *           MNTOPER nao atualizam mais o SYSPARM nem o OPERMAST:
      *           gravam aqui o pedido (situacao "A", aguardando) com
      *           o solicitante e os dados da alteracao, e so o
      *           APRALT, operado por OUTRO operador de nivel 3, leva
      *           a alteracao ao arquivo (ou ao EFETPARM, quando tem
      *           data de vigencia) ao aprovar ("V"), ou a descarta
      *           ao rejeitar ("R"), gravando o decisor. Pedido mais
      *           velho que o PENDDIAS do SYSPARM e expirado ("E")
      *           pelo EXPALT, com decisor "PRAZO". Numero novo = o
      *           maior do arquivo + 1; o registro nunca e apagado.
      *           PEND-DADOS traz os dados conforme o tipo: valor
      *           antigo/novo e vigencia do parametro, ou nome,
      *           senha (ja cifrada pelo CIFRASEN; espacos mantem a
      *           atual), nivel e desbloqueio do operador.
      *----------------------------------------------------------------*
       01 PEND-REG.
           02 PEND-NUMERO            PIC 9(07).
           02 PEND-TIPO              PIC X(01).
              88 PEND-PARAMETRO                    VALUE "P".
              88 PEND-OPERADOR                     VALUE "O".
           02 PEND-SITUACAO          PIC X(01).
              88 PEND-AGUARDANDO                   VALUE "A".
              88 PEND-APROVADA                     VALUE "V".
              88 PEND-REJEITADA                    VALUE "R".
              88 PEND-EXPIRADA                     VALUE "E".
           02 PEND-ALVO              PIC X(08).
           02 PEND-SOLICITANTE       PIC X(08).
           02 PEND-DATA-PEDIDO       PIC 9(08).
           02 PEND-HORA-PEDIDO       PIC 9(06).
           02 PEND-DECISOR           PIC X(08).
           02 PEND-DATA-DECISAO      PIC 9(08).
           02 PEND-HORA-DECISAO      PIC 9(06).
           02 PEND-DADOS             PIC X(60).
           02 PEND-DADOS-PARM REDEFINES PEND-DADOS.
              03 PEND-PARM-NOVO      PIC X(01).
                 88 PEND-PARM-INCLUSAO             VALUE "S".
              03 PEND-VALOR-ANT      PIC X(10).
              03 PEND-VALOR-NOVO     PIC X(10).
              03 PEND-VIGENCIA       PIC 9(08).
              03 FILLER              PIC X(31).
           02 PEND-DADOS-OPER REDEFINES PEND-DADOS.
              03 PEND-OPER-NOVO      PIC X(01).
                 88 PEND-OPER-INCLUSAO             VALUE "S".
              03 PEND-OPER-NOME      PIC X(20).
              03 PEND-OPER-SENHA     PIC X(16).
              03 PEND-OPER-NIVEL     PIC 9(01).
              03 PEND-NIVEL-ANT      PIC 9(01).
              03 PEND-DESBLOQUEIO    PIC X(01).
                 88 PEND-PEDE-DESBLOQUEIO          VALUE "S".
              03 FILLER              PIC X(20).
