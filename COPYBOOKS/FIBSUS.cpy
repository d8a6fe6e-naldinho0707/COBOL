      *          aqui inteira, sem alteracao, junto com a data da
      *          rodada e o codigo do motivo, para a operacao rever e
      *          reencaminhar pelo RESUB, em vez de redigitar de
      *          memoria. Motivos: TR = transbordo no calculo (valor
      *          nao coube no campo de resultado), DP = departamento
      *          desconhecido ou inativo no DEPTMAST.
      *----------------------------------------------------------------*
       01 SUS-FIB-REG.
           02 SUS-FIB-DATA           PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 SUS-FIB-MOTIVO         PIC X(02).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 SUS-FIB-REGISTRO       PIC X(32).
