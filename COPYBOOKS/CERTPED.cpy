      *----------------------------------------------------------------*
      * CERTPED - cartao de pedido de certificado (CERTCALC). Um
      *           cartao por requisicao a certificar: data do calculo
      *           (AAAAMMDD) e numero da requisicao. Requisicao
      *           000000 certifica os calculos de tela ("TELA") da
      *           data.
      *----------------------------------------------------------------*
       01 CERT-PED-REG.
           02 CPD-DATA               PIC 9(08).
           02 FILLER                 PIC X(01).
           02 CPD-REQUISICAO         PIC 9(06).
