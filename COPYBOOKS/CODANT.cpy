      *----------------------------------------------------------------*
      * CODANT - codigos de verificacao superados. Quando o RESTHIST
      *          reprocessa um registro do CIRCHIST (valores novos e
      *          codigo novo), o codigo que estava no registro vem
      *          para ca, com a data do reprocessamento, o codigo que
      *          passou a valer e a area e o volume que o certificado
      *          antigo mostrava. O VERCERT le este arquivo quando o
      *          codigo informado nao e o vigente, para responder
      *          "superado" em vez de "nao confere". Arquivo
      *          INDEXADO pela chave do CIRCHIST + codigo superado
      *          (um registro reprocessado mais de uma vez tem uma
      *          entrada por codigo antigo).
      *----------------------------------------------------------------*
       01 COD-ANT-REG.
           02 CANT-CHAVE.
               03 CANT-HIST-CHAVE.
                   04 CANT-DATA          PIC 9(08).
                   04 CANT-REQUISICAO    PIC 9(06).
                   04 CANT-SEQUENCIA     PIC 9(05).
               03 CANT-CODIGO            PIC X(12).
           02 CANT-DATA-REPROC           PIC 9(08).
           02 CANT-CODIGO-NOVO           PIC X(12).
           02 CANT-AREA-ANT              PIC 9(08)V99.
           02 CANT-VOLUME-ANT            PIC 9(10)V99.
