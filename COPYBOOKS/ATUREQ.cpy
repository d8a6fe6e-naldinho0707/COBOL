      * ATUREQ - area de parametros do subprograma ATUREQ, o gravador
      *          unico do mestre de requisicoes REQMAST. O chamador
      *          preenche departamento, numero, a situacao nova (FI/
      *          CR/PR/SU/RE/CA/RT/LI), a fila de origem e o motivo
      *          (quando houver) e recebe o file status em
      *          ATU-STATUS.
      *          Requisicao zerada ou departamento "TELA"/em branco e
      *          ignorada com status "00" (calculo de tela nao tem
      *          requisicao). O registro FI sobre uma chave que ja
      *          esta FI/CR/RT/LI (e o RT da cota sobre ela) e
      *          IDEMPOTENTE: o movimento e atualizado normalmente
      *          (a critica do EDLOTE reencadastra a fila
      *          inteira toda tarde, e uma requisicao de varios raios
      *          tem um registro por raio), e ATU-JA-NA-FILA volta
      *          "S" so como informacao. Quem decide se isso e uma
      *          aponta o numero de requisicao ja na fila antes da
      *          transmissao - a duplicidade que dobrava a cobranca
      *          do departamento no RELDEPT.
      *          A requisicao ja cancelada ("CA", tela do ENTREQ) nao
      *          sai mais dessa situacao: qualquer outro movimento e
      *          ignorado com status "00" e ATU-CANCELADA volta "S",
      *          para o chamador saber que o registro da fila sera
      *          pulado pelo lote.
      *          A requisicao liberada acima da cota ("LI", tela do
      *          LIBREQ) continua liberada: o FI da critica da tarde
      *          ou da entrada e o RT da cota sobre ela mantem "LI",
      *          devolvido em ATU-SITUACAO com o motivo gravado.
      *          ATU-OPERADOR e o operador que provocou o movimento
      *          (o da sessao na tela, "LOTE" nos lotes e na critica
      *          da tarde) e vai para o historico REQHIST, onde todo
      *          movimento que muda a situacao, a fila ou o motivo
      *          fica registrado.
      *----------------------------------------------------------------*
       01 ATU-REQ-PARM.
           02 ATU-DEPTO              PIC X(04).
           02 ATU-STATUS             PIC X(02).
           02 ATU-JA-NA-FILA         PIC X(01).
              88 ATU-REQ-JA-NA-FILA                VALUE "S" FALSE "N".
           02 ATU-CANCELADA          PIC X(01).
              88 ATU-REQ-CANCELADA                 VALUE "S" FALSE "N".
           02 ATU-OPERADOR           PIC X(08).
