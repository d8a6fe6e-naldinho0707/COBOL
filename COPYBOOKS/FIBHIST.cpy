      *----------------------------------------------------------------*
      * FIBHIST - historico (master) dos calculos de Fibonacci, no
      *           molde do CIRCHIST: um registro por sequencia
      *           calculada pelo FIBONACCI, na tela ou no lote, para
      *           o trabalho de Fibonacci entrar no rateio (RELDEPT)
      *           e no faturamento (FATDEPT) como o do circulo.
      *           INDEXADO pela chave data + requisicao + sequencia
      *           (FHIS-SEQUENCIA atribuida pelo GRAVACOM, o gravador
      *           unico, de 1 em 1 dentro da mesma data +
      *           requisicao); FHIS-DEPTO e chave alternativa com
      *           duplicatas. Nos calculos de tela o departamento vai
      *           "TELA" e a requisicao zeros, como no CIRCHIST.
      *           Guarda o tamanho da sequencia (N), o par de sementes
      *           usado (0,1 na sequencia classica), o resultado, o
      *           operador (sign-on do MENU ou "LOTE") e a origem do
      *           calculo ("T" = tela, "L" = lote).
      *----------------------------------------------------------------*
       01 FHIS-LOTE-REG.
           02 FHIS-CHAVE.
               03 FHIS-DATA          PIC 9(08).
               03 FHIS-REQUISICAO    PIC 9(06).
               03 FHIS-SEQUENCIA     PIC 9(05).
           02 FHIS-DEPTO             PIC X(04).
           02 FHIS-ENTRADA           PIC 9(02).
           02 FHIS-SEMENTE-A         PIC 9(06).
           02 FHIS-SEMENTE-B         PIC 9(06).
           02 FHIS-RESULTADO         PIC 9(21).
           02 FHIS-OPERADOR          PIC X(08).
           02 FHIS-ORIGEM            PIC X(01).
              88 FHIS-DA-TELA                      VALUE "T".
              88 FHIS-DO-LOTE                      VALUE "L".
