      *----------------------------------------------------------------*
      * FATPER - controle dos periodos faturados pelo FATDEPT,
      *          indexado pelo periodo (data inicial + final). O
      *          registro e gravado na rodada normal que emite as
      *          faturas e TRAVA o periodo: outra rodada normal cujo
      *          periodo se sobreponha a um periodo travado e
      *          recusada. O RESTHIST, ao regravar registros do
      *          CIRCHIST dentro de um periodo travado, passa a
      *          situacao para "R" (reapurado, ajuste pendente); a
      *          rodada de ajuste do FATDEPT emite as notas e volta
      *          a situacao para "F".
      *----------------------------------------------------------------*
       01 FPER-REG.
           02 FPER-CHAVE.
               03 FPER-DATA-INI      PIC 9(08).
               03 FPER-DATA-FIM      PIC 9(08).
           02 FPER-SITUACAO          PIC X(01).
              88 FPER-FATURADO                     VALUE "F".
              88 FPER-REAPURADO                    VALUE "R".
           02 FPER-DATA-FATURA       PIC 9(08).
           02 FPER-PRIMEIRA-FATURA   PIC 9(07).
           02 FPER-ULTIMA-FATURA     PIC 9(07).
           02 FPER-DATA-REAPURACAO   PIC 9(08).
           02 FPER-QTDE-AJUSTES      PIC 9(03).
