      *----------------------------------------------------------------*
      * FATREG - registro de faturas do faturamento mensal (FATDEPT),
      *          mestre indexado pela chave FREG-NUMERO: numero do
      *          documento, sequencia unica para faturas e notas de
      *          ajuste. Uma fatura ("F") por departamento e periodo
      *          faturado; uma nota de credito ("C") ou de debito
      *          ("D") por departamento a cada rodada de ajuste
      *          depois de uma reapuracao do periodo pelo RESTHIST,
      *          com FREG-FATURA-ORIGEM apontando a fatura original
      *          (zeros quando o departamento nao tinha fatura no
      *          periodo). Quantidades e valor das notas sao a
      *          DIFERENCA (negativa no credito), de modo que a soma
      *          de todos os documentos de um departamento e periodo
      *          da sempre o valor liquido cobrado. FREG-PRECO guarda
      *          a tarifa aplicada na emissao.
      *----------------------------------------------------------------*
       01 FREG-REG.
           02 FREG-NUMERO            PIC 9(07).
           02 FREG-TIPO              PIC X(01).
              88 FREG-FATURA                       VALUE "F".
              88 FREG-NOTA-CREDITO                 VALUE "C".
              88 FREG-NOTA-DEBITO                  VALUE "D".
           02 FREG-DEPTO             PIC X(04).
           02 FREG-DATA-INI          PIC 9(08).
           02 FREG-DATA-FIM          PIC 9(08).
           02 FREG-FATURA-ORIGEM     PIC 9(07).
           02 FREG-DATA-EMISSAO      PIC 9(08).
           02 FREG-CLASSE            OCCURS 8 TIMES.
               03 FREG-QTDE          PIC S9(05).
               03 FREG-PRECO         PIC 9(06)V99.
           02 FREG-VALOR             PIC S9(11)V99.
