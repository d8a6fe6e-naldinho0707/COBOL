      *----------------------------------------------------------------*
      * FIBSER - listagem da serie completa de Fibonacci (pedido com
      *          FIB-MODO = "L" no FIBIN), gravada pelo lote do
      *          FIBONACCI e separada por departamento, para o DISTRIB
      *          recortar em SER + codigo do departamento. SER-LINHA e
      *          a linha impressa; SER-TIPO diz o que ela e: "R"
      *          identificacao da requisicao (uma por serie), "C"
      *          titulo das colunas, "T" um termo (numero, valor,
      *          soma acumulada e razao sobre o termo anterior), "O"
      *          transbordo - o termo que nao coube e onde a serie
      *          parou, com os termos anteriores ja listados - e "S"
      *          total da serie (termos listados e soma).
      *----------------------------------------------------------------*
       01 FIB-SERIE-REG.
           02 SER-DEPTO              PIC X(04).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 SER-TIPO               PIC X(01).
              88 SER-REQUISICAO                    VALUE "R".
              88 SER-CABECALHO                     VALUE "C".
              88 SER-TERMO                         VALUE "T".
              88 SER-TRANSBORDO                    VALUE "O".
              88 SER-TOTAL                         VALUE "S".
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 SER-LINHA              PIC X(80).
