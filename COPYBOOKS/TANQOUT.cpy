      *----------------------------------------------------------------*
      * TANQOUT - arquivo do relatorio de capacidade e material dos
      *           tanques (RELTANQ) separado por departamento, para o
      *           DISTRIB recortar em TNQ + codigo do departamento.
      *           Cada departamento tem as suas proprias linhas de
      *           cabecalho. TNQ-LINHA e a linha impressa; TNQ-TIPO
      *           diz o que ela e: "C" cabecalho, "R" quantidades de
      *           uma requisicao, "M" material e custo da requisicao,
      *           "T" total do departamento (quantidades e custo).
      *           Os calculos de tela ("TELA") ficam so no relatorio
      *           impresso.
      *----------------------------------------------------------------*
       01 TANQ-OUT-REG.
           02 TNQ-DEPTO              PIC X(04).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TNQ-TIPO               PIC X(01).
              88 TNQ-CABECALHO                     VALUE "C".
              88 TNQ-REQUISICAO                    VALUE "R".
              88 TNQ-MATERIAL                      VALUE "M".
              88 TNQ-TOTAL                         VALUE "T".
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 TNQ-LINHA              PIC X(80).
