      *----------------------------------------------------------------*
      * ENGRET - layout do arquivo de retorno para o sistema da
      *          engenharia ("RET" + origem), gravado pelo RETENG no
      *          mesmo molde de envelope do ENGTRANS: um cabecalho
      *          ("H", com a data do processamento, a data da
      *          transmissao original e a origem), um detalhe ("D")
      *          por medida devolvida e um rodape ("T") com a
      *          quantidade de detalhes e o hash total dos resultados
      *          (soma simples de area, circunferencia e volume de
      *          todos os detalhes). Detalhe calculado sai com
      *          RDET-MOTIVO em branco e os resultados: area e
      *          circunferencia para o circulo, superficie (em
      *          RDET-AREA) e volume para cilindro e esfera. Detalhe
      *          recusado sai com os resultados zerados e o codigo
      *          do motivo da suspensao (RZ, RL, AL, FI, DP) ou "CA"
      *          para requisicao cancelada no ENTREQ.
      *----------------------------------------------------------------*
       01 RET-REG.
           02 RET-TIPO               PIC X(01).
              88 RET-CABECALHO                     VALUE "H".
              88 RET-DETALHE                       VALUE "D".
              88 RET-RODAPE                        VALUE "T".
           02 RET-DADOS              PIC X(60).
           02 RET-CAB REDEFINES RET-DADOS.
               03 RCAB-DATA-PROC     PIC 9(08).
               03 FILLER             PIC X(01).
               03 RCAB-DATA-TRANS    PIC 9(08).
               03 FILLER             PIC X(01).
               03 RCAB-ORIGEM        PIC X(04).
               03 FILLER             PIC X(38).
           02 RET-DET REDEFINES RET-DADOS.
               03 RDET-FORMA         PIC X(01).
               03 FILLER             PIC X(01).
               03 RDET-RAIO          PIC 9(03)V99.
               03 FILLER             PIC X(01).
               03 RDET-ALTURA        PIC 9(03)V99.
               03 FILLER             PIC X(01).
               03 RDET-REQUISICAO    PIC 9(06).
               03 FILLER             PIC X(01).
               03 RDET-MOTIVO        PIC X(02).
               03 FILLER             PIC X(01).
               03 RDET-AREA          PIC 9(08)V99.
               03 FILLER             PIC X(01).
               03 RDET-CIRCUNF       PIC 9(05)V99.
               03 FILLER             PIC X(01).
               03 RDET-VOLUME        PIC 9(10)V99.
               03 FILLER             PIC X(05).
           02 RET-ROD REDEFINES RET-DADOS.
               03 RROD-QTDE          PIC 9(05).
               03 FILLER             PIC X(01).
               03 RROD-HASH          PIC 9(13)V99.
               03 FILLER             PIC X(39).
