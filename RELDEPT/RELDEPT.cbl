      *             depois da final e o periodo impresso no
      *             cabecalho - o "demonstrativo mensal" passa a
      *             reportar exatamente o mes pedido.
      *           - coluna QTDE FIB: as sequencias de Fibonacci do
      *             historico FIBHIST no mesmo periodo (mesmo START na
      *             data inicial e parada depois da final), contadas a
      *             parte da QTDE dos calculos de circulo, para o
      *             trabalho de Fibonacci entrar no rateio. FIBHIST
      *             ainda nao criado conta zero.
      ******************************************************************

      *================================================================*
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select FHIS-FILE assign to "FIBHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is FHIS-CHAVE
                  alternate record key is FHIS-DEPTO
                       with duplicates
                  file status  is WS-FHIS-STATUS.

           select PER-FILE  assign to "PERIODO"
                  organization is line sequential
                  file status  is WS-PER-STATUS.
       FD  HIST-FILE.
           copy CIRCHIST.

       FD  FHIS-FILE.
           copy FIBHIST.

       FD  PER-FILE.
           copy PERIODO.

              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-FIM-HIST-FIB    PIC X(01)     VALUE "N".
              88 FIM-HIST-FIB                  VALUE "S" FALSE "N".
           02 SW-LEITURA         PIC X(01)     VALUE "C".
              88 LENDO-CIRCHIST                VALUE "C".
              88 LENDO-FIBHIST                 VALUE "F".

       01 STATUS-ARQUIVOS.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-FHIS-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.


       01 QTDE-DEPTOS            PIC 9(03)     VALUE ZEROS.

       01 DEPTO-CORRENTE         PIC X(04)     VALUE SPACES.

       01 TABELA-RESUMO.
           02 TAB-DEPTO OCCURS 50 TIMES INDEXED BY IX-DEPTO.
               03 TAB-CODIGO      PIC X(04)      VALUE SPACES.
               03 TAB-QTDE        PIC 9(05)      VALUE ZEROS.
               03 TAB-SOMA-AREA   PIC 9(11)V99   VALUE ZEROS.
               03 TAB-QTDE-FIB    PIC 9(05)      VALUE ZEROS.

       01 TOTAIS-PERIODO.
           02 TOT-QTDE           PIC 9(07)      VALUE ZEROS.
           02 TOT-SOMA-AREA      PIC 9(13)V99   VALUE ZEROS.
           02 TOT-QTDE-FIB       PIC 9(07)      VALUE ZEROS.

       01 REL-CABECALHO.
           02 FILLER             PIC X(07)      VALUE "DEPTO".
           02 FILLER             PIC X(08)      VALUE "QTDE".
           02 FILLER             PIC X(12)      VALUE "TOTAL AREA".
           02 FILLER             PIC X(05)      VALUE SPACES.
           02 FILLER             PIC X(08)      VALUE "QTDE FIB".

       01 REL-DETALHE.
           02 REL-DEPTO          PIC X(04).
           02 REL-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 REL-TOTAL-AREA     PIC ZZZZZZZZZZ9,99.
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 REL-QTDE-FIB       PIC ZZZZ9.

       01 REL-TOTAIS.
           02 FILLER             PIC X(07)
           02 REL-TOT-QTDE       PIC ZZZZZZ9.
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 REL-TOT-AREA       PIC ZZZZZZZZZZZZ9,99.
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 REL-TOT-QTDE-FIB   PIC ZZZZZZ9.

      *================================================================*
       procedure division.
            END-IF.
            OPEN     OUTPUT   REL-FILE.
            MOVE     ZEROS    TO   QTDE-DEPTOS.
            MOVE     ZEROS    TO   TOT-QTDE TOT-SOMA-AREA TOT-QTDE-FIB.
            SET      LENDO-CIRCHIST   TO   TRUE.
            PERFORM  POSICIONA-PERIODO.
            IF       NOT FIM-HISTORICO
                 PERFORM LE-HISTORICO
                 PERFORM ACUMULA  UNTIL  FIM-HISTORICO
            END-IF.
            CLOSE    HIST-FILE.
            PERFORM  LE-FIBONACCI.
            MOVE     APUR-DATA-INI   TO   PER-INI-ED.
            MOVE     APUR-DATA-FIM   TO   PER-FIM-ED.
            WRITE    REL-LINHA       FROM REL-PERIODO.


       ACUMULA.
            MOVE     HIST-DEPTO   TO   DEPTO-CORRENTE.
            PERFORM  LOCALIZA-DEPTO.
            PERFORM  LE-HISTORICO.
            EXIT.


       LE-FIBONACCI.
            OPEN     INPUT    FHIS-FILE.
      * FIBHIST ainda nao criado (status 35): Fibonacci conta zero
            IF       WS-FHIS-STATUS = "00"
                 SET     LENDO-FIBHIST   TO   TRUE
                 PERFORM POSICIONA-PERIODO-FIB
                 IF      NOT FIM-HIST-FIB
                      PERFORM LE-HIST-FIB
                      PERFORM ACUMULA-FIB  UNTIL  FIM-HIST-FIB
                 END-IF
                 CLOSE   FHIS-FILE
            END-IF.
            EXIT.


       POSICIONA-PERIODO-FIB.
            MOVE     APUR-DATA-INI   TO   FHIS-DATA.
            MOVE     ZEROS           TO   FHIS-REQUISICAO.
            MOVE     ZEROS           TO   FHIS-SEQUENCIA.
            START    FHIS-FILE  KEY NOT LESS THAN FHIS-CHAVE
                INVALID KEY
                     SET FIM-HIST-FIB TO TRUE
            END-START.
            EXIT.


       LE-HIST-FIB.
            READ     FHIS-FILE
                AT END
                     SET FIM-HIST-FIB TO TRUE
            END-READ.
            IF       NOT FIM-HIST-FIB
                 AND APUR-DATA-FIM NOT = ZEROS
                 AND FHIS-DATA > APUR-DATA-FIM
                 SET  FIM-HIST-FIB    TO   TRUE
            END-IF.
            EXIT.


       ACUMULA-FIB.
            MOVE     FHIS-DEPTO   TO   DEPTO-CORRENTE.
            PERFORM  LOCALIZA-DEPTO.
            PERFORM  LE-HIST-FIB.
            EXIT.


       LOCALIZA-DEPTO.
            SET      IX-DEPTO TO 1.
            SEARCH   TAB-DEPTO
                AT END
                     PERFORM CRIA-DEPTO
                WHEN TAB-CODIGO (IX-DEPTO) = DEPTO-CORRENTE
                     PERFORM SOMA-DEPTO
            END-SEARCH.
            EXIT.
            ELSE
                 ADD      1                TO   QTDE-DEPTOS
                 SET      IX-DEPTO         TO   QTDE-DEPTOS
                 MOVE     DEPTO-CORRENTE   TO   TAB-CODIGO (IX-DEPTO)
                 MOVE     ZEROS            TO   TAB-QTDE (IX-DEPTO)
                                               TAB-SOMA-AREA (IX-DEPTO)
                                               TAB-QTDE-FIB (IX-DEPTO)
                 PERFORM  SOMA-DEPTO
            END-IF.
            EXIT.


       SOMA-DEPTO.
            IF       LENDO-FIBHIST
                 ADD  1               TO   TAB-QTDE-FIB (IX-DEPTO)
                 ADD  1               TO   TOT-QTDE-FIB
            ELSE
                 PERFORM SOMA-DEPTO-CIRC
            END-IF.
            EXIT.


       SOMA-DEPTO-CIRC.
            ADD      1                TO   TAB-QTDE (IX-DEPTO).
            ADD      1                TO   TOT-QTDE.
            IF       HIST-FORMA = "C" OR HIST-FORMA = SPACE
            MOVE     TAB-CODIGO (IX-DEPTO)     TO   REL-DEPTO.
            MOVE     TAB-QTDE (IX-DEPTO)       TO   REL-QTDE.
            MOVE     TAB-SOMA-AREA (IX-DEPTO)  TO   REL-TOTAL-AREA.
            MOVE     TAB-QTDE-FIB (IX-DEPTO)   TO   REL-QTDE-FIB.
            WRITE    REL-LINHA   FROM   REL-DETALHE.
            EXIT.

       IMPRIME-TOTAIS.
            MOVE     TOT-QTDE          TO   REL-TOT-QTDE.
            MOVE     TOT-SOMA-AREA     TO   REL-TOT-AREA.
            MOVE     TOT-QTDE-FIB      TO   REL-TOT-QTDE-FIB.
            WRITE    REL-LINHA         FROM REL-TOTAIS.
            EXIT.

