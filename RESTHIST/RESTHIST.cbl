      *            precisao aparecer na trilha como UM reprocessamento
      *            deliberado. RETURN-CODE 8 com file status ruim, 0
      *            nos demais casos.
      *
      *            HISTORICO DE ALTERACOES:
      *            - periodos ja faturados: o programa carrega o
      *              controle FATPER do FATDEPT e, quando regrava um
      *              registro cuja data cai num periodo faturado,
      *              passa o periodo para "R" (reapurado, com a data
      *              de hoje) e aponta no RESTREL que o ajuste do
      *              faturamento esta pendente - a rodada de ajuste
      *              do FATDEPT emite as notas de credito/debito.
      *              FATPER ainda nao criado = nada faturado.
      *            - codigo de verificacao: o registro regravado sai
      *              com o codigo novo calculado pelo CODVERIF sobre
      *              os valores novos, e o codigo anterior vai para o
      *              CODANT (chave do registro + codigo antigo, com a
      *              data do reprocessamento, o codigo novo e a area
      *              e o volume antigos), para o VERCERT responder
      *              "superado" a quem apresentar um certificado
      *              emitido antes. O RESTREL mostra os dois codigos
      *              abaixo da linha antes/depois. CODANT ainda nao
      *              criado e criado na primeira gravacao.
      ******************************************************************

      *================================================================*
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select FPER-FILE assign to "FATPER"
                  organization is indexed
                  access mode  is dynamic
                  record key   is FPER-CHAVE
                  file status  is WS-FPER-STATUS.

           select CANT-FILE assign to "CODANT"
                  organization is indexed
                  access mode  is random
                  record key   is CANT-CHAVE
                  file status  is WS-CANT-STATUS.

           select REL-FILE  assign to "RESTREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.
       FD  HIST-FILE.
           copy CIRCHIST.

       FD  FPER-FILE.
           copy FATPER.

       FD  CANT-FILE.
           copy CODANT.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

              88 REGISTRO-DIVERGENTE           VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-FIM-PERIODOS    PIC X(01)     VALUE "N".
              88 FIM-PERIODOS                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-FPER-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-CANT-STATUS     PIC X(02)     VALUE SPACES.

       01 PERIODO-APURACAO.
           02 APUR-DATA-INI      PIC 9(08)     VALUE ZEROS.
           02 APUR-DATA-FIM      PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 QTDE-PERIODOS          PIC 9(03)     VALUE ZEROS.

       01 TABELA-PERIODOS.
           02 TAB-PERIODO OCCURS 200 TIMES INDEXED BY IX-PERIODO.
               03 TPER-DATA-INI   PIC 9(08).
               03 TPER-DATA-FIM   PIC 9(08).
               03 TPER-MARCA      PIC X(01).
                  88 TPER-REAPURADO             VALUE "S".

       01 VALORES-NOVOS.
           02 AREA-NOVA          PIC 9(08)V99  VALUE ZEROS.
           02 VOLUME-NOVO        PIC 9(10)V99  VALUE ZEROS.

       01 VALORES-ANTIGOS.
           02 AREA-ANTIGA        PIC 9(08)V99  VALUE ZEROS.
           02 VOLUME-ANTIGO      PIC 9(10)V99  VALUE ZEROS.
           02 CODIGO-ANTIGO      PIC X(12)     VALUE SPACES.

       01 CONTADORES.
           02 QTDE-LIDOS         PIC 9(07)     VALUE ZEROS.
           02 QTDE-REGRAVADOS    PIC 9(07)     VALUE ZEROS.

           copy CILCALC.

           copy CODVERIF.

       01 REL-PERIODO.
           02 FILLER             PIC X(09)     VALUE "PERIODO: ".
           02 PER-INI-ED         PIC 9(08).
           02 FILLER             PIC X(08)     VALUE " DEPOIS ".
           02 DET-AREA-DEPOIS    PIC ZZ.ZZZ.ZZ9,99.

       01 REL-CODIGOS.
           02 FILLER             PIC X(22)
                                  VALUE "  CODIGO SUPERADO    ".
           02 COD-ANTIGO-ED      PIC X(14).
           02 FILLER             PIC X(10)     VALUE "  NOVO   ".
           02 COD-NOVO-ED        PIC X(14).

       01 REL-TOTAIS.
           02 FILLER             PIC X(07)     VALUE "LIDOS".
           02 TOT-LIDOS-ED       PIC ZZZZZZ9.
                                  VALUE "  DEPOIS".
           02 TOT-DEPOIS-ED      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 REL-FATURADO.
           02 FILLER             PIC X(17)
                                  VALUE "PERIODO FATURADO ".
           02 FAT-INI-ED         PIC 9(08).
           02 FILLER             PIC X(03)     VALUE " A ".
           02 FAT-FIM-ED         PIC 9(08).
           02 FILLER             PIC X(39)
                   VALUE " REAPURADO - AJUSTE PENDENTE NO FATDEPT".

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE YYYYMMDD.
            PERFORM  LE-PERIODO.
            PERFORM  CARREGA-PERIODOS-FATURADOS.
            OPEN     OUTPUT   REL-FILE.
            MOVE     APUR-DATA-INI   TO   PER-INI-ED.
            MOVE     APUR-DATA-FIM   TO   PER-FIM-ED.
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  ABRE-CODIGOS-ANTIGOS.
            IF       WS-CANT-STATUS NOT = "00"
                 DISPLAY "RESTHIST: CODANT NAO PODE SER ABERTO - "
                         "STATUS " WS-CANT-STATUS
                 CLOSE   HIST-FILE REL-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  POSICIONA-PERIODO.
            IF       NOT FIM-HISTORICO
                 PERFORM LE-HISTORICO
                 PERFORM REPROCESSA  UNTIL  FIM-HISTORICO
            END-IF.
            CLOSE    HIST-FILE CANT-FILE.
            PERFORM  IMPRIME-TOTAIS.
            PERFORM  ATUALIZA-PERIODO-FATURADO
                     VARYING IX-PERIODO FROM 1 BY 1
                     UNTIL   IX-PERIODO > QTDE-PERIODOS.
            CLOSE    REL-FILE.
            IF       ERRO-ARQUIVO
                 MOVE 8 TO RETURN-CODE
            EXIT.


       CARREGA-PERIODOS-FATURADOS.
            MOVE     ZEROS   TO   QTDE-PERIODOS.
            OPEN     INPUT    FPER-FILE.
            EVALUATE WS-FPER-STATUS
            WHEN     "00"
                 SET      FIM-PERIODOS   TO   FALSE
                 PERFORM  LE-PERIODO-FATURADO
                 PERFORM  GUARDA-PERIODO-FATURADO
                          UNTIL   FIM-PERIODOS
                 CLOSE    FPER-FILE
            WHEN     "35"
      * FATPER ainda nao criado: nenhum periodo faturado
                 CONTINUE
            WHEN OTHER
                 DISPLAY "RESTHIST: FATPER NAO PODE SER ABERTO - "
                         "STATUS " WS-FPER-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-EVALUATE.
            EXIT.


       LE-PERIODO-FATURADO.
            READ     FPER-FILE NEXT RECORD
                AT END
                     SET FIM-PERIODOS TO TRUE
            END-READ.
            EXIT.


       GUARDA-PERIODO-FATURADO.
            IF       QTDE-PERIODOS < 200
                 ADD  1               TO   QTDE-PERIODOS
                 SET  IX-PERIODO      TO   QTDE-PERIODOS
                 MOVE FPER-DATA-INI   TO   TPER-DATA-INI (IX-PERIODO)
                 MOVE FPER-DATA-FIM   TO   TPER-DATA-FIM (IX-PERIODO)
                 MOVE "N"             TO   TPER-MARCA (IX-PERIODO)
            ELSE
                 DISPLAY "RESTHIST: MAIS DE 200 PERIODOS NO FATPER - "
                         "PERIODO " FPER-DATA-INI " IGNORADO"
            END-IF.
            PERFORM  LE-PERIODO-FATURADO.
            EXIT.


      * CODANT ainda nao criado: cria vazio na primeira execucao
       ABRE-CODIGOS-ANTIGOS.
            OPEN     I-O      CANT-FILE.
            IF       WS-CANT-STATUS = "35"
                 OPEN   OUTPUT  CANT-FILE
                 CLOSE          CANT-FILE
                 OPEN   I-O     CANT-FILE
            END-IF.
            EXIT.


       POSICIONA-PERIODO.
            MOVE     APUR-DATA-INI   TO   HIST-DATA.
            MOVE     ZEROS           TO   HIST-REQUISICAO.
            MOVE     AREA-NOVA        TO   DET-AREA-DEPOIS.
            ADD      HIST-AREA        TO   SOMA-AREA-ANTES.
            ADD      AREA-NOVA        TO   SOMA-AREA-DEPOIS.
            MOVE     HIST-AREA          TO   AREA-ANTIGA.
            MOVE     HIST-VOLUME        TO   VOLUME-ANTIGO.
            MOVE     HIST-CODIGO-VERIF  TO   CODIGO-ANTIGO.
            MOVE     AREA-NOVA        TO   HIST-AREA.
            MOVE     VOLUME-NOVO      TO   HIST-VOLUME.
            MOVE     "R"              TO   HIST-RECALC.
            MOVE     HIST-LOTE-REG    TO   CVF-REGISTRO.
            CALL     "CODVERIF"       USING CODIGO-VERIF-PARM.
            MOVE     CVF-CODIGO       TO   HIST-CODIGO-VERIF.
            REWRITE  HIST-LOTE-REG.
      * "02" = duplicata na chave alternativa de departamento (WITH
      * DUPLICATES): a regravacao foi bem sucedida
            IF       WS-HIST-STATUS = "00" OR "02"
                 ADD  1   TO   QTDE-REGRAVADOS
                 WRITE REL-LINHA   FROM   REL-DETALHE
                 PERFORM GUARDA-CODIGO-ANTIGO
                 PERFORM MARCA-PERIODO-FATURADO
                         VARYING IX-PERIODO FROM 1 BY 1
                         UNTIL   IX-PERIODO > QTDE-PERIODOS
            ELSE
                 SET  ERRO-ARQUIVO   TO   TRUE
                 DISPLAY "RESTHIST: ERRO AO REGRAVAR - STATUS "
            EXIT.


      * registro sem codigo (restaurado de backup anterior a
      * conversao do CNVVERIF) nao tem certificado a superar
       GUARDA-CODIGO-ANTIGO.
            IF       CODIGO-ANTIGO NOT = SPACES
                 MOVE HIST-DATA          TO   CANT-DATA
                 MOVE HIST-REQUISICAO    TO   CANT-REQUISICAO
                 MOVE HIST-SEQUENCIA     TO   CANT-SEQUENCIA
                 MOVE CODIGO-ANTIGO      TO   CANT-CODIGO
                 MOVE DATA-DO-SISTEMA    TO   CANT-DATA-REPROC
                 MOVE HIST-CODIGO-VERIF  TO   CANT-CODIGO-NOVO
                 MOVE AREA-ANTIGA        TO   CANT-AREA-ANT
                 MOVE VOLUME-ANTIGO      TO   CANT-VOLUME-ANT
                 WRITE COD-ANT-REG
                 IF   WS-CANT-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                      DISPLAY "RESTHIST: ERRO AO GRAVAR O CODANT - "
                              "STATUS " WS-CANT-STATUS
                 END-IF
                 MOVE SPACES             TO   COD-ANTIGO-ED
                 STRING CODIGO-ANTIGO (1:4)  DELIMITED BY SIZE
                        "-"                  DELIMITED BY SIZE
                        CODIGO-ANTIGO (5:4)  DELIMITED BY SIZE
                        "-"                  DELIMITED BY SIZE
                        CODIGO-ANTIGO (9:4)  DELIMITED BY SIZE
                   INTO COD-ANTIGO-ED
                 MOVE CVF-CODIGO-ED      TO   COD-NOVO-ED
                 WRITE REL-LINHA   FROM   REL-CODIGOS
            END-IF.
            EXIT.


       MARCA-PERIODO-FATURADO.
            IF       HIST-DATA NOT < TPER-DATA-INI (IX-PERIODO)
                 AND HIST-DATA NOT > TPER-DATA-FIM (IX-PERIODO)
                 MOVE "S"   TO   TPER-MARCA (IX-PERIODO)
            END-IF.
            EXIT.


       ATUALIZA-PERIODO-FATURADO.
            IF       TPER-REAPURADO (IX-PERIODO)
                 PERFORM REAPURA-PERIODO-FATURADO
            END-IF.
            EXIT.


       REAPURA-PERIODO-FATURADO.
            OPEN     I-O      FPER-FILE.
            MOVE     TPER-DATA-INI (IX-PERIODO)   TO   FPER-DATA-INI.
            MOVE     TPER-DATA-FIM (IX-PERIODO)   TO   FPER-DATA-FIM.
            IF       WS-FPER-STATUS = "00"
                 READ FPER-FILE
                 IF   WS-FPER-STATUS = "00"
                      SET  FPER-REAPURADO    TO   TRUE
                      MOVE DATA-DO-SISTEMA   TO   FPER-DATA-REAPURACAO
                      REWRITE FPER-REG
                 END-IF
            END-IF.
            IF       WS-FPER-STATUS = "00"
                 MOVE  FPER-DATA-INI   TO   FAT-INI-ED
                 MOVE  FPER-DATA-FIM   TO   FAT-FIM-ED
                 WRITE REL-LINHA   FROM   REL-FATURADO
            ELSE
                 SET  ERRO-ARQUIVO   TO   TRUE
                 DISPLAY "RESTHIST: ERRO MARCANDO O PERIODO "
                         FPER-DATA-INI " NO FATPER - STATUS "
                         WS-FPER-STATUS
            END-IF.
            CLOSE    FPER-FILE.
            EXIT.


       IMPRIME-TOTAIS.
            MOVE     QTDE-LIDOS        TO   TOT-LIDOS-ED.
            MOVE     QTDE-REGRAVADOS   TO   TOT-REGRAV-ED.
