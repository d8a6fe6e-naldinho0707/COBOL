      *           fila; file status ruim devolve RETURN-CODE 8 e a
      *           fila original e preservada (a regravacao so
      *           acontece depois do trabalho completo).
      *
      *           HISTORICO DE ALTERACOES:
      *           - o tempo do step (inicio, fim, registros das duas
      *             filas e RETURN-CODE) vai para o TEMPEXEC pelo
      *             GRAVATEM no fim do programa, para o RELTEMP
      *             acompanhar a janela do CIRCFIB.
      *           - cota mensal por departamento: a requisicao retida
      *             pela cota ("RT" no REQMAST, pelo EDLOTE ou pelo
      *             INTENG) sai da fila para o RAIORET/CILRET numa
      *             primeira passada e nao entra no lote; as passadas
      *             por urgencia leem os retidos antes da fila, e o que
      *             deixou de estar retido (cota aumentada ou liberacao
      *             "LI" pelo LIBREQ) volta a fila na frente do seu
      *             grupo de urgencia. Segunda linha de controle com os
      *             retidos e os devolvidos; os retidos contam nos
      *             registros do TEMPEXEC.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-RAIO-WRK-STATUS.

           select RAIO-RET-FILE assign to "RAIORET"
                  organization is line sequential
                  file status  is WS-RAIO-RET-STATUS.

           select RRET-WRK-FILE assign to "RRETWRK"
                  organization is line sequential
                  file status  is WS-RRET-WRK-STATUS.

           select CIL-IN-FILE   assign to "CILIN"
                  organization is line sequential
                  file status  is WS-CIL-IN-STATUS.
                  organization is line sequential
                  file status  is WS-CIL-WRK-STATUS.

           select CIL-RET-FILE  assign to "CILRET"
                  organization is line sequential
                  file status  is WS-CIL-RET-STATUS.

           select CRET-WRK-FILE assign to "CRETWRK"
                  organization is line sequential
                  file status  is WS-CRET-WRK-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
           copy RAIOIN replacing leading ==RAIO== by ==WRK==
                                 leading ==LOTE== by ==WLOT==.

       FD  RAIO-RET-FILE.
           copy RAIOIN replacing leading ==RAIO== by ==RRET==
                                 leading ==LOTE== by ==RLOT==.

       FD  RRET-WRK-FILE.
           copy RAIOIN replacing leading ==RAIO== by ==RRWK==
                                 leading ==LOTE== by ==RRWL==.

       FD  CIL-IN-FILE.
           copy CILIN.

       FD  CIL-WRK-FILE.
           copy CILIN replacing leading ==CIL== by ==CWRK==.

       FD  CIL-RET-FILE.
           copy CILIN replacing leading ==CIL== by ==CRET==.

       FD  CRET-WRK-FILE.
           copy CILIN replacing leading ==CIL== by ==CRWK==.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-PASSADA         PIC X(01)     VALUE "U".
              88 PASSADA-RETIDOS               VALUE "R".
              88 PASSADA-URGENTES              VALUE "U".
              88 PASSADA-NORMAIS               VALUE "N".
           02 SW-ORIGEM          PIC X(01)     VALUE "F".
              88 ORIGEM-RETIDOS                VALUE "R".
              88 ORIGEM-FILA                   VALUE "F".
           02 SW-HA-REGISTROS    PIC X(01)     VALUE "N".
              88 HA-REGISTROS                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RAIO-IN-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-RAIO-WRK-STATUS PIC X(02)     VALUE SPACES.
           02 WS-CIL-IN-STATUS   PIC X(02)     VALUE SPACES.
           02 WS-CIL-WRK-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-RAIO-RET-STATUS PIC X(02)     VALUE SPACES.
           02 WS-RRET-WRK-STATUS PIC X(02)     VALUE SPACES.
           02 WS-CIL-RET-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-CRET-WRK-STATUS PIC X(02)     VALUE SPACES.

       01 CONTADORES.
           02 QTDE-RAIOS-URG     PIC 9(05)     VALUE ZEROS.
           02 QTDE-RAIOS-NORM    PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-URG      PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-NORM     PIC 9(05)     VALUE ZEROS.
           02 QTDE-RAIOS-RET     PIC 9(05)     VALUE ZEROS.
           02 QTDE-RAIOS-DEVOL   PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-RET      PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-DEVOL    PIC 9(05)     VALUE ZEROS.

      * registro em ordenacao, lido da fila ou dos retidos
           copy RAIOIN replacing leading ==RAIO== by ==ORD==
                                 leading ==LOTE== by ==OLOT==.

           copy CILIN replacing leading ==CIL== by ==CORD==.

      * situacao da requisicao no REQMAST, lida uma vez por troca de
      * departamento/numero
       01 REQUISICAO-CORRENTE.
           02 RQC-DEPTO          PIC X(04)     VALUE SPACES.
           02 RQC-NUMERO         PIC 9(06)     VALUE ZEROS.
           02 RQC-SITUACAO       PIC X(02)     VALUE SPACES.
              88 RQC-RETIDA                    VALUE "RT".

           copy LEREQ.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(18)
                                  VALUE " N=".
           02 CTL-CILS-NORM      PIC ZZZZ9.

       01 LINHA-CONTROLE-COTA.
           02 FILLER             PIC X(25)
                                  VALUE "ORDFILA: RETIDOS RAIORET=".
           02 CTL-RAIOS-RET      PIC ZZZZ9.
           02 FILLER             PIC X(08)
                                  VALUE " CILRET=".
           02 CTL-CILS-RET       PIC ZZZZ9.
           02 FILLER             PIC X(15)
                                  VALUE "  DEVOLVIDOS R=".
           02 CTL-RAIOS-DEVOL    PIC ZZZZ9.
           02 FILLER             PIC X(03)
                                  VALUE " C=".
           02 CTL-CILS-DEVOL     PIC ZZZZ9.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            PERFORM  ORDENA-RAIOS.
            PERFORM  ORDENA-CILS.
            PERFORM  IMPRIME-CONTROLE.
            ELSE
                 MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


      *----------------------------------------------------------------*

       ORDENA-RAIOS.
            SET      HA-REGISTROS   TO   FALSE.
            OPEN     INPUT   RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS = "00"
                 SET   HA-REGISTROS   TO   TRUE
                 CLOSE RAIO-IN-FILE
            END-IF.
            OPEN     INPUT   RAIO-RET-FILE.
            IF       WS-RAIO-RET-STATUS = "00"
                 SET   HA-REGISTROS   TO   TRUE
                 CLOSE RAIO-RET-FILE
            END-IF.
            IF       NOT HA-REGISTROS
                 DISPLAY "ORDFILA: FILA RAIOIN AUSENTE OU VAZIA - "
                         "NADA A ORDENAR"
            ELSE
                 OPEN    OUTPUT  RAIO-WRK-FILE RRET-WRK-FILE
                 SET     PASSADA-RETIDOS    TO   TRUE
                 PERFORM PASSADA-RAIOS
                 SET     PASSADA-URGENTES   TO   TRUE
                 PERFORM PASSADA-RAIOS
                 SET     PASSADA-NORMAIS    TO   TRUE
                 PERFORM PASSADA-RAIOS
                 CLOSE   RAIO-WRK-FILE RRET-WRK-FILE
                 IF      NOT ERRO-ARQUIVO
                      PERFORM REGRAVA-RAIOS
                      PERFORM REGRAVA-RETIDOS-RAIOS
                 END-IF
            END-IF.
            EXIT.


      * cada passada le os retidos das noites anteriores (RAIORET) e
      * depois a fila, para a requisicao liberada voltar na frente
       PASSADA-RAIOS.
            SET      ORIGEM-RETIDOS   TO   TRUE.
            OPEN     INPUT   RAIO-RET-FILE.
            IF       WS-RAIO-RET-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-RAIO-RETIDO
                 PERFORM COPIA-UM-RAIO  UNTIL  FIM-FILA
                 CLOSE   RAIO-RET-FILE
            END-IF.
            SET      ORIGEM-FILA   TO   TRUE.
            OPEN     INPUT   RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-RAIO
                 PERFORM COPIA-UM-RAIO  UNTIL  FIM-FILA
                 CLOSE   RAIO-IN-FILE
            END-IF.
            EXIT.


       LE-RAIO.
            READ     RAIO-IN-FILE   INTO   ORD-LOTE-REG
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       LE-RAIO-RETIDO.
            READ     RAIO-RET-FILE  INTO   ORD-LOTE-REG
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


      * requisicao retida pela cota ("RT") vai para o RAIORET; as
      * demais seguem a ordenacao por urgencia
       COPIA-UM-RAIO.
            IF       OLOT-REQUISICAO NUMERIC
                 PERFORM CONFERE-REQUISICAO-RAIO
            ELSE
                 MOVE SPACES   TO   RQC-SITUACAO
            END-IF.
            EVALUATE TRUE
            WHEN     PASSADA-RETIDOS
                 IF   RQC-RETIDA
                      PERFORM GRAVA-RAIO-RETIDO
                 END-IF
            WHEN     RQC-RETIDA
                 CONTINUE
            WHEN     ( PASSADA-URGENTES AND OLOT-URGENTE )
                 OR  ( PASSADA-NORMAIS AND NOT OLOT-URGENTE )
                 WRITE  WRK-LOTE-REG   FROM   ORD-LOTE-REG
                 IF     WS-RAIO-WRK-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      ELSE
                           ADD  1   TO   QTDE-RAIOS-NORM
                      END-IF
                      IF   ORIGEM-RETIDOS
                           ADD  1   TO   QTDE-RAIOS-DEVOL
                      END-IF
                 END-IF
            END-EVALUATE.
            IF       ORIGEM-RETIDOS
                 PERFORM LE-RAIO-RETIDO
            ELSE
                 PERFORM LE-RAIO
            END-IF.
            EXIT.


       CONFERE-REQUISICAO-RAIO.
            IF       OLOT-DEPTO      NOT = RQC-DEPTO
                 OR  OLOT-REQUISICAO NOT = RQC-NUMERO
                 MOVE OLOT-DEPTO        TO   RQC-DEPTO
                 MOVE OLOT-REQUISICAO   TO   RQC-NUMERO
                 PERFORM LE-SITUACAO-REQUISICAO
            END-IF.
            EXIT.


       GRAVA-RAIO-RETIDO.
            WRITE    RRWK-LOTE-REG   FROM   ORD-LOTE-REG.
            IF       WS-RRET-WRK-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-RAIOS-RET
            END-IF.
            EXIT.


            EXIT.


       REGRAVA-RETIDOS-RAIOS.
            SET      FIM-FILA   TO   FALSE.
            OPEN     INPUT   RRET-WRK-FILE.
            OPEN     OUTPUT  RAIO-RET-FILE.
            PERFORM  LE-RAIO-RETIDO-TRABALHO.
            PERFORM  RECOPIA-RAIO-RETIDO  UNTIL  FIM-FILA.
            CLOSE    RRET-WRK-FILE RAIO-RET-FILE.
            EXIT.


       LE-RAIO-RETIDO-TRABALHO.
            READ     RRET-WRK-FILE
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       RECOPIA-RAIO-RETIDO.
            WRITE    RRET-LOTE-REG   FROM   RRWK-LOTE-REG.
            IF       WS-RAIO-RET-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            PERFORM  LE-RAIO-RETIDO-TRABALHO.
            EXIT.


       LE-RAIO-TRABALHO.
            READ     RAIO-WRK-FILE
                AT END
      *----------------------------------------------------------------*

       ORDENA-CILS.
            SET      HA-REGISTROS   TO   FALSE.
            OPEN     INPUT   CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS = "00"
                 SET   HA-REGISTROS   TO   TRUE
                 CLOSE CIL-IN-FILE
            END-IF.
            OPEN     INPUT   CIL-RET-FILE.
            IF       WS-CIL-RET-STATUS = "00"
                 SET   HA-REGISTROS   TO   TRUE
                 CLOSE CIL-RET-FILE
            END-IF.
            IF       NOT HA-REGISTROS
                 DISPLAY "ORDFILA: FILA CILIN AUSENTE OU VAZIA - "
                         "NADA A ORDENAR"
            ELSE
                 OPEN    OUTPUT  CIL-WRK-FILE CRET-WRK-FILE
                 SET     PASSADA-RETIDOS    TO   TRUE
                 PERFORM PASSADA-CILS
                 SET     PASSADA-URGENTES   TO   TRUE
                 PERFORM PASSADA-CILS
                 SET     PASSADA-NORMAIS    TO   TRUE
                 PERFORM PASSADA-CILS
                 CLOSE   CIL-WRK-FILE CRET-WRK-FILE
                 IF      NOT ERRO-ARQUIVO
                      PERFORM REGRAVA-CILS
                      PERFORM REGRAVA-RETIDOS-CILS
                 END-IF
            END-IF.
            EXIT.


       PASSADA-CILS.
            SET      ORIGEM-RETIDOS   TO   TRUE.
            OPEN     INPUT   CIL-RET-FILE.
            IF       WS-CIL-RET-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-CIL-RETIDO
                 PERFORM COPIA-UM-CIL  UNTIL  FIM-FILA
                 CLOSE   CIL-RET-FILE
            END-IF.
            SET      ORIGEM-FILA   TO   TRUE.
            OPEN     INPUT   CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-CIL
                 PERFORM COPIA-UM-CIL  UNTIL  FIM-FILA
                 CLOSE   CIL-IN-FILE
            END-IF.
            EXIT.


       LE-CIL.
            READ     CIL-IN-FILE    INTO   CORD-LOTE-REG
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       LE-CIL-RETIDO.
            READ     CIL-RET-FILE   INTO   CORD-LOTE-REG
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.


       COPIA-UM-CIL.
            IF       CORD-REQUISICAO NUMERIC
                 PERFORM CONFERE-REQUISICAO-CIL
            ELSE
                 MOVE SPACES   TO   RQC-SITUACAO
            END-IF.
            EVALUATE TRUE
            WHEN     PASSADA-RETIDOS
                 IF   RQC-RETIDA
                      PERFORM GRAVA-CIL-RETIDO
                 END-IF
            WHEN     RQC-RETIDA
                 CONTINUE
            WHEN     ( PASSADA-URGENTES AND CORD-URGENTE )
                 OR  ( PASSADA-NORMAIS AND NOT CORD-URGENTE )
                 WRITE  CWRK-LOTE-REG   FROM   CORD-LOTE-REG
                 IF     WS-CIL-WRK-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      ELSE
                           ADD  1   TO   QTDE-CILS-NORM
                      END-IF
                      IF   ORIGEM-RETIDOS
                           ADD  1   TO   QTDE-CILS-DEVOL
                      END-IF
                 END-IF
            END-EVALUATE.
            IF       ORIGEM-RETIDOS
                 PERFORM LE-CIL-RETIDO
            ELSE
                 PERFORM LE-CIL
            END-IF.
            EXIT.


       CONFERE-REQUISICAO-CIL.
            IF       CORD-DEPTO      NOT = RQC-DEPTO
                 OR  CORD-REQUISICAO NOT = RQC-NUMERO
                 MOVE CORD-DEPTO        TO   RQC-DEPTO
                 MOVE CORD-REQUISICAO   TO   RQC-NUMERO
                 PERFORM LE-SITUACAO-REQUISICAO
            END-IF.
            EXIT.


       GRAVA-CIL-RETIDO.
            WRITE    CRWK-LOTE-REG   FROM   CORD-LOTE-REG.
            IF       WS-CRET-WRK-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-CILS-RET
            END-IF.
            EXIT.


            EXIT.


       REGRAVA-RETIDOS-CILS.
            SET      FIM-FILA   TO   FALSE.
            OPEN     INPUT   CRET-WRK-FILE.
            OPEN     OUTPUT  CIL-RET-FILE.
            PERFORM  LE-CIL-RETIDO-TRABALHO.
            PERFORM  RECOPIA-CIL-RETIDO  UNTIL  FIM-FILA.
            CLOSE    CRET-WRK-FILE CIL-RET-FILE.
            EXIT.


       LE-CIL-RETIDO-TRABALHO.
            READ     CRET-WRK-FILE
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       RECOPIA-CIL-RETIDO.
            WRITE    CRET-LOTE-REG   FROM   CRWK-LOTE-REG.
            IF       WS-CIL-RET-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            PERFORM  LE-CIL-RETIDO-TRABALHO.
            EXIT.


      *----------------------------------------------------------------*
      * situacao da requisicao no REQMAST (LEREQ)
      *----------------------------------------------------------------*

       LE-SITUACAO-REQUISICAO.
            MOVE     RQC-DEPTO    TO   LER-DEPTO.
            MOVE     RQC-NUMERO   TO   LER-NUMERO.
            CALL     "LEREQ"      USING LE-REQ-PARM.
            MOVE     LER-SITUACAO TO   RQC-SITUACAO.
            EXIT.


       LE-CIL-TRABALHO.
            READ     CIL-WRK-FILE
                AT END
            MOVE     QTDE-CILS-URG     TO   CTL-CILS-URG.
            MOVE     QTDE-CILS-NORM    TO   CTL-CILS-NORM.
            DISPLAY  LINHA-CONTROLE.
            MOVE     QTDE-RAIOS-RET    TO   CTL-RAIOS-RET.
            MOVE     QTDE-CILS-RET     TO   CTL-CILS-RET.
            MOVE     QTDE-RAIOS-DEVOL  TO   CTL-RAIOS-DEVOL.
            MOVE     QTDE-CILS-DEVOL   TO   CTL-CILS-DEVOL.
            DISPLAY  LINHA-CONTROLE-COTA.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "ORDFILA"            TO   GTM-PROGRAMA.
            MOVE     ZEROS                TO   GTM-DATA-PROC.
            COMPUTE  GTM-REGISTROS = QTDE-RAIOS-URG + QTDE-RAIOS-NORM
                                 + QTDE-CILS-URG + QTDE-CILS-NORM
                                 + QTDE-RAIOS-RET + QTDE-CILS-RET.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program ORDFILA.
