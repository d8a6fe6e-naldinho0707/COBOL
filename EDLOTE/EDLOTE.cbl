      *            INTENG. Falha de gravacao no REQMAST passou a sair
      *            no EDITREL com RETURN-CODE 8, em vez de perder o
      *            movimento em silencio.
      *          - critica do departamento solicitante dos tres
      *            arquivos contra o mestre DEPTMAST (via LEDEPTO):
      *            departamento nao cadastrado ou inativo e apontado
      *            com o motivo "DP", com o codigo do departamento no
      *            lugar do valor ofensor.
      *          - registro da fila cuja requisicao foi cancelada na
      *            tela do ENTREQ (o ATUREQ devolve ATU-CANCELADA e
      *            mantem a situacao "CA") sai no EDITREL so como
      *            informacao, sem contar como apontado: o lote da
      *            noite vai pula-lo.
      *          - o movimento registrado no REQMAST via ATUREQ leva o
      *            operador ("LOTE"), que vai para o historico de
      *            movimentos REQHIST.
      *          - cota mensal por departamento (COTADEP, via SOMACOTA):
      *            antes da critica do RAIOIN e do CILIN as requisicoes
      *            da fila - as retidas de antes (RAIORET/CILRET) na
      *            frente - sao somadas aos calculos de lote do mes no
      *            CIRCHIST; a que passaria da cota do departamento e
      *            registrada "RT" com o motivo "CT" e sai no EDITREL, e
      *            o departamento que chegou no percentual de aviso sai
      *            numa linha de aviso. A retida cuja cota subiu volta a
      *            "FI"; a liberada pelo LIBREQ ("LI") conta no uso mas
      *            nao e retida. RETURN-CODE 4 quando ha requisicao
      *            retida, 8 quando a cota nao pode ser apurada.
      *          - a critica do FIBIN confere o novo modo do pedido
      *            (FIB-MODO branco ou "T" termo unico, "L" serie
      *            completa); outro valor e apontado com o motivo MI.
      *          - a requisicao recusada na critica ("CR") deixa de
      *            contar no uso da cota do departamento, para nao reter
      *            requisicoes validas atras dela.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-CTRL-STATUS.

           select RAIO-RET-FILE assign to "RAIORET"
                  organization is line sequential
                  file status  is WS-RAIO-RET-STATUS.

           select CIL-RET-FILE  assign to "CILRET"
                  organization is line sequential
                  file status  is WS-CIL-RET-STATUS.

           select REL-FILE      assign to "EDITREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.
       FD  CTRL-FILE.
           copy CTRLRAIO.

       FD  RAIO-RET-FILE.
           copy RAIOIN replacing leading ==RAIO== by ==RRET==
                                 leading ==LOTE== by ==RLOT==.

       FD  CIL-RET-FILE.
           copy CILIN replacing leading ==CIL== by ==CRET==.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(70).

              88 FIM-CILS                      VALUE "S" FALSE "N".
           02 SW-ERRO-REGISTRO   PIC X(01)     VALUE "N".
              88 ERRO-REGISTRO                 VALUE "S" FALSE "N".
           02 SW-FIM-RETIDOS     PIC X(01)     VALUE "N".
              88 FIM-RETIDOS                   VALUE "S" FALSE "N".
           02 SW-COTA-ATIVA      PIC X(01)     VALUE "N".
              88 COTA-ATIVA                    VALUE "S" FALSE "N".
           02 SW-ERRO-COTA       PIC X(01)     VALUE "N".
              88 ERRO-COTA                     VALUE "S" FALSE "N".
           02 SW-TAB-REQ-CHEIA   PIC X(01)     VALUE "N".
              88 TAB-REQ-CHEIA                 VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RAIO-IN-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-CIL-IN-STATUS   PIC X(02)     VALUE SPACES.
           02 WS-CTRL-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-RAIO-RET-STATUS PIC X(02)     VALUE SPACES.
           02 WS-CIL-RET-STATUS  PIC X(02)     VALUE SPACES.

       01 CONTROLE-RAIO.
           02 WS-RAIO-MAXIMO     PIC 9(03)V99  VALUE 100,00.
       01 CONTADORES.
           02 NUM-REGISTRO       PIC 9(05)     VALUE ZEROS.
           02 QTDE-APONTADOS     PIC 9(05)     VALUE ZEROS.
           02 QTDE-RETIDAS       PIC 9(05)     VALUE ZEROS.

       01 CABECALHO-RAIOS        PIC X(40)
              VALUE "CRITICA DA FILA RAIOIN".

           copy ATUREQ.

           copy LEDEPTO.

           copy LEREQ.

           copy SOMACOTA.

      * requisicoes da fila na ordem de chegada (retidas de antes
      * primeiro), com a quantidade de registros de cada uma, para a
      * apuracao da cota do mes
       01 TABELA-REQUISICOES.
           02 QTDE-REQUISICOES   PIC 9(04)     VALUE ZEROS.
           02 TAB-REQ OCCURS 2000 TIMES INDEXED BY IX-REQ.
               03 TRQ-DEPTO       PIC X(04).
               03 TRQ-NUMERO      PIC 9(06).
               03 TRQ-QTDE        PIC 9(05).
               03 TRQ-RETIDA      PIC X(01).
                  88 TRQ-REQ-RETIDA             VALUE "S" FALSE "N".

       01 REQUISICAO-LIDA.
           02 RQL-DEPTO          PIC X(04)     VALUE SPACES.
           02 RQL-NUMERO         PIC 9(06)     VALUE ZEROS.

       01 FILA-COTA              PIC X(06)     VALUE SPACES.
          88 COTA-DO-CILIN                     VALUE "CILIN".

       01 APURACAO-COTA.
           02 COTA-LIMITE        PIC 9(06)     VALUE ZEROS.
           02 COTA-USO           PIC 9(07)     VALUE ZEROS.
           02 COTA-PREVISTA      PIC 9(07)     VALUE ZEROS.
           02 COTA-PCT           PIC 9(05)     VALUE ZEROS.

       01 LINHA-APONTE.
           02 APO-NUMERO         PIC ZZZZ9.
           02 FILLER             PIC X(03)     VALUE SPACES.
              VALUE "REGISTROS APONTADOS: ".
           02 RES-APONTADOS      PIC ZZZZ9.

       01 LINHA-RESUMO-COTA.
           02 FILLER             PIC X(30)
              VALUE "REQUISICOES RETIDAS POR COTA: ".
           02 RES-RETIDAS        PIC ZZZZ9.

       01 LINHA-RETIDA.
           02 RET-REQUISICAO     PIC X(12).
           02 FILLER             PIC X(18)
              VALUE "RETIDA POR COTA - ".
           02 RET-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(09)     VALUE " REG, USO".
           02 RET-USO            PIC ZZZZZZ9.
           02 FILLER             PIC X(06)     VALUE " COTA ".
           02 RET-COTA           PIC ZZZZZ9.

       01 LINHA-AVISO.
           02 FILLER             PIC X(16)
              VALUE "AVISO DE COTA - ".
           02 AVI-DEPTO          PIC X(04).
           02 FILLER             PIC X(06)     VALUE "  USO ".
           02 AVI-USO            PIC ZZZZZZ9.
           02 FILLER             PIC X(06)     VALUE " COTA ".
           02 AVI-COTA           PIC ZZZZZ9.
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 AVI-PCT            PIC ZZZZ9.
           02 FILLER             PIC X(01)     VALUE "%".

      *================================================================*
       procedure division.
      *================================================================*
       INICIO.
            OPEN     OUTPUT   REL-FILE.
            PERFORM  LE-PARAMETROS.
            PERFORM  CARREGA-COTAS.
            PERFORM  CRITICA-RAIOS.
            PERFORM  CRITICA-CILS.
            PERFORM  CRITICA-FIBS.
            MOVE     QTDE-APONTADOS   TO   RES-APONTADOS.
            WRITE    REL-LINHA        FROM LINHA-RESUMO.
            MOVE     QTDE-RETIDAS     TO   RES-RETIDAS.
            WRITE    REL-LINHA        FROM LINHA-RESUMO-COTA.
            CLOSE    REL-FILE.
            EVALUATE TRUE
            WHEN     ERRO-REGISTRO OR ERRO-COTA
                 MOVE 8 TO RETURN-CODE
            WHEN     QTDE-APONTADOS > ZEROS
                 OR  QTDE-RETIDAS > ZEROS
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE

       CRITICA-RAIOS.
            WRITE    REL-LINHA   FROM   CABECALHO-RAIOS.
            MOVE     "RAIOIN"    TO     FILA-COTA.
            PERFORM  APURA-COTA-RAIOS.
            MOVE     ZEROS       TO     NUM-REGISTRO.
            OPEN     INPUT    RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS NOT = "00"
                 PERFORM CRITICA-UM-RAIO  UNTIL  FIM-RAIOS
                 CLOSE   RAIO-IN-FILE
            END-IF.
            PERFORM  REGISTRA-RETIDOS-RAIOS.
            EXIT.


       CRITICA-UM-RAIO.
            ADD      1   TO   NUM-REGISTRO.
            MOVE     SPACES   TO   MOTIVO-CRITICA.
            MOVE     LOTE-DEPTO   TO   LED-DEPTO.
            CALL     "LEDEPTO"    USING LE-DEPTO-PARM.
            EVALUATE TRUE
            WHEN     LOTE-RAIO NOT NUMERIC
                 MOVE  "NN"   TO   MOTIVO-CRITICA
                 MOVE  "CODIGO DE URGENCIA INVALIDO"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-RAIO
            WHEN     NOT LED-DEPTO-VALIDO
                 MOVE  "DP"   TO   MOTIVO-CRITICA
                 MOVE  "DEPARTAMENTO DESCONHECIDO OU INATIVO"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-DEPARTAMENTO
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.
                 MOVE  LOTE-REQUISICAO TO   ATU-NUMERO
            END-IF.
            MOVE     LOTE-DEPTO        TO   ATU-DEPTO.
            PERFORM  SITUACAO-REGISTRO.
            MOVE     "RAIOIN"          TO   ATU-FILA.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REGISTRO
            END-IF.
            IF       ATU-REQ-CANCELADA
                 PERFORM INFORMA-CANCELADA
            END-IF.
            EXIT.


            EXIT.


       INFORMA-CANCELADA.
      * so informacao: o registro nao conta como apontado e o lote da
      * noite o pula sem calcular nem suspender
            MOVE     NUM-REGISTRO        TO   APO-NUMERO.
            MOVE     SPACES              TO   APO-VALOR.
            STRING   ATU-DEPTO           DELIMITED BY SIZE
                     "/"                 DELIMITED BY SIZE
                     ATU-NUMERO          DELIMITED BY SIZE
                INTO APO-VALOR.
            MOVE     "REQUISICAO CANCELADA (LOTE PULA)"
                                         TO   APO-MOTIVO.
            WRITE    REL-LINHA           FROM LINHA-APONTE.
            EXIT.


       APONTA-RAIO.
            ADD      1                   TO   QTDE-APONTADOS.
            MOVE     NUM-REGISTRO        TO   APO-NUMERO.
            EXIT.


       APONTA-DEPARTAMENTO.
            ADD      1                   TO   QTDE-APONTADOS.
            MOVE     NUM-REGISTRO        TO   APO-NUMERO.
            MOVE     LED-DEPTO           TO   APO-VALOR.
            WRITE    REL-LINHA           FROM LINHA-APONTE.
            EXIT.


       CRITICA-FIBS.
            WRITE    REL-LINHA   FROM   CABECALHO-FIBS.
            MOVE     ZEROS       TO     NUM-REGISTRO.
       CRITICA-UM-FIB.
            ADD      1   TO   NUM-REGISTRO.
            MOVE     SPACES   TO   MOTIVO-CRITICA.
            MOVE     FIB-DEPTO    TO   LED-DEPTO.
            CALL     "LEDEPTO"    USING LE-DEPTO-PARM.
            EVALUATE TRUE
            WHEN     FIB-ENTRADA NOT NUMERIC
                 MOVE  "NN"   TO   MOTIVO-CRITICA
                 MOVE  "SEMENTE (A,B) NAO NUMERICA"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-FIB
            WHEN     NOT FIB-TERMO-UNICO
                 AND NOT FIB-LISTA-SERIE
                 MOVE  "MI"   TO   MOTIVO-CRITICA
                 MOVE  "MODO DO PEDIDO INVALIDO (T OU L)"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-FIB
            WHEN     NOT LED-DEPTO-VALIDO
                 MOVE  "DP"   TO   MOTIVO-CRITICA
                 MOVE  "DEPARTAMENTO DESCONHECIDO OU INATIVO"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-DEPARTAMENTO
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.
            END-IF.
            MOVE     "FIBIN"           TO   ATU-FILA.
            MOVE     MOTIVO-CRITICA    TO   ATU-MOTIVO.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REGISTRO
            END-IF.
            IF       ATU-REQ-CANCELADA
                 PERFORM INFORMA-CANCELADA
            END-IF.
            EXIT.



       CRITICA-CILS.
            WRITE    REL-LINHA   FROM   CABECALHO-CILS.
            MOVE     "CILIN"     TO     FILA-COTA.
            PERFORM  APURA-COTA-CILS.
            MOVE     ZEROS       TO     NUM-REGISTRO.
            OPEN     INPUT    CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS NOT = "00"
                 PERFORM CRITICA-UM-CIL   UNTIL  FIM-CILS
                 CLOSE   CIL-IN-FILE
            END-IF.
            PERFORM  REGISTRA-RETIDOS-CILS.
            EXIT.


       CRITICA-UM-CIL.
            ADD      1   TO   NUM-REGISTRO.
            MOVE     SPACES   TO   MOTIVO-CRITICA.
            MOVE     CIL-DEPTO    TO   LED-DEPTO.
            CALL     "LEDEPTO"    USING LE-DEPTO-PARM.
            EVALUATE TRUE
            WHEN     CIL-FORMA NOT = "L" AND NOT = "E"
                 MOVE  "FI"   TO   MOTIVO-CRITICA
                 MOVE  "CODIGO DE URGENCIA INVALIDO"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-CIL
            WHEN     NOT LED-DEPTO-VALIDO
                 MOVE  "DP"   TO   MOTIVO-CRITICA
                 MOVE  "DEPARTAMENTO DESCONHECIDO OU INATIVO"
                                                  TO   APO-MOTIVO
                 PERFORM APONTA-DEPARTAMENTO
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.
                 MOVE  CIL-REQUISICAO  TO   ATU-NUMERO
            END-IF.
            MOVE     CIL-DEPTO         TO   ATU-DEPTO.
            PERFORM  SITUACAO-REGISTRO.
            MOVE     "CILIN"           TO   ATU-FILA.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REGISTRO
            END-IF.
            IF       ATU-REQ-CANCELADA
                 PERFORM INFORMA-CANCELADA
            END-IF.
            EXIT.

      * cota mensal por departamento (COTADEP): os calculos de lote do
      * mes no CIRCHIST, pelo SOMACOTA; sem COTADEP nada e retido
       CARREGA-COTAS.
            SET      COTA-ATIVA   TO   FALSE.
            ACCEPT   SMC-DATA-REF   FROM DATE  YYYYMMDD.
            CALL     "SOMACOTA"     USING SOMA-COTA-PARM.
            EVALUATE SMC-STATUS
            WHEN     "00"
                 IF   SMC-QTDE-DEPTOS > ZEROS
                      SET  COTA-ATIVA   TO   TRUE
                 END-IF
            WHEN     "35"
                 CONTINUE
            WHEN OTHER
                 SET   ERRO-COTA   TO   TRUE
                 MOVE  SPACES      TO   REL-LINHA
                 STRING "COTA DO MES NAO APURADA (COTADEP/CIRCHIST) - "
                                         DELIMITED BY SIZE
                        "STATUS "        DELIMITED BY SIZE
                        SMC-STATUS       DELIMITED BY SIZE
                   INTO REL-LINHA
                 WRITE REL-LINHA
            END-EVALUATE.
            IF       SMC-TABELA-CHEIA
                 MOVE  SPACES   TO   REL-LINHA
                 STRING "COTADEP COM MAIS DE 100 DEPARTAMENTOS - "
                                         DELIMITED BY SIZE
                        "OS EXCEDENTES FICAM SEM COTA"
                                         DELIMITED BY SIZE
                   INTO REL-LINHA
                 WRITE REL-LINHA
            END-IF.
            EXIT.


      * junta as requisicoes da fila - as retidas de noites anteriores
      * (RAIORET) na frente, na ordem de chegada - e decide quem passa
       APURA-COTA-RAIOS.
            MOVE     ZEROS   TO   QTDE-REQUISICOES.
            SET      TAB-REQ-CHEIA   TO   FALSE.
            IF       COTA-ATIVA
                 PERFORM JUNTA-RETIDOS-RAIOS
                 PERFORM JUNTA-FILA-RAIOS
                 PERFORM DECIDE-COTA
            END-IF.
            EXIT.


       JUNTA-RETIDOS-RAIOS.
            OPEN     INPUT    RAIO-RET-FILE.
            IF       WS-RAIO-RET-STATUS = "00"
                 SET     FIM-RETIDOS   TO   FALSE
                 PERFORM LE-RAIO-RETIDO
                 PERFORM JUNTA-RAIO-RETIDO  UNTIL  FIM-RETIDOS
                 CLOSE   RAIO-RET-FILE
            END-IF.
            EXIT.


       LE-RAIO-RETIDO.
            READ     RAIO-RET-FILE
                AT END
                     SET FIM-RETIDOS TO TRUE
            END-READ.
            EXIT.


       JUNTA-RAIO-RETIDO.
            MOVE     RLOT-DEPTO        TO   RQL-DEPTO.
            IF       RLOT-REQUISICAO NOT NUMERIC
                 MOVE  ZEROS           TO   RQL-NUMERO
            ELSE
                 MOVE  RLOT-REQUISICAO TO   RQL-NUMERO
            END-IF.
            PERFORM  ACUMULA-REQUISICAO.
            PERFORM  LE-RAIO-RETIDO.
            EXIT.


       JUNTA-FILA-RAIOS.
            OPEN     INPUT    RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS = "00"
                 SET     FIM-RAIOS   TO   FALSE
                 PERFORM LE-RAIO
                 PERFORM JUNTA-RAIO  UNTIL  FIM-RAIOS
                 CLOSE   RAIO-IN-FILE
            END-IF.
            SET      FIM-RAIOS   TO   FALSE.
            EXIT.


       JUNTA-RAIO.
            MOVE     LOTE-DEPTO        TO   RQL-DEPTO.
            IF       LOTE-REQUISICAO NOT NUMERIC
                 MOVE  ZEROS           TO   RQL-NUMERO
            ELSE
                 MOVE  LOTE-REQUISICAO TO   RQL-NUMERO
            END-IF.
            PERFORM  ACUMULA-REQUISICAO.
            PERFORM  LE-RAIO.
            EXIT.


       APURA-COTA-CILS.
            MOVE     ZEROS   TO   QTDE-REQUISICOES.
            SET      TAB-REQ-CHEIA   TO   FALSE.
            IF       COTA-ATIVA
                 PERFORM JUNTA-RETIDOS-CILS
                 PERFORM JUNTA-FILA-CILS
                 PERFORM DECIDE-COTA
            END-IF.
            EXIT.


       JUNTA-RETIDOS-CILS.
            OPEN     INPUT    CIL-RET-FILE.
            IF       WS-CIL-RET-STATUS = "00"
                 SET     FIM-RETIDOS   TO   FALSE
                 PERFORM LE-CIL-RETIDO
                 PERFORM JUNTA-CIL-RETIDO  UNTIL  FIM-RETIDOS
                 CLOSE   CIL-RET-FILE
            END-IF.
            EXIT.


       LE-CIL-RETIDO.
            READ     CIL-RET-FILE
                AT END
                     SET FIM-RETIDOS TO TRUE
            END-READ.
            EXIT.


       JUNTA-CIL-RETIDO.
            MOVE     CRET-DEPTO        TO   RQL-DEPTO.
            IF       CRET-REQUISICAO NOT NUMERIC
                 MOVE  ZEROS           TO   RQL-NUMERO
            ELSE
                 MOVE  CRET-REQUISICAO TO   RQL-NUMERO
            END-IF.
            PERFORM  ACUMULA-REQUISICAO.
            PERFORM  LE-CIL-RETIDO.
            EXIT.


       JUNTA-FILA-CILS.
            OPEN     INPUT    CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS = "00"
                 SET     FIM-CILS   TO   FALSE
                 PERFORM LE-CIL
                 PERFORM JUNTA-CIL  UNTIL  FIM-CILS
                 CLOSE   CIL-IN-FILE
            END-IF.
            SET      FIM-CILS   TO   FALSE.
            EXIT.


       JUNTA-CIL.
            MOVE     CIL-DEPTO         TO   RQL-DEPTO.
            IF       CIL-REQUISICAO NOT NUMERIC
                 MOVE  ZEROS           TO   RQL-NUMERO
            ELSE
                 MOVE  CIL-REQUISICAO  TO   RQL-NUMERO
            END-IF.
            PERFORM  ACUMULA-REQUISICAO.
            PERFORM  LE-CIL.
            EXIT.


      * requisicao sem numero nao e registrada no REQMAST e nao tem
      * como ficar retida
       ACUMULA-REQUISICAO.
            IF       RQL-NUMERO NOT = ZEROS
                 AND RQL-DEPTO NOT = SPACES
                 SET  IX-REQ   TO   1
                 SEARCH TAB-REQ
                     AT END
                          PERFORM NOVA-REQUISICAO
                     WHEN IX-REQ > QTDE-REQUISICOES
                          PERFORM NOVA-REQUISICAO
                     WHEN TRQ-DEPTO  (IX-REQ) = RQL-DEPTO
                      AND TRQ-NUMERO (IX-REQ) = RQL-NUMERO
                          ADD  1   TO   TRQ-QTDE (IX-REQ)
                 END-SEARCH
            END-IF.
            EXIT.


       NOVA-REQUISICAO.
            IF       QTDE-REQUISICOES < 2000
                 ADD  1                TO   QTDE-REQUISICOES
                 SET  IX-REQ           TO   QTDE-REQUISICOES
                 MOVE RQL-DEPTO        TO   TRQ-DEPTO  (IX-REQ)
                 MOVE RQL-NUMERO       TO   TRQ-NUMERO (IX-REQ)
                 MOVE 1                TO   TRQ-QTDE   (IX-REQ)
                 SET  TRQ-REQ-RETIDA (IX-REQ)   TO   FALSE
            ELSE
                 IF   NOT TAB-REQ-CHEIA
                      SET   TAB-REQ-CHEIA   TO   TRUE
                      MOVE  SPACES   TO   REL-LINHA
                      STRING "MAIS DE 2000 REQUISICOES NA FILA - "
                                         DELIMITED BY SIZE
                             "AS EXCEDENTES PASSAM SEM COTA"
                                         DELIMITED BY SIZE
                        INTO REL-LINHA
                      WRITE REL-LINHA
                 END-IF
            END-IF.
            EXIT.


       DECIDE-COTA.
            PERFORM  DECIDE-REQUISICAO
                     VARYING IX-REQ FROM 1 BY 1
                     UNTIL   IX-REQ > QTDE-REQUISICOES.
            PERFORM  AVISA-COTA
                     VARYING IX-SMC FROM 1 BY 1
                     UNTIL   IX-SMC > SMC-QTDE-DEPTOS.
            EXIT.


      * cancelada, processada ou suspensa e sobra de fila antiga e a
      * recusada na critica (CR) nao roda - nenhuma delas conta;
      * liberada pelo LIBREQ conta, mas passa acima da cota
       DECIDE-REQUISICAO.
            MOVE     TRQ-DEPTO  (IX-REQ)   TO   LER-DEPTO.
            MOVE     TRQ-NUMERO (IX-REQ)   TO   LER-NUMERO.
            CALL     "LEREQ"    USING LE-REQ-PARM.
            IF       NOT LER-REQ-CANCELADA
                 AND NOT LER-REQ-PROCESSADA
                 AND NOT LER-REQ-SUSPENSA
                 AND NOT LER-REQ-CRITICADA
                 SET  IX-SMC   TO   1
                 SEARCH SMC-DEPTO
                     AT END
                          CONTINUE
                     WHEN IX-SMC > SMC-QTDE-DEPTOS
                          CONTINUE
                     WHEN SMC-CODIGO (IX-SMC) = TRQ-DEPTO (IX-REQ)
                          PERFORM CONFERE-COTA
                 END-SEARCH
            END-IF.
            EXIT.


       CONFERE-COTA.
            PERFORM  SEPARA-COTA.
            COMPUTE  COTA-PREVISTA = COTA-USO + TRQ-QTDE (IX-REQ).
            IF       COTA-LIMITE > ZEROS
                 AND COTA-PREVISTA > COTA-LIMITE
                 AND NOT LER-REQ-LIBERADA
                 SET  TRQ-REQ-RETIDA (IX-REQ)   TO   TRUE
                 ADD  1   TO   QTDE-RETIDAS
                 PERFORM INFORMA-RETIDA
            ELSE
                 IF   COTA-DO-CILIN
                      ADD  TRQ-QTDE (IX-REQ)  TO  SMC-USO-CILS  (IX-SMC)
                 ELSE
                      ADD  TRQ-QTDE (IX-REQ)  TO  SMC-USO-RAIOS (IX-SMC)
                 END-IF
            END-IF.
            EXIT.


       SEPARA-COTA.
            IF       COTA-DO-CILIN
                 MOVE SMC-COTA-CILS  (IX-SMC)   TO   COTA-LIMITE
                 MOVE SMC-USO-CILS   (IX-SMC)   TO   COTA-USO
            ELSE
                 MOVE SMC-COTA-RAIOS (IX-SMC)   TO   COTA-LIMITE
                 MOVE SMC-USO-RAIOS  (IX-SMC)   TO   COTA-USO
            END-IF.
            EXIT.


       INFORMA-RETIDA.
            MOVE     SPACES                 TO   RET-REQUISICAO.
            STRING   TRQ-DEPTO  (IX-REQ)    DELIMITED BY SIZE
                     "/"                    DELIMITED BY SIZE
                     TRQ-NUMERO (IX-REQ)    DELIMITED BY SIZE
                INTO RET-REQUISICAO.
            MOVE     TRQ-QTDE (IX-REQ)      TO   RET-QTDE.
            MOVE     COTA-USO               TO   RET-USO.
            MOVE     COTA-LIMITE            TO   RET-COTA.
            WRITE    REL-LINHA              FROM LINHA-RETIDA.
            EXIT.


      * uso do mes + fila aceita no percentual de aviso do departamento
       AVISA-COTA.
            PERFORM  SEPARA-COTA.
            IF       COTA-LIMITE > ZEROS
                 AND SMC-AVISO-PCT (IX-SMC) > ZEROS
                 COMPUTE COTA-PCT = COTA-USO * 100 / COTA-LIMITE
                 IF   COTA-PCT NOT < SMC-AVISO-PCT (IX-SMC)
                      MOVE  SMC-CODIGO (IX-SMC)   TO   AVI-DEPTO
                      MOVE  COTA-USO              TO   AVI-USO
                      MOVE  COTA-LIMITE           TO   AVI-COTA
                      MOVE  COTA-PCT              TO   AVI-PCT
                      WRITE REL-LINHA   FROM   LINHA-AVISO
                 END-IF
            END-IF.
            EXIT.


      * situacao do registro no REQMAST: "CR" com o motivo da critica,
      * "RT" (motivo "CT") quando a requisicao ficou retida pela cota,
      * "FI" no mais
       SITUACAO-REGISTRO.
            MOVE     MOTIVO-CRITICA    TO   ATU-MOTIVO.
            IF       MOTIVO-CRITICA NOT = SPACES
                 MOVE "CR"             TO   ATU-SITUACAO
            ELSE
                 MOVE "FI"             TO   ATU-SITUACAO
                 MOVE ATU-DEPTO        TO   RQL-DEPTO
                 MOVE ATU-NUMERO       TO   RQL-NUMERO
                 SET  IX-REQ           TO   1
                 SEARCH TAB-REQ
                     AT END
                          CONTINUE
                     WHEN IX-REQ > QTDE-REQUISICOES
                          CONTINUE
                     WHEN TRQ-DEPTO  (IX-REQ) = RQL-DEPTO
                      AND TRQ-NUMERO (IX-REQ) = RQL-NUMERO
                          IF   TRQ-REQ-RETIDA (IX-REQ)
                               MOVE "RT"   TO   ATU-SITUACAO
                               MOVE "CT"   TO   ATU-MOTIVO
                          END-IF
                 END-SEARCH
            END-IF.
            EXIT.


      * os registros retidos de noites anteriores: "RT" se continuam
      * acima da cota, "FI" se a cota subiu - o ORDFILA os devolve a
      * fila no lote da noite
       REGISTRA-RETIDOS-RAIOS.
            OPEN     INPUT    RAIO-RET-FILE.
            IF       WS-RAIO-RET-STATUS = "00"
                 SET     FIM-RETIDOS   TO   FALSE
                 PERFORM LE-RAIO-RETIDO
                 PERFORM REGISTRA-RAIO-RETIDO  UNTIL  FIM-RETIDOS
                 CLOSE   RAIO-RET-FILE
            END-IF.
            EXIT.


       REGISTRA-RAIO-RETIDO.
            IF       RLOT-REQUISICAO NOT NUMERIC
                 MOVE  ZEROS           TO   ATU-NUMERO
            ELSE
                 MOVE  RLOT-REQUISICAO TO   ATU-NUMERO
            END-IF.
            MOVE     RLOT-DEPTO        TO   ATU-DEPTO.
            MOVE     SPACES            TO   MOTIVO-CRITICA.
            PERFORM  SITUACAO-REGISTRO.
            MOVE     "RAIOIN"          TO   ATU-FILA.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REGISTRO
            END-IF.
            PERFORM  LE-RAIO-RETIDO.
            EXIT.


       REGISTRA-RETIDOS-CILS.
            OPEN     INPUT    CIL-RET-FILE.
            IF       WS-CIL-RET-STATUS = "00"
                 SET     FIM-RETIDOS   TO   FALSE
                 PERFORM LE-CIL-RETIDO
                 PERFORM REGISTRA-CIL-RETIDO  UNTIL  FIM-RETIDOS
                 CLOSE   CIL-RET-FILE
            END-IF.
            EXIT.


       REGISTRA-CIL-RETIDO.
            IF       CRET-REQUISICAO NOT NUMERIC
                 MOVE  ZEROS           TO   ATU-NUMERO
            ELSE
                 MOVE  CRET-REQUISICAO TO   ATU-NUMERO
            END-IF.
            MOVE     CRET-DEPTO        TO   ATU-DEPTO.
            MOVE     SPACES            TO   MOTIVO-CRITICA.
            PERFORM  SITUACAO-REGISTRO.
            MOVE     "CILIN"           TO   ATU-FILA.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REGISTRO
            END-IF.
            PERFORM  LE-CIL-RETIDO.
            EXIT.

       end program EDLOTE.
