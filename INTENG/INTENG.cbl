      *          na transmissao) acabaram de ser registrados por este
      *          proprio programa e nao sao duplicidade. O relatorio
      *          fecha com as quantidades carregadas por fila.
      *
      *          HISTORICO DE ALTERACOES:
      *          - a origem do cabecalho passa a ser conferida contra
      *            o mestre de departamentos DEPTMAST (via LEDEPTO)
      *            antes da 2a passada: origem nao cadastrada ou
      *            inativa nao entra nas filas - cada detalhe e
      *            convertido para o layout da fila e gravado na
      *            suspensao (RAIOSUS ou CILSUS) com o motivo "DP",
      *            a requisicao e registrada "SU" no REQMAST e o
      *            INTGREL aponta a recusa com RETURN-CODE 4. Com o
      *            departamento regularizado no MNTDEPT a operacao
      *            reencaminha pelo RESUB, sem pedir retransmissao.
      *          - o movimento registrado no REQMAST via ATUREQ leva o
      *            operador ("LOTE"), que vai para o historico de
      *            movimentos REQHIST.
      *          - cada detalhe carregado na fila (ou suspenso com "DP")
      *            e gravado tambem no ENGPEND, pendente de retorno, com
      *            a origem e a data da transmissao; o RETENG devolve o
      *            resultado para a origem depois do fechamento da
      *            noite.
      *          - com a origem aceita, a 2a passada confere a cota
      *            mensal do departamento (COTADEP, via SOMACOTA):
      *            calculos de lote do mes no CIRCHIST mais o que a
      *            origem ja tem na fila e nos retidos. A requisicao que
      *            passaria da cota de uma fila vai inteira para o
      *            RAIORET/CILRET, registrada "RT" (motivo "CT") no
      *            REQMAST e apontada no INTGREL com RETURN-CODE 4; a
      *            liberada no LIBREQ entra acima da cota. O ORDFILA
      *            devolve os retidos a fila quando a cota permite.
      *          - a requisicao recusada na critica do EDLOTE ("CR" no
      *            REQMAST) nao roda na noite e deixa de contar no uso
      *            da cota do departamento.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-REL-STATUS.

           select RAIO-SUS-FILE assign to "RAIOSUS"
                  organization is line sequential
                  file status  is WS-RAIO-SUS-STATUS.

           select CIL-SUS-FILE  assign to "CILSUS"
                  organization is line sequential
                  file status  is WS-CIL-SUS-STATUS.

           select PEND-FILE     assign to "ENGPEND"
                  organization is line sequential
                  file status  is WS-PEND-STATUS.

           select RAIO-RET-FILE assign to "RAIORET"
                  organization is line sequential
                  file status  is WS-RAIO-RET-STATUS.

           select CIL-RET-FILE  assign to "CILRET"
                  organization is line sequential
                  file status  is WS-CIL-RET-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  REL-FILE.
       01 REL-LINHA              PIC X(70).

       FD  RAIO-SUS-FILE.
           copy RAIOSUS.

       FD  CIL-SUS-FILE.
           copy CILSUS.

       FD  PEND-FILE.
           copy ENGPEND.

       FD  RAIO-RET-FILE.
           copy RAIOIN replacing leading ==RAIO== by ==RRET==
                                 leading ==LOTE== by ==RLOT==.

       FD  CIL-RET-FILE.
           copy CILIN replacing leading ==CIL== by ==CRET==.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
              88 HOUVE-DUPLICADA               VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-ORIGEM-RECUSADA PIC X(01)     VALUE "N".
              88 ORIGEM-RECUSADA               VALUE "S" FALSE "N".
           02 SW-FIM-FILA        PIC X(01)     VALUE "N".
              88 FIM-FILA                      VALUE "S" FALSE "N".
           02 SW-COTA-ATIVA      PIC X(01)     VALUE "N".
              88 COTA-ATIVA                    VALUE "S" FALSE "N".
           02 SW-COTA-FALHOU     PIC X(01)     VALUE "N".
              88 COTA-NAO-APURADA              VALUE "S" FALSE "N".
           02 SW-TAB-CARGA-CHEIA PIC X(01)     VALUE "N".
              88 TAB-CARGA-CHEIA               VALUE "S" FALSE "N".
           02 SW-REQ-RETIDA      PIC X(01)     VALUE "N".
              88 REQUISICAO-RETIDA             VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-TRANS-STATUS    PIC X(02)     VALUE SPACES.
           02 WS-RAIO-IN-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-CIL-IN-STATUS   PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-RAIO-SUS-STATUS PIC X(02)     VALUE SPACES.
           02 WS-CIL-SUS-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-PEND-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-RAIO-RET-STATUS PIC X(02)     VALUE SPACES.
           02 WS-CIL-RET-STATUS  PIC X(02)     VALUE SPACES.

       01 DATA-DO-SISTEMA.
           02 ANO                PIC 9(04)     VALUE ZEROS.
           02 MES                PIC 9(02)     VALUE ZEROS.
           02 DIA                PIC 9(02)     VALUE ZEROS.

       01 DADOS-CABECALHO.
           02 ORIGEM-TRANSMISSAO PIC X(04)     VALUE SPACES.
           02 QTDE-RAIOS-CARGA   PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-CARGA    PIC 9(05)     VALUE ZEROS.
           02 QTDE-ERROS         PIC 9(05)     VALUE ZEROS.
           02 QTDE-RAIOS-SUSP    PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-SUSP     PIC 9(05)     VALUE ZEROS.
           02 QTDE-RAIOS-RETIDOS PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-RETIDOS  PIC 9(05)     VALUE ZEROS.
           02 QTDE-REQ-RETIDAS   PIC 9(05)     VALUE ZEROS.

       01 ULTIMA-REQ-REGISTRADA  PIC 9(06)     VALUE ZEROS.

           copy ATUREQ.

           copy LEDEPTO.

           copy LEREQ.

           copy SOMACOTA.

      * requisicoes da transmissao por fila, com a quantidade de
      * detalhes de cada uma, para a apuracao da cota do mes
       01 TABELA-CARGA.
           02 QTDE-REQ-CARGA     PIC 9(04)     VALUE ZEROS.
           02 TAB-CARGA OCCURS 1000 TIMES INDEXED BY IX-CARGA.
               03 TCG-NUMERO      PIC 9(06).
               03 TCG-FILA        PIC X(06).
               03 TCG-QTDE        PIC 9(05).
               03 TCG-RETIDA      PIC X(01).
                  88 TCG-REQ-RETIDA             VALUE "S" FALSE "N".

       01 FILA-DETALHE           PIC X(06)     VALUE SPACES.
          88 FILA-DO-CILIN                     VALUE "CILIN".

      * situacao no REQMAST da requisicao que ja estava na fila, lida
      * uma vez por troca de numero
       01 REQUISICAO-CORRENTE.
           02 RQL-NUMERO         PIC 9(06)     VALUE ZEROS.
           02 RQC-NUMERO         PIC 9(06)     VALUE ZEROS.
           02 RQC-SITUACAO       PIC X(02)     VALUE SPACES.
              88 RQC-FORA-DA-COTA              VALUE "CA" "PR" "SU"
                                                     "RT" "CR".

       01 APURACAO-COTA.
           02 COTA-LIMITE        PIC 9(06)     VALUE ZEROS.
           02 COTA-USO           PIC 9(07)     VALUE ZEROS.
           02 COTA-PREVISTA      PIC 9(07)     VALUE ZEROS.

       01 LINHA-ERRO.
           02 ERR-NUMERO         PIC ZZZZ9.
           02 FILLER             PIC X(03)     VALUE SPACES.
              VALUE "  CILIN=".
           02 CRG-CILS           PIC ZZZZ9.

       01 LINHA-RETIDOS.
           02 FILLER             PIC X(25)
              VALUE "RETIDOS POR COTA RAIORET=".
           02 RTS-RAIOS          PIC ZZZZ9.
           02 FILLER             PIC X(09)
              VALUE "  CILRET=".
           02 RTS-CILS           PIC ZZZZ9.

       01 LINHA-RETIDA.
           02 FILLER             PIC X(04)     VALUE "REQ ".
           02 RTD-NUMERO         PIC 9(06).
           02 FILLER             PIC X(01)     VALUE SPACE.
           02 RTD-FILA           PIC X(06).
           02 FILLER             PIC X(19)
              VALUE " RETIDA POR COTA - ".
           02 RTD-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(09)     VALUE " REG, USO".
           02 RTD-USO            PIC ZZZZZZ9.
           02 FILLER             PIC X(06)     VALUE " COTA ".
           02 RTD-COTA           PIC ZZZZZ9.

       01 LINHA-ORIGEM-RECUSADA.
           02 FILLER             PIC X(07)     VALUE "ORIGEM ".
           02 REC-ORIGEM-ED      PIC X(04).
           02 FILLER             PIC X(44)     VALUE
              " DESCONHECIDA OU INATIVA NO DEPTMAST (DP) -".

       01 LINHA-SUSPENSOS.
           02 FILLER             PIC X(34)
              VALUE "NADA CARREGADO. SUSPENSOS RAIOSUS=".
           02 SUS-RAIOS          PIC ZZZZ9.
           02 FILLER             PIC X(09)
              VALUE "  CILSUS=".
           02 SUS-CILS           PIC ZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            OPEN     OUTPUT   REL-FILE.
            PERFORM  CRITICA-ENVELOPE.
            IF       ENVELOPE-OK
            WHEN OTHER
                 ADD  1          TO   QTDE-DETALHES
                 ADD  DET-RAIO   TO   SOMA-RAIOS
                 PERFORM ACUMULA-CARGA
            END-EVALUATE.
            EXIT.

            EXIT.


      * detalhes de cada requisicao por fila, para a cota do mes
       ACUMULA-CARGA.
            IF       DET-FORMA = "C"
                 MOVE "RAIOIN"   TO   FILA-DETALHE
            ELSE
                 MOVE "CILIN"    TO   FILA-DETALHE
            END-IF.
            SET      IX-CARGA   TO   1.
            SEARCH   TAB-CARGA
                AT END
                     PERFORM NOVA-CARGA
                WHEN IX-CARGA > QTDE-REQ-CARGA
                     PERFORM NOVA-CARGA
                WHEN TCG-NUMERO (IX-CARGA) = DET-REQUISICAO
                 AND TCG-FILA   (IX-CARGA) = FILA-DETALHE
                     ADD  1   TO   TCG-QTDE (IX-CARGA)
            END-SEARCH.
            EXIT.


       NOVA-CARGA.
            IF       QTDE-REQ-CARGA < 1000
                 ADD  1                TO   QTDE-REQ-CARGA
                 SET  IX-CARGA         TO   QTDE-REQ-CARGA
                 MOVE DET-REQUISICAO   TO   TCG-NUMERO (IX-CARGA)
                 MOVE FILA-DETALHE     TO   TCG-FILA   (IX-CARGA)
                 MOVE 1                TO   TCG-QTDE   (IX-CARGA)
                 SET  TCG-REQ-RETIDA (IX-CARGA)   TO   FALSE
            ELSE
                 SET  TAB-CARGA-CHEIA  TO   TRUE
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * 2a passada - carga nas filas, so com o envelope limpo
      *----------------------------------------------------------------*

       CARREGA-FILAS.
            SET      FIM-TRANSMISSAO   TO   FALSE.
            PERFORM  CONFERE-ORIGEM.
            IF       NOT ORIGEM-RECUSADA
                 PERFORM APURA-COTA-CARGA
            END-IF.
            OPEN     INPUT    TRANS-FILE.
            IF       ORIGEM-RECUSADA
                 PERFORM ABRE-SUSPENSOES
            ELSE
                 PERFORM ABRE-FILA-RAIOS
                 PERFORM ABRE-FILA-CILS
                 PERFORM ABRE-RETIDOS
            END-IF.
            PERFORM  ABRE-PENDENCIAS.
            PERFORM  LE-TRANSMISSAO.
            PERFORM  CARREGA-REGISTRO  UNTIL  FIM-TRANSMISSAO.
            CLOSE    TRANS-FILE PEND-FILE.
            IF       ORIGEM-RECUSADA
                 CLOSE RAIO-SUS-FILE CIL-SUS-FILE
                 MOVE  QTDE-RAIOS-SUSP   TO   SUS-RAIOS
                 MOVE  QTDE-CILS-SUSP    TO   SUS-CILS
                 WRITE REL-LINHA   FROM   LINHA-SUSPENSOS
            ELSE
                 CLOSE RAIO-IN-FILE CIL-IN-FILE
                       RAIO-RET-FILE CIL-RET-FILE
                 MOVE  QTDE-RAIOS-CARGA  TO   CRG-RAIOS
                 MOVE  QTDE-CILS-CARGA   TO   CRG-CILS
                 WRITE REL-LINHA   FROM   LINHA-CARGA
                 IF    QTDE-REQ-RETIDAS > ZEROS
                      MOVE  QTDE-RAIOS-RETIDOS  TO   RTS-RAIOS
                      MOVE  QTDE-CILS-RETIDOS   TO   RTS-CILS
                      WRITE REL-LINHA   FROM   LINHA-RETIDOS
                 END-IF
            END-IF.
            EXIT.


       CONFERE-ORIGEM.
            MOVE     ORIGEM-TRANSMISSAO   TO   LED-DEPTO.
            CALL     "LEDEPTO"            USING LE-DEPTO-PARM.
            IF       LED-DEPTO-VALIDO
                 SET  ORIGEM-RECUSADA   TO   FALSE
            ELSE
                 SET  ORIGEM-RECUSADA   TO   TRUE
                 MOVE ORIGEM-TRANSMISSAO   TO   REC-ORIGEM-ED
                 WRITE REL-LINHA   FROM   LINHA-ORIGEM-RECUSADA
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * cota mensal da origem (COTADEP): calculos de lote do mes no
      * CIRCHIST (SOMACOTA) + o que a origem ja tem na fila; a
      * requisicao que passaria da cota vai para o RAIORET/CILRET
      * registrada "RT" no REQMAST
      *----------------------------------------------------------------*

       APURA-COTA-CARGA.
            SET      COTA-ATIVA   TO   FALSE.
            MOVE     DATA-DO-SISTEMA   TO   SMC-DATA-REF.
            CALL     "SOMACOTA"        USING SOMA-COTA-PARM.
            EVALUATE SMC-STATUS
            WHEN     "00"
                 SET  IX-SMC   TO   1
                 SEARCH SMC-DEPTO
                     AT END
                          CONTINUE
                     WHEN IX-SMC > SMC-QTDE-DEPTOS
                          CONTINUE
                     WHEN SMC-CODIGO (IX-SMC) = ORIGEM-TRANSMISSAO
                          SET  COTA-ATIVA   TO   TRUE
                 END-SEARCH
            WHEN     "35"
                 CONTINUE
            WHEN OTHER
                 SET   COTA-NAO-APURADA   TO   TRUE
                 MOVE  ZEROS             TO   ERR-NUMERO
                 MOVE  SPACES            TO   ERR-MOTIVO
                 STRING "COTA NAO APURADA STATUS "
                                         DELIMITED BY SIZE
                        SMC-STATUS       DELIMITED BY SIZE
                        " - NADA RETIDO" DELIMITED BY SIZE
                   INTO ERR-MOTIVO
                 WRITE REL-LINHA   FROM  LINHA-ERRO
            END-EVALUATE.
            IF       COTA-ATIVA
                 PERFORM SOMA-FILA-RAIOS
                 PERFORM SOMA-FILA-CILS
                 PERFORM DECIDE-CARGA
                         VARYING IX-CARGA FROM 1 BY 1
                         UNTIL   IX-CARGA > QTDE-REQ-CARGA
                 IF   TAB-CARGA-CHEIA
                      MOVE  ZEROS   TO   ERR-NUMERO
                      MOVE  "MAIS DE 1000 REQUISICOES - EXCEDENTES "
                                    TO   ERR-MOTIVO
                      WRITE REL-LINHA   FROM  LINHA-ERRO
                      MOVE  "ENTRAM NA FILA SEM CRITICA DE COTA"
                                    TO   ERR-MOTIVO
                      WRITE REL-LINHA   FROM  LINHA-ERRO
                 END-IF
            END-IF.
            EXIT.


      * o que a origem ja tem na fila e nos retidos (os retidos que
      * voltam a fila - cota aumentada ou liberacao - contam)
       SOMA-FILA-RAIOS.
            MOVE     "RAIOIN"   TO   FILA-DETALHE.
            OPEN     INPUT    RAIO-RET-FILE.
            IF       WS-RAIO-RET-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-RAIO-RETIDO
                 PERFORM SOMA-RAIO-RETIDO  UNTIL  FIM-FILA
                 CLOSE   RAIO-RET-FILE
            END-IF.
            OPEN     INPUT    RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-RAIO-FILA
                 PERFORM SOMA-RAIO-FILA  UNTIL  FIM-FILA
                 CLOSE   RAIO-IN-FILE
            END-IF.
            EXIT.


       LE-RAIO-RETIDO.
            READ     RAIO-RET-FILE
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       SOMA-RAIO-RETIDO.
            IF       RLOT-DEPTO = ORIGEM-TRANSMISSAO
                 AND RLOT-REQUISICAO NUMERIC
                 MOVE    RLOT-REQUISICAO   TO   RQL-NUMERO
                 PERFORM SOMA-REGISTRO-FILA
            END-IF.
            PERFORM  LE-RAIO-RETIDO.
            EXIT.


       LE-RAIO-FILA.
            READ     RAIO-IN-FILE
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       SOMA-RAIO-FILA.
            IF       LOTE-DEPTO = ORIGEM-TRANSMISSAO
                 AND LOTE-REQUISICAO NUMERIC
                 MOVE    LOTE-REQUISICAO   TO   RQL-NUMERO
                 PERFORM SOMA-REGISTRO-FILA
            END-IF.
            PERFORM  LE-RAIO-FILA.
            EXIT.


       SOMA-FILA-CILS.
            MOVE     "CILIN"    TO   FILA-DETALHE.
            OPEN     INPUT    CIL-RET-FILE.
            IF       WS-CIL-RET-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-CIL-RETIDO
                 PERFORM SOMA-CIL-RETIDO  UNTIL  FIM-FILA
                 CLOSE   CIL-RET-FILE
            END-IF.
            OPEN     INPUT    CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS = "00"
                 SET     FIM-FILA   TO   FALSE
                 PERFORM LE-CIL-FILA
                 PERFORM SOMA-CIL-FILA  UNTIL  FIM-FILA
                 CLOSE   CIL-IN-FILE
            END-IF.
            EXIT.


       LE-CIL-RETIDO.
            READ     CIL-RET-FILE
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       SOMA-CIL-RETIDO.
            IF       CRET-DEPTO = ORIGEM-TRANSMISSAO
                 AND CRET-REQUISICAO NUMERIC
                 MOVE    CRET-REQUISICAO   TO   RQL-NUMERO
                 PERFORM SOMA-REGISTRO-FILA
            END-IF.
            PERFORM  LE-CIL-RETIDO.
            EXIT.


       LE-CIL-FILA.
            READ     CIL-IN-FILE
                AT END
                     SET FIM-FILA TO TRUE
            END-READ.
            EXIT.


       SOMA-CIL-FILA.
            IF       CIL-DEPTO = ORIGEM-TRANSMISSAO
                 AND CIL-REQUISICAO NUMERIC
                 MOVE    CIL-REQUISICAO    TO   RQL-NUMERO
                 PERFORM SOMA-REGISTRO-FILA
            END-IF.
            PERFORM  LE-CIL-FILA.
            EXIT.


      * cancelada, processada, suspensa, retida ou recusada na critica
      * do EDLOTE nao vai rodar e nao conta
       SOMA-REGISTRO-FILA.
            IF       RQL-NUMERO NOT = RQC-NUMERO
                 MOVE RQL-NUMERO           TO   RQC-NUMERO
                 MOVE ORIGEM-TRANSMISSAO   TO   LER-DEPTO
                 MOVE RQL-NUMERO           TO   LER-NUMERO
                 CALL "LEREQ"              USING LE-REQ-PARM
                 MOVE LER-SITUACAO         TO   RQC-SITUACAO
            END-IF.
            IF       NOT RQC-FORA-DA-COTA
                 IF   FILA-DO-CILIN
                      ADD  1   TO   SMC-USO-CILS  (IX-SMC)
                 ELSE
                      ADD  1   TO   SMC-USO-RAIOS (IX-SMC)
                 END-IF
            END-IF.
            EXIT.


      * requisicao ja cancelada nao roda e nao conta; a liberada pelo
      * LIBREQ conta, mas entra acima da cota
       DECIDE-CARGA.
            MOVE     ORIGEM-TRANSMISSAO     TO   LER-DEPTO.
            MOVE     TCG-NUMERO (IX-CARGA)  TO   LER-NUMERO.
            CALL     "LEREQ"                USING LE-REQ-PARM.
            MOVE     TCG-FILA (IX-CARGA)    TO   FILA-DETALHE.
            IF       FILA-DO-CILIN
                 MOVE SMC-COTA-CILS  (IX-SMC)   TO   COTA-LIMITE
                 MOVE SMC-USO-CILS   (IX-SMC)   TO   COTA-USO
            ELSE
                 MOVE SMC-COTA-RAIOS (IX-SMC)   TO   COTA-LIMITE
                 MOVE SMC-USO-RAIOS  (IX-SMC)   TO   COTA-USO
            END-IF.
            COMPUTE  COTA-PREVISTA = COTA-USO + TCG-QTDE (IX-CARGA).
            EVALUATE TRUE
            WHEN     LER-REQ-CANCELADA
                 CONTINUE
            WHEN     COTA-LIMITE > ZEROS
                 AND COTA-PREVISTA > COTA-LIMITE
                 AND NOT LER-REQ-LIBERADA
                 SET  TCG-REQ-RETIDA (IX-CARGA)   TO   TRUE
                 ADD  1   TO   QTDE-REQ-RETIDAS
                 PERFORM INFORMA-RETIDA
            WHEN     FILA-DO-CILIN
                 ADD  TCG-QTDE (IX-CARGA)   TO   SMC-USO-CILS  (IX-SMC)
            WHEN OTHER
                 ADD  TCG-QTDE (IX-CARGA)   TO   SMC-USO-RAIOS (IX-SMC)
            END-EVALUATE.
            EXIT.


       INFORMA-RETIDA.
            MOVE     TCG-NUMERO (IX-CARGA)  TO   RTD-NUMERO.
            MOVE     TCG-FILA   (IX-CARGA)  TO   RTD-FILA.
            MOVE     TCG-QTDE   (IX-CARGA)  TO   RTD-QTDE.
            MOVE     COTA-USO               TO   RTD-USO.
            MOVE     COTA-LIMITE            TO   RTD-COTA.
            WRITE    REL-LINHA   FROM   LINHA-RETIDA.
            EXIT.


       PROCURA-RETIDA.
            SET      REQUISICAO-RETIDA   TO   FALSE.
            IF       DET-FORMA = "C"
                 MOVE "RAIOIN"   TO   FILA-DETALHE
            ELSE
                 MOVE "CILIN"    TO   FILA-DETALHE
            END-IF.
            SET      IX-CARGA   TO   1.
            SEARCH   TAB-CARGA
                AT END
                     CONTINUE
                WHEN IX-CARGA > QTDE-REQ-CARGA
                     CONTINUE
                WHEN TCG-NUMERO (IX-CARGA) = DET-REQUISICAO
                 AND TCG-FILA   (IX-CARGA) = FILA-DETALHE
                     IF   TCG-REQ-RETIDA (IX-CARGA)
                          SET  REQUISICAO-RETIDA   TO   TRUE
                     END-IF
            END-SEARCH.
            EXIT.


       ABRE-SUSPENSOES.
            OPEN     EXTEND   RAIO-SUS-FILE.
            IF       WS-RAIO-SUS-STATUS NOT = "00"
                 OPEN   OUTPUT  RAIO-SUS-FILE
                 CLOSE          RAIO-SUS-FILE
                 OPEN   EXTEND  RAIO-SUS-FILE
            END-IF.
            OPEN     EXTEND   CIL-SUS-FILE.
            IF       WS-CIL-SUS-STATUS NOT = "00"
                 OPEN   OUTPUT  CIL-SUS-FILE
                 CLOSE          CIL-SUS-FILE
                 OPEN   EXTEND  CIL-SUS-FILE
            END-IF.
            EXIT.


            EXIT.


       ABRE-RETIDOS.
            OPEN     EXTEND   RAIO-RET-FILE.
            IF       WS-RAIO-RET-STATUS NOT = "00"
                 OPEN   OUTPUT  RAIO-RET-FILE
                 CLOSE          RAIO-RET-FILE
                 OPEN   EXTEND  RAIO-RET-FILE
            END-IF.
            OPEN     EXTEND   CIL-RET-FILE.
            IF       WS-CIL-RET-STATUS NOT = "00"
                 OPEN   OUTPUT  CIL-RET-FILE
                 CLOSE          CIL-RET-FILE
                 OPEN   EXTEND  CIL-RET-FILE
            END-IF.
            EXIT.


       ABRE-PENDENCIAS.
            OPEN     EXTEND   PEND-FILE.
            IF       WS-PEND-STATUS NOT = "00"
                 OPEN   OUTPUT  PEND-FILE
                 CLOSE          PEND-FILE
                 OPEN   EXTEND  PEND-FILE
            END-IF.
            EXIT.


       CARREGA-REGISTRO.
            IF       TRANS-DETALHE
                 IF    DET-FORMA = "C"
            MOVE     ORIGEM-TRANSMISSAO  TO   LOTE-DEPTO.
            MOVE     DET-REQUISICAO      TO   LOTE-REQUISICAO.
            MOVE     DET-URGENCIA        TO   LOTE-URGENCIA.
            IF       ORIGEM-RECUSADA
                 PERFORM SUSPENDE-RAIO
            ELSE
                 PERFORM PROCURA-RETIDA
                 PERFORM CARREGA-RAIO-FILA
            END-IF.
            EXIT.


       CARREGA-RAIO-FILA.
            IF       REQUISICAO-RETIDA
                 PERFORM RETEM-RAIO
            ELSE
                 WRITE RAIO-LOTE-REG
                 IF    WS-RAIO-IN-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      ADD  1   TO   QTDE-RAIOS-CARGA
                      MOVE "RAIOIN"   TO   ATU-FILA
                      PERFORM REGISTRA-ENTRADA
                      PERFORM GRAVA-PENDENCIA
                 END-IF
            END-IF.
            EXIT.


      * requisicao acima da cota fica fora da fila, no RAIORET, ate a
      * cota subir ou a liberacao no LIBREQ
       RETEM-RAIO.
            WRITE    RRET-LOTE-REG   FROM   RAIO-LOTE-REG.
            IF       WS-RAIO-RET-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-RAIOS-RETIDOS
                 MOVE "RAIOIN"   TO   ATU-FILA
                 PERFORM REGISTRA-ENTRADA
                 PERFORM GRAVA-PENDENCIA
            END-IF.
            EXIT.


       SUSPENDE-RAIO.
            MOVE     SPACES              TO   SUS-RAIO-REG.
            MOVE     DATA-DO-SISTEMA     TO   SUS-RAIO-DATA.
            MOVE     "DP"                TO   SUS-RAIO-MOTIVO.
            MOVE     RAIO-LOTE-REG       TO   SUS-RAIO-REGISTRO.
            WRITE    SUS-RAIO-REG.
            IF       WS-RAIO-SUS-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-RAIOS-SUSP
                 MOVE "RAIOIN"   TO   ATU-FILA
                 PERFORM REGISTRA-SUSPENSA
                 PERFORM GRAVA-PENDENCIA
            END-IF.
            EXIT.

            MOVE     ORIGEM-TRANSMISSAO  TO   CIL-DEPTO.
            MOVE     DET-REQUISICAO      TO   CIL-REQUISICAO.
            MOVE     DET-URGENCIA        TO   CIL-URGENCIA.
            IF       ORIGEM-RECUSADA
                 PERFORM SUSPENDE-CIL
            ELSE
                 PERFORM PROCURA-RETIDA
                 PERFORM CARREGA-CIL-FILA
            END-IF.
            EXIT.


       CARREGA-CIL-FILA.
            IF       REQUISICAO-RETIDA
                 PERFORM RETEM-CIL
            ELSE
                 WRITE CIL-LOTE-REG
                 IF    WS-CIL-IN-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      ADD  1   TO   QTDE-CILS-CARGA
                      MOVE "CILIN"    TO   ATU-FILA
                      PERFORM REGISTRA-ENTRADA
                      PERFORM GRAVA-PENDENCIA
                 END-IF
            END-IF.
            EXIT.


       RETEM-CIL.
            WRITE    CRET-LOTE-REG   FROM   CIL-LOTE-REG.
            IF       WS-CIL-RET-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-CILS-RETIDOS
                 MOVE "CILIN"    TO   ATU-FILA
                 PERFORM REGISTRA-ENTRADA
                 PERFORM GRAVA-PENDENCIA
            END-IF.
            EXIT.


       SUSPENDE-CIL.
            MOVE     SPACES              TO   SUS-CIL-REG.
            MOVE     DATA-DO-SISTEMA     TO   SUS-CIL-DATA.
            MOVE     "DP"                TO   SUS-CIL-MOTIVO.
            MOVE     CIL-LOTE-REG        TO   SUS-CIL-REGISTRO.
            WRITE    SUS-CIL-REG.
            IF       WS-CIL-SUS-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-CILS-SUSP
                 MOVE "CILIN"    TO   ATU-FILA
                 PERFORM REGISTRA-SUSPENSA
                 PERFORM GRAVA-PENDENCIA
            END-IF.
            EXIT.

       REGISTRA-ENTRADA.
            MOVE     ORIGEM-TRANSMISSAO  TO   ATU-DEPTO.
            MOVE     DET-REQUISICAO      TO   ATU-NUMERO.
            IF       REQUISICAO-RETIDA
                 MOVE "RT"               TO   ATU-SITUACAO
                 MOVE "CT"               TO   ATU-MOTIVO
            ELSE
                 MOVE "FI"               TO   ATU-SITUACAO
                 MOVE SPACES             TO   ATU-MOTIVO
            END-IF.
            MOVE     "LOTE"              TO   ATU-OPERADOR.
            CALL     "ATUREQ"            USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REQMAST
            END-IF.
      * so o primeiro detalhe de cada requisicao pode apontar
      * duplicidade: os demais raios da mesma requisicao (contiguos
            EXIT.


       REGISTRA-SUSPENSA.
            MOVE     ORIGEM-TRANSMISSAO  TO   ATU-DEPTO.
            MOVE     DET-REQUISICAO      TO   ATU-NUMERO.
            MOVE     "SU"                TO   ATU-SITUACAO.
            MOVE     "DP"                TO   ATU-MOTIVO.
            MOVE     "LOTE"              TO   ATU-OPERADOR.
            CALL     "ATUREQ"            USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 PERFORM APONTA-ERRO-REQMAST
            END-IF.
            EXIT.


      * cada detalhe que entrou na fila (ou na suspensao) fica
      * pendente de retorno para a origem; o RETENG devolve o
      * resultado depois do fechamento da noite
       GRAVA-PENDENCIA.
            MOVE     SPACES              TO   ENG-PEND-REG.
            MOVE     ORIGEM-TRANSMISSAO  TO   PEND-ORIGEM.
            MOVE     DATA-TRANSMISSAO    TO   PEND-DATA-TRANS.
            MOVE     DATA-DO-SISTEMA     TO   PEND-DATA-CARGA.
            MOVE     DET-FORMA           TO   PEND-FORMA.
            MOVE     DET-RAIO            TO   PEND-RAIO.
            IF       DET-FORMA = "C"
                 MOVE ZEROS              TO   PEND-ALTURA
            ELSE
                 MOVE CIL-ALTURA         TO   PEND-ALTURA
            END-IF.
            MOVE     DET-REQUISICAO      TO   PEND-REQUISICAO.
            SET      PEND-AGUARDANDO     TO   TRUE.
            WRITE    ENG-PEND-REG.
            IF       WS-PEND-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            EXIT.


       APONTA-ERRO-REQMAST.
            SET      ERRO-ARQUIVO      TO   TRUE.
            MOVE     ZEROS             TO   ERR-NUMERO.
            MOVE     SPACES            TO   ERR-MOTIVO.
            STRING   "ERRO AO REGISTRAR NO REQMAST - STATUS "
                                       DELIMITED BY SIZE
                     ATU-STATUS        DELIMITED BY SIZE
                INTO ERR-MOTIVO.
            WRITE    REL-LINHA   FROM  LINHA-ERRO.
            EXIT.


       DEFINE-RETORNO.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO OR NOT ENVELOPE-OK
                 MOVE 8 TO RETURN-CODE
            WHEN     HOUVE-DUPLICADA OR ORIGEM-RECUSADA
                 OR  QTDE-REQ-RETIDAS > ZEROS
                 OR  COTA-NAO-APURADA
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE
