      *          processada, suspensa (com o motivo) ou devolvida
      *          pelo RESUB, com a fila de origem e a data e hora do
      *          movimento.
      *
      *          HISTORICO DE ALTERACOES:
      *          - situacao "CA" (requisicao cancelada pelo
      *            solicitante na tela do ENTREQ) mostrada como
      *            cancelada, em vez de "situacao desconhecida".
      *          - linha do tempo da requisicao: depois da ultima
      *            etapa, a tela oferece a historia inteira gravada
      *            pelo ATUREQ no REQHIST (data, hora, situacao, fila,
      *            motivo e operador de cada movimento), em paginas
      *            de 12 movimentos no molde da lista do CONHIST - o
      *            que mostra quanto tempo a requisicao ficou na
      *            suspensao e quantas vezes o RESUB a devolveu.
      *          - situacoes da cota mensal por departamento: "RT"
      *            mostrada como retida pela cota do mes e "LI" como
      *            liberada acima da cota (LIBREQ).
      ******************************************************************

      *================================================================*
                  record key   is REQ-CHAVE
                  file status  is WS-REQ-STATUS.

           select RHIST-FILE assign to "REQHIST"
                  organization is indexed
                  access mode  is dynamic
                  record key   is RH-CHAVE
                  file status  is WS-RHIST-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  REQ-FILE.
           copy REQMAST.

       FD  RHIST-FILE.
           copy REQHIST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-REQ-ACHADA      PIC X(01)     VALUE "N".
              88 REQ-ACHADA                    VALUE "S" FALSE "N".
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-FIM-LISTA       PIC X(01)     VALUE "N".
              88 FIM-LISTA                     VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-REQ-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-RHIST-STATUS    PIC X(02)     VALUE SPACES.

       01 CRITERIOS-CONSULTA.
           02 CONS-DEPTO         PIC X(04)     VALUE SPACES.
           02 DATA-MOV-ED        PIC X(10)     VALUE SPACES.
           02 HORA-MOV-ED        PIC X(08)     VALUE SPACES.
           02 CONTINUA           PIC X(01)     VALUE SPACES.
           02 VER-HISTORICO      PIC X(01)     VALUE SPACES.
           02 OPCAO-LISTA        PIC X(01)     VALUE SPACES.

       01 QTDE-MOVIMENTOS        PIC 9(03)     VALUE ZEROS.

       01 TABELA-MOVIMENTOS.
           02 TAB-MOV OCCURS 200 TIMES INDEXED BY IX-MOV.
               03 TAB-DATA        PIC 9(08)     VALUE ZEROS.
               03 TAB-HORA        PIC 9(06)     VALUE ZEROS.
               03 TAB-SITUACAO    PIC X(02)     VALUE SPACES.
               03 TAB-FILA        PIC X(06)     VALUE SPACES.
               03 TAB-MOTIVO      PIC X(02)     VALUE SPACES.
               03 TAB-OPERADOR    PIC X(08)     VALUE SPACES.

       01 CONTROLE-PAGINA.
           02 POS-PAGINA         PIC 9(03)     VALUE ZEROS.
           02 POS-ITEM           PIC 9(03)     VALUE ZEROS.
           02 LINHA-TELA         PIC 9(02)     VALUE ZEROS.
           02 POS-TELA           PIC 9(04)     VALUE ZEROS.
           02 ITEM-NA-PAGINA     PIC 9(02)     VALUE ZEROS.

       01 LINHA-MOVIMENTO.
           02 LIN-NUMERO         PIC ZZ9.
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 LIN-DATA           PIC X(10).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 LIN-HORA           PIC X(08).
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 LIN-SITUACAO       PIC X(02).
           02 FILLER             PIC X(04)     VALUE SPACES.
           02 LIN-FILA           PIC X(06).
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 LIN-MOTIVO         PIC X(02).
           02 FILLER             PIC X(05)     VALUE SPACES.
           02 LIN-OPERADOR       PIC X(08).

       01 DATA-MOV-REG.
           02 MOV-ANO            PIC 9(04)     VALUE ZEROS.
            DISPLAY  TELA01   AT   0101.
            PERFORM  ENTRA-CRITERIOS.
            PERFORM  BUSCA-REQUISICAO.
            IF       REQ-ACHADA
                 PERFORM PERGUNTA-HISTORICO
                 IF      VER-HISTORICO = "S" OR "s"
                      PERFORM MOSTRA-LINHA-TEMPO
                      DISPLAY ERASE         AT   0101
                      DISPLAY TELA01        AT   0101
                      DISPLAY CONS-DEPTO    AT   0526
                      DISPLAY CONS-NUMERO   AT   0726
                      PERFORM BUSCA-REQUISICAO
                 END-IF
            END-IF.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.



       BUSCA-REQUISICAO.
            SET      REQ-ACHADA   TO   FALSE.
            OPEN     INPUT   REQ-FILE.
            IF       WS-REQ-STATUS NOT = "00"
                 DISPLAY "REQMAST AUSENTE - NENHUMA REQUISICAO "
                          DISPLAY "REQUISICAO NAO REGISTRADA."
                                  AT   1026
                     NOT INVALID KEY
                          SET     REQ-ACHADA   TO   TRUE
                          PERFORM MOSTRA-REQUISICAO
                 END-READ
                 CLOSE REQ-FILE
                 MOVE "SUSPENSA - AGUARDANDO RESUB"  TO   SITUACAO-ED
            WHEN     REQ-DEVOLVIDA
                 MOVE "DEVOLVIDA A FILA PELO RESUB"  TO   SITUACAO-ED
            WHEN     REQ-CANCELADA
                 MOVE "CANCELADA PELO SOLICITANTE"   TO   SITUACAO-ED
            WHEN     REQ-RETIDA
                 MOVE "RETIDA PELA COTA DO MES"      TO   SITUACAO-ED
            WHEN     REQ-LIBERADA
                 MOVE "LIBERADA ACIMA DA COTA"       TO   SITUACAO-ED
            WHEN OTHER
                 MOVE "SITUACAO DESCONHECIDA"        TO   SITUACAO-ED
            END-EVALUATE.
            DISPLAY  REQ-FILA      AT   1226.
            MOVE     REQ-DATA-MOV  TO   DATA-MOV-REG.
            MOVE     REQ-HORA-MOV  TO   HORA-MOV-REG.
            PERFORM  EDITA-DATA-HORA.
            DISPLAY  DATA-MOV-ED   AT   1426.
            DISPLAY  HORA-MOV-ED   AT   1438.
            EXIT.


       EDITA-DATA-HORA.
            MOVE     SPACES        TO   DATA-MOV-ED HORA-MOV-ED.
            STRING   MOV-DIA   DELIMITED BY SIZE
                     "/"       DELIMITED BY SIZE
                     ":"       DELIMITED BY SIZE
                     MOV-SS    DELIMITED BY SIZE
                INTO HORA-MOV-ED.
            EXIT.


       PERGUNTA-HISTORICO.
            DISPLAY  "Linha do tempo (S/N): < >"   AT   1605.
            MOVE     SPACES          TO   VER-HISTORICO.
            ACCEPT   VER-HISTORICO   AT   1628 PROMPT AUTO.
            IF       VER-HISTORICO NOT = "S" AND NOT = "s"
                              AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-HISTORICO
            END-IF.
            EXIT.

      *----------------------------------------------------------------*
      * linha do tempo: os movimentos da requisicao no REQHIST, lidos
      * em ordem de chave (data + hora + sequencia dentro da
      * requisicao) e mostrados em paginas de 12
      *----------------------------------------------------------------*

       MOSTRA-LINHA-TEMPO.
            MOVE     ZEROS    TO   QTDE-MOVIMENTOS POS-PAGINA.
            SET      TABELA-CHEIA   TO   FALSE.
            SET      FIM-LISTA      TO   FALSE.
            PERFORM  CARREGA-MOVIMENTOS.
            IF       QTDE-MOVIMENTOS = ZEROS
                 DISPLAY "NENHUM MOVIMENTO NO HISTORICO (REQHIST) "
                         "PARA A REQUISICAO."   AT   2005
                 MOVE    SPACE   TO   OPCAO-LISTA
                 ACCEPT  OPCAO-LISTA   AT   2070
            ELSE
                 PERFORM EXIBE-PAGINA  UNTIL  FIM-LISTA
            END-IF.
            EXIT.


       CARREGA-MOVIMENTOS.
            SET      FIM-HISTORICO   TO   FALSE.
            OPEN     INPUT   RHIST-FILE.
            IF       WS-RHIST-STATUS NOT = "00"
                 SET  FIM-HISTORICO   TO   TRUE
            ELSE
                 MOVE  CONS-DEPTO    TO   RH-DEPTO
                 MOVE  CONS-NUMERO   TO   RH-NUMERO
                 MOVE  ZEROS         TO   RH-DATA RH-HORA RH-SEQUENCIA
                 START RHIST-FILE  KEY NOT LESS THAN RH-CHAVE
                     INVALID KEY
                          SET FIM-HISTORICO TO TRUE
                 END-START
                 IF    NOT FIM-HISTORICO
                      PERFORM LE-MOVIMENTO
                      PERFORM GUARDA-MOVIMENTO  UNTIL  FIM-HISTORICO
                 END-IF
                 CLOSE RHIST-FILE
            END-IF.
            EXIT.


       LE-MOVIMENTO.
            READ     RHIST-FILE  NEXT RECORD
                AT END
                     SET FIM-HISTORICO TO TRUE
            END-READ.
            IF       NOT FIM-HISTORICO
                 AND ( RH-DEPTO NOT = CONS-DEPTO
                       OR RH-NUMERO NOT = CONS-NUMERO )
                 SET  FIM-HISTORICO   TO   TRUE
            END-IF.
            EXIT.


       GUARDA-MOVIMENTO.
            IF       QTDE-MOVIMENTOS >= 200
                 SET  TABELA-CHEIA   TO   TRUE
            ELSE
                 ADD      1               TO   QTDE-MOVIMENTOS
                 SET      IX-MOV          TO   QTDE-MOVIMENTOS
                 MOVE     RH-DATA         TO   TAB-DATA (IX-MOV)
                 MOVE     RH-HORA         TO   TAB-HORA (IX-MOV)
                 MOVE     RH-SITUACAO     TO   TAB-SITUACAO (IX-MOV)
                 MOVE     RH-FILA         TO   TAB-FILA (IX-MOV)
                 MOVE     RH-MOTIVO       TO   TAB-MOTIVO (IX-MOV)
                 MOVE     RH-OPERADOR     TO   TAB-OPERADOR (IX-MOV)
            END-IF.
            PERFORM  LE-MOVIMENTO.
            EXIT.


       EXIBE-PAGINA.
            DISPLAY  ERASE       AT    0101.
            DISPLAY  "LINHA DO TEMPO DA REQUISICAO "   AT   0205.
            DISPLAY  CONS-DEPTO  AT    0234.
            DISPLAY  "/"         AT    0238.
            DISPLAY  CONS-NUMERO AT    0239.
            DISPLAY  "- MOVIMENTOS: "   AT   0246.
            DISPLAY  QTDE-MOVIMENTOS    AT   0260.
            IF       TABELA-CHEIA
                 DISPLAY "(SO OS 200 PRIMEIROS)"   AT   0265
            END-IF.
            DISPLAY  " NR  DATA        HORA       SIT.  "
                     "FILA     MOT.   OPERADOR"   AT   0405.
            MOVE     ZEROS       TO    ITEM-NA-PAGINA.
            PERFORM  EXIBE-ITEM
                     UNTIL ITEM-NA-PAGINA >= 12
                     OR    POS-PAGINA + ITEM-NA-PAGINA
                           >= QTDE-MOVIMENTOS.
            DISPLAY  "OPCAO (P=PROXIMA PAGINA, F=FIM): < >"   AT   1905.
            PERFORM  TRATA-OPCAO.
            EXIT.


       EXIBE-ITEM.
            COMPUTE  POS-ITEM  =  POS-PAGINA + ITEM-NA-PAGINA + 1.
            SET      IX-MOV    TO  POS-ITEM.
            MOVE     POS-ITEM                TO   LIN-NUMERO.
            MOVE     TAB-DATA (IX-MOV)       TO   DATA-MOV-REG.
            MOVE     TAB-HORA (IX-MOV)       TO   HORA-MOV-REG.
            PERFORM  EDITA-DATA-HORA.
            MOVE     DATA-MOV-ED             TO   LIN-DATA.
            MOVE     HORA-MOV-ED             TO   LIN-HORA.
            MOVE     TAB-SITUACAO (IX-MOV)   TO   LIN-SITUACAO.
            MOVE     TAB-FILA (IX-MOV)       TO   LIN-FILA.
            MOVE     TAB-MOTIVO (IX-MOV)     TO   LIN-MOTIVO.
            MOVE     TAB-OPERADOR (IX-MOV)   TO   LIN-OPERADOR.
            COMPUTE  LINHA-TELA  =  5 + ITEM-NA-PAGINA.
            COMPUTE  POS-TELA    =  LINHA-TELA * 100 + 5.
            DISPLAY  LINHA-MOVIMENTO         AT   POS-TELA.
            ADD      1           TO    ITEM-NA-PAGINA.
            EXIT.


       TRATA-OPCAO.
            MOVE     SPACE       TO    OPCAO-LISTA.
            ACCEPT   OPCAO-LISTA AT    1939 WITH PROMPT AUTO.
            EVALUATE TRUE
            WHEN     OPCAO-LISTA = "F" OR "f"
                 SET  FIM-LISTA   TO   TRUE
            WHEN     OPCAO-LISTA = "P" OR "p"
                 IF   POS-PAGINA + 12 < QTDE-MOVIMENTOS
                      ADD  12   TO   POS-PAGINA
                 ELSE
                      MOVE ZEROS     TO   POS-PAGINA
                 END-IF
            WHEN     OTHER
                 DISPLAY "OPCAO INVALIDA!!"   AT   2005
                 PERFORM TRATA-OPCAO
            END-EVALUATE.
            EXIT.


