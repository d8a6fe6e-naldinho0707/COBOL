       program-id. RETENG as "RETENG".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * RETENG - Retorno dos resultados para o sistema da engenharia.
      *
      *          O INTENG recebe a transmissao da engenharia, mas os
      *          resultados voltavam para la redigitados a partir do
      *          RESxxxx/CILxxxx do DISTRIB. Este programa roda no fim
      *          do CIRCFIB, depois do FECHNOIT, e devolve a cada
      *          origem um arquivo de retorno ("RET" + origem, layout
      *          ENGRET) no mesmo molde de envelope da transmissao:
      *          cabecalho com a data do processamento e a data da
      *          transmissao original, um detalhe por medida e rodape
      *          com quantidade e hash total dos resultados. Uma
      *          origem com pendencias de mais de uma transmissao
      *          recebe um envelope por transmissao, no mesmo arquivo.
      *
      *          As medidas pendentes vem do ENGPEND (gravado pelo
      *          INTENG). So entram no retorno as pernas que o
      *          FECHNOIT certificou "OK" no ultimo fechamento da
      *          data: circulo (forma "C") contra o RAIOOUT e o
      *          RAIOSUS, cilindro/esfera ("L"/"E") contra o CILOUT e
      *          o CILSUS. Perna nao certificada fica pendente para a
      *          noite seguinte, com RETURN-CODE 4.
      *
      *          - medida calculada: sai com os resultados e deixa o
      *            ENGPEND;
      *          - medida suspensa: sai recusada com o codigo do
      *            motivo da suspensao e fica no ENGPEND marcada como
      *            recusa devolvida ("R"), aguardando o reencaminha-
      *            mento pelo RESUB - a recusa nao e devolvida duas
      *            vezes;
      *          - requisicao cancelada no ENTREQ: sai recusada com
      *            "CA" e deixa o ENGPEND.
      *
      *          Cada arquivo de retorno gravado deixa uma linha no
      *          AUDITLOG via GRAVACOM (programa "RETENG", arquivo em
      *          AUDIT-ENTRADA, saida "T", operador "LOTE"). A linha
      *          de controle sai no SYSOUT com os totais. File status
      *          ruim devolve RETURN-CODE 8 sem regravar o ENGPEND.
      *
      *          HISTORICO DE ALTERACOES:
      *          - o fechamento procurado no FECHCTL e a data do
      *            cabecalho do retorno passam a ser a data de
      *            processamento do lote (DATAPROC, via LEDATPRO), e
      *            nao a do relogio: uma noite que termina depois da
      *            meia-noite acha o proprio fechamento. O AUDITLOG
      *            continua com a data real.
      *          - o tempo do step (inicio, fim, registros tratados e
      *            RETURN-CODE) vai para o TEMPEXEC pelo GRAVATEM no fim
      *            do programa, para o RELTEMP acompanhar a janela do
      *            CIRCFIB.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select FECH-FILE     assign to "FECHCTL"
                  organization is line sequential
                  file status  is WS-FECH-STATUS.

           select PEND-FILE     assign to "ENGPEND"
                  organization is line sequential
                  file status  is WS-PEND-STATUS.

           select RAIO-OUT-FILE assign to "RAIOOUT"
                  organization is line sequential
                  file status  is WS-RAIO-OUT-STATUS.

           select CIL-OUT-FILE  assign to "CILOUT"
                  organization is line sequential
                  file status  is WS-CIL-OUT-STATUS.

           select SUS-RAIO-FILE assign to "RAIOSUS"
                  organization is line sequential
                  file status  is WS-SUS-RAIO-STATUS.

           select SUS-CIL-FILE  assign to "CILSUS"
                  organization is line sequential
                  file status  is WS-SUS-CIL-STATUS.

           select RET-FILE      assign to RET-NOME
                  organization is line sequential
                  file status  is WS-RET-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  FECH-FILE.
           copy FECHCTL.

       FD  PEND-FILE.
           copy ENGPEND.

       FD  RAIO-OUT-FILE.
           copy RAIOOUT.

       FD  CIL-OUT-FILE.
           copy CILOUT.

       FD  SUS-RAIO-FILE.
           copy RAIOSUS.

       FD  SUS-CIL-FILE.
           copy CILSUS.

       FD  RET-FILE.
           copy ENGRET.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-ARQUIVO     PIC X(01)     VALUE "N".
              88 FIM-ARQUIVO                   VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-ACHOU-FECH      PIC X(01)     VALUE "N".
              88 ACHOU-FECHAMENTO              VALUE "S" FALSE "N".
           02 SW-CIRC-OK         PIC X(01)     VALUE "N".
              88 PERNA-CIRC-OK                 VALUE "S" FALSE "N".
           02 SW-CIL-OK          PIC X(01)     VALUE "N".
              88 PERNA-CIL-OK                  VALUE "S" FALSE "N".
           02 SW-ACHOU-PEND      PIC X(01)     VALUE "N".
              88 ACHOU-PENDENCIA               VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-FECH-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-PEND-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-RAIO-OUT-STATUS PIC X(02)     VALUE SPACES.
           02 WS-CIL-OUT-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-SUS-RAIO-STATUS PIC X(02)     VALUE SPACES.
           02 WS-SUS-CIL-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-RET-STATUS      PIC X(02)     VALUE SPACES.

       01 RET-NOME               PIC X(07)     VALUE SPACES.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.
       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.
       01 DATA-PROCESSAMENTO     PIC 9(08)     VALUE ZEROS.

       01 ULTIMO-FECHAMENTO.
           02 ULT-SIT-CIRC       PIC X(02)     VALUE SPACES.
           02 ULT-SIT-CIL        PIC X(02)     VALUE SPACES.

      * pendencias do ENGPEND; TAB-ACAO diz o que a noite fez com
      * cada uma: espaco = continua pendente, "E" = resultado
      * devolvido, "J" = recusa devolvida, "C" = cancelada devolvida
       01 QTDE-PEND              PIC 9(05)     VALUE ZEROS.

       01 TABELA-PENDENCIAS.
           02 TAB-PEND OCCURS 3000 TIMES INDEXED BY IX-PEND.
               03 TAB-ORIGEM      PIC X(04).
               03 TAB-DATA-TRANS  PIC 9(08).
               03 TAB-DATA-CARGA  PIC 9(08).
               03 TAB-FORMA       PIC X(01).
               03 TAB-RAIO        PIC 9(03)V99.
               03 TAB-ALTURA      PIC 9(03)V99.
               03 TAB-REQUISICAO  PIC 9(06).
               03 TAB-SITUACAO    PIC X(01).
               03 TAB-MOTIVO      PIC X(02).
               03 TAB-ACAO        PIC X(01).
                  88 TAB-PENDENTE               VALUE SPACE.
                  88 TAB-CALCULADA              VALUE "E".
                  88 TAB-RECUSADA               VALUE "J".
                  88 TAB-CANCELADA              VALUE "C".
               03 TAB-AREA        PIC 9(08)V99.
               03 TAB-CIRCUNF     PIC 9(05)V99.
               03 TAB-VOLUME      PIC 9(10)V99.

      * envelopes de retorno: uma entrada por origem + data da
      * transmissao original com alguma medida devolvida na noite
       01 QTDE-ENVELOPES         PIC 9(03)     VALUE ZEROS.

       01 TABELA-ENVELOPES.
           02 TAB-ENVELOPE OCCURS 200 TIMES INDEXED BY IX-ENV.
               03 ENV-ORIGEM      PIC X(04).
               03 ENV-DATA-TRANS  PIC 9(08).
               03 ENV-GRAVADO     PIC X(01).

       01 IX-ORIG                PIC 9(03)     VALUE ZEROS.

       01 ORIGEM-CORRENTE        PIC X(04)     VALUE SPACES.

       01 CHAVE-PROCURADA.
           02 PROC-ORIGEM        PIC X(04)     VALUE SPACES.
           02 PROC-FORMA         PIC X(01)     VALUE SPACES.
           02 PROC-RAIO          PIC 9(03)V99  VALUE ZEROS.
           02 PROC-ALTURA        PIC 9(03)V99  VALUE ZEROS.
           02 PROC-REQUISICAO    PIC 9(06)     VALUE ZEROS.

       01 TOTAIS-ENVELOPE.
           02 QTDE-DETALHES      PIC 9(05)     VALUE ZEROS.
           02 SOMA-RESULTADOS    PIC 9(13)V99  VALUE ZEROS.

       01 CONTADORES.
           02 QTDE-CALCULADAS    PIC 9(05)     VALUE ZEROS.
           02 QTDE-RECUSADAS     PIC 9(05)     VALUE ZEROS.
           02 QTDE-CANCELADAS    PIC 9(05)     VALUE ZEROS.
           02 QTDE-PENDENTES     PIC 9(05)     VALUE ZEROS.
           02 QTDE-ARQUIVOS      PIC 9(03)     VALUE ZEROS.

       01 CONTROLE-RUN-ID.
           02 RUN-ID-EXECUCAO    PIC 9(16)     VALUE ZEROS.
           02 SEQUENCIA-AUDITORIA PIC 9(05)    VALUE ZEROS.

      * registros de fila embutidos nas suspensoes
           copy RAIOIN.

           copy CILIN.

           copy LEREQ.

           copy GRAVACOM.

           copy AUDITLOG.

           copy LEDATPRO.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(19)
                                  VALUE "RETENG: DEVOLVIDAS=".
           02 CTL-CALCULADAS     PIC ZZZZ9.
           02 FILLER             PIC X(10)     VALUE "  RECUSAS=".
           02 CTL-RECUSADAS      PIC ZZZZ9.
           02 FILLER             PIC X(13)
                                  VALUE "  CANCELADAS=".
           02 CTL-CANCELADAS     PIC ZZZZ9.
           02 FILLER             PIC X(12)     VALUE "  PENDENTES=".
           02 CTL-PENDENTES      PIC ZZZZ9.
           02 FILLER             PIC X(11)     VALUE "  ARQUIVOS=".
           02 CTL-ARQUIVOS       PIC ZZ9.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     DATA-DO-SISTEMA   TO   RUN-ID-EXECUCAO(1:8).
            MOVE     WS-HORA-SISTEMA   TO   RUN-ID-EXECUCAO(9:8).
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            MOVE     LDP-DATA-PROC     TO   DATA-PROCESSAMENTO.
            IF       LDP-STATUS NOT = "00"
                 DISPLAY "RETENG: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - USANDO A DATA DO DIA"
            END-IF.
            PERFORM  LE-FECHAMENTO.
            IF       NOT ACHOU-FECHAMENTO
                 DISPLAY "RETENG: NOITE " DATA-PROCESSAMENTO
                         " SEM FECHAMENTO NO FECHCTL - NADA DEVOLVIDO"
                 MOVE 4 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            PERFORM  CARREGA-PENDENCIAS.
            IF       ERRO-ARQUIVO OR TABELA-CHEIA
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            IF       PERNA-CIRC-OK
                 PERFORM CONFERE-RAIOOUT
                 PERFORM CONFERE-RAIOSUS
            END-IF.
            IF       PERNA-CIL-OK
                 PERFORM CONFERE-CILOUT
                 PERFORM CONFERE-CILSUS
            END-IF.
            PERFORM  CONFERE-CANCELADA
                     VARYING IX-PEND FROM 1 BY 1
                     UNTIL   IX-PEND > QTDE-PEND.
            PERFORM  LEVANTA-ENVELOPE
                     VARYING IX-PEND FROM 1 BY 1
                     UNTIL   IX-PEND > QTDE-PEND.
            PERFORM  GRAVA-ARQUIVO-ORIGEM
                     VARYING IX-ORIG FROM 1 BY 1
                     UNTIL   IX-ORIG > QTDE-ENVELOPES.
            IF       NOT ERRO-ARQUIVO
                 PERFORM REGRAVA-PENDENCIAS
            END-IF.
            PERFORM  IMPRIME-CONTROLE.
            PERFORM  DEFINE-RETORNO.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


      *----------------------------------------------------------------*
      * ultimo fechamento gravado pelo FECHNOIT para a data
      *----------------------------------------------------------------*

       LE-FECHAMENTO.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    FECH-FILE.
            IF       WS-FECH-STATUS NOT = "00"
                 DISPLAY "RETENG: FECHCTL AUSENTE OU VAZIO - "
                         "STATUS " WS-FECH-STATUS
            ELSE
                 PERFORM LE-FECH
                 PERFORM GUARDA-FECHAMENTO  UNTIL  FIM-ARQUIVO
                 CLOSE   FECH-FILE
            END-IF.
            IF       ACHOU-FECHAMENTO
                 IF    ULT-SIT-CIRC = "OK"
                      SET  PERNA-CIRC-OK   TO   TRUE
                 ELSE
                      DISPLAY "RETENG: PERNA DO CIRCULO NAO "
                              "CERTIFICADA (" ULT-SIT-CIRC
                              ") - FORMA C FICA PENDENTE"
                 END-IF
                 IF    ULT-SIT-CIL = "OK"
                      SET  PERNA-CIL-OK    TO   TRUE
                 ELSE
                      DISPLAY "RETENG: PERNA DO CILESF NAO "
                              "CERTIFICADA (" ULT-SIT-CIL
                              ") - FORMAS L/E FICAM PENDENTES"
                 END-IF
            END-IF.
            EXIT.


       LE-FECH.
            READ     FECH-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.


       GUARDA-FECHAMENTO.
            IF       FECH-DATA = DATA-PROCESSAMENTO
                 SET  ACHOU-FECHAMENTO   TO   TRUE
                 MOVE FECH-SIT-CIRC      TO   ULT-SIT-CIRC
                 MOVE FECH-SIT-CIL       TO   ULT-SIT-CIL
            END-IF.
            PERFORM  LE-FECH.
            EXIT.


      *----------------------------------------------------------------*
      * carga do ENGPEND em memoria
      *----------------------------------------------------------------*

       CARREGA-PENDENCIAS.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    PEND-FILE.
            EVALUATE WS-PEND-STATUS
            WHEN     "00"
                 PERFORM LE-PEND
                 PERFORM GUARDA-PENDENCIA  UNTIL  FIM-ARQUIVO
                 CLOSE   PEND-FILE
            WHEN     "35"
                 DISPLAY "RETENG: ENGPEND AINDA NAO CRIADO - "
                         "NADA PENDENTE"
            WHEN OTHER
                 DISPLAY "RETENG: ENGPEND NAO PODE SER ABERTO - "
                         "STATUS " WS-PEND-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-EVALUATE.
            EXIT.


       LE-PEND.
            READ     PEND-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.


       GUARDA-PENDENCIA.
            IF       QTDE-PEND >= 3000
                 IF    NOT TABELA-CHEIA
                      SET  TABELA-CHEIA   TO   TRUE
                      DISPLAY "RETENG: TABELA CHEIA (3000 PENDENCIAS)"
                              " - NADA DEVOLVIDO, ENGPEND INTACTO"
                 END-IF
            ELSE
                 ADD   1                  TO   QTDE-PEND
                 SET   IX-PEND            TO   QTDE-PEND
                 MOVE  PEND-ORIGEM        TO   TAB-ORIGEM (IX-PEND)
                 MOVE  PEND-DATA-TRANS    TO   TAB-DATA-TRANS
                                                       (IX-PEND)
                 MOVE  PEND-DATA-CARGA    TO   TAB-DATA-CARGA
                                                       (IX-PEND)
                 MOVE  PEND-FORMA         TO   TAB-FORMA (IX-PEND)
                 MOVE  PEND-RAIO          TO   TAB-RAIO (IX-PEND)
                 MOVE  PEND-ALTURA        TO   TAB-ALTURA (IX-PEND)
                 MOVE  PEND-REQUISICAO    TO   TAB-REQUISICAO
                                                       (IX-PEND)
                 MOVE  PEND-SITUACAO      TO   TAB-SITUACAO (IX-PEND)
                 MOVE  PEND-MOTIVO        TO   TAB-MOTIVO (IX-PEND)
                 MOVE  SPACE              TO   TAB-ACAO (IX-PEND)
                 MOVE  ZEROS              TO   TAB-AREA (IX-PEND)
                                               TAB-CIRCUNF (IX-PEND)
                                               TAB-VOLUME (IX-PEND)
            END-IF.
            PERFORM  LE-PEND.
            EXIT.


      *----------------------------------------------------------------*
      * resultados e suspensoes da noite contra as pendencias
      *----------------------------------------------------------------*

       CONFERE-RAIOOUT.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    RAIO-OUT-FILE.
            IF       WS-RAIO-OUT-STATUS NOT = "00"
                 DISPLAY "RETENG: RAIOOUT AUSENTE OU VAZIO - "
                         "STATUS " WS-RAIO-OUT-STATUS
            ELSE
                 PERFORM LE-RAIO-OUT
                 PERFORM CASA-RESULTADO-RAIO  UNTIL  FIM-ARQUIVO
                 CLOSE   RAIO-OUT-FILE
            END-IF.
            EXIT.


       LE-RAIO-OUT.
            READ     RAIO-OUT-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.


       CASA-RESULTADO-RAIO.
            MOVE     RESULT-DEPTO        TO   PROC-ORIGEM.
            MOVE     "C"                 TO   PROC-FORMA.
            MOVE     RESULT-RAIO         TO   PROC-RAIO.
            MOVE     ZEROS               TO   PROC-ALTURA.
            MOVE     RESULT-REQUISICAO   TO   PROC-REQUISICAO.
            PERFORM  LOCALIZA-PENDENCIA.
            IF       ACHOU-PENDENCIA
                 SET  TAB-CALCULADA (IX-PEND)   TO   TRUE
                 MOVE SPACES          TO   TAB-MOTIVO (IX-PEND)
                 MOVE RESULT-AREA     TO   TAB-AREA (IX-PEND)
                 MOVE RESULT-CIRCUNF  TO   TAB-CIRCUNF (IX-PEND)
                 MOVE ZEROS           TO   TAB-VOLUME (IX-PEND)
            END-IF.
            PERFORM  LE-RAIO-OUT.
            EXIT.


       CONFERE-CILOUT.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    CIL-OUT-FILE.
            IF       WS-CIL-OUT-STATUS NOT = "00"
                 DISPLAY "RETENG: CILOUT AUSENTE OU VAZIO - "
                         "STATUS " WS-CIL-OUT-STATUS
            ELSE
                 PERFORM LE-CIL-OUT
                 PERFORM CASA-RESULTADO-CIL  UNTIL  FIM-ARQUIVO
                 CLOSE   CIL-OUT-FILE
            END-IF.
            EXIT.


       LE-CIL-OUT.
            READ     CIL-OUT-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.


       CASA-RESULTADO-CIL.
            MOVE     CRES-DEPTO          TO   PROC-ORIGEM.
            MOVE     CRES-FORMA          TO   PROC-FORMA.
            MOVE     CRES-RAIO           TO   PROC-RAIO.
            MOVE     CRES-ALTURA         TO   PROC-ALTURA.
            MOVE     CRES-REQUISICAO     TO   PROC-REQUISICAO.
            PERFORM  LOCALIZA-PENDENCIA.
            IF       ACHOU-PENDENCIA
                 SET  TAB-CALCULADA (IX-PEND)   TO   TRUE
                 MOVE SPACES          TO   TAB-MOTIVO (IX-PEND)
                 MOVE CRES-SUPERFICIE TO   TAB-AREA (IX-PEND)
                 MOVE ZEROS           TO   TAB-CIRCUNF (IX-PEND)
                 MOVE CRES-VOLUME     TO   TAB-VOLUME (IX-PEND)
            END-IF.
            PERFORM  LE-CIL-OUT.
            EXIT.


      * so recusa ainda nao devolvida ("P") casa com a suspensao: a
      * recusa ja devolvida espera o registro sair calculado
       CONFERE-RAIOSUS.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    SUS-RAIO-FILE.
            IF       WS-SUS-RAIO-STATUS = "00"
                 PERFORM LE-SUS-RAIO
                 PERFORM CASA-SUSPENSAO-RAIO  UNTIL  FIM-ARQUIVO
                 CLOSE   SUS-RAIO-FILE
            END-IF.
            EXIT.


       LE-SUS-RAIO.
            READ     SUS-RAIO-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.


       CASA-SUSPENSAO-RAIO.
            MOVE     SUS-RAIO-REGISTRO   TO   RAIO-LOTE-REG.
            IF       LOTE-RAIO IS NUMERIC
                 AND LOTE-REQUISICAO IS NUMERIC
                 MOVE  LOTE-DEPTO        TO   PROC-ORIGEM
                 MOVE  "C"               TO   PROC-FORMA
                 MOVE  LOTE-RAIO         TO   PROC-RAIO
                 MOVE  ZEROS             TO   PROC-ALTURA
                 MOVE  LOTE-REQUISICAO   TO   PROC-REQUISICAO
                 PERFORM LOCALIZA-PENDENCIA
                 IF    ACHOU-PENDENCIA
                      AND TAB-SITUACAO (IX-PEND) = "P"
                      SET  TAB-RECUSADA (IX-PEND)   TO   TRUE
                      MOVE SUS-RAIO-MOTIVO  TO   TAB-MOTIVO (IX-PEND)
                 END-IF
            END-IF.
            PERFORM  LE-SUS-RAIO.
            EXIT.


       CONFERE-CILSUS.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    SUS-CIL-FILE.
            IF       WS-SUS-CIL-STATUS = "00"
                 PERFORM LE-SUS-CIL
                 PERFORM CASA-SUSPENSAO-CIL  UNTIL  FIM-ARQUIVO
                 CLOSE   SUS-CIL-FILE
            END-IF.
            EXIT.


       LE-SUS-CIL.
            READ     SUS-CIL-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.


       CASA-SUSPENSAO-CIL.
            MOVE     SUS-CIL-REGISTRO    TO   CIL-LOTE-REG.
            IF       CIL-RAIO IS NUMERIC
                 AND CIL-ALTURA IS NUMERIC
                 AND CIL-REQUISICAO IS NUMERIC
                 MOVE  CIL-DEPTO         TO   PROC-ORIGEM
                 MOVE  CIL-FORMA         TO   PROC-FORMA
                 MOVE  CIL-RAIO          TO   PROC-RAIO
                 MOVE  CIL-ALTURA        TO   PROC-ALTURA
                 MOVE  CIL-REQUISICAO    TO   PROC-REQUISICAO
                 PERFORM LOCALIZA-PENDENCIA
                 IF    ACHOU-PENDENCIA
                      AND TAB-SITUACAO (IX-PEND) = "P"
                      SET  TAB-RECUSADA (IX-PEND)   TO   TRUE
                      MOVE SUS-CIL-MOTIVO   TO   TAB-MOTIVO (IX-PEND)
                 END-IF
            END-IF.
            PERFORM  LE-SUS-CIL.
            EXIT.


      * primeira pendencia ainda sem destino na noite com a mesma
      * origem, forma, medidas e requisicao
       LOCALIZA-PENDENCIA.
            SET      ACHOU-PENDENCIA   TO   FALSE.
            SET      IX-PEND           TO   1.
            SEARCH   TAB-PEND
                AT END
                     CONTINUE
                WHEN IX-PEND > QTDE-PEND
                     CONTINUE
                WHEN TAB-PENDENTE (IX-PEND)
                 AND TAB-ORIGEM (IX-PEND)     = PROC-ORIGEM
                 AND TAB-FORMA (IX-PEND)      = PROC-FORMA
                 AND TAB-RAIO (IX-PEND)       = PROC-RAIO
                 AND TAB-ALTURA (IX-PEND)     = PROC-ALTURA
                 AND TAB-REQUISICAO (IX-PEND) = PROC-REQUISICAO
                     SET  ACHOU-PENDENCIA   TO   TRUE
            END-SEARCH.
            EXIT.


      * pendencia sem resultado nem suspensao cuja requisicao foi
      * cancelada no ENTREQ volta recusada com "CA" (so das pernas
      * certificadas, como o resto do retorno)
       CONFERE-CANCELADA.
            IF       TAB-PENDENTE (IX-PEND)
                 AND ((TAB-FORMA (IX-PEND) = "C" AND PERNA-CIRC-OK)
                  OR  (TAB-FORMA (IX-PEND) NOT = "C"
                       AND PERNA-CIL-OK))
                 MOVE  TAB-ORIGEM (IX-PEND)       TO   LER-DEPTO
                 MOVE  TAB-REQUISICAO (IX-PEND)   TO   LER-NUMERO
                 CALL  "LEREQ"   USING  LE-REQ-PARM
                 IF    LER-REQ-CANCELADA
                      SET  TAB-CANCELADA (IX-PEND)   TO   TRUE
                      MOVE "CA"   TO   TAB-MOTIVO (IX-PEND)
                 END-IF
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * arquivos de retorno por origem
      *----------------------------------------------------------------*

       LEVANTA-ENVELOPE.
            EVALUATE TRUE
            WHEN     TAB-CALCULADA (IX-PEND)
                 ADD  1   TO   QTDE-CALCULADAS
            WHEN     TAB-RECUSADA (IX-PEND)
                 ADD  1   TO   QTDE-RECUSADAS
            WHEN     TAB-CANCELADA (IX-PEND)
                 ADD  1   TO   QTDE-CANCELADAS
            WHEN OTHER
                 ADD  1   TO   QTDE-PENDENTES
            END-EVALUATE.
            IF       NOT TAB-PENDENTE (IX-PEND)
                 SET   IX-ENV   TO   1
                 SEARCH TAB-ENVELOPE
                     AT END
                          PERFORM CRIA-ENVELOPE
                     WHEN IX-ENV > QTDE-ENVELOPES
                          PERFORM CRIA-ENVELOPE
                     WHEN ENV-ORIGEM (IX-ENV) = TAB-ORIGEM (IX-PEND)
                      AND ENV-DATA-TRANS (IX-ENV)
                                      = TAB-DATA-TRANS (IX-PEND)
                          CONTINUE
                 END-SEARCH
            END-IF.
            EXIT.


      * sem lugar para o envelope a pendencia volta a ficar pendente
      * e sai na noite seguinte
       CRIA-ENVELOPE.
            IF       QTDE-ENVELOPES >= 200
                 DISPLAY "RETENG: TABELA DE ENVELOPES CHEIA - "
                         "ORIGEM " TAB-ORIGEM (IX-PEND)
                         " FICA PENDENTE"
                 EVALUATE TRUE
                 WHEN     TAB-CALCULADA (IX-PEND)
                      SUBTRACT 1 FROM QTDE-CALCULADAS
                 WHEN     TAB-RECUSADA (IX-PEND)
                      SUBTRACT 1 FROM QTDE-RECUSADAS
                 WHEN OTHER
                      SUBTRACT 1 FROM QTDE-CANCELADAS
                 END-EVALUATE
                 ADD      1       TO   QTDE-PENDENTES
                 MOVE     SPACE   TO   TAB-ACAO (IX-PEND)
                 IF       TAB-SITUACAO (IX-PEND) = "P"
                      MOVE SPACES TO   TAB-MOTIVO (IX-PEND)
                 END-IF
            ELSE
                 ADD   1                 TO   QTDE-ENVELOPES
                 SET   IX-ENV            TO   QTDE-ENVELOPES
                 MOVE  TAB-ORIGEM (IX-PEND)
                                         TO   ENV-ORIGEM (IX-ENV)
                 MOVE  TAB-DATA-TRANS (IX-PEND)
                                         TO   ENV-DATA-TRANS (IX-ENV)
                 MOVE  "N"               TO   ENV-GRAVADO (IX-ENV)
            END-IF.
            EXIT.


      * um arquivo por origem, com todos os envelopes dela; as
      * entradas seguintes da mesma origem ja saem gravadas aqui
       GRAVA-ARQUIVO-ORIGEM.
            SET      IX-ENV   TO   IX-ORIG.
            IF       ENV-GRAVADO (IX-ENV) = "N"
                 MOVE  ENV-ORIGEM (IX-ENV)   TO   ORIGEM-CORRENTE
                 MOVE  SPACES                TO   RET-NOME
                 STRING "RET"             DELIMITED BY SIZE
                        ORIGEM-CORRENTE   DELIMITED BY SIZE
                   INTO RET-NOME
                 OPEN  OUTPUT   RET-FILE
                 IF    WS-RET-STATUS NOT = "00"
                      DISPLAY "RETENG: " RET-NOME
                              " NAO PODE SER ABERTO - STATUS "
                              WS-RET-STATUS
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      PERFORM GRAVA-ENVELOPE
                              VARYING IX-ENV FROM IX-ORIG BY 1
                              UNTIL   IX-ENV > QTDE-ENVELOPES
                      CLOSE   RET-FILE
                      ADD     1   TO   QTDE-ARQUIVOS
                      PERFORM GRAVA-AUDITORIA-RETORNO
                 END-IF
            END-IF.
            EXIT.


       GRAVA-ENVELOPE.
            IF       ENV-ORIGEM (IX-ENV) = ORIGEM-CORRENTE
                 MOVE  "S"        TO   ENV-GRAVADO (IX-ENV)
                 MOVE  ZEROS      TO   QTDE-DETALHES SOMA-RESULTADOS
                 MOVE  SPACES     TO   RET-REG
                 SET   RET-CABECALHO          TO   TRUE
                 MOVE  DATA-PROCESSAMENTO     TO   RCAB-DATA-PROC
                 MOVE  ENV-DATA-TRANS (IX-ENV)
                                              TO   RCAB-DATA-TRANS
                 MOVE  ORIGEM-CORRENTE        TO   RCAB-ORIGEM
                 PERFORM GRAVA-RETORNO
                 PERFORM GRAVA-DETALHE
                         VARYING IX-PEND FROM 1 BY 1
                         UNTIL   IX-PEND > QTDE-PEND
                 MOVE  SPACES     TO   RET-REG
                 SET   RET-RODAPE             TO   TRUE
                 MOVE  QTDE-DETALHES          TO   RROD-QTDE
                 MOVE  SOMA-RESULTADOS        TO   RROD-HASH
                 PERFORM GRAVA-RETORNO
            END-IF.
            EXIT.


       GRAVA-DETALHE.
            IF       NOT TAB-PENDENTE (IX-PEND)
                 AND TAB-ORIGEM (IX-PEND)     = ORIGEM-CORRENTE
                 AND TAB-DATA-TRANS (IX-PEND) = ENV-DATA-TRANS (IX-ENV)
                 MOVE  SPACES     TO   RET-REG
                 SET   RET-DETALHE               TO   TRUE
                 MOVE  TAB-FORMA (IX-PEND)       TO   RDET-FORMA
                 MOVE  TAB-RAIO (IX-PEND)        TO   RDET-RAIO
                 MOVE  TAB-ALTURA (IX-PEND)      TO   RDET-ALTURA
                 MOVE  TAB-REQUISICAO (IX-PEND)  TO   RDET-REQUISICAO
                 MOVE  TAB-MOTIVO (IX-PEND)      TO   RDET-MOTIVO
                 MOVE  TAB-AREA (IX-PEND)        TO   RDET-AREA
                 MOVE  TAB-CIRCUNF (IX-PEND)     TO   RDET-CIRCUNF
                 MOVE  TAB-VOLUME (IX-PEND)      TO   RDET-VOLUME
                 PERFORM GRAVA-RETORNO
                 ADD   1                         TO   QTDE-DETALHES
                 ADD   TAB-AREA (IX-PEND)        TO   SOMA-RESULTADOS
                 ADD   TAB-CIRCUNF (IX-PEND)     TO   SOMA-RESULTADOS
                 ADD   TAB-VOLUME (IX-PEND)      TO   SOMA-RESULTADOS
            END-IF.
            EXIT.


       GRAVA-RETORNO.
            WRITE    RET-REG.
            IF       WS-RET-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            EXIT.


       GRAVA-AUDITORIA-RETORNO.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     SPACES               TO   AUDIT-LOG-REG.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "RETENG"             TO   AUDIT-PROGRAMA.
            MOVE     RET-NOME             TO   AUDIT-ENTRADA.
            MOVE     "T"                  TO   AUDIT-SAIDA.
            MOVE     "LOTE"               TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.
            MOVE     SEQUENCIA-AUDITORIA  TO   AUDIT-SEQUENCIA.
            SET      GRAVA-NA-AUDITORIA   TO   TRUE.
            MOVE     AUDIT-LOG-REG        TO   GRAVA-REGISTRO.
            CALL     "GRAVACOM"           USING GRAVA-COM-PARM.
            IF       GRAVA-STATUS NOT = "00"
                 DISPLAY "RETENG: ERRO AO GRAVAR O AUDITLOG - "
                         "STATUS " GRAVA-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * ENGPEND regravado so com o que continua pendente
      *----------------------------------------------------------------*

       REGRAVA-PENDENCIAS.
            OPEN     OUTPUT   PEND-FILE.
            IF       WS-PEND-STATUS NOT = "00"
                 DISPLAY "RETENG: ENGPEND NAO PODE SER REGRAVADO - "
                         "STATUS " WS-PEND-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 PERFORM REGRAVA-PENDENCIA
                         VARYING IX-PEND FROM 1 BY 1
                         UNTIL   IX-PEND > QTDE-PEND
                 CLOSE   PEND-FILE
            END-IF.
            EXIT.


       REGRAVA-PENDENCIA.
            IF       TAB-PENDENTE (IX-PEND)
                 OR  TAB-RECUSADA (IX-PEND)
                 MOVE  SPACES                 TO   ENG-PEND-REG
                 MOVE  TAB-ORIGEM (IX-PEND)   TO   PEND-ORIGEM
                 MOVE  TAB-DATA-TRANS (IX-PEND)
                                              TO   PEND-DATA-TRANS
                 MOVE  TAB-DATA-CARGA (IX-PEND)
                                              TO   PEND-DATA-CARGA
                 MOVE  TAB-FORMA (IX-PEND)    TO   PEND-FORMA
                 MOVE  TAB-RAIO (IX-PEND)     TO   PEND-RAIO
                 MOVE  TAB-ALTURA (IX-PEND)   TO   PEND-ALTURA
                 MOVE  TAB-REQUISICAO (IX-PEND)
                                              TO   PEND-REQUISICAO
                 MOVE  TAB-SITUACAO (IX-PEND) TO   PEND-SITUACAO
                 MOVE  TAB-MOTIVO (IX-PEND)   TO   PEND-MOTIVO
                 IF    TAB-RECUSADA (IX-PEND)
                      SET  PEND-RECUSA-DEVOLVIDA   TO   TRUE
                 END-IF
                 WRITE ENG-PEND-REG
                 IF    WS-PEND-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 END-IF
            END-IF.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-CALCULADAS   TO   CTL-CALCULADAS.
            MOVE     QTDE-RECUSADAS    TO   CTL-RECUSADAS.
            MOVE     QTDE-CANCELADAS   TO   CTL-CANCELADAS.
            MOVE     QTDE-PENDENTES    TO   CTL-PENDENTES.
            MOVE     QTDE-ARQUIVOS     TO   CTL-ARQUIVOS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.


       DEFINE-RETORNO.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO
                 MOVE 8 TO RETURN-CODE
            WHEN     NOT PERNA-CIRC-OK OR NOT PERNA-CIL-OK
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "RETENG"             TO   GTM-PROGRAMA.
            MOVE     DATA-PROCESSAMENTO   TO   GTM-DATA-PROC.
            MOVE     QTDE-PEND            TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program RETENG.
