      *            concluida, restaurados na retomada, para o RUNCTL
      *            final cobrir a noite inteira e o FECHNOIT fechar
      *            a perna mesmo depois de um abend no meio.
      *          - VALIDA-LOTE passa a conferir o departamento
      *            solicitante contra o mestre DEPTMAST (via
      *            LEDEPTO): departamento nao cadastrado ou inativo
      *            vai para o CILSUS e para o REQMAST com o motivo
      *            "DP".
      *          - CALCULA-LOTE pula o registro do CILIN cuja
      *            requisicao foi cancelada na tela do ENTREQ
      *            (situacao "CA" no REQMAST, lida pelo LEREQ): sem
      *            CILOUT, sem CIRCHIST, sem suspensao e sem
      *            cobranca. O pulo e contado a parte
      *            (QTDE-CANCELADOS), no checkpoint e no RUNCTL, para
      *            o FECHNOIT continuar batendo a fila.
      *          - o movimento registrado no REQMAST via ATUREQ leva o
      *            operador corrente (o da sessao ou "LOTE"), que vai
      *            para o historico de movimentos REQHIST.
      *          - no modo batch a data gravada no CIRCHIST, no CILSUS e
      *            no RUNCTL e a data de processamento do lote (registro
      *            DATAPROC, aberto pelo FECHVER e lido pelo LEDATPRO),
      *            e nao a do relogio; o AUDITLOG continua com a data e
      *            a hora reais. Nos calculos de tela nada muda.
      *          - no fim do lote o tempo do step (inicio do run-id,
      *            fim, registros lidos nesta rodada e RETURN-CODE) vai
      *            para o TEMPEXEC pelo GRAVATEM, para o RELTEMP
      *            acompanhar a janela do CIRCFIB.
      ******************************************************************

      *================================================================*
           copy CTRLRAIO.

       FD  RUN-FILE.
       01 RUN-LINHA              PIC X(52).

       FD  SUS-FILE.
           copy CILSUS.
           02 QTDE-LIDOS          PIC 9(05)         VALUE ZEROS.
           02 QTDE-GRAVADOS       PIC 9(05)         VALUE ZEROS.
           02 QTDE-REJEITADOS     PIC 9(05)         VALUE ZEROS.
           02 QTDE-CANCELADOS     PIC 9(05)         VALUE ZEROS.

       01 WS-LIDOS                PIC 9(05)         VALUE ZEROS.


       01 WS-HORA-SISTEMA        PIC 9(08)          VALUE ZEROS.

       01 DATA-PROCESSAMENTO     PIC 9(08)          VALUE ZEROS.

       01 LIDOS-RETOMADA         PIC 9(05)          VALUE ZEROS.

           copy RUNCTL.

           copy CIRCHIST.

           copy ATUREQ.

           copy LEDEPTO.

           copy LEREQ.

           copy LEDATPRO.

           copy GRAVATEM.

       01 DATA-DO-SISTEMA.
           02 ANO                PIC 9(04)          VALUE ZEROS.
           02 MES                PIC 9(02)          VALUE ZEROS.
       Inicio.

            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            MOVE     DATA-DO-SISTEMA   TO   DATA-PROCESSAMENTO.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     DATA-DO-SISTEMA   TO   RUN-ID-EXECUCAO(1:8).
            MOVE     WS-HORA-SISTEMA   TO   RUN-ID-EXECUCAO(9:8).

       GRAVA-HISTORICO.
            MOVE     SPACES           TO   HIST-LOTE-REG.
            MOVE     DATA-PROCESSAMENTO TO HIST-DATA.
            MOVE     W-Raio           TO   HIST-RAIO.
            MOVE     W-Superficie     TO   HIST-AREA.
            MOVE     DEPTO-CORRENTE      TO   HIST-DEPTO.
            OPEN     INPUT CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS = "00"
                SET  MODO-BATCH TO TRUE
                PERFORM LE-DATA-PROCESSAMENTO
            ELSE
                SET  MODO-BATCH TO FALSE
            END-IF.
            EXIT.


       LE-DATA-PROCESSAMENTO.
      * no lote a data de negocio e a aberta pelo FECHVER no DATAPROC,
      * nao a do relogio
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            MOVE     LDP-DATA-PROC   TO   DATA-PROCESSAMENTO.
            IF       LDP-STATUS NOT = "00"
                DISPLAY "CILESF: DATAPROC INDISPONIVEL - STATUS "
                        LDP-STATUS " - USANDO A DATA DO DIA"
            END-IF.
            EXIT.


       PROCESSA-LOTE.
            PERFORM  LE-CHECKPOINT.
            IF       CKPT-CILS-CONCLUIDOS > ZEROS
      * retomada: restaura os contadores da parte ja concluida, para
      * o RUNCTL final cobrir a noite inteira
                MOVE CKPT-CILS-LIDOS      TO QTDE-LIDOS
                MOVE CKPT-CILS-LIDOS      TO LIDOS-RETOMADA
                MOVE CKPT-CILS-GRAVADOS   TO QTDE-GRAVADOS
                MOVE CKPT-CILS-REJEITADOS TO QTDE-REJEITADOS
                MOVE CKPT-CILS-CANCELADOS TO QTDE-CANCELADOS
            ELSE
                MOVE ZEROS TO CONTADORES-LOTE
            END-IF.
            CLOSE    CIL-IN-FILE CIL-OUT-FILE SUS-FILE.
            PERFORM  GRAVA-RUN-CONTROLE.
            PERFORM  DEFINE-RETORNO.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            EXIT.


            IF       CKPT-CILS-REJEITADOS NOT NUMERIC
                MOVE ZEROS   TO   CKPT-CILS-REJEITADOS
            END-IF.
            IF       CKPT-CILS-CANCELADOS NOT NUMERIC
                MOVE ZEROS   TO   CKPT-CILS-CANCELADOS
            END-IF.
            EXIT.


            MOVE     QTDE-LIDOS      TO   CKPT-CILS-LIDOS.
            MOVE     QTDE-GRAVADOS   TO   CKPT-CILS-GRAVADOS.
            MOVE     QTDE-REJEITADOS TO   CKPT-CILS-REJEITADOS.
            MOVE     QTDE-CANCELADOS TO   CKPT-CILS-CANCELADOS.
            WRITE    CIL-CKPT-REG.
            CLOSE    CKPT-FILE.
            EXIT.
            MOVE     CIL-ALTURA     TO   W-Altura.
            MOVE     CIL-DEPTO      TO   DEPTO-CORRENTE.
            MOVE     CIL-REQUISICAO TO   REQUISICAO-CORRENTE.
            PERFORM  CONFERE-CANCELAMENTO.
            PERFORM  VALIDA-LOTE.
            EVALUATE TRUE
            WHEN     LER-REQ-CANCELADA
                ADD  1   TO   QTDE-CANCELADOS
            WHEN     MOTIVO-REJEICAO NOT = SPACES
                PERFORM REJEITA-LOTE
            WHEN OTHER
                PERFORM CHAMA-CILCALC
                MOVE    SPACES         TO   CRES-LOTE-REG
                MOVE    W-Forma        TO   CRES-FORMA
                MOVE    "L"            TO   CONTINUA
                PERFORM GRAVA-AUDITORIA
                PERFORM REGISTRA-PROCESSADA
            END-EVALUATE.
            ADD      1   TO   WS-LIDOS.
            PERFORM  GRAVA-CHECKPOINT.
            PERFORM  LE-LOTE.
            MOVE     "PR"                TO   ATU-SITUACAO.
            MOVE     "CILIN"             TO   ATU-FILA.
            MOVE     SPACES              TO   ATU-MOTIVO.
            MOVE     OPERADOR-CORRENTE   TO   ATU-OPERADOR.
            CALL     "ATUREQ"            USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                SET  ERRO-ARQUIVO TO TRUE
            MOVE     "SU"                TO   ATU-SITUACAO.
            MOVE     "CILIN"             TO   ATU-FILA.
            MOVE     MOTIVO-REJEICAO     TO   ATU-MOTIVO.
            MOVE     OPERADOR-CORRENTE   TO   ATU-OPERADOR.
            CALL     "ATUREQ"            USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                SET  ERRO-ARQUIVO TO TRUE
            EXIT.


       CONFERE-CANCELAMENTO.
            MOVE     DEPTO-CORRENTE      TO   LER-DEPTO.
            MOVE     REQUISICAO-CORRENTE TO   LER-NUMERO.
            CALL     "LEREQ"             USING LE-REQ-PARM.
            EXIT.


       VALIDA-LOTE.
            MOVE     SPACES   TO   MOTIVO-REJEICAO.
            MOVE     DEPTO-CORRENTE   TO   LED-DEPTO.
            CALL     "LEDEPTO"        USING LE-DEPTO-PARM.
            EVALUATE TRUE
            WHEN     NOT FORMA-CILINDRO AND NOT FORMA-ESFERA
                MOVE "FI"   TO   MOTIVO-REJEICAO
                MOVE "RL"   TO   MOTIVO-REJEICAO
            WHEN     FORMA-CILINDRO AND W-Altura = ZERO
                MOVE "AL"   TO   MOTIVO-REJEICAO
            WHEN     NOT LED-DEPTO-VALIDO
                MOVE "DP"   TO   MOTIVO-REJEICAO
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

       GRAVA-SUSPENSAO.
            MOVE     SPACES           TO   SUS-CIL-REG.
            MOVE     DATA-PROCESSAMENTO TO SUS-CIL-DATA.
            MOVE     MOTIVO-REJEICAO  TO   SUS-CIL-MOTIVO.
            MOVE     CIL-LOTE-REG     TO   SUS-CIL-REGISTRO.
            WRITE    SUS-CIL-REG.
                OPEN   EXTEND RUN-FILE
            END-IF.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-PROCESSAMENTO   TO   RUN-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   RUN-HORA.
            MOVE     "CILESF"             TO   RUN-PROGRAMA.
            MOVE     QTDE-LIDOS           TO   RUN-LIDOS.
            MOVE     QTDE-GRAVADOS        TO   RUN-GRAVADOS.
            MOVE     QTDE-REJEITADOS      TO   RUN-REJEITADOS.
            MOVE     QTDE-CANCELADOS      TO   RUN-CANCELADOS.
            WRITE    RUN-LINHA            FROM RUN-CTL-REG.
            IF       WS-RUN-STATUS NOT = "00"
                SET  ERRO-ARQUIVO TO TRUE
            END-EVALUATE.
            EXIT.


      * tempo do step no TEMPEXEC (janela do CIRCFIB); o inicio e o
      * do run-id e os registros sao so os lidos nesta rodada
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "CILESF"                 TO   GTM-PROGRAMA.
            MOVE     DATA-PROCESSAMENTO       TO   GTM-DATA-PROC.
            MOVE     RUN-ID-EXECUCAO(1:8)     TO   GTM-DATA-INICIO.
            MOVE     RUN-ID-EXECUCAO(9:8)     TO   GTM-HORA-INICIO.
            SUBTRACT LIDOS-RETOMADA FROM QTDE-LIDOS
                                    GIVING GTM-REGISTROS.
            MOVE     RETURN-CODE              TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO              TO   RETURN-CODE.
            EXIT.

       end program CILESF.
