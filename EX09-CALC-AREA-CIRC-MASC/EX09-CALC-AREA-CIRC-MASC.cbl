      *     na retomada: como a tentativa abortada nao grava RUNCTL,
      *     sem isso o registro final cobria so a parte retomada e o
      *     BALCIRC e o FECHNOIT apontavam a noite fora de balanco.
      *   - CALCULA-LOTE passa a validar o departamento solicitante
      *     contra o mestre DEPTMAST (via LEDEPTO) no VALIDA-LOTE:
      *     departamento nao cadastrado ou inativo vai para o RAIOSUS
      *     e para o REQMAST com o motivo "DP", igual ao raio zerado
      *     ou acima do limite; GRAVA-SUSPENSAO grava o motivo
      *     apurado no VALIDA-LOTE em vez de deduzir RZ/RL do raio.
      *   - CALCULA-LOTE pula o registro do RAIOIN cuja requisicao
      *     foi cancelada na tela do ENTREQ (situacao "CA" no
      *     REQMAST, lida pelo LEREQ): sem RAIOOUT, sem CIRCHIST, sem
      *     suspensao e sem cobranca. O pulo e contado a parte
      *     (QTDE-CANCELADOS), no checkpoint e no RUNCTL, para o
      *     BALCIRC e o FECHNOIT continuarem batendo a fila.
      *   - o movimento registrado no REQMAST via ATUREQ leva o operador
      *     corrente (o da sessao ou "LOTE"), que vai para o historico
      *     de movimentos REQHIST.
      *   - no modo batch a data gravada no CIRCHIST, no RAIOSUS e no
      *     RUNCTL e a data de processamento do lote (registro DATAPROC,
      *     aberto pelo FECHVER e lido pelo LEDATPRO), e nao a do
      *     relogio, para uma noite retomada depois da meia-noite
      *     continuar na data em que abriu; o AUDITLOG continua com a
      *     data e a hora reais. Nos calculos de tela nada muda.
      *   - no fim do lote o tempo do step (inicio do run-id, fim,
      *     registros lidos nesta rodada e RETURN-CODE) vai para o
      *     TEMPEXEC pelo GRAVATEM, para o RELTEMP acompanhar a janela
      *     do CIRCFIB.
      ******************************************************************

      *================================================================*
           copy CTRLRAIO.

       FD  RUN-FILE.
       01 RUN-LINHA              PIC X(52).

       FD  SUS-FILE.
           copy RAIOSUS.
           02 QTDE-LIDOS          PIC 9(05)         VALUE ZEROS.
           02 QTDE-GRAVADOS       PIC 9(05)         VALUE ZEROS.
           02 QTDE-REJEITADOS     PIC 9(05)         VALUE ZEROS.
           02 QTDE-CANCELADOS     PIC 9(05)         VALUE ZEROS.

       01 WS-LIDOS                PIC 9(05)         VALUE ZEROS.


           copy ATUREQ.

           copy LEDEPTO.

           copy LEREQ.

           copy LEDATPRO.

           copy GRAVATEM.

       01 MOTIVO-REJEICAO         PIC X(02)         VALUE SPACES.

       01 CONTROLE-RAIO.
           02 WS-RAIO-MAXIMO      PIC 9(03)V99      VALUE 100,00.


       01 WS-HORA-SISTEMA        PIC 9(08)          VALUE ZEROS.

       01 DATA-PROCESSAMENTO     PIC 9(08)          VALUE ZEROS.

       01 LIDOS-RETOMADA         PIC 9(05)          VALUE ZEROS.

 	   01 MENSAGEMS-DE-TELA.
  		     02 MENSA1    	PIC X(50) VALUE "DIGITE O Raio".
    	     02 MENSA2   	PIC X(30) VALUE "FIM DO PROGRAMA".
       Inicio.

   	        ACCEPT  DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            MOVE     DATA-DO-SISTEMA   TO   DATA-PROCESSAMENTO.
            IF       RUN-ID-EXECUCAO = ZEROS
                PERFORM  DEFINE-RUN-ID
            END-IF.
             OPEN INPUT RAIO-IN-FILE.
             IF  WS-RAIO-IN-STATUS = "00"
                 SET MODO-BATCH TO TRUE
                 PERFORM LE-DATA-PROCESSAMENTO
             ELSE
                 SET MODO-BATCH TO FALSE
             END-IF.
             EXIT.

       LE-DATA-PROCESSAMENTO.
      * no lote a data de negocio e a aberta pelo FECHVER no DATAPROC,
      * nao a do relogio
             CALL "LEDATPRO" USING LE-DATA-PROC-PARM.
             MOVE LDP-DATA-PROC TO DATA-PROCESSAMENTO.
             IF   LDP-STATUS NOT = "00"
                 DISPLAY "EX09: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - USANDO A DATA DO DIA"
             END-IF.
             EXIT.

       PROCESSA-LOTE.
             PERFORM LE-CHECKPOINT.
             IF   CKPT-RAIOS-CONCLUIDOS > ZEROS
      * retomada: restaura os contadores da parte ja concluida, para
      * o RUNCTL final cobrir a noite inteira
                 MOVE CKPT-RAIOS-LIDOS      TO QTDE-LIDOS
                 MOVE CKPT-RAIOS-LIDOS      TO LIDOS-RETOMADA
                 MOVE CKPT-RAIOS-GRAVADOS   TO QTDE-GRAVADOS
                 MOVE CKPT-RAIOS-REJEITADOS TO QTDE-REJEITADOS
                 MOVE CKPT-RAIOS-CANCELADOS TO QTDE-CANCELADOS
             ELSE
                 MOVE ZEROS TO CONTADORES-LOTE
             END-IF.
             CLOSE RAIO-IN-FILE RAIO-OUT-FILE SUS-FILE.
             PERFORM GRAVA-RUN-CONTROLE.
             PERFORM DEFINE-RETORNO.
             PERFORM GRAVA-TEMPO-EXECUCAO.
             EXIT.

      * tempo do step no TEMPEXEC (janela do CIRCFIB); o inicio e o
      * do run-id e os registros sao so os lidos nesta rodada
       GRAVA-TEMPO-EXECUCAO.
             MOVE       "EX09CALC"               TO   GTM-PROGRAMA.
             MOVE       DATA-PROCESSAMENTO       TO   GTM-DATA-PROC.
             MOVE       RUN-ID-EXECUCAO(1:8)     TO   GTM-DATA-INICIO.
             MOVE       RUN-ID-EXECUCAO(9:8)     TO   GTM-HORA-INICIO.
             SUBTRACT   LIDOS-RETOMADA FROM QTDE-LIDOS
                                          GIVING GTM-REGISTROS.
             MOVE       RETURN-CODE              TO   GTM-RETORNO.
             CALL       "GRAVATEM"   USING GRAVA-TEMPO-PARM.
             MOVE       GTM-RETORNO              TO   RETURN-CODE.
             EXIT.

       DESCARTA-LOTE.
             IF         CKPT-RAIOS-REJEITADOS NOT NUMERIC
                 MOVE   ZEROS   TO   CKPT-RAIOS-REJEITADOS
             END-IF.
             IF         CKPT-RAIOS-CANCELADOS NOT NUMERIC
                 MOVE   ZEROS   TO   CKPT-RAIOS-CANCELADOS
             END-IF.
             EXIT.

       GRAVA-CHECKPOINT.
             MOVE       QTDE-LIDOS      TO   CKPT-RAIOS-LIDOS.
             MOVE       QTDE-GRAVADOS   TO   CKPT-RAIOS-GRAVADOS.
             MOVE       QTDE-REJEITADOS TO   CKPT-RAIOS-REJEITADOS.
             MOVE       QTDE-CANCELADOS TO   CKPT-RAIOS-CANCELADOS.
             WRITE      RAIO-CKPT-REG.
             CLOSE      CKPT-FILE.
             EXIT.
             MOVE       LOTE-RAIO    TO   W-Raio.
             MOVE       LOTE-DEPTO   TO   DEPTO-CORRENTE.
             MOVE       LOTE-REQUISICAO   TO   REQUISICAO-CORRENTE.
             PERFORM    CONFERE-CANCELAMENTO.
             PERFORM    VALIDA-LOTE.
             EVALUATE   TRUE
             WHEN       LER-REQ-CANCELADA
                 ADD    1            TO   QTDE-CANCELADOS
             WHEN       MOTIVO-REJEICAO NOT = SPACES
                 PERFORM REJEITA-LOTE
             WHEN OTHER
                 PERFORM    CHAMA-CIRCALC
                 MOVE       W-Raio       TO   RESULT-RAIO
                 MOVE       W-Area       TO   RESULT-AREA
                 MOVE       "L"          TO   CONTINUA
                 PERFORM    GRAVA-AUDITORIA
                 PERFORM    REGISTRA-PROCESSADA
             END-EVALUATE.
             ADD        1   TO   WS-LIDOS.
             PERFORM    GRAVA-CHECKPOINT.
             PERFORM    LE-LOTE.
             EXIT.

       CONFERE-CANCELAMENTO.
             MOVE       DEPTO-CORRENTE      TO   LER-DEPTO.
             MOVE       REQUISICAO-CORRENTE TO   LER-NUMERO.
             CALL       "LEREQ"             USING LE-REQ-PARM.
             EXIT.

       VALIDA-LOTE.
             MOVE       SPACES              TO   MOTIVO-REJEICAO.
             MOVE       DEPTO-CORRENTE      TO   LED-DEPTO.
             CALL       "LEDEPTO"           USING LE-DEPTO-PARM.
             EVALUATE   TRUE
             WHEN       W-Raio = ZERO
                 MOVE   "RZ"                TO   MOTIVO-REJEICAO
             WHEN       W-Raio > WS-RAIO-MAXIMO
                 MOVE   "RL"                TO   MOTIVO-REJEICAO
             WHEN       NOT LED-DEPTO-VALIDO
                 MOVE   "DP"                TO   MOTIVO-REJEICAO
             WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             EXIT.

       REGISTRA-PROCESSADA.
             MOVE       DEPTO-CORRENTE      TO   ATU-DEPTO.
             MOVE       REQUISICAO-CORRENTE TO   ATU-NUMERO.
             MOVE       "PR"                TO   ATU-SITUACAO.
             MOVE       "RAIOIN"            TO   ATU-FILA.
             MOVE       SPACES              TO   ATU-MOTIVO.
             MOVE       OPERADOR-CORRENTE   TO   ATU-OPERADOR.
             CALL       "ATUREQ"            USING ATU-REQ-PARM.
             IF         ATU-STATUS NOT = "00"
                 SET    ERRO-ARQUIVO TO TRUE
             MOVE       "SU"                TO   ATU-SITUACAO.
             MOVE       "RAIOIN"            TO   ATU-FILA.
             MOVE       SUS-RAIO-MOTIVO     TO   ATU-MOTIVO.
             MOVE       OPERADOR-CORRENTE   TO   ATU-OPERADOR.
             CALL       "ATUREQ"            USING ATU-REQ-PARM.
             IF         ATU-STATUS NOT = "00"
                 SET    ERRO-ARQUIVO TO TRUE

       GRAVA-SUSPENSAO.
             MOVE       SPACES           TO   SUS-RAIO-REG.
             MOVE       DATA-PROCESSAMENTO TO SUS-RAIO-DATA.
             MOVE       MOTIVO-REJEICAO  TO   SUS-RAIO-MOTIVO.
             MOVE       RAIO-LOTE-REG    TO   SUS-RAIO-REGISTRO.
             WRITE      SUS-RAIO-REG.
             IF         WS-SUS-STATUS NOT = "00"
                 OPEN   EXTEND RUN-FILE
             END-IF.
             ACCEPT     WS-HORA-SISTEMA  FROM TIME.
             MOVE       DATA-PROCESSAMENTO   TO   RUN-DATA.
             MOVE       WS-HORA-SISTEMA(1:6) TO   RUN-HORA.
             MOVE       "EX09"               TO   RUN-PROGRAMA.
             MOVE       QTDE-LIDOS           TO   RUN-LIDOS.
             MOVE       QTDE-GRAVADOS        TO   RUN-GRAVADOS.
             MOVE       QTDE-REJEITADOS      TO   RUN-REJEITADOS.
             MOVE       QTDE-CANCELADOS      TO   RUN-CANCELADOS.
             WRITE      RUN-LINHA            FROM RUN-CTL-REG.
             IF         WS-RUN-STATUS NOT = "00"
                 SET    ERRO-ARQUIVO TO TRUE

       GRAVA-HISTORICO.
             MOVE       SPACES           TO   HIST-LOTE-REG.
             MOVE       DATA-PROCESSAMENTO TO HIST-DATA.
             MOVE       W-Raio           TO   HIST-RAIO.
             MOVE       W-Area           TO   HIST-AREA.
             MOVE       DEPTO-CORRENTE      TO   HIST-DEPTO.
