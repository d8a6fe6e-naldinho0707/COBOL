      *            conta a fila de entrada e as suspensoes gravadas
      *            na data, e certifica a perna quando:
      *              - houve pelo menos uma rodada no RUNCTL;
      *              - lidos = gravados + rejeitados (+ cancelados);
      *              - lidos = registros da fila;
      *              - rejeitados = suspensoes da data.
      *            A situacao de cada perna ("OK"/"ER"/"SR" sem
      *            segunda submissao da mesma data. RETURN-CODE 0 com
      *            a noite limpa, 8 com perna em erro ou file status
      *            ruim.
      *
      *            HISTORICO DE ALTERACOES:
      *            - os registros da fila cuja requisicao foi
      *              cancelada na tela do ENTREQ sao pulados pelos
      *              lotes e contados a parte no RUNCTL: a perna
      *              certifica com lidos = gravados + rejeitados +
      *              cancelados.
      *            - a data certificada passou a ser a data de
      *              processamento aberta pelo FECHVER no registro
      *              DATAPROC, e nao a do relogio - uma noite retomada
      *              depois da meia-noite continua batendo o RUNCTL e as
      *              suspensoes da data em que abriu. Com a noite limpa
      *              (geral OK) a data e encerrada no DATAPROC (situacao
      *              F, com data e hora do encerramento), liberando o
      *              FECHVER para abrir a proxima; noite com erro deixa
      *              a data aberta para a rerodada.
      *            - o tempo do step (inicio, fim, registros tratados e
      *              RETURN-CODE) vai para o TEMPEXEC pelo GRAVATEM no
      *              fim do programa, para o RELTEMP acompanhar a janela
      *              do CIRCFIB.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-FECH-STATUS.

           select DTP-FILE      assign to "DATAPROC"
                  organization is line sequential
                  file status  is WS-DTP-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  FECH-FILE.
           copy FECHCTL.

       FD  DTP-FILE.
           copy DATAPROC.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
              88 FIM-FILA                      VALUE "S" FALSE "N".
           02 SW-FIM-SUSPENSA    PIC X(01)     VALUE "N".
              88 FIM-SUSPENSA                  VALUE "S" FALSE "N".
           02 SW-TEM-CONTROLE    PIC X(01)     VALUE "N".
              88 TEM-CONTROLE                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RUN-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-SUS-FIB-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-SUS-CIL-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-FECH-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-DTP-STATUS      PIC X(02)     VALUE SPACES.

       01 DATA-PROCESSAMENTO     PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 CONTROLE-DATA          PIC X(51)     VALUE SPACES.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 TOTAIS-PERNAS.
               03 CIRC-LIDOS      PIC 9(07)     VALUE ZEROS.
               03 CIRC-GRAVADOS   PIC 9(07)     VALUE ZEROS.
               03 CIRC-REJEITADOS PIC 9(07)     VALUE ZEROS.
               03 CIRC-CANCELADOS PIC 9(07)     VALUE ZEROS.
               03 CIRC-FILA       PIC 9(07)     VALUE ZEROS.
               03 CIRC-SUSPENSAS  PIC 9(07)     VALUE ZEROS.
           02 TOTAIS-FIB.
               03 FIB-LIDOS       PIC 9(07)     VALUE ZEROS.
               03 FIB-GRAVADOS    PIC 9(07)     VALUE ZEROS.
               03 FIB-REJEITADOS  PIC 9(07)     VALUE ZEROS.
               03 FIB-CANCELADOS  PIC 9(07)     VALUE ZEROS.
               03 FIB-FILA        PIC 9(07)     VALUE ZEROS.
               03 FIB-SUSPENSAS   PIC 9(07)     VALUE ZEROS.
           02 TOTAIS-CIL.
               03 CIL-LIDOS       PIC 9(07)     VALUE ZEROS.
               03 CIL-GRAVADOS    PIC 9(07)     VALUE ZEROS.
               03 CIL-REJEITADOS  PIC 9(07)     VALUE ZEROS.
               03 CIL-CANCELADOS  PIC 9(07)     VALUE ZEROS.
               03 CIL-FILA        PIC 9(07)     VALUE ZEROS.
               03 CIL-SUSPENSAS   PIC 9(07)     VALUE ZEROS.

                                  VALUE "  GERAL =".
           02 CTL-GERAL          PIC X(02).

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            PERFORM  LE-CONTROLE-DATA.
            PERFORM  SOMA-RUNCTL.
            PERFORM  CONTA-FILAS.
            PERFORM  CONTA-SUSPENSAS.
            PERFORM  CERTIFICA-PERNAS.
            PERFORM  GRAVA-FECHAMENTO.
            IF       SIT-GERAL = "OK"
                 AND TEM-CONTROLE
                 PERFORM ENCERRA-DATA
            END-IF.
            PERFORM  IMPRIME-CONTROLE.
            IF       SIT-GERAL = "OK"
                 MOVE 0 TO RETURN-CODE
            ELSE
                 MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


       LE-CONTROLE-DATA.
      * a data certificada e a data de processamento aberta pelo
      * FECHVER; sem o DATAPROC vale a data do dia, sem encerramento
            MOVE     DATA-DO-SISTEMA   TO   DATA-PROCESSAMENTO.
            OPEN     INPUT    DTP-FILE.
            IF       WS-DTP-STATUS = "00"
                 READ DTP-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF   DTP-DATA-PROC IS NUMERIC
                           AND DTP-DATA-PROC NOT = ZEROS
                               SET  TEM-CONTROLE   TO   TRUE
                               MOVE DTP-DATA-PROC  TO
                                                   DATA-PROCESSAMENTO
                               MOVE DATA-PROC-REG  TO   CONTROLE-DATA
                          END-IF
                 END-READ
                 CLOSE DTP-FILE
            END-IF.
            IF       NOT TEM-CONTROLE
                 DISPLAY "FECHNOIT: DATAPROC AUSENTE OU VAZIO - "
                         "CERTIFICANDO A DATA DO DIA "
                         DATA-PROCESSAMENTO
            END-IF.
            EXIT.


       ENCERRA-DATA.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     CONTROLE-DATA        TO   DATA-PROC-REG.
            SET      DTP-DATA-FECHADA     TO   TRUE.
            MOVE     DATA-DO-SISTEMA      TO   DTP-DATA-FECHAMENTO.
            MOVE     WS-HORA-SISTEMA(1:6) TO   DTP-HORA-FECHAMENTO.
            OPEN     OUTPUT   DTP-FILE.
            WRITE    DATA-PROC-REG.
            IF       WS-DTP-STATUS NOT = "00"
                 DISPLAY "FECHNOIT: ERRO AO GRAVAR DATAPROC - STATUS "
                         WS-DTP-STATUS
                 MOVE "ER"   TO   SIT-GERAL
            ELSE
                 DISPLAY "FECHNOIT: DATA DE PROCESSAMENTO "
                         DATA-PROCESSAMENTO " ENCERRADA"
            END-IF.
            CLOSE    DTP-FILE.
            EXIT.


       SOMA-RUNCTL.
            OPEN     INPUT    RUN-FILE.
            IF       WS-RUN-STATUS NOT = "00"
      * fica o ULTIMO registro da data de cada perna: os checkpoints
      * carregam os contadores, entao o registro final de uma noite
      * retomada ja cobre a noite inteira
            IF       RUN-CANCELADOS NOT NUMERIC
                 MOVE ZEROS   TO   RUN-CANCELADOS
            END-IF.
            IF       RUN-DATA = DATA-PROCESSAMENTO
                 EVALUATE RUN-PROGRAMA
                 WHEN "EX09"
                      MOVE RUN-LIDOS       TO CIRC-LIDOS
                      MOVE RUN-GRAVADOS    TO CIRC-GRAVADOS
                      MOVE RUN-REJEITADOS  TO CIRC-REJEITADOS
                      MOVE RUN-CANCELADOS  TO CIRC-CANCELADOS
                 WHEN "FIBONACCI"
                      ADD  1               TO FIB-RODADAS
                      MOVE RUN-LIDOS       TO FIB-LIDOS
                      MOVE RUN-GRAVADOS    TO FIB-GRAVADOS
                      MOVE RUN-REJEITADOS  TO FIB-REJEITADOS
                      MOVE RUN-CANCELADOS  TO FIB-CANCELADOS
                 WHEN "CILESF"
                      ADD  1               TO CIL-RODADAS
                      MOVE RUN-LIDOS       TO CIL-LIDOS
                      MOVE RUN-GRAVADOS    TO CIL-GRAVADOS
                      MOVE RUN-REJEITADOS  TO CIL-REJEITADOS
                      MOVE RUN-CANCELADOS  TO CIL-CANCELADOS
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
            WHEN     CIRC-RODADAS = ZEROS
                 MOVE "SR"   TO   SIT-CIRC
            WHEN     CIRC-LIDOS = CIRC-GRAVADOS + CIRC-REJEITADOS
                                    + CIRC-CANCELADOS
                 AND CIRC-LIDOS = CIRC-FILA
                 AND CIRC-REJEITADOS = CIRC-SUSPENSAS
                 MOVE "OK"   TO   SIT-CIRC
            WHEN     FIB-RODADAS = ZEROS
                 MOVE "SR"   TO   SIT-FIB
            WHEN     FIB-LIDOS = FIB-GRAVADOS + FIB-REJEITADOS
                                   + FIB-CANCELADOS
                 AND FIB-LIDOS = FIB-FILA
                 AND FIB-REJEITADOS = FIB-SUSPENSAS
                 MOVE "OK"   TO   SIT-FIB
            WHEN     CIL-RODADAS = ZEROS
                 MOVE "SR"   TO   SIT-CIL
            WHEN     CIL-LIDOS = CIL-GRAVADOS + CIL-REJEITADOS
                                   + CIL-CANCELADOS
                 AND CIL-LIDOS = CIL-FILA
                 AND CIL-REJEITADOS = CIL-SUSPENSAS
                 MOVE "OK"   TO   SIT-CIL
            DISPLAY  LINHA-CONTROLE.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "FECHNOIT"           TO   GTM-PROGRAMA.
            MOVE     DATA-PROCESSAMENTO   TO   GTM-DATA-PROC.
            COMPUTE  GTM-REGISTROS = CIRC-LIDOS + FIB-LIDOS + CIL-LIDOS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program FECHNOIT.
