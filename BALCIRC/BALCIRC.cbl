      *           de controle e devolvida em RETURN-CODE 8, para um
      *           RAIOOUT gravado pela metade deixar de parecer
      *           identico a uma rodada limpa.
      *
      *           HISTORICO DE ALTERACOES:
      *           - o registro do RUNCTL passou a trazer os cancelados
      *             (requisicoes canceladas na tela do ENTREQ, que a
      *             EX09 le na fila e pula sem gravar RAIOOUT nem
      *             suspensao): a conferencia passa a ser entradas =
      *             resultados + rejeicoes + cancelados, com os
      *             cancelados na linha de controle.
      *           - o registro da EX09 aproveitado do RUNCTL passa a
      *             ser o ultimo da data de processamento do lote
      *             (DATAPROC, via LEDATPRO): uma noite sem registro da
      *             EX09 nao herda mais as rejeicoes da noite anterior.
      *             Sem o DATAPROC vale o ultimo registro, como antes.
      *           - o tempo do step (inicio, fim, registros tratados e
      *             RETURN-CODE) vai para o TEMPEXEC pelo GRAVATEM no
      *             fim do programa, para o RELTEMP acompanhar a janela
      *             do CIRCFIB.
      ******************************************************************

      *================================================================*
              88 FIM-RUNCTL                    VALUE "S" FALSE "N".
           02 SW-ACHOU-RUN       PIC X(01)     VALUE "N".
              88 ACHOU-RUN                     VALUE "S" FALSE "N".
           02 SW-FILTRA-DATA     PIC X(01)     VALUE "N".
              88 FILTRA-DATA                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RAIO-IN-STATUS  PIC X(02)     VALUE SPACES.
           02 QTDE-ENTRADAS      PIC 9(05)     VALUE ZEROS.
           02 QTDE-SAIDAS        PIC 9(05)     VALUE ZEROS.
           02 QTDE-REJEICOES     PIC 9(05)     VALUE ZEROS.
           02 QTDE-CANCELADOS    PIC 9(05)     VALUE ZEROS.
           02 QTDE-DIFERENCA     PIC S9(06)    VALUE ZEROS.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(14)
                                  VALUE "  REJEITADOS =".
           02 CTL-REJEICOES      PIC ZZZZ9.
           02 FILLER             PIC X(14)
                                  VALUE "  CANCELADOS =".
           02 CTL-CANCELADOS     PIC ZZZZ9.
           02 FILLER             PIC X(13)
                                  VALUE "  DIFERENCA =".
           02 CTL-DIFERENCA      PIC ZZZZZ9-.

           copy LEDATPRO.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            OPEN     INPUT    RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS NOT = "00"
                 DISPLAY "BALCIRC: RAIOIN NAO PODE SER ABERTO - "
                         "STATUS " WS-RAIO-IN-STATUS
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            OPEN     INPUT    RAIO-OUT-FILE.
                         "STATUS " WS-RAIO-OUT-STATUS
                 CLOSE    RAIO-IN-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            PERFORM  LE-ENTRADA.
            PERFORM  LE-SAIDA.
            PERFORM  CONTA-SAIDA    UNTIL  FIM-SAIDA.
            CLOSE    RAIO-IN-FILE RAIO-OUT-FILE.
            PERFORM  LE-DATA-PROCESSAMENTO.
            PERFORM  BUSCA-REJEICOES.
            PERFORM  CONFERE.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


            EXIT.


       LE-DATA-PROCESSAMENTO.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            IF       LDP-STATUS = "00"
                 SET  FILTRA-DATA   TO TRUE
            ELSE
                 DISPLAY "BALCIRC: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - VALE O ULTIMO REGISTRO DA EX09"
                 SET  FILTRA-DATA   TO FALSE
            END-IF.
            EXIT.


       BUSCA-REJEICOES.
            OPEN     INPUT    RUN-FILE.
            IF       WS-RUN-STATUS NOT = "00"
                 DISPLAY "BALCIRC: RUNCTL NAO PODE SER ABERTO - "
                         "STATUS " WS-RUN-STATUS
                         " - REJEICOES ASSUMIDAS COMO ZERO"
                 MOVE ZEROS TO QTDE-REJEICOES QTDE-CANCELADOS
            ELSE
                 PERFORM LE-RUNCTL
                 PERFORM GUARDA-REJEICOES UNTIL FIM-RUNCTL
                 CLOSE   RUN-FILE
                 IF      NOT ACHOU-RUN
                      DISPLAY "BALCIRC: NENHUM REGISTRO DA EX09 NO "
                              "RUNCTL PARA A DATA " LDP-DATA-PROC
                      DISPLAY "BALCIRC: REJEICOES ASSUMIDAS COMO ZERO"
                 END-IF
            END-IF.
            EXIT.

       GUARDA-REJEICOES.
            IF       RUN-PROGRAMA = "EX09"
                 AND (NOT FILTRA-DATA OR RUN-DATA = LDP-DATA-PROC)
                 MOVE RUN-REJEITADOS TO QTDE-REJEICOES
                 IF   RUN-CANCELADOS IS NUMERIC
                      MOVE RUN-CANCELADOS TO QTDE-CANCELADOS
                 ELSE
                      MOVE ZEROS          TO QTDE-CANCELADOS
                 END-IF
                 SET  ACHOU-RUN      TO TRUE
            END-IF.
            PERFORM  LE-RUNCTL.
       CONFERE.
            COMPUTE  QTDE-DIFERENCA = QTDE-ENTRADAS
                                    - QTDE-SAIDAS
                                    - QTDE-REJEICOES
                                    - QTDE-CANCELADOS.
            MOVE     QTDE-ENTRADAS    TO   CTL-ENTRADAS.
            MOVE     QTDE-SAIDAS      TO   CTL-SAIDAS.
            MOVE     QTDE-REJEICOES   TO   CTL-REJEICOES.
            MOVE     QTDE-CANCELADOS  TO   CTL-CANCELADOS.
            MOVE     QTDE-DIFERENCA   TO   CTL-DIFERENCA.
            DISPLAY  LINHA-CONTROLE.
            IF       QTDE-DIFERENCA NOT = ZEROS
            END-IF.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "BALCIRC"            TO   GTM-PROGRAMA.
            MOVE     LDP-DATA-PROC        TO   GTM-DATA-PROC.
            MOVE     QTDE-ENTRADAS        TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program BALCIRC.
