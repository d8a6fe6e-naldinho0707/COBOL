      *            da fila editada pela regra velha. A linha de
      *            controle sai com as quantidades; file status ruim
      *            devolve RETURN-CODE 8.
      *
      *            HISTORICO DE ALTERACOES:
      *            - a vigencia e comparada com a data de processamento
      *              do lote (DATAPROC, aberto pelo FECHVER e lido pelo
      *              LEDATPRO), e nao com a data do relogio: numa noite
      *              retomada depois da meia-noite a programacao do dia
      *              seguinte nao entra antes da hora.
      *            - o tempo do step (inicio, fim, registros tratados e
      *              RETURN-CODE) vai para o TEMPEXEC pelo GRAVATEM no
      *              fim do programa, para o RELTEMP acompanhar a janela
      *              do CIRCFIB.
      ******************************************************************

      *================================================================*

       01 DATA-PROCESSAMENTO     PIC 9(08)     VALUE ZEROS.

           copy LEDATPRO.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 VALOR-ANTERIOR         PIC X(10)     VALUE SPACES.
                                  VALUE "  EFETIVADOS = ".
           02 CTL-EFETIVADOS     PIC ZZZZ9.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            MOVE     LDP-DATA-PROC        TO   DATA-PROCESSAMENTO.
            IF       LDP-STATUS NOT = "00"
                 DISPLAY "EFETPARM: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - VIGENCIA PELA DATA DO DIA"
            END-IF.
            OPEN     I-O      PARM-FILE.
            IF       WS-PARM-STATUS NOT = "00"
                 DISPLAY "EFETPARM: SYSPARM AUSENTE - NADA A "
                         "EFETIVAR (STATUS " WS-PARM-STATUS ")"
                 MOVE 0 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            PERFORM  POSICIONA-INICIO.
            ELSE
                 MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


            DISPLAY  LINHA-CONTROLE.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "EFETPARM"           TO   GTM-PROGRAMA.
            MOVE     DATA-PROCESSAMENTO   TO   GTM-DATA-PROC.
            MOVE     QTDE-LIDOS           TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program EFETPARM.
