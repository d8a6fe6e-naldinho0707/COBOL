      *           libera o job (primeira execucao do dia ou rerun de
      *           uma noite que nao fechou). RETURN-CODE 0 liberado,
      *           8 recusado.
      *
      *           HISTORICO DE ALTERACOES:
      *           - a data do processamento deixou de ser a do relogio:
      *             e este step que abre a data de negocio da noite no
      *             registro de controle DATAPROC, lido por todo o
      *             stream via LEDATPRO. Data ainda aberta (a noite
      *             anterior nao foi certificada pelo FECHNOIT) e
      *             retomada como esta, mesmo depois da meia-noite.
      *             Data encerrada abre a data do dia - se for dia
      *             util pelo calendario CALEND (DIAUTIL); noite em
      *             dia nao util nao abre data nova e devolve
      *             RETURN-CODE 4, pulando os steps do stream: a fila
      *             fica como esta e o trabalho sai no proximo dia
      *             util, anunciado no SYSOUT. Data do dia igual ou
      *             anterior a ultima encerrada e recusada com 8, como
      *             a noite ja fechada no FECHCTL.
      *           - com o job liberado o tempo do step vai para o
      *             TEMPEXEC pelo GRAVATEM, para o RELTEMP acompanhar a
      *             janela do CIRCFIB; noite recusada ou nao util nao
      *             grava tempo.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-FECH-STATUS.

           select DTP-FILE  assign to "DATAPROC"
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
              88 FIM-FECHAMENTO                VALUE "S" FALSE "N".
           02 SW-JA-FECHADA      PIC X(01)     VALUE "N".
              88 NOITE-JA-FECHADA              VALUE "S" FALSE "N".
           02 SW-TEM-CONTROLE    PIC X(01)     VALUE "N".
              88 TEM-CONTROLE                  VALUE "S" FALSE "N".
           02 SW-DATA-NOVA       PIC X(01)     VALUE "N".
              88 ABRE-DATA-NOVA                VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-FECH-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-DTP-STATUS      PIC X(02)     VALUE SPACES.

       01 DATA-PROCESSAMENTO     PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 CONTROLE-ANTERIOR.
           02 DATA-ANTERIOR      PIC 9(08)     VALUE ZEROS.
           02 SITUACAO-ANTERIOR  PIC X(01)     VALUE SPACES.
              88 ANTERIOR-ABERTA               VALUE "A".

           copy DIAUTIL.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            PERFORM  LE-CONTROLE-DATA.
            PERFORM  DEFINE-DATA-PROCESSAMENTO.
            OPEN     INPUT    FECH-FILE.
            IF       WS-FECH-STATUS = "00"
                 PERFORM LE-FECHAMENTO
                 PERFORM CONFERE-FECHAMENTO  UNTIL  FIM-FECHAMENTO
                 CLOSE   FECH-FILE
            ELSE
                 DISPLAY "FECHVER: SEM FECHAMENTO ANTERIOR NO FECHCTL"
            END-IF.
            IF       NOITE-JA-FECHADA
                 DISPLAY "FECHVER: NOITE DE " DATA-PROCESSAMENTO
                         " JA FECHADA LIMPA - SEGUNDA SUBMISSAO "
                         "RECUSADA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            IF       ABRE-DATA-NOVA
                 PERFORM GRAVA-CONTROLE-DATA
            END-IF.
            DISPLAY  "FECHVER: DATA DE PROCESSAMENTO "
                     DATA-PROCESSAMENTO
                     " SEM FECHAMENTO LIMPO - JOB LIBERADO".
            MOVE     0 TO RETURN-CODE.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


       LE-CONTROLE-DATA.
            OPEN     INPUT    DTP-FILE.
            IF       WS-DTP-STATUS = "00"
                 READ DTP-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF   DTP-DATA-PROC IS NUMERIC
                           AND DTP-DATA-PROC NOT = ZEROS
                               SET  TEM-CONTROLE   TO   TRUE
                               MOVE DTP-DATA-PROC  TO   DATA-ANTERIOR
                               MOVE DTP-SITUACAO   TO
                                                   SITUACAO-ANTERIOR
                          END-IF
                 END-READ
                 CLOSE DTP-FILE
            END-IF.
            EXIT.


       DEFINE-DATA-PROCESSAMENTO.
      * data ainda aberta: a noite anterior nao foi certificada e a
      * rerodada continua nela, seja que dia for
            IF       TEM-CONTROLE
                 AND ANTERIOR-ABERTA
                 MOVE DATA-ANTERIOR   TO   DATA-PROCESSAMENTO
                 IF   DATA-ANTERIOR < DATA-DO-SISTEMA
                      DISPLAY "FECHVER: DATA " DATA-ANTERIOR
                              " AINDA ABERTA (NOITE NAO CERTIFICADA)"
                              " - RETOMADA NA MESMA DATA"
                 END-IF
            ELSE
                 PERFORM CONFERE-DIA-UTIL
                 MOVE DATA-DO-SISTEMA   TO   DATA-PROCESSAMENTO
                 IF   TEM-CONTROLE
                  AND DATA-DO-SISTEMA NOT > DATA-ANTERIOR
                      SET  NOITE-JA-FECHADA   TO   TRUE
                 ELSE
                      SET  ABRE-DATA-NOVA     TO   TRUE
                 END-IF
            END-IF.
            EXIT.


       CONFERE-DIA-UTIL.
            MOVE     DATA-DO-SISTEMA   TO   DUT-DATA.
            CALL     "DIAUTIL"         USING DIA-UTIL-PARM.
            IF       NOT DUT-DIA-UTIL
                 DISPLAY "FECHVER: NOITE DE " DATA-DO-SISTEMA
                         " EM DIA NAO UTIL (" DUT-DESCRICAO ")"
                 DISPLAY "FECHVER: NENHUMA DATA NOVA ABERTA - A FILA "
                         "FICA PARA O DIA UTIL " DUT-PROXIMO-UTIL
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
            END-IF.
            EXIT.


       GRAVA-CONTROLE-DATA.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            OPEN     OUTPUT   DTP-FILE.
            MOVE     SPACES               TO   DATA-PROC-REG.
            MOVE     DATA-PROCESSAMENTO   TO   DTP-DATA-PROC.
            SET      DTP-DATA-ABERTA      TO   TRUE.
            MOVE     DATA-DO-SISTEMA      TO   DTP-DATA-ABERTURA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   DTP-HORA-ABERTURA.
            MOVE     ZEROS                TO   DTP-DATA-FECHAMENTO
                                               DTP-HORA-FECHAMENTO.
            MOVE     DATA-ANTERIOR        TO   DTP-DATA-ANTERIOR.
            WRITE    DATA-PROC-REG.
            IF       WS-DTP-STATUS NOT = "00"
                 DISPLAY "FECHVER: ERRO AO GRAVAR DATAPROC - STATUS "
                         WS-DTP-STATUS
                 CLOSE   DTP-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            CLOSE    DTP-FILE.
            DISPLAY  "FECHVER: DATA DE PROCESSAMENTO "
                     DATA-PROCESSAMENTO   " ABERTA".
            EXIT.


       LE-FECHAMENTO.
            READ     FECH-FILE
                AT END
            PERFORM  LE-FECHAMENTO.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB - so com o job liberado: a noite recusada ou nao
      * util nao abre data e nao tem janela
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "FECHVER"            TO   GTM-PROGRAMA.
            MOVE     DATA-PROCESSAMENTO   TO   GTM-DATA-PROC.
            MOVE     ZEROS                TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program FECHVER.
