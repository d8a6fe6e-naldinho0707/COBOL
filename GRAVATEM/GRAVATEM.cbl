       program-id. GRAVATEM as "GRAVATEM".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * GRAVATEM - Gravador do registro de tempo de execucao TEMPEXEC.
      *
      *            Cada programa do lote noturno CIRCFIB chama no seu
      *            fim com o inicio que guardou, os registros tratados
      *            e o RETURN-CODE (copybook GRAVATEM). O GRAVATEM
      *            toma a hora do fim, apura a duracao em segundos
      *            (um step que passa da meia-noite soma o dia
      *            virado), completa a data de processamento pelo
      *            LEDATPRO quando o chamador nao informou e acrescenta
      *            uma linha ao TEMPEXEC, criando o arquivo na
      *            primeira gravacao, no molde do RUNCTL. O RELTEMP
      *            mede a janela noturna sobre este arquivo e o PAINEL
      *            mostra o fim do lote da ultima noite.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select TMP-FILE assign to "TEMPEXEC"
                  organization is line sequential
                  file status  is WS-TMP-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  TMP-FILE.
           copy TEMPEXEC.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 STATUS-ARQUIVOS.
           02 WS-TMP-STATUS      PIC X(02)     VALUE SPACES.

       01 DATA-FIM               PIC 9(08)     VALUE ZEROS.

       01 WS-HORA-SISTEMA.
           02 HORA-FIM           PIC 9(02)     VALUE ZEROS.
           02 MINUTO-FIM         PIC 9(02)     VALUE ZEROS.
           02 SEGUNDO-FIM        PIC 9(02)     VALUE ZEROS.
           02 CENTESIMO-FIM      PIC 9(02)     VALUE ZEROS.

       01 HORA-INICIO-R.
           02 HORA-INICIO        PIC 9(02)     VALUE ZEROS.
           02 MINUTO-INICIO      PIC 9(02)     VALUE ZEROS.
           02 SEGUNDO-INICIO     PIC 9(02)     VALUE ZEROS.
           02 CENTESIMO-INICIO   PIC 9(02)     VALUE ZEROS.

       01 CALCULO-DURACAO.
           02 SEGUNDOS-INICIO    PIC 9(06)     VALUE ZEROS.
           02 SEGUNDOS-FIM       PIC 9(06)     VALUE ZEROS.
           02 SEGUNDOS-DURACAO   PIC S9(07)    VALUE ZEROS.

           copy LEDATPRO.

       linkage section.

           copy GRAVATEM.

      *================================================================*
       procedure division using GRAVA-TEMPO-PARM.
      *================================================================*

       GRAVA-TEMPO.
            ACCEPT   DATA-FIM          FROM DATE  YYYYMMDD.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            IF       GTM-DATA-PROC NOT NUMERIC
                 OR  GTM-DATA-PROC = ZEROS
                 CALL "LEDATPRO"   USING LE-DATA-PROC-PARM
                 MOVE LDP-DATA-PROC   TO   GTM-DATA-PROC
            END-IF.
            PERFORM  APURA-DURACAO.
            OPEN     EXTEND   TMP-FILE.
            IF       WS-TMP-STATUS NOT = "00"
                 OPEN   OUTPUT  TMP-FILE
                 CLOSE          TMP-FILE
                 OPEN   EXTEND  TMP-FILE
            END-IF.
            IF       WS-TMP-STATUS NOT = "00"
                 DISPLAY "GRAVATEM: TEMPEXEC NAO PODE SER ABERTO - "
                         "STATUS " WS-TMP-STATUS " - TEMPO DO "
                         GTM-PROGRAMA " NAO GRAVADO"
                 MOVE WS-TMP-STATUS   TO   GTM-STATUS
                 GOBACK
            END-IF.
            MOVE     SPACES                TO   TEMPO-EXEC-REG.
            MOVE     GTM-DATA-PROC         TO   TMP-DATA-PROC.
            MOVE     GTM-PROGRAMA          TO   TMP-PROGRAMA.
            MOVE     GTM-DATA-INICIO       TO   TMP-DATA-INICIO.
            MOVE     GTM-HORA-INICIO (1:6) TO   TMP-HORA-INICIO.
            MOVE     DATA-FIM              TO   TMP-DATA-FIM.
            MOVE     WS-HORA-SISTEMA (1:6) TO   TMP-HORA-FIM.
            MOVE     SEGUNDOS-DURACAO      TO   TMP-DURACAO.
            MOVE     GTM-REGISTROS         TO   TMP-REGISTROS.
            MOVE     GTM-RETORNO           TO   TMP-RETORNO.
            WRITE    TEMPO-EXEC-REG.
            MOVE     WS-TMP-STATUS         TO   GTM-STATUS.
            IF       WS-TMP-STATUS NOT = "00"
                 DISPLAY "GRAVATEM: ERRO NA GRAVACAO DO TEMPEXEC - "
                         "STATUS " WS-TMP-STATUS
            END-IF.
            CLOSE    TMP-FILE.
            GOBACK.


      *----------------------------------------------------------------*
      * duracao em segundos; um step que vira a meia-noite soma um dia
      * (nenhum step do stream chega perto de 24 horas)
      *----------------------------------------------------------------*

       APURA-DURACAO.
            MOVE     GTM-HORA-INICIO   TO   HORA-INICIO-R.
            IF       HORA-INICIO-R NOT NUMERIC
                 OR  GTM-DATA-INICIO NOT NUMERIC
                 MOVE ZEROS             TO   SEGUNDOS-DURACAO
                 MOVE DATA-FIM          TO   GTM-DATA-INICIO
                 MOVE WS-HORA-SISTEMA   TO   GTM-HORA-INICIO
            ELSE
                 COMPUTE SEGUNDOS-INICIO = HORA-INICIO * 3600
                                         + MINUTO-INICIO * 60
                                         + SEGUNDO-INICIO
                 COMPUTE SEGUNDOS-FIM    = HORA-FIM * 3600
                                         + MINUTO-FIM * 60
                                         + SEGUNDO-FIM
                 COMPUTE SEGUNDOS-DURACAO = SEGUNDOS-FIM
                                          - SEGUNDOS-INICIO
                 IF   DATA-FIM > GTM-DATA-INICIO
                      ADD 86400   TO   SEGUNDOS-DURACAO
                 END-IF
                 IF   SEGUNDOS-DURACAO < ZEROS
                      MOVE ZEROS   TO   SEGUNDOS-DURACAO
                 END-IF
            END-IF.
            EXIT.

       end program GRAVATEM.
