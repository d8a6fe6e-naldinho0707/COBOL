      *          em tres arquivos ao chegar de manha:
      *          - quantos registros aguardam na fila RAIOIN e na
      *            fila FIBIN (fila consumida ou nao pelo noturno);
      *          - quantas alteracoes do SYSPARM/OPERMAST aguardam
      *            a aprovacao de um segundo operador de nivel 3 no
      *            APRALT (o EXPALT expira antes as vencidas);
      *          - a posicao CKPT-CONCLUIDOS do FIBCKPT, com o
      *            indicador LIMPO (zerado = lote concluiu) ou
      *            PARADO (maior que zero = o job caiu no meio e vai
      *            retomar dali);
      *          - quantas requisicoes estao retidas pela cota mensal
      *            ("RT" no REQMAST), a espera de cota ou de uma
      *            liberacao no LIBREQ;
      *          - quantos departamentos ja passaram do percentual de
      *            aviso da cota (COTADEP) em alguma fila com os
      *            calculos de lote do mes (SOMACOTA), com os codigos
      *            dos quatro primeiros;
      *          - o fim do lote CIRCFIB da ultima noite, pelo
      *            TEMPEXEC (o ultimo fim de step da data de
      *            processamento mais recente), com DENTRO DA JANELA
      *            ou JANELA ESTOURADA contra o JANFIM do SYSPARM (o
      *            fim da janela e a hora JANFIM seguinte ao inicio do
      *            lote; padrao 0600);
      *          - as ultimas tres linhas do AUDITLOG de cada
      *            programa, para ver de relance se a noite deixou
      *            rejeicoes ("R") ou transbordos ("O"). Cada linha
      *            sai com o nome do programa na frente (sem linha de
      *            titulo por programa) e a tabela comporta os quatro
      *            programas que gravam o AUDITLOG, para o pior caso
      *            (4 x 3 linhas) caber entre as linhas 12 e 23 da
      *            tela, acima do rodape.
      ******************************************************************

                  organization is line sequential
                  file status  is WS-AUDIT-STATUS.

           select TMP-FILE      assign to "TEMPEXEC"
                  organization is line sequential
                  file status  is WS-TMP-STATUS.

           select REQ-FILE      assign to "REQMAST"
                  organization is indexed
                  access mode  is sequential
                  record key   is REQ-CHAVE
                  file status  is WS-REQ-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  AUDIT-FILE.
           copy AUDITLOG.

       FD  TMP-FILE.
           copy TEMPEXEC.

       FD  REQ-FILE.
           copy REQMAST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
              88 FIM-FIBS                      VALUE "S" FALSE "N".
           02 SW-FIM-AUDITORIA   PIC X(01)     VALUE "N".
              88 FIM-AUDITORIA                 VALUE "S" FALSE "N".
           02 SW-FIM-TEMPO       PIC X(01)     VALUE "N".
              88 FIM-TEMPO                     VALUE "S" FALSE "N".
           02 SW-FIM-REQS        PIC X(01)     VALUE "N".
              88 FIM-REQS                      VALUE "S" FALSE "N".
           02 SW-DEPTO-AVISO     PIC X(01)     VALUE "N".
              88 DEPTO-EM-AVISO                VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RAIO-IN-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-FIB-IN-STATUS   PIC X(02)     VALUE SPACES.
           02 WS-CKPT-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-AUDIT-STATUS    PIC X(02)     VALUE SPACES.
           02 WS-TMP-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-REQ-STATUS      PIC X(02)     VALUE SPACES.

       01 CONTADORES.
           02 QTDE-RAIOIN        PIC 9(05)     VALUE ZEROS.
           02 QTDE-FIBIN         PIC 9(05)     VALUE ZEROS.
           02 QTDE-RETIDAS       PIC 9(05)     VALUE ZEROS.
           02 QTDE-AVISO-COTA    PIC 9(05)     VALUE ZEROS.

           copy EXPALT.

       01 SITUACAO-CHECKPOINT.
           02 CKPT-POSICAO       PIC 9(05)     VALUE ZEROS.
           02 CKPT-INDICADOR     PIC X(20)     VALUE SPACES.

      * fim do lote da ultima noite (TEMPEXEC) contra a janela
       01 SITUACAO-LOTE.
           02 LOTE-DATA-PROC     PIC 9(08)     VALUE ZEROS.
           02 LOTE-DATA-INICIO   PIC 9(08)     VALUE ZEROS.
           02 LOTE-HORA-INICIO.
              03 LHI-HORA        PIC 9(02)     VALUE ZEROS.
              03 LHI-MINUTO      PIC 9(02)     VALUE ZEROS.
              03 LHI-SEGUNDO     PIC 9(02)     VALUE ZEROS.
           02 LOTE-DATA-FIM      PIC 9(08)     VALUE ZEROS.
           02 LOTE-HORA-FIM.
              03 LHF-HORA        PIC 9(02)     VALUE ZEROS.
              03 LHF-MINUTO      PIC 9(02)     VALUE ZEROS.
              03 LHF-SEGUNDO     PIC 9(02)     VALUE ZEROS.
           02 LOTE-MIN-INICIO    PIC 9(05)     VALUE ZEROS.
           02 LOTE-MIN-FIM       PIC 9(05)     VALUE ZEROS.
           02 LOTE-MIN-JANELA    PIC 9(05)     VALUE ZEROS.

       01 JANELA-FIM.
           02 JAN-HORA           PIC 9(02)     VALUE 06.
           02 JAN-MINUTO         PIC 9(02)     VALUE ZEROS.

           copy LESPARM.

           copy SOMACOTA.

      * departamentos em aviso de cota (os quatro primeiros)
       01 LISTA-AVISO.
           02 LST-DEPTO OCCURS 4 TIMES.
               03 FILLER          PIC X(01).
               03 LST-CODIGO      PIC X(04).
       01 LISTA-AVISO-R REDEFINES LISTA-AVISO
                                 PIC X(20).

       01 APURACAO-AVISO.
           02 AVI-USO            PIC 9(08)     VALUE ZEROS.
           02 AVI-LIMITE         PIC 9(09)     VALUE ZEROS.

       01 QTDE-PROGRAMAS         PIC 9(01)     VALUE ZEROS.

       01 TABELA-AUDITORIA.
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 LIN-SAIDA          PIC X(01).

       01 LINHA-LOTE.
           02 LOT-DATA           PIC 9(08).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 LOT-HORA           PIC 9(02).
           02 FILLER             PIC X(01)     VALUE ":".
           02 LOT-MINUTO         PIC 9(02).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 LOT-SITUACAO       PIC X(16).

       01 TECLA-VOLTA            PIC X(01)     VALUE SPACE.

       01 DATA-DO-SISTEMA.
              "FILA RAIOIN AGUARDANDO.....: ".
           02 LINE 05 COLUMN 05 VALUE
              "FILA FIBIN AGUARDANDO......: ".
           02 LINE 06 COLUMN 05 VALUE
              "APROVACOES PENDENTES.......: ".
           02 LINE 07 COLUMN 05 VALUE
              "CHECKPOINT DO FIBONACCI....: ".
           02 LINE 08 COLUMN 05 VALUE
              "FIM DO LOTE (ULTIMA NOITE).: ".
           02 LINE 09 COLUMN 05 VALUE
              "REQUISICOES RETIDAS (COTA).: ".
           02 LINE 10 COLUMN 05 VALUE
              "DEPTOS EM AVISO DE COTA....: ".
           02 LINE 11 COLUMN 05 VALUE
              "ULTIMAS LINHAS DO AUDITLOG (POR PROGRAMA):".
      *----------------------------------------------------------------*

            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            PERFORM  CONTA-RAIOIN.
            PERFORM  CONTA-FIBIN.
            CALL     "EXPALT"   USING   EXPIRA-ALT-PARM.
            PERFORM  LE-SITUACAO-CHECKPOINT.
            PERFORM  LE-SITUACAO-LOTE.
            PERFORM  CONTA-RETIDAS.
            PERFORM  APURA-AVISO-COTA.
            PERFORM  CARREGA-AUDITORIA.
            PERFORM  MONTA-TELA.
            ACCEPT   TECLA-VOLTA   AT   2450 PROMPT AUTO.
            GOBACK.


            EXIT.


       LE-SITUACAO-LOTE.
            MOVE     ZEROS   TO   LOTE-DATA-PROC.
            OPEN     INPUT   TMP-FILE.
            IF       WS-TMP-STATUS NOT = "00"
                 SET  FIM-TEMPO   TO   TRUE
            ELSE
                 PERFORM LE-TEMPO
                 PERFORM GUARDA-TEMPO  UNTIL  FIM-TEMPO
                 CLOSE   TMP-FILE
            END-IF.
            MOVE     "JANFIM"     TO   LEP-CHAVE.
            MOVE     ZEROS        TO   LEP-DATA-REF.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                AND  LEP-VALOR (1:4) IS NUMERIC
                AND  LEP-VALOR (1:2) NOT > "23"
                AND  LEP-VALOR (3:2) NOT > "59"
                MOVE LEP-VALOR (1:4)   TO   JANELA-FIM
            END-IF.
            EXIT.


       LE-TEMPO.
            READ     TMP-FILE
                AT END
                     SET FIM-TEMPO TO TRUE
            END-READ.
            EXIT.


      * a data de processamento mais recente manda; dentro dela fica o
      * primeiro inicio e o ultimo fim (rerodadas incluidas)
       GUARDA-TEMPO.
            IF       TMP-DATA-PROC IS NUMERIC
                AND  TMP-DATA-INICIO IS NUMERIC
                AND  TMP-HORA-INICIO IS NUMERIC
                AND  TMP-DATA-FIM IS NUMERIC
                AND  TMP-HORA-FIM IS NUMERIC
                 EVALUATE TRUE
                 WHEN     TMP-DATA-PROC > LOTE-DATA-PROC
                      MOVE TMP-DATA-PROC     TO   LOTE-DATA-PROC
                      MOVE TMP-DATA-INICIO   TO   LOTE-DATA-INICIO
                      MOVE TMP-HORA-INICIO   TO   LOTE-HORA-INICIO
                      MOVE TMP-DATA-FIM      TO   LOTE-DATA-FIM
                      MOVE TMP-HORA-FIM      TO   LOTE-HORA-FIM
                 WHEN     TMP-DATA-PROC = LOTE-DATA-PROC
                      IF   TMP-DATA-INICIO < LOTE-DATA-INICIO
                       OR  ( TMP-DATA-INICIO = LOTE-DATA-INICIO
                         AND TMP-HORA-INICIO < LOTE-HORA-INICIO )
                           MOVE TMP-DATA-INICIO   TO   LOTE-DATA-INICIO
                           MOVE TMP-HORA-INICIO   TO   LOTE-HORA-INICIO
                      END-IF
                      IF   TMP-DATA-FIM > LOTE-DATA-FIM
                       OR  ( TMP-DATA-FIM = LOTE-DATA-FIM
                         AND TMP-HORA-FIM > LOTE-HORA-FIM )
                           MOVE TMP-DATA-FIM      TO   LOTE-DATA-FIM
                           MOVE TMP-HORA-FIM      TO   LOTE-HORA-FIM
                      END-IF
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
            END-IF.
            PERFORM  LE-TEMPO.
            EXIT.


       CONTA-RETIDAS.
            MOVE     ZEROS   TO   QTDE-RETIDAS.
            OPEN     INPUT   REQ-FILE.
            IF       WS-REQ-STATUS NOT = "00"
                 SET  FIM-REQS   TO   TRUE
            ELSE
                 PERFORM LE-REQUISICAO
                 PERFORM CONTA-UMA-REQUISICAO  UNTIL  FIM-REQS
                 CLOSE   REQ-FILE
            END-IF.
            EXIT.


       LE-REQUISICAO.
            READ     REQ-FILE
                AT END
                     SET FIM-REQS TO TRUE
            END-READ.
            EXIT.


       CONTA-UMA-REQUISICAO.
            IF       REQ-RETIDA
                 ADD  1   TO   QTDE-RETIDAS
            END-IF.
            PERFORM  LE-REQUISICAO.
            EXIT.


      * uso do mes ate hoje (calculos de lote do CIRCHIST) contra o
      * percentual de aviso de cada fila; cota zerada nao avisa
       APURA-AVISO-COTA.
            MOVE     ZEROS             TO   QTDE-AVISO-COTA.
            MOVE     SPACES            TO   LISTA-AVISO.
            MOVE     DATA-DO-SISTEMA   TO   SMC-DATA-REF.
            CALL     "SOMACOTA"        USING SOMA-COTA-PARM.
            IF       SMC-STATUS = "00"
                 PERFORM CONFERE-AVISO-COTA
                         VARYING IX-SMC FROM 1 BY 1
                         UNTIL   IX-SMC > SMC-QTDE-DEPTOS
            END-IF.
            EXIT.


       CONFERE-AVISO-COTA.
            SET      DEPTO-EM-AVISO   TO   FALSE.
            IF       SMC-AVISO-PCT (IX-SMC) > ZEROS
                 IF   SMC-COTA-RAIOS (IX-SMC) > ZEROS
                      COMPUTE AVI-USO    = SMC-USO-RAIOS (IX-SMC) * 100
                      COMPUTE AVI-LIMITE = SMC-COTA-RAIOS (IX-SMC)
                                         * SMC-AVISO-PCT (IX-SMC)
                      IF   AVI-USO NOT < AVI-LIMITE
                           SET  DEPTO-EM-AVISO   TO   TRUE
                      END-IF
                 END-IF
                 IF   SMC-COTA-CILS (IX-SMC) > ZEROS
                      COMPUTE AVI-USO    = SMC-USO-CILS (IX-SMC) * 100
                      COMPUTE AVI-LIMITE = SMC-COTA-CILS (IX-SMC)
                                         * SMC-AVISO-PCT (IX-SMC)
                      IF   AVI-USO NOT < AVI-LIMITE
                           SET  DEPTO-EM-AVISO   TO   TRUE
                      END-IF
                 END-IF
            END-IF.
            IF       DEPTO-EM-AVISO
                 ADD  1   TO   QTDE-AVISO-COTA
                 IF   QTDE-AVISO-COTA NOT > 4
                      MOVE SMC-CODIGO (IX-SMC)
                        TO LST-CODIGO (QTDE-AVISO-COTA)
                 END-IF
            END-IF.
            EXIT.


       CARREGA-AUDITORIA.
            MOVE     ZEROS   TO   QTDE-PROGRAMAS.
            OPEN     INPUT   AUDIT-FILE.
            DISPLAY  TELA01      AT    0101.
            PERFORM  MOSTRA-FILA-RAIOIN.
            PERFORM  MOSTRA-FILA-FIBIN.
            PERFORM  MOSTRA-APROVACOES.
            PERFORM  MOSTRA-CHECKPOINT.
            PERFORM  MOSTRA-LOTE.
            PERFORM  MOSTRA-RETIDAS.
            PERFORM  MOSTRA-AVISO-COTA.
            MOVE     12          TO    LINHA-TELA.
            PERFORM  MOSTRA-PROGRAMA
                     VARYING IX-PROG FROM 1 BY 1
                     UNTIL   IX-PROG > QTDE-PROGRAMAS.
            IF       QTDE-PROGRAMAS = ZEROS
                 DISPLAY "AUDITLOG VAZIO OU AUSENTE."   AT   1207
            END-IF.
            DISPLAY  "TECLE ENTER PARA VOLTAR."   AT   2405.
            EXIT.


            EXIT.


       MOSTRA-APROVACOES.
            MOVE     SPACES           TO   FILA-OBS.
            IF       EXP-STATUS NOT = "00"
                 MOVE "  (SEM ARQUIVO)"    TO   FILA-OBS
            END-IF.
            MOVE     EXP-QTDE-PENDENTES   TO   FILA-QTDE.
            DISPLAY  LINHA-FILA       AT   0634.
            EXIT.


       MOSTRA-CHECKPOINT.
            MOVE     CKPT-POSICAO     TO   FILA-QTDE.
            MOVE     SPACES           TO   FILA-OBS.
            EXIT.


      * o fim da janela e a hora JANFIM seguinte ao inicio do lote;
      * um lote que passa da meia-noite soma o dia virado
       MOSTRA-LOTE.
            IF       WS-TMP-STATUS NOT = "00"
                 DISPLAY "(SEM ARQUIVO)"      AT   0834
            ELSE
                 IF   LOTE-DATA-PROC = ZEROS
                      DISPLAY "(SEM REGISTRO)"   AT   0834
                 ELSE
                      COMPUTE LOTE-MIN-INICIO
                            = LHI-HORA * 60 + LHI-MINUTO
                      COMPUTE LOTE-MIN-FIM
                            = LHF-HORA * 60 + LHF-MINUTO
                      IF   LOTE-DATA-FIM > LOTE-DATA-INICIO
                           ADD 1440   TO   LOTE-MIN-FIM
                      END-IF
                      COMPUTE LOTE-MIN-JANELA
                            = JAN-HORA * 60 + JAN-MINUTO
                      IF   LOTE-MIN-JANELA NOT > LOTE-MIN-INICIO
                           ADD 1440   TO   LOTE-MIN-JANELA
                      END-IF
                      MOVE LOTE-DATA-FIM          TO   LOT-DATA
                      MOVE LHF-HORA               TO   LOT-HORA
                      MOVE LHF-MINUTO             TO   LOT-MINUTO
                      IF   LOTE-MIN-FIM > LOTE-MIN-JANELA
                           MOVE "JANELA ESTOURADA"   TO   LOT-SITUACAO
                      ELSE
                           MOVE "DENTRO DA JANELA"   TO   LOT-SITUACAO
                      END-IF
                      DISPLAY LINHA-LOTE   AT   0834
                 END-IF
            END-IF.
            EXIT.


       MOSTRA-RETIDAS.
            MOVE     SPACES           TO   FILA-OBS.
            IF       WS-REQ-STATUS NOT = "00"
                 MOVE "  (SEM ARQUIVO)"    TO   FILA-OBS
            END-IF.
            MOVE     QTDE-RETIDAS     TO   FILA-QTDE.
            DISPLAY  LINHA-FILA       AT   0934.
            EXIT.


       MOSTRA-AVISO-COTA.
            MOVE     SPACES           TO   FILA-OBS.
            IF       SMC-STATUS NOT = "00"
                 MOVE "  (SEM ARQUIVO)"    TO   FILA-OBS
            ELSE
                 STRING "  "            DELIMITED BY SIZE
                        LISTA-AVISO-R   DELIMITED BY SIZE
                   INTO FILA-OBS
            END-IF.
            MOVE     QTDE-AVISO-COTA  TO   FILA-QTDE.
            DISPLAY  LINHA-FILA       AT   1034.
            EXIT.


       MOSTRA-PROGRAMA.
            PERFORM  MOSTRA-ULTIMA
                     VARYING SUB-ULTIMA FROM 1 BY 1
