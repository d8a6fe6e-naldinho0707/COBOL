      *             entra no meio de uma fila pela metade. O PARMHIST
      *             distingue a imediata ("I") da programada ("P");
      *             a efetivacao sai como "E" pelo EFETPARM.
      *           - validacao do REQDIAS (dias para a requisicao
      *             aberta entrar no envelhecimento do RELREQ: 3
      *             digitos, maior que zero).
      *           - tarifas do Fibonacci TARFTELA/TARFLOTE (mesma
      *             validacao das demais tarifas do faturamento).
      *           - validacao do SENHAMAX (falhas seguidas de
      *             sign-on ate o bloqueio do operador: 2 digitos,
      *             maior que zero) e do SENHADIA (dias de validade
      *             da senha: 3 digitos, maior que zero).
      *           - dupla custodia: a alteracao nao vai mais direto ao
      *             SYSPARM. O MNTPARM grava um pedido no PENDALT
      *             (situacao aguardando, com o solicitante, o valor
      *             antigo, o valor novo e a vigencia) e uma linha "S"
      *             no PARMHIST; so o APRALT, operado por outro operador
      *             de nivel 3, leva o valor ao SYSPARM (ou a
      *             programacao ao EFETPARM). Parametro com pedido
      *             aguardando nao aceita outro. O EXPALT, chamado na
      *             entrada, expira os pedidos vencidos. Validacao do
      *             PENDDIAS (dias ate o pedido expirar: 3 digitos,
      *             maior que zero).
      *           - a data de vigencia programada e conferida no
      *             calendario de dias uteis (DIAUTIL, sobre o CALEND):
      *             data invalida e recusada, e vigencia num sabado,
      *             domingo, feriado ou dia sem expediente e levada ao
      *             proximo dia util, com aviso na tela - so num dia
      *             util o FECHVER abre data e o EFETPARM efetiva.
      *           - validacao do JANFIM (fim da janela noturna, HHMM ate
      *             2359) e do TEMPPCT (percentual de crescimento do
      *             tempo de um step que o RELTEMP aponta: 3 digitos,
      *             maior que zero).
      *           - precos de material do RELTANQ PRCCHAPA/PRCTINTA
      *             (mesma validacao das tarifas), PERDACHP (percentual
      *             de perda da chapa: 3 digitos, de 000 a 100) e
      *             RENDTINT (rendimento da tinta em m2 por litro: 4
      *             digitos com 2 decimais, maior que zero).
      *           - validacao do TENDPCT (variacao percentual do volume
      *             mensal que o RELTEND aponta: 3 digitos, maior que
      *             zero).
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-HIST-STATUS.

           select PEND-FILE assign to "PENDALT"
                  organization is indexed
                  access mode  is dynamic
                  record key   is PEND-NUMERO
                  file status  is WS-PEND-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.
       FD  HIST-FILE.
           copy PARMHIST.

       FD  PEND-FILE.
           copy PENDALT.

       FD  SES-FILE.
           copy OPERSES.

              88 PARM-EXISTE                   VALUE "S" FALSE "N".
           02 SW-VALOR-OK        PIC X(01)     VALUE "N".
              88 VALOR-OK                      VALUE "S" FALSE "N".
           02 SW-FIM-PENDENCIAS  PIC X(01)     VALUE "N".
              88 FIM-PENDENCIAS                VALUE "S" FALSE "N".
           02 SW-PENDENTE        PIC X(01)     VALUE "N".
              88 JA-PENDENTE                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PARM-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-PEND-STATUS     PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 SW-SESSAO          PIC X(01)     VALUE "N".

           copy GRAVACOM.

           copy EXPALT.

           copy DIAUTIL.

       01 CONTROLE-PEDIDO.
           02 ULTIMO-NUMERO      PIC 9(07)     VALUE ZEROS.
           02 NUMERO-PENDENTE    PIC 9(07)     VALUE ZEROS.
           02 SOLICITANTE-PENDENTE PIC X(08)   VALUE SPACES.

       01 MENSAGEM-PEDIDO.
           02 FILLER             PIC X(07)     VALUE "PEDIDO ".
           02 MSG-NUMERO         PIC 9(07).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 MSG-TEXTO          PIC X(45).

       01 CAMPOS-TELA.
           02 OPERADOR           PIC X(08)     VALUE SPACES.
           02 CHAVE-INFORMADA    PIC X(08)     VALUE SPACES.
                 GOBACK
            END-IF.
            PERFORM  ABRE-PARAMETROS.
            CALL     "EXPALT"   USING   EXPIRA-ALT-PARM.
            DISPLAY  ERASE   AT   0101.
            DISPLAY  "Manutencao de Parametros (SYSPARM)"   AT  0225.
            PERFORM  TRATA-PARAMETRO  UNTIL  CONTINUA = "N" OR "n".
            DISPLAY  OPERADOR AT   0330.
            PERFORM  ENTRA-CHAVE.
            PERFORM  MOSTRA-VALOR-ATUAL.
            PERFORM  PROCURA-PENDENCIA.
            IF       JA-PENDENTE
                 MOVE    NUMERO-PENDENTE   TO   MSG-NUMERO
                 MOVE    SPACES            TO   MSG-TEXTO
                 STRING  "DE "                 DELIMITED BY SIZE
                         SOLICITANTE-PENDENTE  DELIMITED BY SPACE
                         " JA AGUARDA APROVACAO!!"
                                               DELIMITED BY SIZE
                    INTO MSG-TEXTO
                 DISPLAY MENSAGEM-PEDIDO   AT   2005
            ELSE
                 PERFORM ENTRA-VALOR-NOVO
                 PERFORM ENTRA-VIGENCIA
                 PERFORM REGISTRA-PEDIDO
            END-IF.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.

                         AT   2005
                 PERFORM ENTRA-VIGENCIA
            WHEN OTHER
                 PERFORM CONFERE-VIGENCIA-UTIL
            END-EVALUATE.
            EXIT.


      * a vigencia programada entra na virada do lote de um dia util:
      * num feriado ou fim de semana o FECHVER nao abre data e o
      * EFETPARM nao roda, entao a vigencia vai para o proximo dia util
       CONFERE-VIGENCIA-UTIL.
            MOVE     VIGENCIA-INFORMADA   TO   DUT-DATA.
            CALL     "DIAUTIL"            USING DIA-UTIL-PARM.
            EVALUATE TRUE
            WHEN     DUT-DESCRICAO = "DATA INVALIDA"
                 DISPLAY "DATA DE VIGENCIA INVALIDA!!"
                         AT   2005
                 PERFORM ENTRA-VIGENCIA
            WHEN     DUT-DIA-UTIL
                 CONTINUE
            WHEN     DUT-PROXIMO-UTIL = ZEROS
                 DISPLAY "SEM DIA UTIL NO CALENDARIO APOS A DATA!!"
                         AT   2005
                 PERFORM ENTRA-VIGENCIA
            WHEN OTHER
                 MOVE    DUT-PROXIMO-UTIL     TO   VIGENCIA-INFORMADA
                 DISPLAY "DIA NAO UTIL - VIGENCIA LEVADA AO PROXIMO "
                         "DIA UTIL" AT 2005
                 DISPLAY VIGENCIA-INFORMADA   AT   1144
            END-EVALUATE.
            EXIT.

                      DISPLAY "FIBMAX: 2 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "REQDIAS"
                 IF    VALOR-NOVO (1:3) NOT NUMERIC
                    OR VALOR-NOVO (1:3) = "000"
                    OR VALOR-NOVO (4:7) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "REQDIAS: 3 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "SENHAMAX"
                 IF    VALOR-NOVO (1:2) NOT NUMERIC
                    OR VALOR-NOVO (1:2) = "00"
                    OR VALOR-NOVO (3:8) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "SENHAMAX: 2 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "SENHADIA"
                 IF    VALOR-NOVO (1:3) NOT NUMERIC
                    OR VALOR-NOVO (1:3) = "000"
                    OR VALOR-NOVO (4:7) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "SENHADIA: 3 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "PENDDIAS"
                 IF    VALOR-NOVO (1:3) NOT NUMERIC
                    OR VALOR-NOVO (1:3) = "000"
                    OR VALOR-NOVO (4:7) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "PENDDIAS: 3 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "JANFIM"
                 IF    VALOR-NOVO (1:4) NOT NUMERIC
                    OR VALOR-NOVO (1:2) > "23"
                    OR VALOR-NOVO (3:2) > "59"
                    OR VALOR-NOVO (5:6) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "JANFIM: HORA HHMM (0000 A 2359)!!"
                              AT   2005
                 END-IF
            WHEN     "TEMPPCT"
                 IF    VALOR-NOVO (1:3) NOT NUMERIC
                    OR VALOR-NOVO (1:3) = "000"
                    OR VALOR-NOVO (4:7) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "TEMPPCT: 3 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "TENDPCT"
                 IF    VALOR-NOVO (1:3) NOT NUMERIC
                    OR VALOR-NOVO (1:3) = "000"
                    OR VALOR-NOVO (4:7) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "TENDPCT: 3 DIGITOS, MAIOR QUE ZERO!!"
                              AT   2005
                 END-IF
            WHEN     "PERDACHP"
                 IF    VALOR-NOVO (1:3) NOT NUMERIC
                    OR VALOR-NOVO (1:3) > "100"
                    OR VALOR-NOVO (4:7) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "PERDACHP: 3 DIGITOS, DE 000 A 100!!"
                              AT   2005
                 END-IF
            WHEN     "RENDTINT"
                 IF    VALOR-NOVO (1:4) NOT NUMERIC
                    OR VALOR-NOVO (1:4) = "0000"
                    OR VALOR-NOVO (5:6) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "RENDTINT: 4 DIGITOS (2 DECIMAIS), "
                              "MAIOR QUE ZERO!!"   AT   2005
                 END-IF
            WHEN     "UNIDADE"
                 IF    ( VALOR-NOVO (1:1) NOT = "M"
                     AND VALOR-NOVO (1:1) NOT = "I" )
            WHEN     "TARLLOTE"
            WHEN     "TARETELA"
            WHEN     "TARELOTE"
            WHEN     "TARFTELA"
            WHEN     "TARFLOTE"
            WHEN     "PRCCHAPA"
            WHEN     "PRCTINTA"
                 IF    VALOR-NOVO (1:8) NOT NUMERIC
                    OR VALOR-NOVO (9:2) NOT = SPACES
                      SET VALOR-OK TO FALSE
                      DISPLAY "TARIFA/PRECO: 8 DIGITOS (2 DECIMAIS)!!"
                              AT   2005
                 END-IF
            WHEN OTHER
            EXIT.


      * o pedido (e nao o SYSPARM) recebe a alteracao: quem leva o
      * valor ao SYSPARM e o APRALT, na aprovacao por outro operador
      * de nivel 3
       PROCURA-PENDENCIA.
            SET      JA-PENDENTE       TO   FALSE.
            SET      FIM-PENDENCIAS    TO   FALSE.
            MOVE     ZEROS             TO   ULTIMO-NUMERO.
            PERFORM  ABRE-PENDENCIAS.
            MOVE     LOW-VALUES   TO   PEND-NUMERO.
            START    PEND-FILE  KEY NOT LESS THAN PEND-NUMERO
                INVALID KEY
                     SET FIM-PENDENCIAS TO TRUE
            END-START.
            IF       NOT FIM-PENDENCIAS
                 PERFORM LE-PENDENCIA
                 PERFORM CONFERE-PENDENCIA  UNTIL  FIM-PENDENCIAS
            END-IF.
            CLOSE    PEND-FILE.
            EXIT.


       ABRE-PENDENCIAS.
            OPEN     I-O      PEND-FILE.
            IF       WS-PEND-STATUS NOT = "00"
                 OPEN   OUTPUT  PEND-FILE
                 CLOSE          PEND-FILE
                 OPEN   I-O     PEND-FILE
            END-IF.
            IF       WS-PEND-STATUS NOT = "00"
                 DISPLAY "PENDALT NAO PODE SER ABERTO - STATUS "
                         WS-PEND-STATUS   AT   2005
                 Stop " "
                 GOBACK
            END-IF.
            EXIT.


       LE-PENDENCIA.
            READ     PEND-FILE  NEXT RECORD
                AT END
                     SET FIM-PENDENCIAS TO TRUE
            END-READ.
            EXIT.


       CONFERE-PENDENCIA.
            IF       PEND-NUMERO > ULTIMO-NUMERO
                 MOVE PEND-NUMERO   TO   ULTIMO-NUMERO
            END-IF.
            IF       PEND-AGUARDANDO
                 AND PEND-PARAMETRO
                 AND PEND-ALVO = CHAVE-INFORMADA
                 SET  JA-PENDENTE        TO   TRUE
                 MOVE PEND-NUMERO        TO   NUMERO-PENDENTE
                 MOVE PEND-SOLICITANTE   TO   SOLICITANTE-PENDENTE
            END-IF.
            PERFORM  LE-PENDENCIA.
            EXIT.


       REGISTRA-PEDIDO.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     SPACES            TO   PEND-REG.
            SET      PEND-PARAMETRO    TO   TRUE.
            SET      PEND-AGUARDANDO   TO   TRUE.
            MOVE     CHAVE-INFORMADA   TO   PEND-ALVO.
            MOVE     OPERADOR          TO   PEND-SOLICITANTE.
            MOVE     DATA-DO-SISTEMA   TO   PEND-DATA-PEDIDO.
            MOVE     WS-HORA-SISTEMA(1:6)   TO   PEND-HORA-PEDIDO.
            MOVE     ZEROS             TO   PEND-DATA-DECISAO
                                            PEND-HORA-DECISAO.
            IF       PARM-EXISTE
                MOVE "N"               TO   PEND-PARM-NOVO
                MOVE VALOR-ATUAL       TO   PEND-VALOR-ANT
            ELSE
                MOVE "S"               TO   PEND-PARM-NOVO
            END-IF.
            MOVE     VALOR-NOVO           TO   PEND-VALOR-NOVO.
            MOVE     VIGENCIA-INFORMADA   TO   PEND-VIGENCIA.
            PERFORM  ABRE-PENDENCIAS.
            MOVE     "22"   TO   WS-PEND-STATUS.
            PERFORM  GRAVA-PEDIDO  UNTIL  WS-PEND-STATUS NOT = "22".
            CLOSE    PEND-FILE.
            IF       WS-PEND-STATUS = "00"
                PERFORM GRAVA-HISTORICO-PARM
                MOVE    ULTIMO-NUMERO TO   MSG-NUMERO
                MOVE    "REGISTRADO - AGUARDA APROVACAO (NIVEL 3)"
                                      TO   MSG-TEXTO
                DISPLAY MENSAGEM-PEDIDO   AT   2005
            ELSE
                DISPLAY "ERRO AO GRAVAR O PEDIDO - STATUS "
                        WS-PEND-STATUS   AT   2005
            END-IF.
            EXIT.


      * numero ja tomado por outro terminal depois da leitura: segue
      * para o proximo
       GRAVA-PEDIDO.
            ADD      1               TO   ULTIMO-NUMERO.
            MOVE     ULTIMO-NUMERO   TO   PEND-NUMERO.
            WRITE    PEND-REG.
            EXIT.


       GRAVA-HISTORICO-PARM.
            OPEN     EXTEND   HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                CLOSE          HIST-FILE
                OPEN   EXTEND  HIST-FILE
            END-IF.
            MOVE     SPACES            TO   PARM-HIST-REG.
            MOVE     DATA-DO-SISTEMA   TO   PH-DATA.
            MOVE     WS-HORA-SISTEMA(1:6)   TO   PH-HORA.
                MOVE "(NOVO)"          TO   PH-VALOR-ANT
            END-IF.
            MOVE     VALOR-NOVO        TO   PH-VALOR-NOVO.
            MOVE     "S"               TO   PH-TIPO.
            WRITE    PARM-HIST-REG.
            CLOSE    HIST-FILE.
            EXIT.
