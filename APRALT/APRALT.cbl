       program-id. APRALT as "APRALT".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * APRALT - Aprovacao das alteracoes pendentes (dupla custodia).
      *
      *          Um unico operador de nivel 3 conseguia subir o
      *          RAIOMAX, mudar uma tarifa do faturamento ou se
      *          promover a nivel 3, com so o proprio nome no
      *          PARMHIST ou no AUDITLOG. Agora o MNTPARM e o MNTOPER
      *          gravam a alteracao como pedido no PENDALT e esta
      *          tela, operada por OUTRO operador de nivel 3, mostra
      *          cada pedido aguardando e aceita a decisao:
      *            A - aprova: leva o valor ao SYSPARM (com data de
      *                vigencia, grava a programacao para o EFETPARM
      *                efetivar na virada do lote) ou aplica a
      *                inclusao/alteracao no OPERMAST;
      *            R - rejeita: o pedido fica registrado como
      *                rejeitado e nada muda;
      *            P - passa para o proximo pedido;
      *            F - encerra.
      *          Pedido do proprio operador da sessao, ou que altera
      *          o cadastro dele, nao pode ser decidido por ele.
      *          Se o parametro ou o operador mudou depois do pedido
      *          (valor atual diferente do que o solicitante viu), a
      *          aprovacao e recusada e o pedido so pode ser
      *          rejeitado - a alteracao e pedida de novo sobre o
      *          valor atual. O PARMHIST recebe a decisao com o
      *          solicitante em PH-OPERADOR e o decisor em
      *          PH-APROVADOR; no AUDITLOG a aprovacao sai como "V"
      *          (operador afetado em AUDIT-ENTRADA, aprovador em
      *          AUDIT-OPERADOR) seguida das linhas "M"/"S"/"D"/"N"
      *          de sempre com o solicitante em AUDIT-OPERADOR, e a
      *          rejeicao como "J". O EXPALT, chamado na entrada,
      *          expira antes os pedidos vencidos pelo PENDDIAS.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select PEND-FILE assign to "PENDALT"
                  organization is indexed
                  access mode  is dynamic
                  record key   is PEND-NUMERO
                  file status  is WS-PEND-STATUS.

           select PARM-FILE assign to "SYSPARM"
                  organization is indexed
                  access mode  is random
                  record key   is PARM-CHAVE
                  file status  is WS-PARM-STATUS.

           select OPER-FILE assign to "OPERMAST"
                  organization is indexed
                  access mode  is random
                  record key   is OPER-CHAVE
                  file status  is WS-OPER-STATUS.

           select HIST-FILE assign to "PARMHIST"
                  organization is line sequential
                  file status  is WS-HIST-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  PEND-FILE.
           copy PENDALT.

       FD  PARM-FILE.
           copy SYSPARM.

       FD  OPER-FILE.
           copy OPERMAST.

       FD  HIST-FILE.
           copy PARMHIST.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-PENDENCIAS  PIC X(01)     VALUE "N".
              88 FIM-PENDENCIAS                VALUE "S" FALSE "N".
           02 SW-ENCERRA         PIC X(01)     VALUE "N".
              88 ENCERRA                       VALUE "S" FALSE "N".
           02 SW-APLICADO        PIC X(01)     VALUE "N".
              88 APLICADO                      VALUE "S" FALSE "N".
           02 SW-DECISAO-OK      PIC X(01)     VALUE "N".
              88 DECISAO-OK                    VALUE "S" FALSE "N".
           02 SW-REGISTRO-EXISTE PIC X(01)     VALUE "N".
              88 REGISTRO-EXISTE               VALUE "S" FALSE "N".
           02 SW-SENHA-NOVA      PIC X(01)     VALUE "N".
              88 SENHA-REDEFINIDA              VALUE "S" FALSE "N".
           02 SW-NIVEL-NOVO      PIC X(01)     VALUE "N".
              88 NIVEL-ALTERADO                VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PEND-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-PARM-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-OPER-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR-SESSAO    PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CAMPOS-TELA.
           02 DECISAO            PIC X(01)     VALUE SPACES.
              88 DECIDE-APROVAR                VALUE "A" "a".
              88 DECIDE-REJEITAR               VALUE "R" "r".
              88 DECIDE-PROXIMO                VALUE "P" "p".
              88 DECIDE-FIM                    VALUE "F" "f".

       01 QTDE-MOSTRADOS         PIC 9(05)     VALUE ZEROS.

       01 SAIDA-AUDITORIA        PIC X(01)     VALUE SPACES.

       01 OPERADOR-AUDITORIA     PIC X(08)     VALUE SPACES.

       01 ALVO-AUDITORIA         PIC X(08)     VALUE SPACES.

       01 TELA-SOLICITACAO.
           02 SOL-OPERADOR       PIC X(08).
           02 FILLER             PIC X(04)     VALUE " EM ".
           02 SOL-DATA           PIC 9(08).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 SOL-HORA           PIC 9(06).

       01 TELA-NIVEL.
           02 NIV-ANTERIOR       PIC 9(01).
           02 FILLER             PIC X(04)     VALUE " -> ".
           02 NIV-NOVO           PIC 9(01).

       01 CONTROLE-RUN-ID.
           02 RUN-ID-EXECUCAO     PIC 9(16)    VALUE ZEROS.
           02 SEQUENCIA-AUDITORIA PIC 9(05)    VALUE ZEROS.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA.
           02 ANO                PIC 9(04)     VALUE ZEROS.
           02 MES                PIC 9(02)     VALUE ZEROS.
           02 DIA                PIC 9(02)     VALUE ZEROS.

           copy AUDITLOG.

           copy GRAVACOM.

           copy EXPALT.

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/   USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/   USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04)    USING ANO.
           02 LINE 02 COLUMN 25 VALUE
              "Aprovacao de Alteracoes Pendentes".
           02 LINE 04 COLUMN 05 VALUE
              "Pedido.............: ".
           02 LINE 05 COLUMN 05 VALUE
              "Tipo...............: ".
           02 LINE 06 COLUMN 05 VALUE
              "Parametro/operador.: ".
           02 LINE 07 COLUMN 05 VALUE
              "Solicitado por.....: ".
           02 LINE 16 COLUMN 05 VALUE
              "Decisao (A-aprova R-rejeita P-proximo F-fim): < >".
      *----------------------------------------------------------------*

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     DATA-DO-SISTEMA   TO   RUN-ID-EXECUCAO(1:8).
            MOVE     WS-HORA-SISTEMA   TO   RUN-ID-EXECUCAO(9:8).
            PERFORM  LE-SESSAO.
            IF       NIVEL-SESSAO < 3
                 MOVE "P"               TO   SAIDA-AUDITORIA
                 MOVE OPERADOR-SESSAO   TO   OPERADOR-AUDITORIA
                 MOVE OPERADOR-SESSAO   TO   ALVO-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
                 DISPLAY ERASE   AT   0101
                 DISPLAY "APRALT: OPERADOR SEM PERMISSAO DE "
                         "ADMINISTRACAO (NIVEL 3)"   AT   0505
                 Stop " "
                 GOBACK
            END-IF.
            CALL     "EXPALT"   USING   EXPIRA-ALT-PARM.
            DISPLAY  ERASE   AT   0101.
            OPEN     I-O      PEND-FILE.
            IF       WS-PEND-STATUS NOT = "00"
                 DISPLAY "NENHUMA ALTERACAO AGUARDANDO APROVACAO."
                         AT   2005
                 Stop " "
                 GOBACK
            END-IF.
            MOVE     LOW-VALUES   TO   PEND-NUMERO.
            START    PEND-FILE  KEY NOT LESS THAN PEND-NUMERO
                INVALID KEY
                     SET FIM-PENDENCIAS TO TRUE
            END-START.
            IF       NOT FIM-PENDENCIAS
                 PERFORM LE-PENDENCIA
                 PERFORM TRATA-PENDENCIA
                         UNTIL  FIM-PENDENCIAS  OR  ENCERRA
            END-IF.
            CLOSE    PEND-FILE.
            IF       QTDE-MOSTRADOS = ZEROS
                 DISPLAY "NENHUMA ALTERACAO AGUARDANDO APROVACAO."
                         AT   2005
            END-IF.
            DISPLAY  "FIM DO PROGRAMA"   AT   2205.
            Stop " ".
            GOBACK.


       LE-SESSAO.
            MOVE     SPACES   TO   OPERADOR-SESSAO.
            MOVE     ZEROS    TO   NIVEL-SESSAO.
            OPEN     INPUT    SES-FILE.
            IF       WS-SES-STATUS = "00"
                 READ SES-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          MOVE SES-OPERADOR   TO   OPERADOR-SESSAO
                          MOVE SES-NIVEL      TO   NIVEL-SESSAO
                 END-READ
                 CLOSE SES-FILE
            END-IF.
            EXIT.


       LE-PENDENCIA.
            READ     PEND-FILE  NEXT RECORD
                AT END
                     SET FIM-PENDENCIAS TO TRUE
            END-READ.
            EXIT.


       TRATA-PENDENCIA.
            IF       PEND-AGUARDANDO
                 ADD     1   TO   QTDE-MOSTRADOS
                 PERFORM MOSTRA-PEDIDO
                 SET     DECISAO-OK   TO   FALSE
                 PERFORM PERGUNTA-DECISAO  UNTIL  DECISAO-OK
            END-IF.
            IF       NOT ENCERRA
                 PERFORM LE-PENDENCIA
            END-IF.
            EXIT.


       MOSTRA-PEDIDO.
            DISPLAY  ERASE    AT   0101.
            DISPLAY  TELA01   AT   0101.
            DISPLAY  PEND-NUMERO   AT   0426.
            DISPLAY  PEND-ALVO     AT   0626.
            MOVE     PEND-ALVO     TO   ALVO-AUDITORIA.
            MOVE     PEND-SOLICITANTE   TO   SOL-OPERADOR.
            MOVE     PEND-DATA-PEDIDO   TO   SOL-DATA.
            MOVE     PEND-HORA-PEDIDO   TO   SOL-HORA.
            DISPLAY  TELA-SOLICITACAO   AT   0726.
            IF       PEND-PARAMETRO
                 PERFORM MOSTRA-PARAMETRO
            ELSE
                 PERFORM MOSTRA-OPERADOR
            END-IF.
            EXIT.


       MOSTRA-PARAMETRO.
            IF       PEND-PARM-INCLUSAO
                 DISPLAY "PARAMETRO (INCLUSAO)"   AT   0526
            ELSE
                 DISPLAY "PARAMETRO (ALTERACAO)"  AT   0526
            END-IF.
            DISPLAY  "Valor atual........: "   AT   0905.
            IF       PEND-PARM-INCLUSAO
                 DISPLAY "(NOVO)"           AT   0926
            ELSE
                 DISPLAY PEND-VALOR-ANT     AT   0926
            END-IF.
            DISPLAY  "Valor novo.........: "   AT   1005.
            DISPLAY  PEND-VALOR-NOVO   AT   1026.
            DISPLAY  "Vigencia...........: "   AT   1105.
            IF       PEND-VIGENCIA = ZEROS
                 DISPLAY "IMEDIATA"         AT   1126
            ELSE
                 DISPLAY PEND-VIGENCIA      AT   1126
            END-IF.
            EXIT.


       MOSTRA-OPERADOR.
            IF       PEND-OPER-INCLUSAO
                 DISPLAY "OPERADOR (INCLUSAO)"    AT   0526
            ELSE
                 DISPLAY "OPERADOR (ALTERACAO)"   AT   0526
            END-IF.
            DISPLAY  "Nome...............: "   AT   0905.
            DISPLAY  PEND-OPER-NOME    AT   0926.
            DISPLAY  "Nivel..............: "   AT   1005.
            MOVE     PEND-NIVEL-ANT    TO   NIV-ANTERIOR.
            MOVE     PEND-OPER-NIVEL   TO   NIV-NOVO.
            DISPLAY  TELA-NIVEL        AT   1026.
            DISPLAY  "Senha..............: "   AT   1105.
            IF       PEND-OPER-SENHA = SPACES
                 DISPLAY "MANTIDA"                     AT   1126
            ELSE
                 DISPLAY "REDEFINIDA (PROVISORIA)"     AT   1126
            END-IF.
            DISPLAY  "Desbloqueio........: "   AT   1205.
            IF       PEND-PEDE-DESBLOQUEIO
                 DISPLAY "SIM"              AT   1226
            ELSE
                 DISPLAY "NAO"              AT   1226
            END-IF.
            EXIT.


      * quem pediu (ou o operador alterado) nao decide o proprio pedido
       PERGUNTA-DECISAO.
            MOVE     SPACES     TO   DECISAO.
            ACCEPT   DECISAO    AT   1653 PROMPT AUTO.
            SET      DECISAO-OK   TO   TRUE.
            EVALUATE TRUE
            WHEN     NOT DECIDE-APROVAR AND NOT DECIDE-REJEITAR
                 AND NOT DECIDE-PROXIMO AND NOT DECIDE-FIM
                 SET  DECISAO-OK   TO   FALSE
            WHEN     DECIDE-PROXIMO
                 CONTINUE
            WHEN     DECIDE-FIM
                 SET  ENCERRA   TO   TRUE
            WHEN     PEND-SOLICITANTE = OPERADOR-SESSAO
                 SET  DECISAO-OK   TO   FALSE
                 DISPLAY "PEDIDO PROPRIO - SO OUTRO OPERADOR DE NIVEL "
                         "3 PODE DECIDIR!!"   AT   2005
            WHEN     PEND-OPERADOR
                 AND PEND-ALVO = OPERADOR-SESSAO
                 SET  DECISAO-OK   TO   FALSE
                 DISPLAY "ALTERA O SEU PROPRIO CADASTRO - SO OUTRO "
                         "OPERADOR PODE DECIDIR!!"   AT   2005
            WHEN     DECIDE-APROVAR
                 PERFORM APROVA-PEDIDO
            WHEN     DECIDE-REJEITAR
                 PERFORM REJEITA-PEDIDO
            END-EVALUATE.
            EXIT.


       APROVA-PEDIDO.
            SET      APLICADO   TO   FALSE.
            IF       PEND-PARAMETRO
                 PERFORM APLICA-PARAMETRO
            ELSE
                 PERFORM APLICA-OPERADOR
            END-IF.
            IF       APLICADO
                 SET     PEND-APROVADA   TO   TRUE
                 PERFORM REGRAVA-PEDIDO
                 IF      PEND-PARAMETRO
                      PERFORM GRAVA-HISTORICO-PARM
                 ELSE
                      PERFORM GRAVA-AUDITORIA-APROVACAO
                 END-IF
                 DISPLAY "PEDIDO APROVADO E APLICADO."   AT   2005
            ELSE
                 SET     DECISAO-OK   TO   FALSE
            END-IF.
            EXIT.


       REJEITA-PEDIDO.
            SET      PEND-REJEITADA   TO   TRUE.
            PERFORM  REGRAVA-PEDIDO.
            IF       PEND-PARAMETRO
                 PERFORM GRAVA-HISTORICO-PARM
            ELSE
                 MOVE    "J"               TO   SAIDA-AUDITORIA
                 MOVE    OPERADOR-SESSAO   TO   OPERADOR-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
            END-IF.
            DISPLAY  "PEDIDO REJEITADO."   AT   2005.
            EXIT.


       REGRAVA-PEDIDO.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     OPERADOR-SESSAO   TO   PEND-DECISOR.
            MOVE     DATA-DO-SISTEMA   TO   PEND-DATA-DECISAO.
            MOVE     WS-HORA-SISTEMA(1:6)   TO   PEND-HORA-DECISAO.
            REWRITE  PEND-REG.
            IF       WS-PEND-STATUS NOT = "00"
                 DISPLAY "ERRO AO REGRAVAR O PEDIDO - STATUS "
                         WS-PEND-STATUS   AT   2105
            END-IF.
            EXIT.


      * o valor atual tem de ser o que o solicitante viu; se mudou
      * (outro pedido aprovado antes, efetivacao do EFETPARM), o
      * pedido so pode ser rejeitado e pedido de novo
       APLICA-PARAMETRO.
            OPEN     I-O      PARM-FILE.
            IF       WS-PARM-STATUS NOT = "00"
                 OPEN   OUTPUT  PARM-FILE
                 CLOSE          PARM-FILE
                 OPEN   I-O     PARM-FILE
            END-IF.
            IF       WS-PARM-STATUS NOT = "00"
                 DISPLAY "SYSPARM NAO PODE SER ABERTO - STATUS "
                         WS-PARM-STATUS   AT   2005
            ELSE
                 MOVE    PEND-ALVO   TO   PARM-CHAVE
                 READ    PARM-FILE
                     INVALID KEY
                          SET REGISTRO-EXISTE   TO   FALSE
                     NOT INVALID KEY
                          SET REGISTRO-EXISTE   TO   TRUE
                 END-READ
                 EVALUATE TRUE
                 WHEN    PEND-PARM-INCLUSAO AND REGISTRO-EXISTE
                 WHEN    NOT PEND-PARM-INCLUSAO AND NOT REGISTRO-EXISTE
                 WHEN    NOT PEND-PARM-INCLUSAO
                     AND PARM-VALOR NOT = PEND-VALOR-ANT
                      DISPLAY "PARAMETRO MUDOU DESDE O PEDIDO - "
                              "SO PODE SER REJEITADO!!"   AT   2005
                 WHEN OTHER
                      PERFORM GRAVA-PARAMETRO
                 END-EVALUATE
                 CLOSE   PARM-FILE
            END-IF.
            EXIT.


       GRAVA-PARAMETRO.
            MOVE     PEND-ALVO   TO   PARM-CHAVE.
            IF       PEND-VIGENCIA = ZEROS
                MOVE PEND-VALOR-NOVO      TO   PARM-VALOR
            ELSE
                MOVE PEND-VALOR-NOVO      TO   PARM-VALOR-PROG
                MOVE PEND-VIGENCIA        TO   PARM-VIGENCIA
            END-IF.
            IF       NOT REGISTRO-EXISTE
                MOVE SPACES               TO   PARM-VALOR-PROG
                MOVE ZEROS                TO   PARM-VIGENCIA
            END-IF.
            IF       REGISTRO-EXISTE
                REWRITE PARM-REG
                    INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR O PARAMETRO!!"
                                 AT   2005
                END-REWRITE
            ELSE
                WRITE PARM-REG
                    INVALID KEY
                         DISPLAY "ERRO AO GRAVAR O PARAMETRO!!"
                                 AT   2005
                END-WRITE
            END-IF.
            IF       WS-PARM-STATUS = "00" OR "02"
                SET  APLICADO   TO   TRUE
            END-IF.
            EXIT.


      * mesmo cuidado do parametro: o nivel do operador tem de ser o
      * que o solicitante viu
       APLICA-OPERADOR.
            OPEN     I-O      OPER-FILE.
            IF       WS-OPER-STATUS NOT = "00"
                 DISPLAY "OPERMAST NAO PODE SER ABERTO - STATUS "
                         WS-OPER-STATUS   AT   2005
            ELSE
                 MOVE    PEND-ALVO   TO   OPER-CHAVE
                 READ    OPER-FILE
                     INVALID KEY
                          SET REGISTRO-EXISTE   TO   FALSE
                     NOT INVALID KEY
                          SET REGISTRO-EXISTE   TO   TRUE
                 END-READ
                 EVALUATE TRUE
                 WHEN    PEND-OPER-INCLUSAO AND REGISTRO-EXISTE
                 WHEN    NOT PEND-OPER-INCLUSAO AND NOT REGISTRO-EXISTE
                 WHEN    NOT PEND-OPER-INCLUSAO
                     AND OPER-NIVEL NOT = PEND-NIVEL-ANT
                      DISPLAY "OPERADOR MUDOU DESDE O PEDIDO - "
                              "SO PODE SER REJEITADO!!"   AT   2005
                 WHEN OTHER
                      PERFORM GRAVA-OPERADOR
                 END-EVALUATE
                 CLOSE   OPER-FILE
            END-IF.
            EXIT.


      * no operador cadastrado so mudam os campos do pedido; a senha
      * do pedido ja vem cifrada e e provisoria
       GRAVA-OPERADOR.
            IF       NOT REGISTRO-EXISTE
                 MOVE SPACES   TO   OPER-SENHA OPER-SENHA-ANTERIOR
                 MOVE ZEROS    TO   OPER-DATA-SENHA OPER-FALHAS
                                    OPER-DATA-BLOQUEIO
                 SET  OPER-ATIVO   TO   TRUE
            END-IF.
            MOVE     PEND-ALVO         TO   OPER-CHAVE.
            MOVE     PEND-OPER-NOME    TO   OPER-NOME.
            MOVE     PEND-OPER-NIVEL   TO   OPER-NIVEL.
            SET      SENHA-REDEFINIDA  TO   FALSE.
            IF       PEND-OPER-SENHA NOT = SPACES
                 MOVE OPER-SENHA        TO   OPER-SENHA-ANTERIOR
                 MOVE PEND-OPER-SENHA   TO   OPER-SENHA
                 MOVE DATA-DO-SISTEMA   TO   OPER-DATA-SENHA
                 MOVE "S"               TO   OPER-TROCA-SENHA
                 SET  SENHA-REDEFINIDA  TO   TRUE
            END-IF.
            IF       PEND-PEDE-DESBLOQUEIO
                 SET  OPER-ATIVO   TO   TRUE
                 MOVE ZEROS        TO   OPER-FALHAS OPER-DATA-BLOQUEIO
            END-IF.
            IF       PEND-OPER-NIVEL NOT = PEND-NIVEL-ANT
                 SET  NIVEL-ALTERADO   TO   TRUE
            ELSE
                 SET  NIVEL-ALTERADO   TO   FALSE
            END-IF.
            IF       REGISTRO-EXISTE
                REWRITE OPER-MASTER-REG
                    INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR O OPERADOR!!"
                                 AT   2005
                END-REWRITE
            ELSE
                WRITE OPER-MASTER-REG
                    INVALID KEY
                         DISPLAY "ERRO AO GRAVAR O OPERADOR!!"
                                 AT   2005
                END-WRITE
            END-IF.
            IF       WS-OPER-STATUS = "00" OR "02"
                SET  APLICADO   TO   TRUE
            END-IF.
            EXIT.


      * "V" com o aprovador; as linhas da alteracao em si levam quem
      * pediu, como quando o MNTOPER gravava direto
       GRAVA-AUDITORIA-APROVACAO.
            MOVE     "V"               TO   SAIDA-AUDITORIA.
            MOVE     OPERADOR-SESSAO   TO   OPERADOR-AUDITORIA.
            PERFORM  GRAVA-AUDITORIA.
            MOVE     PEND-SOLICITANTE  TO   OPERADOR-AUDITORIA.
            MOVE     "M"               TO   SAIDA-AUDITORIA.
            PERFORM  GRAVA-AUDITORIA.
            IF       SENHA-REDEFINIDA
                 MOVE "S"   TO   SAIDA-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
            END-IF.
            IF       PEND-PEDE-DESBLOQUEIO
                 MOVE "D"   TO   SAIDA-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
            END-IF.
            IF       NIVEL-ALTERADO
                 MOVE "N"   TO   SAIDA-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
            END-IF.
            EXIT.


       GRAVA-AUDITORIA.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "APRALT"             TO   AUDIT-PROGRAMA.
            MOVE     ALVO-AUDITORIA       TO   AUDIT-ENTRADA.
            IF       SAIDA-AUDITORIA = "N"
                 MOVE PEND-OPER-NIVEL     TO   AUDIT-ENTRADA (10:1)
            END-IF.
            MOVE     SAIDA-AUDITORIA      TO   AUDIT-SAIDA.
            MOVE     OPERADOR-AUDITORIA   TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.
            MOVE     SEQUENCIA-AUDITORIA  TO   AUDIT-SEQUENCIA.
            SET      GRAVA-NA-AUDITORIA   TO   TRUE.
            MOVE     AUDIT-LOG-REG        TO   GRAVA-REGISTRO.
            CALL     "GRAVACOM"           USING GRAVA-COM-PARM.
            EXIT.


      * aprovacao sai como "I" (imediata) ou "P" (programada para o
      * EFETPARM); rejeicao como "R"
       GRAVA-HISTORICO-PARM.
            OPEN     EXTEND   HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                OPEN   OUTPUT  HIST-FILE
                CLOSE          HIST-FILE
                OPEN   EXTEND  HIST-FILE
            END-IF.
            MOVE     SPACES               TO   PARM-HIST-REG.
            MOVE     DATA-DO-SISTEMA      TO   PH-DATA.
            MOVE     PEND-HORA-DECISAO    TO   PH-HORA.
            MOVE     PEND-SOLICITANTE     TO   PH-OPERADOR.
            MOVE     PEND-ALVO            TO   PH-CHAVE.
            IF       PEND-PARM-INCLUSAO
                MOVE "(NOVO)"             TO   PH-VALOR-ANT
            ELSE
                MOVE PEND-VALOR-ANT       TO   PH-VALOR-ANT
            END-IF.
            MOVE     PEND-VALOR-NOVO      TO   PH-VALOR-NOVO.
            EVALUATE TRUE
            WHEN     PEND-REJEITADA
                MOVE "R"                  TO   PH-TIPO
            WHEN     PEND-VIGENCIA = ZEROS
                MOVE "I"                  TO   PH-TIPO
            WHEN OTHER
                MOVE "P"                  TO   PH-TIPO
            END-EVALUATE.
            MOVE     OPERADOR-SESSAO      TO   PH-APROVADOR.
            WRITE    PARM-HIST-REG.
            CLOSE    HIST-FILE.
            EXIT.

       end program APRALT.
