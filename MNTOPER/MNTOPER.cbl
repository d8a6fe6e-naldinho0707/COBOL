      *           alterado em AUDIT-ENTRADA e o operador da sessao em
      *           AUDIT-OPERADOR, no mesmo molde do rastro que o
      *           MNTPARM deixa no PARMHIST.
      *
      *           HISTORICO DE ALTERACOES:
      *           - senha gravada cifrada pelo CIFRASEN (nunca
      *             legivel no OPERMAST). Senha informada aqui e
      *             provisoria: o operador e obrigado a troca-la no
      *             proximo sign-on; num operador ja cadastrado a
      *             senha em branco mantem a atual. A tela mostra a
      *             situacao (ativo ou bloqueado, com a data e as
      *             falhas seguidas) e, para operador bloqueado,
      *             pergunta se desbloqueia - o desbloqueio zera as
      *             falhas. Alem da linha "M" de sempre, o AUDITLOG
      *             recebe "S" (senha redefinida), "D" (desbloqueio)
      *             e "N" (nivel concedido ou alterado, com o nivel
      *             novo na posicao 10 do AUDIT-ENTRADA), lidos pelo
      *             relatorio de seguranca RELSEG.
      *           - dupla custodia: fora da implantacao a inclusao ou
      *             alteracao nao vai mais direto ao OPERMAST. O MNTOPER
      *             grava um pedido no PENDALT (nome, senha ja cifrada,
      *             nivel, nivel anterior e desbloqueio, com o
      *             solicitante) e uma linha "Q" no AUDITLOG; so o
      *             APRALT, operado por outro operador de nivel 3,
      *             aplica o pedido no OPERMAST. Operador com pedido
      *             aguardando nao aceita outro. A sessao de implantacao
      *             (OPERMAST vazio na entrada) continua gravando
      *             direto, para semear os administradores que vao
      *             aprovar. O EXPALT, chamado na entrada, expira os
      *             pedidos vencidos.
      ******************************************************************

      *================================================================*
                  record key   is OPER-CHAVE
                  file status  is WS-OPER-STATUS.

           select PEND-FILE assign to "PENDALT"
                  organization is indexed
                  access mode  is dynamic
                  record key   is PEND-NUMERO
                  file status  is WS-PEND-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.
       FD  OPER-FILE.
           copy OPERMAST.

       FD  PEND-FILE.
           copy PENDALT.

       FD  SES-FILE.
           copy OPERSES.

              88 MESTRE-VAZIO                  VALUE "S" FALSE "N".
           02 SW-VALOR-OK        PIC X(01)     VALUE "N".
              88 VALOR-OK                      VALUE "S" FALSE "N".
           02 SW-DESBLOQUEIO     PIC X(01)     VALUE "N".
              88 PEDIU-DESBLOQUEIO             VALUE "S" FALSE "N".
           02 SW-SENHA-NOVA      PIC X(01)     VALUE "N".
              88 SENHA-REDEFINIDA              VALUE "S" FALSE "N".
           02 SW-NIVEL-NOVO      PIC X(01)     VALUE "N".
              88 NIVEL-ALTERADO                VALUE "S" FALSE "N".
           02 SW-IMPLANTACAO     PIC X(01)     VALUE "N".
              88 IMPLANTACAO                   VALUE "S" FALSE "N".
           02 SW-FIM-PENDENCIAS  PIC X(01)     VALUE "N".
              88 FIM-PENDENCIAS                VALUE "S" FALSE "N".
           02 SW-PENDENTE        PIC X(01)     VALUE "N".
              88 JA-PENDENTE                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-OPER-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-PEND-STATUS     PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR-SESSAO    PIC X(08)     VALUE SPACES.
           02 NOME-INFORMADO     PIC X(20)     VALUE SPACES.
           02 SENHA-INFORMADA    PIC X(08)     VALUE SPACES.
           02 NIVEL-INFORMADO    PIC 9(01)     VALUE ZEROS.
           02 DESBLOQUEIA        PIC X(01)     VALUE SPACES.
           02 CONTINUA           PIC X(01)     VALUE SPACES.

       01 NIVEL-ANTERIOR         PIC 9(01)     VALUE ZEROS.

       01 SAIDA-AUDITORIA        PIC X(01)     VALUE SPACES.

       01 SITUACAO-TELA.
           02 SIT-TEXTO          PIC X(15)     VALUE SPACES.
           02 SIT-DATA           PIC 9(08)     VALUE ZEROS.
           02 FILLER             PIC X(09)     VALUE "  FALHAS ".
           02 SIT-FALHAS         PIC Z9        VALUE ZEROS.

       01 CONTROLE-RUN-ID.
           02 RUN-ID-EXECUCAO     PIC 9(16)    VALUE ZEROS.
           02 SEQUENCIA-AUDITORIA PIC 9(05)    VALUE ZEROS.

           copy GRAVACOM.

           copy CIFRASEN.

           copy EXPALT.

       01 CONTROLE-PEDIDO.
           02 ULTIMO-NUMERO      PIC 9(07)     VALUE ZEROS.
           02 NUMERO-PENDENTE    PIC 9(07)     VALUE ZEROS.
           02 SOLICITANTE-PENDENTE PIC X(08)   VALUE SPACES.

       01 MENSAGEM-PEDIDO.
           02 FILLER             PIC X(07)     VALUE "PEDIDO ".
           02 MSG-NUMERO         PIC 9(07).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 MSG-TEXTO          PIC X(45).

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*
           02 LINE 11 COLUMN 05 VALUE
              "Nivel (1/2/3)......: ".
           02 LINE 13 COLUMN 05 VALUE
              "Situacao...........: ".
           02 LINE 15 COLUMN 05 VALUE
              "Desbloquear (S/N)..: ".
           02 LINE 17 COLUMN 05 VALUE
              "Deseja Continuar (S/N): < >".
      *----------------------------------------------------------------*

                 Stop " "
                 GOBACK
            END-IF.
      * na implantacao ainda nao ha um segundo administrador para
      * aprovar: a sessao que semeia o cadastro grava direto
            IF       MESTRE-VAZIO
                 SET  IMPLANTACAO   TO   TRUE
            ELSE
                 CALL "EXPALT"   USING   EXPIRA-ALT-PARM
            END-IF.
            DISPLAY  ERASE   AT   0101.
            PERFORM  TRATA-OPERADOR  UNTIL  CONTINUA = "N" OR "n".
            CLOSE    OPER-FILE.
            DISPLAY  "FIM DO PROGRAMA"   AT   2205.
            Stop " ".
            GOBACK.

            DISPLAY  TELA01   AT   0101.
            PERFORM  ENTRA-CHAVE.
            PERFORM  MOSTRA-ATUAL.
            SET      JA-PENDENTE   TO   FALSE.
            IF       NOT IMPLANTACAO
                 PERFORM PROCURA-PENDENCIA
            END-IF.
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
                 PERFORM ENTRA-NOME
                 PERFORM ENTRA-SENHA
                 PERFORM ENTRA-NIVEL
                 PERFORM ENTRA-DESBLOQUEIO
                 IF      IMPLANTACAO
                      PERFORM GRAVA-OPERADOR
                 ELSE
                      PERFORM REGISTRA-PEDIDO
                 END-IF
            END-IF.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.

                     DISPLAY "(NAO CADASTRADO)"   AT   0726
                NOT INVALID KEY
                     SET  OPER-EXISTE  TO   TRUE
                     MOVE OPER-NIVEL   TO   NIVEL-ANTERIOR
                     DISPLAY OPER-NOME          AT   0726
                     DISPLAY OPER-NIVEL         AT   1126
                     PERFORM MOSTRA-SITUACAO
            END-READ.
            EXIT.


       MOSTRA-SITUACAO.
            IF       OPER-BLOQUEADO
                 MOVE "BLOQUEADO EM "     TO   SIT-TEXTO
                 MOVE OPER-DATA-BLOQUEIO  TO   SIT-DATA
            ELSE
                 MOVE "ATIVO"             TO   SIT-TEXTO
                 MOVE ZEROS               TO   SIT-DATA
            END-IF.
            MOVE     OPER-FALHAS   TO   SIT-FALHAS.
            DISPLAY  SITUACAO-TELA   AT   1326.
            EXIT.


       ENTRA-NOME.
            MOVE     SPACES          TO   NOME-INFORMADO.
            ACCEPT   NOME-INFORMADO  AT   0726 PROMPT AUTO.
            EXIT.


      * operador novo exige senha; no cadastrado, branco mantem a
      * senha atual
       ENTRA-SENHA.
            MOVE     SPACES           TO   SENHA-INFORMADA.
            ACCEPT   SENHA-INFORMADA  AT   0926 PROMPT AUTO.
            IF       SENHA-INFORMADA = SPACES
                 AND NOT OPER-EXISTE
                DISPLAY "SENHA NAO PODE FICAR EM BRANCO!!"   AT   2005
                PERFORM ENTRA-SENHA
            END-IF.
            EXIT.


       ENTRA-DESBLOQUEIO.
            SET      PEDIU-DESBLOQUEIO   TO   FALSE.
            IF       OPER-EXISTE
                 AND OPER-BLOQUEADO
                 PERFORM PERGUNTA-DESBLOQUEIO
                 IF      DESBLOQUEIA = "S" OR "s"
                      SET  PEDIU-DESBLOQUEIO   TO   TRUE
                 END-IF
            END-IF.
            EXIT.


       PERGUNTA-DESBLOQUEIO.
            MOVE     SPACES        TO   DESBLOQUEIA.
            ACCEPT   DESBLOQUEIA   AT   1526 PROMPT AUTO.
            IF       DESBLOQUEIA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-DESBLOQUEIO
            END-IF.
            EXIT.


      * o registro lido no MOSTRA-ATUAL continua na area do arquivo:
      * no operador cadastrado so mudam os campos informados
       GRAVA-OPERADOR.
            IF       NOT OPER-EXISTE
                 MOVE SPACES   TO   OPER-SENHA OPER-SENHA-ANTERIOR
                 MOVE ZEROS    TO   OPER-DATA-SENHA OPER-FALHAS
                                    OPER-DATA-BLOQUEIO NIVEL-ANTERIOR
                 SET  OPER-ATIVO   TO   TRUE
            END-IF.
            MOVE     CHAVE-INFORMADA   TO   OPER-CHAVE.
            MOVE     NOME-INFORMADO    TO   OPER-NOME.
            MOVE     NIVEL-INFORMADO   TO   OPER-NIVEL.
            SET      SENHA-REDEFINIDA  TO   FALSE.
            IF       SENHA-INFORMADA NOT = SPACES
                 MOVE CHAVE-INFORMADA   TO   CIF-OPERADOR
                 MOVE SENHA-INFORMADA   TO   CIF-SENHA
                 CALL "CIFRASEN"        USING CIFRA-SENHA-PARM
                 MOVE OPER-SENHA        TO   OPER-SENHA-ANTERIOR
                 MOVE CIF-RESULTADO     TO   OPER-SENHA
                 MOVE DATA-DO-SISTEMA   TO   OPER-DATA-SENHA
                 MOVE "S"               TO   OPER-TROCA-SENHA
                 SET  SENHA-REDEFINIDA  TO   TRUE
            END-IF.
            IF       PEDIU-DESBLOQUEIO
                 SET  OPER-ATIVO   TO   TRUE
                 MOVE ZEROS        TO   OPER-FALHAS OPER-DATA-BLOQUEIO
            END-IF.
            IF       NIVEL-INFORMADO NOT = NIVEL-ANTERIOR
                 SET  NIVEL-ALTERADO   TO   TRUE
            ELSE
                 SET  NIVEL-ALTERADO   TO   FALSE
            END-IF.
            IF       OPER-EXISTE
                REWRITE OPER-MASTER-REG
                    INVALID KEY
            END-IF.
            IF       WS-OPER-STATUS = "00" OR "02"
                SET  MESTRE-VAZIO   TO   FALSE
                MOVE "M"   TO   SAIDA-AUDITORIA
                PERFORM GRAVA-AUDITORIA
                PERFORM GRAVA-AUDITORIA-SEGURANCA
                DISPLAY "OPERADOR ATUALIZADO."   AT   2005
            END-IF.
            EXIT.


      * fora da implantacao o OPERMAST nao e tocado aqui: o pedido
      * vai para o PENDALT e o APRALT aplica na aprovacao por outro
      * operador de nivel 3
       PROCURA-PENDENCIA.
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
                 CLOSE   OPER-FILE
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
                 AND PEND-OPERADOR
                 AND PEND-ALVO = CHAVE-INFORMADA
                 SET  JA-PENDENTE        TO   TRUE
                 MOVE PEND-NUMERO        TO   NUMERO-PENDENTE
                 MOVE PEND-SOLICITANTE   TO   SOLICITANTE-PENDENTE
            END-IF.
            PERFORM  LE-PENDENCIA.
            EXIT.


      * a senha informada vai cifrada para o pedido; espacos mantem a
      * atual na aprovacao
       REGISTRA-PEDIDO.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     SPACES            TO   PEND-REG.
            SET      PEND-OPERADOR     TO   TRUE.
            SET      PEND-AGUARDANDO   TO   TRUE.
            MOVE     CHAVE-INFORMADA   TO   PEND-ALVO.
            MOVE     OPERADOR-SESSAO   TO   PEND-SOLICITANTE.
            MOVE     DATA-DO-SISTEMA   TO   PEND-DATA-PEDIDO.
            MOVE     WS-HORA-SISTEMA(1:6)   TO   PEND-HORA-PEDIDO.
            MOVE     ZEROS             TO   PEND-DATA-DECISAO
                                            PEND-HORA-DECISAO.
            IF       OPER-EXISTE
                 MOVE "N"              TO   PEND-OPER-NOVO
                 MOVE NIVEL-ANTERIOR   TO   PEND-NIVEL-ANT
            ELSE
                 MOVE "S"              TO   PEND-OPER-NOVO
                 MOVE ZEROS            TO   PEND-NIVEL-ANT
            END-IF.
            MOVE     NOME-INFORMADO    TO   PEND-OPER-NOME.
            MOVE     NIVEL-INFORMADO   TO   PEND-OPER-NIVEL.
            IF       SENHA-INFORMADA NOT = SPACES
                 MOVE CHAVE-INFORMADA   TO   CIF-OPERADOR
                 MOVE SENHA-INFORMADA   TO   CIF-SENHA
                 CALL "CIFRASEN"        USING CIFRA-SENHA-PARM
                 MOVE CIF-RESULTADO     TO   PEND-OPER-SENHA
            END-IF.
            IF       PEDIU-DESBLOQUEIO
                 MOVE "S"   TO   PEND-DESBLOQUEIO
            ELSE
                 MOVE "N"   TO   PEND-DESBLOQUEIO
            END-IF.
            PERFORM  ABRE-PENDENCIAS.
            MOVE     "22"   TO   WS-PEND-STATUS.
            PERFORM  GRAVA-PEDIDO  UNTIL  WS-PEND-STATUS NOT = "22".
            CLOSE    PEND-FILE.
            IF       WS-PEND-STATUS = "00"
                MOVE    "Q"   TO   SAIDA-AUDITORIA
                PERFORM GRAVA-AUDITORIA
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


       GRAVA-AUDITORIA-SEGURANCA.
            IF       SENHA-REDEFINIDA
                 MOVE "S"   TO   SAIDA-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
            END-IF.
            IF       PEDIU-DESBLOQUEIO
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
            MOVE     "MNTOPER"            TO   AUDIT-PROGRAMA.
            MOVE     CHAVE-INFORMADA      TO   AUDIT-ENTRADA.
            IF       SAIDA-AUDITORIA = "N"
                 MOVE NIVEL-INFORMADO     TO   AUDIT-ENTRADA (10:1)
            END-IF.
            MOVE     SAIDA-AUDITORIA      TO   AUDIT-SAIDA.
            MOVE     OPERADOR-SESSAO      TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.

       PERGUNTA-CONTINUA.
            MOVE     SPACES     TO   CONTINUA.
            ACCEPT   CONTINUA   AT   1730 PROMPT AUTO.
            IF       CONTINUA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONTINUA
