       program-id. RELSEG as "RELSEG".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * RELSEG - Relatorio diario de seguranca do sign-on e do
      *          cadastro de operadores, para a auditoria.
      *
      *          Le a trilha AUDITLOG e separa os eventos de
      *          seguranca gravados pelo MENU (sign-on recusado "F",
      *          bloqueio "B", tentativa em operador bloqueado "X",
      *          troca de senha pelo proprio operador "S") e pelo
      *          MNTOPER (senha redefinida pelo administrador "S",
      *          desbloqueio "D", nivel concedido ou alterado "N").
      *          Com a dupla custodia as mesmas "S"/"D"/"N" vem do
      *          APRALT, na aprovacao, e entram tambem o pedido de
      *          alteracao de operador ("Q" do MNTOPER), a aprovacao
      *          ("V") e a rejeicao ("J") do APRALT e a expiracao
      *          ("E" do EXPALT) - estas quatro so no detalhe.
      *          A primeira parte lista cada evento na ordem da
      *          trilha, com data, hora, operador afetado, evento e
      *          quem executou; a segunda resume por operador, em
      *          ordem de codigo, com a quantidade de cada evento e
      *          os totais do dia.
      *
      *          O dia apurado e o da execucao (o job roda no fim do
      *          dia); com o cartao PERIODO presente vale o periodo
      *          do cartao, para reemitir um dia ou cobrir varios.
      *          RETURN-CODE 8 com o AUDITLOG indisponivel, 0 nos
      *          demais casos.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select AUDIT-FILE assign to "AUDITLOG"
                  organization is line sequential
                  file status  is WS-AUDIT-STATUS.

           select PER-FILE   assign to "PERIODO"
                  organization is line sequential
                  file status  is WS-PER-STATUS.

           select REL-FILE   assign to "SEGREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  AUDIT-FILE.
           copy AUDITLOG.

       FD  PER-FILE.
           copy PERIODO.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-AUDITORIA   PIC X(01)     VALUE "N".
              88 FIM-AUDITORIA                 VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-EVENTO          PIC X(01)     VALUE "N".
              88 EVENTO-SEGURANCA              VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-AUDIT-STATUS    PIC X(02)     VALUE SPACES.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.

       01 PERIODO-APURACAO.
           02 APUR-DATA-INI      PIC 9(08)     VALUE ZEROS.
           02 APUR-DATA-FIM      PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

      * tipo do evento corrente: 1 = sign-on recusado, 2 = bloqueio,
      * 3 = tentativa em operador bloqueado, 4 = desbloqueio,
      * 5 = troca/redefinicao de senha, 6 = nivel; zero = evento da
      * dupla custodia, so no detalhe
       01 TIPO-EVENTO            PIC 9(01)     VALUE ZEROS.

       01 OPERADOR-EVENTO        PIC X(08)     VALUE SPACES.

       01 QTDE-OPERADORES        PIC 9(03)     VALUE ZEROS.

       01 QTDE-EVENTOS           PIC 9(07)     VALUE ZEROS.

       77 SUB-DESTINO            PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-ORIGEM             PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-POSICAO            PIC 9(03)     COMP VALUE ZEROS.

      * resumo por operador, mantido em ordem de codigo (inclusao com
      * deslocamento); entradas livres ficam em HIGH-VALUES para o
      * SEARCH parar na posicao de insercao
       01 TABELA-OPERADORES.
           02 TAB-OPERADOR OCCURS 200 TIMES INDEXED BY IX-OPER.
               03 TAB-CODIGO      PIC X(08)      VALUE HIGH-VALUES.
               03 TAB-QTDE        PIC 9(05)      OCCURS 6 TIMES.

       01 TOTAIS-DIA.
           02 TOT-QTDE           PIC 9(07)     OCCURS 6 TIMES.

       01 REL-TITULO             PIC X(60)
              VALUE "RELATORIO DE SEGURANCA - SIGN-ON E OPERADORES".

       01 REL-PERIODO.
           02 FILLER             PIC X(09)      VALUE "PERIODO: ".
           02 PER-INI-ED         PIC 9(08).
           02 FILLER             PIC X(03)      VALUE " A ".
           02 PER-FIM-ED         PIC 9(08).

       01 REL-CAB-EVENTOS.
           02 FILLER             PIC X(26)
              VALUE "DATA     HORA   OPERADOR".
           02 FILLER             PIC X(39)      VALUE "EVENTO".
           02 FILLER             PIC X(13)      VALUE "EXECUTADO POR".

       01 REL-EVENTO.
           02 EVE-DATA           PIC 9(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 EVE-HORA           PIC 9(06).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 EVE-OPERADOR       PIC X(08).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 EVE-DESCRICAO      PIC X(38).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 EVE-EXECUTOR       PIC X(08).

       01 REL-SEM-EVENTOS        PIC X(60)
              VALUE "NENHUM EVENTO DE SEGURANCA NO PERIODO".

       01 REL-CAB-RESUMO1        PIC X(80)
              VALUE "RESUMO POR OPERADOR".

       01 REL-CAB-RESUMO2.
           02 FILLER             PIC X(09)      VALUE "OPERADOR".
           02 FILLER             PIC X(27)
              VALUE "  RECUSAS BLOQUEIO TENT.BLQ".
           02 FILLER             PIC X(27)
              VALUE "  DESBLOQ   SENHAS   NIVEIS".

       01 REL-RESUMO.
           02 RES-OPERADOR       PIC X(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 RES-COLUNA         OCCURS 6 TIMES.
               03 FILLER         PIC X(01)      VALUE SPACES.
               03 RES-QTDE       PIC ZZZZZZ9.
               03 FILLER         PIC X(01)      VALUE SPACES.

       01 REL-TOTAIS.
           02 FILLER             PIC X(09)      VALUE "TOTAL".
           02 TOT-COLUNA         OCCURS 6 TIMES.
               03 FILLER         PIC X(01)      VALUE SPACES.
               03 TOT-QTDE-ED    PIC ZZZZZZ9.
               03 FILLER         PIC X(01)      VALUE SPACES.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE YYYYMMDD.
            PERFORM  LE-PERIODO.
            OPEN     INPUT    AUDIT-FILE.
            IF       WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "RELSEG: AUDITLOG NAO PODE SER ABERTO - "
                         "STATUS " WS-AUDIT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   REL-FILE.
            MOVE     ZEROS    TO   TOTAIS-DIA.
            WRITE    REL-LINHA   FROM   REL-TITULO.
            MOVE     APUR-DATA-INI   TO   PER-INI-ED.
            MOVE     APUR-DATA-FIM   TO   PER-FIM-ED.
            WRITE    REL-LINHA   FROM   REL-PERIODO.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-CAB-EVENTOS.
            PERFORM  LE-AUDITORIA.
            PERFORM  TRATA-LINHA  UNTIL  FIM-AUDITORIA.
            CLOSE    AUDIT-FILE.
            IF       QTDE-EVENTOS = ZEROS
                 WRITE REL-LINHA   FROM   REL-SEM-EVENTOS
            END-IF.
            PERFORM  IMPRIME-RESUMO.
            CLOSE    REL-FILE.
            MOVE     0   TO   RETURN-CODE.
            STOP RUN.


      * sem cartao (execucao diaria normal) vale o dia da execucao
       LE-PERIODO.
            MOVE     DATA-DO-SISTEMA   TO   APUR-DATA-INI APUR-DATA-FIM.
            OPEN     INPUT   PER-FILE.
            IF       WS-PER-STATUS = "00"
                 READ PER-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF   PER-DATA-INI IS NUMERIC
                               MOVE PER-DATA-INI TO APUR-DATA-INI
                          END-IF
                          IF   PER-DATA-FIM IS NUMERIC
                               MOVE PER-DATA-FIM TO APUR-DATA-FIM
                          END-IF
                 END-READ
                 CLOSE PER-FILE
            END-IF.
            EXIT.


       LE-AUDITORIA.
            READ     AUDIT-FILE
                AT END
                     SET FIM-AUDITORIA TO TRUE
            END-READ.
            EXIT.


       TRATA-LINHA.
            IF       ( APUR-DATA-INI = ZEROS
                       OR AUDIT-DATA NOT < APUR-DATA-INI )
                 AND ( APUR-DATA-FIM = ZEROS
                       OR AUDIT-DATA NOT > APUR-DATA-FIM )
                 PERFORM CLASSIFICA-EVENTO
                 IF      EVENTO-SEGURANCA
                      PERFORM IMPRIME-EVENTO
                      IF      TIPO-EVENTO > ZEROS
                           PERFORM LOCALIZA-OPERADOR
                      END-IF
                 END-IF
            END-IF.
            PERFORM  LE-AUDITORIA.
            EXIT.


       CLASSIFICA-EVENTO.
            SET      EVENTO-SEGURANCA   TO   TRUE.
            MOVE     SPACES             TO   EVE-DESCRICAO.
            EVALUATE TRUE
            WHEN     AUDIT-PROGRAMA = "MENU" AND AUDIT-SAIDA = "F"
                 MOVE 1   TO   TIPO-EVENTO
                 MOVE "SIGN-ON RECUSADO"   TO   EVE-DESCRICAO
            WHEN     AUDIT-PROGRAMA = "MENU" AND AUDIT-SAIDA = "B"
                 MOVE 2   TO   TIPO-EVENTO
                 MOVE "OPERADOR BLOQUEADO (LIMITE DE FALHAS)"
                                           TO   EVE-DESCRICAO
            WHEN     AUDIT-PROGRAMA = "MENU" AND AUDIT-SAIDA = "X"
                 MOVE 3   TO   TIPO-EVENTO
                 MOVE "TENTATIVA EM OPERADOR BLOQUEADO"
                                           TO   EVE-DESCRICAO
            WHEN     ( AUDIT-PROGRAMA = "MNTOPER" OR "APRALT" )
                 AND AUDIT-SAIDA = "D"
                 MOVE 4   TO   TIPO-EVENTO
                 MOVE "DESBLOQUEIO"        TO   EVE-DESCRICAO
            WHEN     AUDIT-PROGRAMA = "MENU" AND AUDIT-SAIDA = "S"
                 MOVE 5   TO   TIPO-EVENTO
                 MOVE "SENHA TROCADA PELO OPERADOR"
                                           TO   EVE-DESCRICAO
            WHEN     ( AUDIT-PROGRAMA = "MNTOPER" OR "APRALT" )
                 AND AUDIT-SAIDA = "S"
                 MOVE 5   TO   TIPO-EVENTO
                 MOVE "SENHA REDEFINIDA PELO ADMINISTRADOR"
                                           TO   EVE-DESCRICAO
            WHEN     ( AUDIT-PROGRAMA = "MNTOPER" OR "APRALT" )
                 AND AUDIT-SAIDA = "N"
                 MOVE 6   TO   TIPO-EVENTO
                 MOVE "NIVEL CONCEDIDO/ALTERADO PARA "
                                           TO   EVE-DESCRICAO
                 MOVE AUDIT-ENTRADA (10:1) TO   EVE-DESCRICAO (31:1)
            WHEN     AUDIT-PROGRAMA = "MNTOPER" AND AUDIT-SAIDA = "Q"
                 MOVE 0   TO   TIPO-EVENTO
                 MOVE "ALTERACAO SOLICITADA (AGUARDA APROVACAO)"
                                           TO   EVE-DESCRICAO
            WHEN     AUDIT-PROGRAMA = "APRALT" AND AUDIT-SAIDA = "V"
                 MOVE 0   TO   TIPO-EVENTO
                 MOVE "ALTERACAO APROVADA"  TO   EVE-DESCRICAO
            WHEN     AUDIT-PROGRAMA = "APRALT" AND AUDIT-SAIDA = "J"
                 MOVE 0   TO   TIPO-EVENTO
                 MOVE "ALTERACAO REJEITADA" TO   EVE-DESCRICAO
            WHEN     AUDIT-PROGRAMA = "EXPALT" AND AUDIT-SAIDA = "E"
                 MOVE 0   TO   TIPO-EVENTO
                 MOVE "PEDIDO EXPIRADO SEM DECISAO"
                                           TO   EVE-DESCRICAO
            WHEN OTHER
                 SET  EVENTO-SEGURANCA   TO   FALSE
            END-EVALUATE.
            EXIT.


       IMPRIME-EVENTO.
            MOVE     AUDIT-ENTRADA (1:8)   TO   OPERADOR-EVENTO.
            MOVE     AUDIT-DATA            TO   EVE-DATA.
            MOVE     AUDIT-HORA            TO   EVE-HORA.
            MOVE     OPERADOR-EVENTO       TO   EVE-OPERADOR.
            MOVE     AUDIT-OPERADOR        TO   EVE-EXECUTOR.
            WRITE    REL-LINHA   FROM   REL-EVENTO.
            ADD      1   TO   QTDE-EVENTOS.
            IF       TIPO-EVENTO > ZEROS
                 ADD  1   TO   TOT-QTDE (TIPO-EVENTO)
            END-IF.
            EXIT.


       LOCALIZA-OPERADOR.
            SET      IX-OPER   TO   1.
            SEARCH   TAB-OPERADOR
                AT END
                     PERFORM AVISA-TABELA-CHEIA
                WHEN TAB-CODIGO (IX-OPER) = OPERADOR-EVENTO
                     ADD 1   TO   TAB-QTDE (IX-OPER TIPO-EVENTO)
                WHEN TAB-CODIGO (IX-OPER) > OPERADOR-EVENTO
                     PERFORM INSERE-OPERADOR
            END-SEARCH.
            EXIT.


       INSERE-OPERADOR.
            IF       QTDE-OPERADORES >= 200
                 PERFORM AVISA-TABELA-CHEIA
            ELSE
                 SET      SUB-POSICAO   TO   IX-OPER
                 PERFORM  DESLOCA-OPERADOR
                          VARYING SUB-DESTINO FROM QTDE-OPERADORES
                                  BY -1
                          UNTIL   SUB-DESTINO < SUB-POSICAO
                 ADD      1   TO   QTDE-OPERADORES
                 MOVE     OPERADOR-EVENTO  TO   TAB-CODIGO (SUB-POSICAO)
                 MOVE     ZEROS   TO   TAB-QTDE (SUB-POSICAO 1)
                                       TAB-QTDE (SUB-POSICAO 2)
                                       TAB-QTDE (SUB-POSICAO 3)
                                       TAB-QTDE (SUB-POSICAO 4)
                                       TAB-QTDE (SUB-POSICAO 5)
                                       TAB-QTDE (SUB-POSICAO 6)
                 ADD      1   TO   TAB-QTDE (SUB-POSICAO TIPO-EVENTO)
            END-IF.
            EXIT.


       DESLOCA-OPERADOR.
            COMPUTE  SUB-ORIGEM = SUB-DESTINO.
            MOVE     TAB-OPERADOR (SUB-ORIGEM)
                                TO   TAB-OPERADOR (SUB-ORIGEM + 1).
            EXIT.


       AVISA-TABELA-CHEIA.
            IF       NOT TABELA-CHEIA
                 SET      TABELA-CHEIA   TO   TRUE
                 DISPLAY  "RELSEG: TABELA CHEIA (200 OPERADORES) - "
                          "RESUMO INCOMPLETO, DETALHE COMPLETO"
            END-IF.
            EXIT.


       IMPRIME-RESUMO.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-CAB-RESUMO1.
            WRITE    REL-LINHA   FROM   REL-CAB-RESUMO2.
            PERFORM  IMPRIME-OPERADOR
                     VARYING IX-OPER FROM 1 BY 1
                     UNTIL   IX-OPER > QTDE-OPERADORES.
            PERFORM  EDITA-TOTAL
                     VARYING SUB-ORIGEM FROM 1 BY 1
                     UNTIL   SUB-ORIGEM > 6.
            WRITE    REL-LINHA   FROM   REL-TOTAIS.
            EXIT.


       IMPRIME-OPERADOR.
            MOVE     TAB-CODIGO (IX-OPER)   TO   RES-OPERADOR.
            PERFORM  EDITA-COLUNA
                     VARYING SUB-ORIGEM FROM 1 BY 1
                     UNTIL   SUB-ORIGEM > 6.
            WRITE    REL-LINHA   FROM   REL-RESUMO.
            EXIT.


       EDITA-COLUNA.
            MOVE     TAB-QTDE (IX-OPER SUB-ORIGEM)
                                TO   RES-QTDE (SUB-ORIGEM).
            EXIT.


       EDITA-TOTAL.
            MOVE     TOT-QTDE (SUB-ORIGEM)
                                TO   TOT-QTDE-ED (SUB-ORIGEM).
            EXIT.

       end program RELSEG.
