      *          aviso para apontar uma requisicao que ja estava na
      *          fila ANTES da transmissao; os demais chamadores o
      *          ignoram.
      *
      *          HISTORICO DE ALTERACOES:
      *          - situacao nova "CA" (cancelada pelo solicitante na
      *            tela do ENTREQ enquanto esperava na fila). A
      *            requisicao cancelada nao sai mais dessa situacao:
      *            o reencadastramento FI/CR da critica da tarde, a
      *            entrada da transmissao ou qualquer outro movimento
      *            sobre ela e ignorado com status "00" e volta com
      *            ATU-CANCELADA "S", em vez de devolver a requisicao
      *            a fila que o solicitante mandou cancelar.
      *          - historico dos movimentos REQHIST (indexado por
      *            departamento + requisicao + data + hora +
      *            sequencia): todo movimento que muda a situacao, a
      *            fila ou o motivo da requisicao - ou a registra pela
      *            primeira vez - grava tambem um registro no REQHIST
      *            com o operador recebido em ATU-OPERADOR (em branco
      *            vira "LOTE"). O reencadastramento identico da
      *            critica da tarde nao gera registro. A abertura do
      *            REQHIST segue a do mestre (I-O, com repeticao e
      *            criacao na primeira gravacao); dois movimentos no
      *            mesmo segundo avancam RH-SEQUENCIA, como o GRAVACOM
      *            faz no CIRCHIST. Falha no historico volta em
      *            ATU-STATUS depois de o mestre ja estar gravado.
      *          - situacoes novas da cota mensal por departamento:
      *            "RT" (retida pela cota no EDLOTE/INTENG) e "LI"
      *            (liberada acima da cota no LIBREQ). O FI ou o RT
      *            sobre uma requisicao liberada mantem "LI" (volta
      *            em ATU-SITUACAO), para a liberacao do operador nao
      *            se perder no reencadastramento da tarde; o aviso
      *            ATU-JA-NA-FILA passa a valer tambem para o RT e
      *            para a requisicao ja RT/LI.
      ******************************************************************

      *================================================================*
                  record key   is REQ-CHAVE
                  file status  is WS-REQ-STATUS.

           select RHIST-FILE assign to "REQHIST"
                  organization is indexed
                  access mode  is random
                  record key   is RH-CHAVE
                  file status  is WS-RHIST-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  REQ-FILE.
           copy REQMAST.

       FD  RHIST-FILE.
           copy REQHIST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 STATUS-ARQUIVOS.
           02 WS-REQ-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-RHIST-STATUS    PIC X(02)     VALUE SPACES.

       01 CONTROLE-GRAVACAO.
           02 SW-REQ-EXISTE      PIC X(01)     VALUE "N".
              88 REQ-EXISTE                    VALUE "S" FALSE "N".
           02 SW-MUDOU           PIC X(01)     VALUE "N".
              88 MOVIMENTO-MUDOU               VALUE "S" FALSE "N".

       01 MOVIMENTO-ANTERIOR.
           02 ANT-SITUACAO       PIC X(02)     VALUE SPACES.
           02 ANT-FILA           PIC X(06)     VALUE SPACES.
           02 ANT-MOTIVO         PIC X(02)     VALUE SPACES.

       77 TENTATIVAS             PIC 9(03)     VALUE ZEROS.


       TRATA-MOVIMENTO.
            SET      ATU-REQ-JA-NA-FILA   TO   FALSE.
            SET      ATU-REQ-CANCELADA    TO   FALSE.
            IF       ATU-NUMERO = ZEROS
                 OR  ATU-DEPTO = SPACES
                 OR  ATU-DEPTO = "TELA"
                 MOVE WS-REQ-STATUS   TO   ATU-STATUS
                 GOBACK
            END-IF.
            SET      MOVIMENTO-MUDOU   TO   FALSE.
            PERFORM  GRAVA-MOVIMENTO.
            MOVE     WS-REQ-STATUS   TO   ATU-STATUS.
            CLOSE    REQ-FILE.
            IF       ATU-STATUS = "00"
                 AND MOVIMENTO-MUDOU
                 PERFORM GRAVA-HISTORICO
            END-IF.
            GOBACK.


                NOT INVALID KEY
                     SET  REQ-EXISTE   TO   TRUE
            END-READ.
      * requisicao cancelada nao volta ao ciclo: o movimento e
      * ignorado e o chamador so fica sabendo
            IF       REQ-EXISTE
                 AND REQ-CANCELADA
                 AND ATU-SITUACAO NOT = "CA"
                 SET  ATU-REQ-CANCELADA    TO   TRUE
                 MOVE "00"                 TO   WS-REQ-STATUS
            ELSE
                 PERFORM REGRAVA-MOVIMENTO
            END-IF.
            EXIT.


       REGRAVA-MOVIMENTO.
            IF       REQ-EXISTE
                 AND ( ATU-SITUACAO = "FI" OR "RT" )
                 AND ( REQ-NA-FILA OR REQ-CRITICADA
                    OR REQ-RETIDA  OR REQ-LIBERADA )
                 SET  ATU-REQ-JA-NA-FILA   TO   TRUE
            END-IF.
      * a liberacao acima da cota nao se perde no reencadastramento
            IF       REQ-EXISTE
                 AND REQ-LIBERADA
                 AND ( ATU-SITUACAO = "FI" OR "RT" )
                 MOVE REQ-SITUACAO   TO   ATU-SITUACAO
                 MOVE REQ-MOTIVO     TO   ATU-MOTIVO
            END-IF.
            IF       REQ-EXISTE
                 MOVE REQ-SITUACAO   TO   ANT-SITUACAO
                 MOVE REQ-FILA       TO   ANT-FILA
                 MOVE REQ-MOTIVO     TO   ANT-MOTIVO
            ELSE
                 MOVE SPACES         TO   MOVIMENTO-ANTERIOR
            END-IF.
            IF       NOT REQ-EXISTE
                 OR  ATU-SITUACAO NOT = ANT-SITUACAO
                 OR  ATU-FILA     NOT = ANT-FILA
                 OR  ATU-MOTIVO   NOT = ANT-MOTIVO
                 SET  MOVIMENTO-MUDOU      TO   TRUE
            END-IF.
            PERFORM  MONTA-REGISTRO.
            IF       REQ-EXISTE
                 REWRITE REQ-MASTER-REG
            MOVE     WS-HORA-SISTEMA(1:6)   TO   REQ-HORA-MOV.
            EXIT.


       GRAVA-HISTORICO.
            MOVE     ZEROS   TO   TENTATIVAS.
            PERFORM  ABRE-HISTORICO.
            PERFORM  REPETE-ABRE-HISTORICO
                     UNTIL WS-RHIST-STATUS = "00"
                     OR    TENTATIVAS > 100.
            IF       WS-RHIST-STATUS = "00"
                 PERFORM MONTA-HISTORICO
                 WRITE   REQ-HIST-REG
                 PERFORM AVANCA-SEQUENCIA
                         UNTIL WS-RHIST-STATUS NOT = "22"
                         OR    RH-SEQUENCIA NOT LESS THAN 999
                 MOVE    WS-RHIST-STATUS   TO   ATU-STATUS
                 CLOSE   RHIST-FILE
            ELSE
                 MOVE    WS-RHIST-STATUS   TO   ATU-STATUS
            END-IF.
            EXIT.


       MONTA-HISTORICO.
            MOVE     ATU-DEPTO         TO   RH-DEPTO.
            MOVE     ATU-NUMERO        TO   RH-NUMERO.
            MOVE     REQ-DATA-MOV      TO   RH-DATA.
            MOVE     REQ-HORA-MOV      TO   RH-HORA.
            MOVE     1                 TO   RH-SEQUENCIA.
            MOVE     ATU-SITUACAO      TO   RH-SITUACAO.
            MOVE     ATU-FILA          TO   RH-FILA.
            MOVE     ATU-MOTIVO        TO   RH-MOTIVO.
            IF       ATU-OPERADOR = SPACES OR LOW-VALUES
                 MOVE "LOTE"           TO   RH-OPERADOR
            ELSE
                 MOVE ATU-OPERADOR     TO   RH-OPERADOR
            END-IF.
            EXIT.


       AVANCA-SEQUENCIA.
            ADD      1   TO   RH-SEQUENCIA.
            WRITE    REQ-HIST-REG.
            EXIT.


       ABRE-HISTORICO.
            OPEN     I-O      RHIST-FILE.
            IF       WS-RHIST-STATUS = "35"
                 OPEN   OUTPUT  RHIST-FILE
                 CLOSE          RHIST-FILE
                 OPEN   I-O     RHIST-FILE
            END-IF.
            EXIT.


       REPETE-ABRE-HISTORICO.
            ADD      1   TO   TENTATIVAS.
            PERFORM  ABRE-HISTORICO.
            EXIT.

       end program ATUREQ.
