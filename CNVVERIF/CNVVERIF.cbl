       program-id. CNVVERIF as "CNVVERIF".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * CNVVERIF - Conversao unica do historico CIRCHIST e do arquivo
      *            morto CIRCARCH para o layout com codigo de
      *            verificacao.
      *
      *            O registro do CIRCHIST ganhou o HIST-CODIGO-VERIF
      *            (12 digitos no fim do registro, calculado pelo
      *            CODVERIF). O mestre atual e renomeado para CIRCANT
      *            e o arquivo morto atual para ARCANT antes da
      *            conversao; este programa le cada registro no
      *            layout antigo, monta o registro novo com os mesmos
      *            campos, calcula o codigo e grava no mestre novo (na
      *            mesma chave - a sequencia nao muda) e no arquivo
      *            morto novo. Assim os calculos ja feitos tambem
      *            podem ganhar certificado. A linha de controle sai
      *            com lidos e gravados de cada arquivo, que tem de
      *            bater; diferenca ou file status ruim devolve
      *            RETURN-CODE 8. ARCANT ausente (nenhum fechamento
      *            mensal rodou ainda) nao e erro: o CIRCARCH novo
      *            sai vazio.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select ANT-FILE  assign to "CIRCANT"
                  organization is indexed
                  access mode  is sequential
                  record key   is ANT-CHAVE
                  file status  is WS-ANT-STATUS.

           select HIST-FILE assign to "CIRCHIST"
                  organization is indexed
                  access mode  is random
                  record key   is HIST-CHAVE
                  alternate record key is HIST-DEPTO
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select ARA-FILE  assign to "ARCANT"
                  organization is line sequential
                  file status  is WS-ARA-STATUS.

           select ARC-FILE  assign to "CIRCARCH"
                  organization is line sequential
                  file status  is WS-ARC-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  ANT-FILE.
      * layout antigo do CIRCHIST (65 bytes, sem o codigo de
      * verificacao), congelado aqui porque o copybook ja descreve o
      * layout novo
       01 ANT-LOTE-REG.
           02 ANT-CHAVE.
               03 ANT-DATA           PIC 9(08).
               03 ANT-REQUISICAO     PIC 9(06).
               03 ANT-SEQUENCIA      PIC 9(05).
           02 ANT-DEPTO              PIC X(04).
           02 ANT-RAIO               PIC 9(03)V99.
           02 ANT-AREA               PIC 9(08)V99.
           02 ANT-FORMA              PIC X(01).
           02 ANT-ALTURA             PIC 9(03)V99.
           02 ANT-VOLUME             PIC 9(10)V99.
           02 ANT-OPERADOR           PIC X(08).
           02 ANT-RECALC             PIC X(01).

       FD  HIST-FILE.
           copy CIRCHIST.

       FD  ARA-FILE.
      * arquivo morto no mesmo layout antigo de 65 bytes
       01 ARA-LOTE-REG           PIC X(65).

       FD  ARC-FILE.
           copy CIRCHIST replacing leading ==HIST== by ==ARC==.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-ANTIGO      PIC X(01)     VALUE "N".
              88 FIM-ANTIGO                    VALUE "S" FALSE "N".
           02 SW-FIM-ARQUIVO     PIC X(01)     VALUE "N".
              88 FIM-ARQUIVO-MORTO             VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-ANT-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-ARA-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-ARC-STATUS      PIC X(02)     VALUE SPACES.

       01 CONTADORES.
           02 QTDE-LIDOS         PIC 9(07)     VALUE ZEROS.
           02 QTDE-GRAVADOS      PIC 9(07)     VALUE ZEROS.
           02 QTDE-ARQ-LIDOS     PIC 9(07)     VALUE ZEROS.
           02 QTDE-ARQ-GRAVADOS  PIC 9(07)     VALUE ZEROS.

           copy CODVERIF.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(18)
                                  VALUE "CNVVERIF: LIDOS = ".
           02 CTL-LIDOS          PIC ZZZZZZ9.
           02 FILLER             PIC X(13)
                                  VALUE "  GRAVADOS = ".
           02 CTL-GRAVADOS       PIC ZZZZZZ9.
           02 FILLER             PIC X(11)
                                  VALUE "  ARQUIVO ".
           02 CTL-ARQ-LIDOS      PIC ZZZZZZ9.
           02 FILLER             PIC X(01)     VALUE "/".
           02 CTL-ARQ-GRAVADOS   PIC ZZZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            OPEN     INPUT    ANT-FILE.
            IF       WS-ANT-STATUS NOT = "00"
                 DISPLAY "CNVVERIF: CIRCANT NAO PODE SER ABERTO - "
                         "STATUS " WS-ANT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                 DISPLAY "CNVVERIF: CIRCHIST NAO PODE SER CRIADO - "
                         "STATUS " WS-HIST-STATUS
                 CLOSE   ANT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  LE-ANTIGO.
            PERFORM  CONVERTE-REGISTRO  UNTIL  FIM-ANTIGO.
            CLOSE    ANT-FILE HIST-FILE.
            PERFORM  CONVERTE-ARQUIVO-MORTO.
            PERFORM  IMPRIME-CONTROLE.
            IF       ERRO-ARQUIVO
                 OR  QTDE-LIDOS NOT = QTDE-GRAVADOS
                 OR  QTDE-ARQ-LIDOS NOT = QTDE-ARQ-GRAVADOS
                 MOVE 8 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.


       LE-ANTIGO.
            READ     ANT-FILE
                AT END
                     SET FIM-ANTIGO TO TRUE
            END-READ.
            EXIT.


       CONVERTE-REGISTRO.
            ADD      1               TO   QTDE-LIDOS.
            MOVE     ANT-LOTE-REG    TO   HIST-LOTE-REG.
            MOVE     HIST-LOTE-REG   TO   CVF-REGISTRO.
            CALL     "CODVERIF"      USING CODIGO-VERIF-PARM.
            MOVE     CVF-CODIGO      TO   HIST-CODIGO-VERIF.
            WRITE    HIST-LOTE-REG.
            IF       WS-HIST-STATUS = "00" OR "02"
                 ADD  1   TO   QTDE-GRAVADOS
            ELSE
                 SET  ERRO-ARQUIVO   TO   TRUE
                 DISPLAY "CNVVERIF: ERRO AO GRAVAR O CIRCHIST - STATUS "
                         WS-HIST-STATUS
            END-IF.
            PERFORM  LE-ANTIGO.
            EXIT.


       CONVERTE-ARQUIVO-MORTO.
            OPEN     INPUT    ARA-FILE.
            EVALUATE WS-ARA-STATUS
            WHEN     "00"
                 CONTINUE
            WHEN     "35"
      * nenhum fechamento mensal rodou: o CIRCARCH novo sai vazio
                 SET  FIM-ARQUIVO-MORTO   TO   TRUE
            WHEN OTHER
                 DISPLAY "CNVVERIF: ARCANT NAO PODE SER ABERTO - "
                         "STATUS " WS-ARA-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
                 SET  FIM-ARQUIVO-MORTO   TO   TRUE
            END-EVALUATE.
            OPEN     OUTPUT   ARC-FILE.
            IF       WS-ARC-STATUS NOT = "00"
                 DISPLAY "CNVVERIF: CIRCARCH NAO PODE SER CRIADO - "
                         "STATUS " WS-ARC-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
                 SET  FIM-ARQUIVO-MORTO   TO   TRUE
            END-IF.
            IF       NOT FIM-ARQUIVO-MORTO
                 PERFORM LE-ARQUIVO-ANTIGO
                 PERFORM CONVERTE-ARQUIVADO  UNTIL  FIM-ARQUIVO-MORTO
            END-IF.
            IF       WS-ARA-STATUS NOT = "35"
                 CLOSE   ARA-FILE
            END-IF.
            CLOSE    ARC-FILE.
            EXIT.


       LE-ARQUIVO-ANTIGO.
            READ     ARA-FILE
                AT END
                     SET FIM-ARQUIVO-MORTO TO TRUE
            END-READ.
            EXIT.


       CONVERTE-ARQUIVADO.
            ADD      1               TO   QTDE-ARQ-LIDOS.
            MOVE     ARA-LOTE-REG    TO   ARC-LOTE-REG.
            MOVE     ARC-LOTE-REG    TO   CVF-REGISTRO.
            CALL     "CODVERIF"      USING CODIGO-VERIF-PARM.
            MOVE     CVF-CODIGO      TO   ARC-CODIGO-VERIF.
            WRITE    ARC-LOTE-REG.
            IF       WS-ARC-STATUS = "00"
                 ADD  1   TO   QTDE-ARQ-GRAVADOS
            ELSE
                 SET  ERRO-ARQUIVO   TO   TRUE
                 DISPLAY "CNVVERIF: ERRO AO GRAVAR O CIRCARCH - STATUS "
                         WS-ARC-STATUS
            END-IF.
            PERFORM  LE-ARQUIVO-ANTIGO.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-LIDOS          TO   CTL-LIDOS.
            MOVE     QTDE-GRAVADOS       TO   CTL-GRAVADOS.
            MOVE     QTDE-ARQ-LIDOS      TO   CTL-ARQ-LIDOS.
            MOVE     QTDE-ARQ-GRAVADOS   TO   CTL-ARQ-GRAVADOS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.

       end program CNVVERIF.
