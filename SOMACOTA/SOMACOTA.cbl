       program-id. SOMACOTA as "SOMACOTA".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * SOMACOTA - Apuracao do uso da cota mensal por departamento.
      *
      *            Carrega na tabela do chamador (copybook SOMACOTA)
      *            cada departamento com registro no COTADEP - cota do
      *            RAIOIN, cota do CILIN e percentual de aviso - e
      *            conta no CIRCHIST os calculos de lote do mes da
      *            data SMC-DATA-REF, do dia 1 ate a propria data:
      *            forma "C" soma no uso do RAIOIN, "L" e "E" no uso
      *            do CILIN. Os calculos de tela ("TELA") nao saem de
      *            fila nenhuma e nao contam; departamento sem cota
      *            nao entra na tabela. O mes corrente fica inteiro
      *            no mestre (o fechamento mensal do ARCHIST so move
      *            para o arquivo morto os meses anteriores ao corte),
      *            entao o CIRCARCH nao e lido.
      *
      *            Quem decide e o chamador: o EDLOTE e o INTENG
      *            somam ao uso o que ja esta na fila e retem a
      *            requisicao que passaria da cota; o PAINEL mostra os
      *            departamentos que passaram do aviso. COTADEP ainda
      *            nao criado volta "35" com a tabela vazia - nenhuma
      *            cota, nada retido. CIRCHIST ainda nao criado conta
      *            uso zero.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select COTA-FILE assign to "COTADEP"
                  organization is indexed
                  access mode  is sequential
                  record key   is COT-DEPTO
                  file status  is WS-COTA-STATUS.

           select HIST-FILE assign to "CIRCHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is HIST-CHAVE
                  alternate record key is HIST-DEPTO
                       with duplicates
                  file status  is WS-HIST-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  COTA-FILE.
           copy COTADEP.

       FD  HIST-FILE.
           copy CIRCHIST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-COTAS       PIC X(01)     VALUE "N".
              88 FIM-COTAS                     VALUE "S" FALSE "N".
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-COTA-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.

       01 DATA-INICIO-MES.
           02 INI-ANO-MES        PIC 9(06)     VALUE ZEROS.
           02 INI-DIA            PIC 9(02)     VALUE ZEROS.

       linkage section.

           copy SOMACOTA.

      *================================================================*
       procedure division using SOMA-COTA-PARM.
      *================================================================*

       SOMA-COTAS.
            MOVE     "00"     TO   SMC-STATUS.
            MOVE     ZEROS    TO   SMC-QTDE-DEPTOS.
            SET      SMC-TABELA-CHEIA   TO   FALSE.
            SET      FIM-COTAS          TO   FALSE.
            SET      FIM-HISTORICO      TO   FALSE.
            OPEN     INPUT    COTA-FILE.
            IF       WS-COTA-STATUS NOT = "00"
                 MOVE WS-COTA-STATUS   TO   SMC-STATUS
                 GOBACK
            END-IF.
            PERFORM  LE-COTA.
            PERFORM  CARREGA-COTA  UNTIL  FIM-COTAS.
            CLOSE    COTA-FILE.
            IF       SMC-QTDE-DEPTOS > ZEROS
                 PERFORM CONTA-MES
            END-IF.
            GOBACK.


       LE-COTA.
            READ     COTA-FILE
                AT END
                     SET FIM-COTAS TO TRUE
            END-READ.
            EXIT.


       CARREGA-COTA.
            IF       SMC-QTDE-DEPTOS < 100
                 ADD  1                 TO   SMC-QTDE-DEPTOS
                 SET  IX-SMC            TO   SMC-QTDE-DEPTOS
                 MOVE COT-DEPTO         TO   SMC-CODIGO     (IX-SMC)
                 MOVE COT-COTA-RAIOS    TO   SMC-COTA-RAIOS (IX-SMC)
                 MOVE COT-COTA-CILS     TO   SMC-COTA-CILS  (IX-SMC)
                 MOVE COT-AVISO-PCT     TO   SMC-AVISO-PCT  (IX-SMC)
                 MOVE ZEROS             TO   SMC-USO-RAIOS  (IX-SMC)
                                             SMC-USO-CILS   (IX-SMC)
            ELSE
                 SET  SMC-TABELA-CHEIA  TO   TRUE
            END-IF.
            PERFORM  LE-COTA.
            EXIT.


       CONTA-MES.
            OPEN     INPUT    HIST-FILE.
            EVALUATE WS-HIST-STATUS
            WHEN     "00"
                 MOVE SMC-DATA-REF (1:6)   TO   INI-ANO-MES
                 MOVE 01                   TO   INI-DIA
                 MOVE DATA-INICIO-MES      TO   HIST-DATA
                 MOVE ZEROS                TO   HIST-REQUISICAO
                                                HIST-SEQUENCIA
                 START HIST-FILE  KEY NOT LESS THAN HIST-CHAVE
                     INVALID KEY
                          SET FIM-HISTORICO TO TRUE
                 END-START
                 IF   NOT FIM-HISTORICO
                      PERFORM LE-HISTORICO
                      PERFORM CONTA-CALCULO  UNTIL  FIM-HISTORICO
                 END-IF
                 CLOSE HIST-FILE
            WHEN     "35"
      * CIRCHIST ainda nao criado: nenhum calculo no mes
                 CONTINUE
            WHEN OTHER
                 MOVE WS-HIST-STATUS   TO   SMC-STATUS
            END-EVALUATE.
            EXIT.


       LE-HISTORICO.
            READ     HIST-FILE
                AT END
                     SET FIM-HISTORICO TO TRUE
            END-READ.
            IF       NOT FIM-HISTORICO
                 AND WS-HIST-STATUS NOT = "00" AND NOT = "02"
                 MOVE WS-HIST-STATUS   TO   SMC-STATUS
                 SET  FIM-HISTORICO    TO   TRUE
            END-IF.
            IF       NOT FIM-HISTORICO
                 AND HIST-DATA > SMC-DATA-REF
                 SET  FIM-HISTORICO   TO   TRUE
            END-IF.
            EXIT.


       CONTA-CALCULO.
            IF       HIST-DEPTO NOT = "TELA"
                 SET  IX-SMC   TO   1
                 SEARCH SMC-DEPTO
                     AT END
                          CONTINUE
                     WHEN IX-SMC > SMC-QTDE-DEPTOS
                          CONTINUE
                     WHEN SMC-CODIGO (IX-SMC) = HIST-DEPTO
                          PERFORM SOMA-CALCULO
                 END-SEARCH
            END-IF.
            PERFORM  LE-HISTORICO.
            EXIT.


       SOMA-CALCULO.
            IF       HIST-FORMA = "L" OR "E"
                 ADD  1   TO   SMC-USO-CILS  (IX-SMC)
            ELSE
                 ADD  1   TO   SMC-USO-RAIOS (IX-SMC)
            END-IF.
            EXIT.

       end program SOMACOTA.
