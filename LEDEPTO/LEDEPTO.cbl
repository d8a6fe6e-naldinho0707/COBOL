       program-id. LEDEPTO as "LEDEPTO".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * LEDEPTO - Leitor comum do mestre de departamentos DEPTMAST.
      *
      *           Recebe o codigo do departamento em LED-DEPTO
      *           (copybook LEDEPTO), abre o DEPTMAST, le pela chave
      *           e devolve nome, centro de custo, contato e situacao,
      *           com o file status da leitura em LED-STATUS e o
      *           veredito em LED-VALIDO: "S" para departamento
      *           cadastrado e ativo, "N" para nao cadastrado ou
      *           inativo (o chamador recusa com o motivo "DP").
      *           Com o DEPTMAST ainda nao criado (status "35") ou
      *           criado mas ainda vazio (LED-STATUS volta "35" do
      *           mesmo jeito) o departamento e aceito - o cadastro
      *           entra em uso quando o MNTDEPT grava o primeiro
      *           registro, sem parar a producao na implantacao.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select DEPT-FILE assign to "DEPTMAST"
                  organization is indexed
                  access mode  is dynamic
                  record key   is DEPT-CHAVE
                  file status  is WS-DEPT-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  DEPT-FILE.
           copy DEPTMAST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 STATUS-ARQUIVOS.
           02 WS-DEPT-STATUS     PIC X(02)     VALUE SPACES.

       01 CONTROLE-MESTRE.
           02 SW-MESTRE-VAZIO    PIC X(01)     VALUE "N".
              88 MESTRE-VAZIO                  VALUE "S" FALSE "N".

       linkage section.

           copy LEDEPTO.

      *================================================================*
       procedure division using LE-DEPTO-PARM.
      *================================================================*

       LE-DEPARTAMENTO.
            MOVE     SPACES   TO   LED-NOME
                                   LED-CENTRO-CUSTO
                                   LED-CONTATO
                                   LED-SITUACAO.
            SET      LED-DEPTO-VALIDO   TO   FALSE.
            OPEN     INPUT    DEPT-FILE.
            IF       WS-DEPT-STATUS NOT = "00"
                 MOVE WS-DEPT-STATUS   TO   LED-STATUS
                 IF   WS-DEPT-STATUS = "35"
                      SET LED-DEPTO-VALIDO   TO   TRUE
                 END-IF
                 GOBACK
            END-IF.
            PERFORM  VERIFICA-MESTRE-VAZIO.
            IF       MESTRE-VAZIO
      * DEPTMAST definido mas ainda sem nenhum departamento (o STEP006
      * do CIRCFIB cria o cluster vazio): mesma aceitacao do "35"
                 MOVE "35"   TO   LED-STATUS
                 SET  LED-DEPTO-VALIDO   TO   TRUE
                 CLOSE DEPT-FILE
                 GOBACK
            END-IF.
            MOVE     LED-DEPTO    TO   DEPT-CHAVE.
            READ     DEPT-FILE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     PERFORM DEVOLVE-DEPARTAMENTO
            END-READ.
            MOVE     WS-DEPT-STATUS    TO   LED-STATUS.
            CLOSE    DEPT-FILE.
            GOBACK.


       VERIFICA-MESTRE-VAZIO.
            SET      MESTRE-VAZIO   TO   TRUE.
            MOVE     LOW-VALUES     TO   DEPT-CHAVE.
            START    DEPT-FILE  KEY NOT LESS THAN DEPT-CHAVE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     READ DEPT-FILE NEXT RECORD
                         AT END
                              CONTINUE
                         NOT AT END
                              SET MESTRE-VAZIO TO FALSE
                     END-READ
            END-START.
            EXIT.


       DEVOLVE-DEPARTAMENTO.
            MOVE     DEPT-NOME            TO   LED-NOME.
            MOVE     DEPT-CENTRO-CUSTO    TO   LED-CENTRO-CUSTO.
            MOVE     DEPT-CONTATO         TO   LED-CONTATO.
            MOVE     DEPT-SITUACAO        TO   LED-SITUACAO.
            IF       DEPT-ATIVO
                 SET LED-DEPTO-VALIDO   TO   TRUE
            END-IF.
            EXIT.

       end program LEDEPTO.
