       program-id. LEREQ as "LEREQ".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * LEREQ - Leitor comum do mestre de requisicoes REQMAST.
      *
      *         O ATUREQ continua sendo o unico que grava no REQMAST;
      *         quem so precisa saber em que situacao a requisicao
      *         esta - a tela de entrada e cancelamento (ENTREQ) e os
      *         lotes da noite, que pulam o registro da fila cuja
      *         requisicao foi cancelada - chama este subprograma no
      *         molde do LEDEPTO: abre o REQMAST so para leitura, le
      *         pela chave departamento + numero e devolve situacao,
      *         fila, motivo e data do ultimo movimento (copybook
      *         LEREQ). Requisicao zerada ou departamento "TELA"/em
      *         branco, requisicao nao registrada e REQMAST ainda nao
      *         criado voltam com a situacao em branco.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select REQ-FILE assign to "REQMAST"
                  organization is indexed
                  access mode  is random
                  record key   is REQ-CHAVE
                  file status  is WS-REQ-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  REQ-FILE.
           copy REQMAST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 STATUS-ARQUIVOS.
           02 WS-REQ-STATUS      PIC X(02)     VALUE SPACES.

       linkage section.

           copy LEREQ.

      *================================================================*
       procedure division using LE-REQ-PARM.
      *================================================================*

       LE-REQUISICAO.
            MOVE     SPACES   TO   LER-SITUACAO
                                   LER-FILA
                                   LER-MOTIVO.
            MOVE     ZEROS    TO   LER-DATA-MOV.
            MOVE     "00"     TO   LER-STATUS.
            IF       LER-NUMERO NOT NUMERIC
                 OR  LER-NUMERO = ZEROS
                 OR  LER-DEPTO = SPACES
                 OR  LER-DEPTO = "TELA"
                 GOBACK
            END-IF.
            OPEN     INPUT    REQ-FILE.
            IF       WS-REQ-STATUS NOT = "00"
                 MOVE WS-REQ-STATUS   TO   LER-STATUS
                 GOBACK
            END-IF.
            MOVE     LER-DEPTO    TO   REQ-DEPTO.
            MOVE     LER-NUMERO   TO   REQ-NUMERO.
            READ     REQ-FILE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     PERFORM DEVOLVE-REQUISICAO
            END-READ.
            MOVE     WS-REQ-STATUS   TO   LER-STATUS.
            CLOSE    REQ-FILE.
            GOBACK.


       DEVOLVE-REQUISICAO.
            MOVE     REQ-SITUACAO     TO   LER-SITUACAO.
            MOVE     REQ-FILA         TO   LER-FILA.
            MOVE     REQ-MOTIVO       TO   LER-MOTIVO.
            MOVE     REQ-DATA-MOV     TO   LER-DATA-MOV.
            EXIT.

       end program LEREQ.
