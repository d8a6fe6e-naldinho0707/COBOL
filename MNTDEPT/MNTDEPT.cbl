       program-id. MNTDEPT as "MNTDEPT".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * MNTDEPT - Manutencao do mestre de departamentos (DEPTMAST).
      *
      *           O operador da sessao (sign-on do MENU, gravado no
      *           OPERSES) precisa ter nivel 3 (administracao) para
      *           incluir ou alterar departamentos. A tela mostra o
      *           registro atual da chave informada e aceita nome,
      *           centro de custo (cobrado pelo FATDEPT), contato
      *           (destinatario da nota de entrega do DISTRIB) e
      *           situacao (A = ativo, I = inativo). Departamento
      *           inativo continua cadastrado - o faturamento e as
      *           notas dos calculos ja feitos seguem saindo com o
      *           nome e o centro de custo - mas requisicao nova dele
      *           e recusada com o motivo "DP" em todas as entradas.
      *           Cada inclusao ou alteracao sai no AUDITLOG via
      *           GRAVACOM com o codigo alterado em AUDIT-ENTRADA e o
      *           operador da sessao em AUDIT-OPERADOR, no mesmo
      *           molde do MNTOPER.
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
                  access mode  is random
                  record key   is DEPT-CHAVE
                  file status  is WS-DEPT-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  DEPT-FILE.
           copy DEPTMAST.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-DEPT-EXISTE     PIC X(01)     VALUE "N".
              88 DEPT-EXISTE                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-DEPT-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR-SESSAO    PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CAMPOS-TELA.
           02 CHAVE-INFORMADA    PIC X(04)     VALUE SPACES.
           02 NOME-INFORMADO     PIC X(30)     VALUE SPACES.
           02 CUSTO-INFORMADO    PIC X(08)     VALUE SPACES.
           02 CONTATO-INFORMADO  PIC X(30)     VALUE SPACES.
           02 SITUACAO-INFORMADA PIC X(01)     VALUE SPACES.
           02 CONTINUA           PIC X(01)     VALUE SPACES.

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

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/   USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/   USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04)    USING ANO.
           02 LINE 02 COLUMN 25 VALUE
              "Manutencao de Departamentos (DEPTMAST)".
           02 LINE 05 COLUMN 05 VALUE
              "Codigo do depto....: ".
           02 LINE 07 COLUMN 05 VALUE
              "Nome...............: ".
           02 LINE 09 COLUMN 05 VALUE
              "Centro de custo....: ".
           02 LINE 11 COLUMN 05 VALUE
              "Contato............: ".
           02 LINE 13 COLUMN 05 VALUE
              "Situacao (A/I).....: ".
           02 LINE 15 COLUMN 05 VALUE
              "Deseja Continuar (S/N): < >".
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
                 DISPLAY ERASE   AT   0101
                 DISPLAY "MNTDEPT: OPERADOR SEM PERMISSAO DE "
                         "ADMINISTRACAO (NIVEL 3)"   AT   0505
                 Stop " "
                 GOBACK
            END-IF.
            PERFORM  ABRE-DEPARTAMENTOS.
            DISPLAY  ERASE   AT   0101.
            PERFORM  TRATA-DEPARTAMENTO  UNTIL  CONTINUA = "N" OR "n".
            CLOSE    DEPT-FILE.
            DISPLAY  "FIM DO PROGRAMA"   AT   1805.
            Stop " ".
            GOBACK.


       ABRE-DEPARTAMENTOS.
            OPEN     I-O      DEPT-FILE.
            IF       WS-DEPT-STATUS NOT = "00"
                 OPEN   OUTPUT  DEPT-FILE
                 CLOSE          DEPT-FILE
                 OPEN   I-O     DEPT-FILE
            END-IF.
            IF       WS-DEPT-STATUS NOT = "00"
                 DISPLAY "DEPTMAST NAO PODE SER ABERTO - STATUS "
                         WS-DEPT-STATUS   AT   2005
                 Stop " "
                 GOBACK
            END-IF.
            EXIT.


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


       TRATA-DEPARTAMENTO.
            DISPLAY  ERASE    AT   0101.
            DISPLAY  TELA01   AT   0101.
            PERFORM  ENTRA-CHAVE.
            PERFORM  MOSTRA-ATUAL.
            PERFORM  ENTRA-NOME.
            PERFORM  ENTRA-CUSTO.
            PERFORM  ENTRA-CONTATO.
            PERFORM  ENTRA-SITUACAO.
            PERFORM  GRAVA-DEPARTAMENTO.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.


       ENTRA-CHAVE.
            MOVE     SPACES            TO   CHAVE-INFORMADA.
            ACCEPT   CHAVE-INFORMADA   AT   0526 PROMPT AUTO.
            IF       CHAVE-INFORMADA = SPACES
                DISPLAY "INFORME O CODIGO DO DEPARTAMENTO!!"
                        AT   2005
                PERFORM ENTRA-CHAVE
            END-IF.
            IF       CHAVE-INFORMADA = "TELA"
                DISPLAY "TELA E RESERVADO AOS CALCULOS DE TERMINAL!!"
                        AT   2005
                PERFORM ENTRA-CHAVE
            END-IF.
            EXIT.


       MOSTRA-ATUAL.
            MOVE     CHAVE-INFORMADA   TO   DEPT-CHAVE.
            READ     DEPT-FILE
                INVALID KEY
                     SET  DEPT-EXISTE  TO   FALSE
                     DISPLAY "(NAO CADASTRADO)"   AT   0726
                NOT INVALID KEY
                     SET  DEPT-EXISTE  TO   TRUE
                     DISPLAY DEPT-NOME            AT   0726
                     DISPLAY DEPT-CENTRO-CUSTO    AT   0926
                     DISPLAY DEPT-CONTATO         AT   1126
                     DISPLAY DEPT-SITUACAO        AT   1326
            END-READ.
            EXIT.


       ENTRA-NOME.
            MOVE     SPACES          TO   NOME-INFORMADO.
            ACCEPT   NOME-INFORMADO  AT   0726 PROMPT AUTO.
            IF       NOME-INFORMADO = SPACES
                DISPLAY "NOME NAO PODE FICAR EM BRANCO!!"   AT   2005
                PERFORM ENTRA-NOME
            END-IF.
            EXIT.


       ENTRA-CUSTO.
            MOVE     SPACES           TO   CUSTO-INFORMADO.
            ACCEPT   CUSTO-INFORMADO  AT   0926 PROMPT AUTO.
            IF       CUSTO-INFORMADO = SPACES
                DISPLAY "CENTRO DE CUSTO NAO PODE FICAR EM BRANCO!!"
                        AT   2005
                PERFORM ENTRA-CUSTO
            END-IF.
            EXIT.


       ENTRA-CONTATO.
            MOVE     SPACES             TO   CONTATO-INFORMADO.
            ACCEPT   CONTATO-INFORMADO  AT   1126 PROMPT AUTO.
            IF       CONTATO-INFORMADO = SPACES
                DISPLAY "CONTATO NAO PODE FICAR EM BRANCO!!"
                        AT   2005
                PERFORM ENTRA-CONTATO
            END-IF.
            EXIT.


       ENTRA-SITUACAO.
            MOVE     SPACES              TO   SITUACAO-INFORMADA.
            ACCEPT   SITUACAO-INFORMADA  AT   1326 PROMPT AUTO.
            IF       SITUACAO-INFORMADA = "a"
                MOVE "A"   TO   SITUACAO-INFORMADA
            END-IF.
            IF       SITUACAO-INFORMADA = "i"
                MOVE "I"   TO   SITUACAO-INFORMADA
            END-IF.
            IF       SITUACAO-INFORMADA NOT = "A" AND NOT = "I"
                DISPLAY "SITUACAO: INFORME A OU I!!"   AT   2005
                PERFORM ENTRA-SITUACAO
            END-IF.
            EXIT.


       GRAVA-DEPARTAMENTO.
            MOVE     CHAVE-INFORMADA     TO   DEPT-CHAVE.
            MOVE     NOME-INFORMADO      TO   DEPT-NOME.
            MOVE     CUSTO-INFORMADO     TO   DEPT-CENTRO-CUSTO.
            MOVE     CONTATO-INFORMADO   TO   DEPT-CONTATO.
            MOVE     SITUACAO-INFORMADA  TO   DEPT-SITUACAO.
            IF       DEPT-EXISTE
                REWRITE DEPT-MASTER-REG
                    INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR O DEPARTAMENTO!!"
                                 AT   2005
                END-REWRITE
            ELSE
                WRITE DEPT-MASTER-REG
                    INVALID KEY
                         DISPLAY "ERRO AO GRAVAR O DEPARTAMENTO!!"
                                 AT   2005
                END-WRITE
            END-IF.
            IF       WS-DEPT-STATUS = "00" OR "02"
                PERFORM GRAVA-AUDITORIA
                DISPLAY "DEPARTAMENTO ATUALIZADO."   AT   2005
            END-IF.
            EXIT.


       GRAVA-AUDITORIA.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "MNTDEPT"            TO   AUDIT-PROGRAMA.
            MOVE     CHAVE-INFORMADA      TO   AUDIT-ENTRADA.
            MOVE     "M"                  TO   AUDIT-SAIDA.
            MOVE     OPERADOR-SESSAO      TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.
            MOVE     SEQUENCIA-AUDITORIA  TO   AUDIT-SEQUENCIA.
            SET      GRAVA-NA-AUDITORIA   TO   TRUE.
            MOVE     AUDIT-LOG-REG        TO   GRAVA-REGISTRO.
            CALL     "GRAVACOM"           USING GRAVA-COM-PARM.
            EXIT.


       PERGUNTA-CONTINUA.
            MOVE     SPACES     TO   CONTINUA.
            ACCEPT   CONTINUA   AT   1530 PROMPT AUTO.
            IF       CONTINUA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONTINUA
            END-IF.
            EXIT.

       end program MNTDEPT.
