       program-id. MNTCAL as "MNTCAL".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * MNTCAL - Manutencao do calendario de dias nao uteis (CALEND).
      *
      *          O operador da sessao (sign-on do MENU, gravado no
      *          OPERSES) precisa ter nivel 3 (administracao). A tela
      *          pede a data (AAAAMMDD), mostra o dia da semana que o
      *          DIAUTIL apura e o registro atual da data, e aceita o
      *          tipo e a descricao:
      *            F = feriado;
      *            N = dia sem expediente (ponte, recesso);
      *            U = sabado ou domingo com expediente;
      *            E = exclui a data do calendario (volta a regra de
      *                sempre: dia de semana util, fim de semana nao).
      *          O calendario decide as noites de processamento (o
      *          FECHVER nao abre data nova em dia nao util - o
      *          trabalho fica para o proximo dia util) e a vigencia
      *          das alteracoes programadas do MNTPARM. Data que ja e
      *          a data de processamento aberta no DATAPROC nao aceita
      *          alteracao, para a noite em curso nao mudar de regra
      *          no meio. Cada gravacao ("M") ou exclusao ("R") sai no
      *          AUDITLOG via GRAVACOM com a data em AUDIT-ENTRADA e o
      *          operador da sessao em AUDIT-OPERADOR, no molde do
      *          MNTDEPT.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select CAL-FILE  assign to "CALEND"
                  organization is indexed
                  access mode  is random
                  record key   is CAL-DATA
                  file status  is WS-CAL-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  CAL-FILE.
           copy CALEND.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-CAL-EXISTE      PIC X(01)     VALUE "N".
              88 CAL-EXISTE                    VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-CAL-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR-SESSAO    PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CAMPOS-TELA.
           02 DATA-INFORMADA     PIC 9(08)     VALUE ZEROS.
           02 TIPO-INFORMADO     PIC X(01)     VALUE SPACES.
              88 TIPO-VALIDO                   VALUE "F" "N" "U" "E".
              88 TIPO-EXCLUSAO                 VALUE "E".
           02 DESCRICAO-INFORMADA PIC X(30)    VALUE SPACES.
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

           copy DIAUTIL.

           copy LEDATPRO.

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/   USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/   USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04)    USING ANO.
           02 LINE 02 COLUMN 25 VALUE
              "Calendario de Dias Nao Uteis (CALEND)".
           02 LINE 05 COLUMN 05 VALUE
              "Data (AAAAMMDD)....: ".
           02 LINE 07 COLUMN 05 VALUE
              "Situacao atual.....: ".
           02 LINE 09 COLUMN 05 VALUE
              "Tipo (F/N/U/E).....: ".
           02 LINE 10 COLUMN 05 VALUE
              "F=feriado  N=sem expediente  U=sab/dom util  E=exclui".
           02 LINE 12 COLUMN 05 VALUE
              "Descricao..........: ".
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
                 DISPLAY "MNTCAL: OPERADOR SEM PERMISSAO DE "
                         "ADMINISTRACAO (NIVEL 3)"   AT   0505
                 Stop " "
                 GOBACK
            END-IF.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            PERFORM  ABRE-CALENDARIO.
            DISPLAY  ERASE   AT   0101.
            PERFORM  TRATA-DATA  UNTIL  CONTINUA = "N" OR "n".
            CLOSE    CAL-FILE.
            DISPLAY  "FIM DO PROGRAMA"   AT   1805.
            Stop " ".
            GOBACK.


       ABRE-CALENDARIO.
            OPEN     I-O      CAL-FILE.
            IF       WS-CAL-STATUS NOT = "00"
                 OPEN   OUTPUT  CAL-FILE
                 CLOSE          CAL-FILE
                 OPEN   I-O     CAL-FILE
            END-IF.
            IF       WS-CAL-STATUS NOT = "00"
                 DISPLAY "CALEND NAO PODE SER ABERTO - STATUS "
                         WS-CAL-STATUS   AT   2005
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


       TRATA-DATA.
            DISPLAY  ERASE    AT   0101.
            DISPLAY  TELA01   AT   0101.
            PERFORM  ENTRA-DATA.
            PERFORM  MOSTRA-ATUAL.
            IF       LDP-DATA-ABERTA
                 AND DATA-INFORMADA = LDP-DATA-PROC
                 DISPLAY "DATA DE PROCESSAMENTO ABERTA - NAO ALTERA!!"
                         AT   2005
            ELSE
                 PERFORM ENTRA-TIPO
                 IF   TIPO-EXCLUSAO
                      PERFORM EXCLUI-DATA
                 ELSE
                      PERFORM ENTRA-DESCRICAO
                      PERFORM GRAVA-DATA
                 END-IF
            END-IF.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.


       ENTRA-DATA.
            MOVE     ZEROS            TO   DATA-INFORMADA.
            ACCEPT   DATA-INFORMADA   AT   0526 PROMPT AUTO.
            MOVE     DATA-INFORMADA   TO   DUT-DATA.
            CALL     "DIAUTIL"        USING DIA-UTIL-PARM.
            IF       DUT-DESCRICAO = "DATA INVALIDA"
                DISPLAY "DATA INVALIDA - INFORME AAAAMMDD!!"   AT   2005
                PERFORM ENTRA-DATA
            END-IF.
            EXIT.


       MOSTRA-ATUAL.
            IF       DUT-DIA-UTIL
                 DISPLAY "DIA UTIL"       AT   0726
            ELSE
                 DISPLAY "DIA NAO UTIL"   AT   0726
            END-IF.
            DISPLAY  DUT-DESCRICAO        AT   0740.
            MOVE     DATA-INFORMADA   TO   CAL-DATA.
            READ     CAL-FILE
                INVALID KEY
                     SET  CAL-EXISTE  TO   FALSE
                NOT INVALID KEY
                     SET  CAL-EXISTE  TO   TRUE
                     DISPLAY CAL-TIPO             AT   0926
                     DISPLAY CAL-DESCRICAO        AT   1226
            END-READ.
            EXIT.


       ENTRA-TIPO.
            MOVE     SPACES           TO   TIPO-INFORMADO.
            ACCEPT   TIPO-INFORMADO   AT   0926 PROMPT AUTO.
            EVALUATE TIPO-INFORMADO
            WHEN     "f"
                MOVE "F"   TO   TIPO-INFORMADO
            WHEN     "n"
                MOVE "N"   TO   TIPO-INFORMADO
            WHEN     "u"
                MOVE "U"   TO   TIPO-INFORMADO
            WHEN     "e"
                MOVE "E"   TO   TIPO-INFORMADO
            WHEN OTHER
                CONTINUE
            END-EVALUATE.
            IF       NOT TIPO-VALIDO
                DISPLAY "TIPO: INFORME F, N, U OU E!!"   AT   2005
                PERFORM ENTRA-TIPO
            END-IF.
            IF       TIPO-EXCLUSAO
                 AND NOT CAL-EXISTE
                DISPLAY "DATA NAO ESTA NO CALENDARIO!!"   AT   2005
                PERFORM ENTRA-TIPO
            END-IF.
            EXIT.


       ENTRA-DESCRICAO.
            MOVE     SPACES                TO   DESCRICAO-INFORMADA.
            ACCEPT   DESCRICAO-INFORMADA   AT   1226 PROMPT AUTO.
            IF       DESCRICAO-INFORMADA = SPACES
                DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO!!"
                        AT   2005
                PERFORM ENTRA-DESCRICAO
            END-IF.
            EXIT.


       GRAVA-DATA.
            MOVE     DATA-INFORMADA       TO   CAL-DATA.
            MOVE     TIPO-INFORMADO       TO   CAL-TIPO.
            MOVE     DESCRICAO-INFORMADA  TO   CAL-DESCRICAO.
            MOVE     OPERADOR-SESSAO      TO   CAL-OPERADOR.
            MOVE     DATA-DO-SISTEMA      TO   CAL-DATA-ALTERACAO.
            IF       CAL-EXISTE
                REWRITE CAL-REG
                    INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR A DATA!!"
                                 AT   2005
                END-REWRITE
            ELSE
                WRITE CAL-REG
                    INVALID KEY
                         DISPLAY "ERRO AO GRAVAR A DATA!!"
                                 AT   2005
                END-WRITE
            END-IF.
            IF       WS-CAL-STATUS = "00" OR "02"
                MOVE    "M"   TO   AUDIT-SAIDA
                PERFORM GRAVA-AUDITORIA
                DISPLAY "CALENDARIO ATUALIZADO."   AT   2005
            END-IF.
            EXIT.


       EXCLUI-DATA.
            MOVE     DATA-INFORMADA   TO   CAL-DATA.
            DELETE   CAL-FILE
                INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR A DATA!!"   AT   2005
            END-DELETE.
            IF       WS-CAL-STATUS = "00"
                MOVE    "R"   TO   AUDIT-SAIDA
                PERFORM GRAVA-AUDITORIA
                DISPLAY "DATA EXCLUIDA DO CALENDARIO."   AT   2005
            END-IF.
            EXIT.


       GRAVA-AUDITORIA.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "MNTCAL"             TO   AUDIT-PROGRAMA.
            MOVE     DATA-INFORMADA       TO   AUDIT-ENTRADA.
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

       end program MNTCAL.
