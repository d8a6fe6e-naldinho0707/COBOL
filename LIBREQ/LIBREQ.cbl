       program-id. LIBREQ as "LIBREQ".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * LIBREQ - Liberacao de requisicao retida pela cota mensal.
      *
      *          A requisicao que passaria da cota do departamento
      *          (COTADEP) fica retida ("RT" no REQMAST) pela critica
      *          do EDLOTE ou pela entrada do INTENG, e os registros
      *          dela ficam fora da fila (RAIORET/CILRET) ate a cota
      *          subir no MNTCOTA ou alguem assumir o custo. Nesta
      *          tela o operador da sessao (sign-on do MENU, gravado
      *          no OPERSES), com nivel 3 (administracao), informa o
      *          departamento e a requisicao, confere a situacao, a
      *          fila, os calculos de lote do departamento no mes e a
      *          cota daquela fila (SOMACOTA), e confirma a liberacao:
      *          o ATUREQ grava a situacao "LI" (liberada acima da
      *          cota, motivo "CT"), que a critica da tarde nao retem
      *          mais, e o ORDFILA devolve os registros a fila no
      *          inicio do lote da noite.
      *
      *          Cada liberacao sai no AUDITLOG via GRAVACOM com o
      *          departamento + requisicao em AUDIT-ENTRADA ("L") e o
      *          operador da sessao em AUDIT-OPERADOR; sessao ausente
      *          ou nivel insuficiente encerra o programa com a linha
      *          de recusa ("P"), no molde do ENTREQ.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select SES-FILE      assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-SESSAO          PIC X(01)     VALUE "N".
              88 SESSAO-ABERTA                 VALUE "S" FALSE "N".
           02 SW-PODE-LIBERAR    PIC X(01)     VALUE "N".
              88 PODE-LIBERAR                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR           PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CAMPOS-TELA.
           02 CONFIRMA           PIC X(01)     VALUE SPACES.
           02 CONTINUA           PIC X(01)     VALUE SPACES.

       01 CHAVE-REQUISICAO.
           02 CHV-DEPTO          PIC X(04)     VALUE SPACES.
           02 CHV-NUMERO         PIC 9(06)     VALUE ZEROS.

       01 LINHA-COTA.
           02 FILLER             PIC X(11)     VALUE "CALCULADOS ".
           02 COTA-USO-ED        PIC ZZZZZ9.
           02 FILLER             PIC X(10)     VALUE "  DA COTA ".
           02 COTA-LIMITE-ED     PIC ZZZZZ9.
           02 FILLER             PIC X(01)     VALUE SPACE.
           02 COTA-FILA-ED       PIC X(06).

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

           copy ATUREQ.

           copy LEREQ.

           copy SOMACOTA.

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/   USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/   USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04)    USING ANO.
           02 LINE 02 COLUMN 25 VALUE
              "Liberacao de Requisicao Retida pela Cota".
           02 LINE 03 COLUMN 05 VALUE
              "Operador...........: ".
           02 LINE 05 COLUMN 05 VALUE
              "Departamento.......: ".
           02 LINE 06 COLUMN 05 VALUE
              "Requisicao.........: ".
           02 LINE 07 COLUMN 05 VALUE
              "Situacao atual.....: ".
           02 LINE 08 COLUMN 05 VALUE
              "Uso no mes.........: ".
           02 LINE 10 COLUMN 05 VALUE
              "Confirma a liberacao (S/N): < >".
           02 LINE 12 COLUMN 05 VALUE
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
            IF       NOT SESSAO-ABERTA
                 OR  NIVEL-SESSAO < 3
                 PERFORM GRAVA-AUDITORIA-RECUSA
                 DISPLAY ERASE   AT   0101
                 DISPLAY "LIBREQ: OPERADOR SEM PERMISSAO DE "
                         "ADMINISTRACAO (NIVEL 3)"   AT   0505
                 Stop " "
                 GOBACK
            END-IF.
            PERFORM  TRATA-REQUISICAO  UNTIL  CONTINUA = "N" OR "n".
            DISPLAY  "FIM DO PROGRAMA"   AT   2205.
            Stop " ".
            GOBACK.


       LE-SESSAO.
            SET      SESSAO-ABERTA   TO   FALSE.
            MOVE     SPACES   TO   OPERADOR.
            MOVE     ZEROS    TO   NIVEL-SESSAO.
            OPEN     INPUT    SES-FILE.
            IF       WS-SES-STATUS = "00"
                READ SES-FILE
                    AT END
                         CONTINUE
                    NOT AT END
                         IF   SES-OPERADOR NOT = SPACES
                              MOVE SES-OPERADOR   TO   OPERADOR
                              MOVE SES-NIVEL      TO   NIVEL-SESSAO
                              SET  SESSAO-ABERTA  TO   TRUE
                         END-IF
                END-READ
                CLOSE SES-FILE
            END-IF.
            EXIT.


       GRAVA-AUDITORIA-RECUSA.
            MOVE     OPERADOR             TO   AUDIT-ENTRADA.
            MOVE     "P"                  TO   AUDIT-SAIDA.
            PERFORM  CHAMA-GRAVACOM.
            EXIT.


       TRATA-REQUISICAO.
            DISPLAY  ERASE    AT   0101.
            DISPLAY  TELA01   AT   0101.
            DISPLAY  OPERADOR AT   0326.
            PERFORM  ENTRA-DEPARTAMENTO.
            PERFORM  ENTRA-NUMERO.
            PERFORM  BUSCA-REQUISICAO.
            PERFORM  CONFERE-LIBERACAO.
            IF       PODE-LIBERAR
                 PERFORM MOSTRA-USO
                 PERFORM PERGUNTA-CONFIRMA
                 IF      CONFIRMA = "S" OR "s"
                      PERFORM GRAVA-LIBERACAO
                 ELSE
                      DISPLAY "LIBERACAO DESPREZADA."   AT   2005
                 END-IF
            END-IF.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.


       ENTRA-DEPARTAMENTO.
            MOVE     SPACES      TO   CHV-DEPTO.
            ACCEPT   CHV-DEPTO   AT   0526 PROMPT AUTO.
            IF       CHV-DEPTO = SPACES
                DISPLAY "INFORME O DEPARTAMENTO!!"   AT   2005
                PERFORM ENTRA-DEPARTAMENTO
            END-IF.
            EXIT.


       ENTRA-NUMERO.
            MOVE     ZEROS        TO   CHV-NUMERO.
            ACCEPT   CHV-NUMERO   AT   0626 PROMPT AUTO.
            IF       CHV-NUMERO = ZEROS
                DISPLAY "INFORME O NUMERO DA REQUISICAO!!"   AT   2005
                PERFORM ENTRA-NUMERO
            END-IF.
            EXIT.


       BUSCA-REQUISICAO.
            MOVE     CHV-DEPTO    TO   LER-DEPTO.
            MOVE     CHV-NUMERO   TO   LER-NUMERO.
            CALL     "LEREQ"      USING LE-REQ-PARM.
            IF       LER-REQ-NAO-REGISTRADA
                DISPLAY "(NAO REGISTRADA)"   AT   0726
            ELSE
                DISPLAY LER-SITUACAO         AT   0726
                DISPLAY LER-FILA             AT   0730
                IF   LER-MOTIVO NOT = SPACES
                     DISPLAY "MOTIVO: "      AT   0740
                     DISPLAY LER-MOTIVO      AT   0748
                END-IF
            END-IF.
            EXIT.


      * so a requisicao retida pela cota e liberada aqui
       CONFERE-LIBERACAO.
            SET      PODE-LIBERAR   TO   FALSE.
            EVALUATE TRUE
            WHEN     LER-STATUS NOT = "00" AND NOT = "23"
                                   AND NOT = "35"
                DISPLAY "REQMAST INDISPONIVEL - STATUS "
                        LER-STATUS   AT   2005
            WHEN     LER-REQ-NAO-REGISTRADA
                DISPLAY "REQUISICAO NAO REGISTRADA!!"   AT   2005
            WHEN     LER-REQ-LIBERADA
                DISPLAY "REQUISICAO JA LIBERADA!!"   AT   2005
            WHEN     LER-REQ-RETIDA
                SET  PODE-LIBERAR   TO   TRUE
            WHEN OTHER
                DISPLAY "SO E LIBERADA A REQUISICAO RETIDA PELA "
                        "COTA (RT)!!"   AT   2005
            END-EVALUATE.
            EXIT.


       MOSTRA-USO.
            MOVE     DATA-DO-SISTEMA   TO   SMC-DATA-REF.
            CALL     "SOMACOTA"        USING SOMA-COTA-PARM.
            MOVE     ZEROS             TO   COTA-USO-ED
                                            COTA-LIMITE-ED.
            MOVE     LER-FILA          TO   COTA-FILA-ED.
            SET      IX-SMC            TO   1.
            SEARCH   SMC-DEPTO
                AT END
                     CONTINUE
                WHEN IX-SMC > SMC-QTDE-DEPTOS
                     CONTINUE
                WHEN SMC-CODIGO (IX-SMC) = CHV-DEPTO
                     PERFORM SEPARA-FILA
            END-SEARCH.
            DISPLAY  LINHA-COTA   AT   0826.
            EXIT.


       SEPARA-FILA.
            IF       LER-FILA = "CILIN"
                 MOVE SMC-USO-CILS   (IX-SMC)   TO   COTA-USO-ED
                 MOVE SMC-COTA-CILS  (IX-SMC)   TO   COTA-LIMITE-ED
            ELSE
                 MOVE SMC-USO-RAIOS  (IX-SMC)   TO   COTA-USO-ED
                 MOVE SMC-COTA-RAIOS (IX-SMC)   TO   COTA-LIMITE-ED
            END-IF.
            EXIT.


       PERGUNTA-CONFIRMA.
            MOVE     SPACES     TO   CONFIRMA.
            ACCEPT   CONFIRMA   AT   1034 PROMPT AUTO.
            IF       CONFIRMA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONFIRMA
            END-IF.
            EXIT.


       GRAVA-LIBERACAO.
            MOVE     CHV-DEPTO      TO   ATU-DEPTO.
            MOVE     CHV-NUMERO     TO   ATU-NUMERO.
            MOVE     "LI"           TO   ATU-SITUACAO.
            MOVE     LER-FILA       TO   ATU-FILA.
            MOVE     "CT"           TO   ATU-MOTIVO.
            MOVE     OPERADOR       TO   ATU-OPERADOR.
            CALL     "ATUREQ"       USING ATU-REQ-PARM.
            EVALUATE TRUE
            WHEN     ATU-STATUS NOT = "00"
                DISPLAY "ERRO AO LIBERAR NO REQMAST - STATUS "
                        ATU-STATUS   AT   2005
            WHEN     ATU-REQ-CANCELADA
                DISPLAY "REQUISICAO CANCELADA NESTE MEIO TEMPO!!"
                        AT   2005
            WHEN OTHER
                MOVE    CHAVE-REQUISICAO   TO   AUDIT-ENTRADA
                MOVE    "L"                TO   AUDIT-SAIDA
                PERFORM CHAMA-GRAVACOM
                DISPLAY "REQUISICAO LIBERADA - VOLTA A FILA NO LOTE "
                        "DA NOITE."   AT   2005
            END-EVALUATE.
            EXIT.


       CHAMA-GRAVACOM.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "LIBREQ"             TO   AUDIT-PROGRAMA.
            MOVE     OPERADOR             TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.
            MOVE     SEQUENCIA-AUDITORIA  TO   AUDIT-SEQUENCIA.
            SET      GRAVA-NA-AUDITORIA   TO   TRUE.
            MOVE     AUDIT-LOG-REG        TO   GRAVA-REGISTRO.
            CALL     "GRAVACOM"           USING GRAVA-COM-PARM.
            EXIT.


       PERGUNTA-CONTINUA.
            MOVE     SPACES     TO   CONTINUA.
            ACCEPT   CONTINUA   AT   1230 PROMPT AUTO.
            IF       CONTINUA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONTINUA
            END-IF.
            EXIT.

       end program LIBREQ.
