       program-id. MNTCOTA as "MNTCOTA".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * MNTCOTA - Manutencao da cota mensal por departamento (COTADEP).
      *
      *           Uma carga da engenharia pelo INTENG encheu o RAIOIN
      *           num trimestre, empurrou a janela da noite e gerou
      *           uma cobranca que ninguem aprovou. Aqui o operador
      *           da sessao (sign-on do MENU, gravado no OPERSES), com
      *           nivel 3 (administracao), informa para cada
      *           departamento cadastrado (LEDEPTO) a cota do mes em
      *           quantidade de calculos da fila RAIOIN (circulo) e da
      *           fila CILIN (cilindro/esfera) - zero = sem cota - e o
      *           percentual da cota a partir do qual o EDLOTE e o
      *           PAINEL avisam (zero = sem aviso). A tela mostra o
      *           registro atual da chave informada com o operador e a
      *           data da ultima alteracao.
      *
      *           Subir a cota basta para a requisicao retida ("RT")
      *           voltar a fila na proxima critica do EDLOTE; para
      *           liberar uma requisicao so, sem mexer na cota, o
      *           caminho e o LIBREQ. Cada inclusao ou alteracao sai
      *           no AUDITLOG via GRAVACOM com o departamento em
      *           AUDIT-ENTRADA ("M") e o operador da sessao em
      *           AUDIT-OPERADOR, no mesmo molde do MNTDEPT.
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
                  access mode  is random
                  record key   is COT-DEPTO
                  file status  is WS-COTA-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  COTA-FILE.
           copy COTADEP.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-COTA-EXISTE     PIC X(01)     VALUE "N".
              88 COTA-EXISTE                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-COTA-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR-SESSAO    PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CAMPOS-TELA.
           02 CHAVE-INFORMADA    PIC X(04)     VALUE SPACES.
           02 COTA-RAIOS-INF     PIC 9(06)     VALUE ZEROS.
           02 COTA-CILS-INF      PIC 9(06)     VALUE ZEROS.
           02 AVISO-INFORMADO    PIC 9(03)     VALUE ZEROS.
           02 CONTINUA           PIC X(01)     VALUE SPACES.

       01 LINHA-ALTERACAO.
           02 FILLER             PIC X(14)     VALUE "ALTERADO POR ".
           02 ALT-OPERADOR       PIC X(08).
           02 FILLER             PIC X(04)     VALUE " EM ".
           02 ALT-DIA            PIC 9(02).
           02 FILLER             PIC X(01)     VALUE "/".
           02 ALT-MES            PIC 9(02).
           02 FILLER             PIC X(01)     VALUE "/".
           02 ALT-ANO            PIC 9(04).

       01 CONTROLE-RUN-ID.
           02 RUN-ID-EXECUCAO     PIC 9(16)    VALUE ZEROS.
           02 SEQUENCIA-AUDITORIA PIC 9(05)    VALUE ZEROS.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA.
           02 ANO                PIC 9(04)     VALUE ZEROS.
           02 MES                PIC 9(02)     VALUE ZEROS.
           02 DIA                PIC 9(02)     VALUE ZEROS.

           copy LEDEPTO.

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
              "Cota Mensal por Departamento (COTADEP)".
           02 LINE 05 COLUMN 05 VALUE
              "Codigo do depto....: ".
           02 LINE 07 COLUMN 05 VALUE
              "Cota RAIOIN (mes)..: ".
           02 LINE 09 COLUMN 05 VALUE
              "Cota CILIN (mes)...: ".
           02 LINE 11 COLUMN 05 VALUE
              "Aviso (% da cota)..: ".
           02 LINE 13 COLUMN 05 VALUE
              "Zero = sem cota / sem aviso".
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
                 DISPLAY "MNTCOTA: OPERADOR SEM PERMISSAO DE "
                         "ADMINISTRACAO (NIVEL 3)"   AT   0505
                 Stop " "
                 GOBACK
            END-IF.
            PERFORM  ABRE-COTAS.
            DISPLAY  ERASE   AT   0101.
            PERFORM  TRATA-COTA  UNTIL  CONTINUA = "N" OR "n".
            CLOSE    COTA-FILE.
            DISPLAY  "FIM DO PROGRAMA"   AT   1805.
            Stop " ".
            GOBACK.


       ABRE-COTAS.
            OPEN     I-O      COTA-FILE.
            IF       WS-COTA-STATUS NOT = "00"
                 OPEN   OUTPUT  COTA-FILE
                 CLOSE          COTA-FILE
                 OPEN   I-O     COTA-FILE
            END-IF.
            IF       WS-COTA-STATUS NOT = "00"
                 DISPLAY "COTADEP NAO PODE SER ABERTO - STATUS "
                         WS-COTA-STATUS   AT   2005
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


       TRATA-COTA.
            DISPLAY  ERASE    AT   0101.
            DISPLAY  TELA01   AT   0101.
            PERFORM  ENTRA-CHAVE.
            PERFORM  MOSTRA-ATUAL.
            PERFORM  ENTRA-COTA-RAIOS.
            PERFORM  ENTRA-COTA-CILS.
            PERFORM  ENTRA-AVISO.
            PERFORM  GRAVA-COTA.
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
            MOVE     CHAVE-INFORMADA   TO   LED-DEPTO.
            CALL     "LEDEPTO"         USING LE-DEPTO-PARM.
            IF       NOT LED-DEPTO-VALIDO
                DISPLAY "DEPARTAMENTO NAO CADASTRADO OU INATIVO!!"
                        AT   2005
                PERFORM ENTRA-CHAVE
            END-IF.
            EXIT.


       MOSTRA-ATUAL.
            MOVE     CHAVE-INFORMADA   TO   COT-DEPTO.
            READ     COTA-FILE
                INVALID KEY
                     SET  COTA-EXISTE  TO   FALSE
                     DISPLAY "(SEM COTA)"         AT   0735
                NOT INVALID KEY
                     SET  COTA-EXISTE  TO   TRUE
                     DISPLAY COT-COTA-RAIOS       AT   0726
                     DISPLAY COT-COTA-CILS        AT   0926
                     DISPLAY COT-AVISO-PCT        AT   1126
                     MOVE    COT-OPERADOR         TO   ALT-OPERADOR
                     MOVE    COT-DATA-ALT (7:2)   TO   ALT-DIA
                     MOVE    COT-DATA-ALT (5:2)   TO   ALT-MES
                     MOVE    COT-DATA-ALT (1:4)   TO   ALT-ANO
                     DISPLAY LINHA-ALTERACAO      AT   0735
            END-READ.
            EXIT.


       ENTRA-COTA-RAIOS.
            MOVE     ZEROS            TO   COTA-RAIOS-INF.
            ACCEPT   COTA-RAIOS-INF   AT   0726 PROMPT AUTO.
            EXIT.


       ENTRA-COTA-CILS.
            MOVE     ZEROS            TO   COTA-CILS-INF.
            ACCEPT   COTA-CILS-INF    AT   0926 PROMPT AUTO.
            EXIT.


       ENTRA-AVISO.
            MOVE     ZEROS            TO   AVISO-INFORMADO.
            ACCEPT   AVISO-INFORMADO  AT   1126 PROMPT AUTO.
            IF       AVISO-INFORMADO > 100
                DISPLAY "AVISO: INFORME DE 0 A 100!!"   AT   2005
                PERFORM ENTRA-AVISO
            END-IF.
            EXIT.


       GRAVA-COTA.
            MOVE     CHAVE-INFORMADA     TO   COT-DEPTO.
            MOVE     COTA-RAIOS-INF      TO   COT-COTA-RAIOS.
            MOVE     COTA-CILS-INF       TO   COT-COTA-CILS.
            MOVE     AVISO-INFORMADO     TO   COT-AVISO-PCT.
            MOVE     OPERADOR-SESSAO     TO   COT-OPERADOR.
            MOVE     DATA-DO-SISTEMA     TO   COT-DATA-ALT.
            IF       COTA-EXISTE
                REWRITE COTA-DEPTO-REG
                    INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR A COTA!!"
                                 AT   2005
                END-REWRITE
            ELSE
                WRITE COTA-DEPTO-REG
                    INVALID KEY
                         DISPLAY "ERRO AO GRAVAR A COTA!!"
                                 AT   2005
                END-WRITE
            END-IF.
            IF       WS-COTA-STATUS = "00" OR "02"
                PERFORM GRAVA-AUDITORIA
                DISPLAY "COTA ATUALIZADA."   AT   2005
            END-IF.
            EXIT.


       GRAVA-AUDITORIA.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "MNTCOTA"            TO   AUDIT-PROGRAMA.
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

       end program MNTCOTA.
