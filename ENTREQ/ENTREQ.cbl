       program-id. ENTREQ as "ENTREQ".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * ENTREQ - Entrada e cancelamento de requisicoes pela tela.
      *
      *          A requisicao so entrava na fila pelo arquivo montado
      *          no turno da tarde ou pela transmissao da engenharia,
      *          e um erro de digitacao so aparecia no relatorio do
      *          EDLOTE no fim do turno. Aqui o operador (nivel 2,
      *          operacao, pela sessao do sign-on do MENU) inclui a
      *          requisicao direto na fila - circulo (RAIOIN),
      *          cilindro/esfera (CILIN) ou Fibonacci (FIBIN) - com as
      *          mesmas regras da critica do EDLOTE aplicadas na hora:
      *          departamento cadastrado e ativo (LEDEPTO), raio nao
      *          zerado e dentro do limite (SYSPARM RAIOMAX, com o
      *          CTRLRAIO e 100,00 de reserva), altura no cilindro,
      *          tamanho da sequencia dentro do teto (SYSPARM FIBMAX,
      *          padrao 99), semente (A,B), serie completa ou so o
      *          termo N (FIB-MODO) e urgencia U/N. O registro
      *          vai para o fim da fila e a requisicao e registrada
      *          "FI" no REQMAST via ATUREQ.
      *
      *          A mesma tela cancela a requisicao que ainda espera
      *          na fila (situacao FI, CR ou RE no REQMAST, ou retida
      *          pela cota - RT - ou liberada acima dela - LI): o ATUREQ
      *          grava a situacao "CA" e os lotes da noite (EX09,
      *          CILESF e FIBONACCI) pulam os registros dela sem
      *          calcular, sem suspender e sem cobrar. Requisicao ja
      *          processada ou suspensa nao e cancelada aqui.
      *
      *          Cada inclusao ("I") e cada cancelamento ("C") sai no
      *          AUDITLOG via GRAVACOM com departamento + requisicao
      *          em AUDIT-ENTRADA e o operador da sessao em
      *          AUDIT-OPERADOR; sessao ausente ou nivel insuficiente
      *          encerra o programa com a linha de recusa ("P"), no
      *          molde do MNTPARM.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select RAIO-IN-FILE  assign to "RAIOIN"
                  organization is line sequential
                  file status  is WS-RAIO-IN-STATUS.

           select CIL-IN-FILE   assign to "CILIN"
                  organization is line sequential
                  file status  is WS-CIL-IN-STATUS.

           select FIB-IN-FILE   assign to "FIBIN"
                  organization is line sequential
                  file status  is WS-FIB-IN-STATUS.

           select CTRL-FILE     assign to "CTRLRAIO"
                  organization is line sequential
                  file status  is WS-CTRL-STATUS.

           select SES-FILE      assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  RAIO-IN-FILE.
           copy RAIOIN.

       FD  CIL-IN-FILE.
           copy CILIN.

       FD  FIB-IN-FILE.
           copy FIBIN.

       FD  CTRL-FILE.
           copy CTRLRAIO.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-PODE-INCLUIR    PIC X(01)     VALUE "N".
              88 PODE-INCLUIR                  VALUE "S" FALSE "N".
           02 SW-PODE-CANCELAR   PIC X(01)     VALUE "N".
              88 PODE-CANCELAR                 VALUE "S" FALSE "N".
           02 SW-GRAVOU-FILA     PIC X(01)     VALUE "N".
              88 GRAVOU-FILA                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RAIO-IN-STATUS  PIC X(02)     VALUE SPACES.
           02 WS-CIL-IN-STATUS   PIC X(02)     VALUE SPACES.
           02 WS-FIB-IN-STATUS   PIC X(02)     VALUE SPACES.
           02 WS-CTRL-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 SW-SESSAO          PIC X(01)     VALUE "N".
              88 SESSAO-ABERTA                 VALUE "S" FALSE "N".
           02 OPERADOR           PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CONTROLE-RAIO.
           02 WS-RAIO-MAXIMO     PIC 9(03)V99  VALUE 100,00.

       77 LIMITE-SEQUENCIA       PIC 9(02)     VALUE 99.

           copy LESPARM.

       01 PARM-RAIO-BRUTO        PIC X(05)     VALUE "00000".
       01 PARM-RAIO-NUM REDEFINES PARM-RAIO-BRUTO
                                 PIC 9(03)V99.

       01 CAMPOS-TELA.
           02 OPERACAO           PIC X(01)     VALUE SPACES.
              88 OPERACAO-INCLUSAO             VALUE "I".
              88 OPERACAO-CANCELAMENTO         VALUE "C".
           02 FORMA-INFORMADA    PIC X(01)     VALUE SPACES.
              88 FORMA-CIRCULO                 VALUE "C".
              88 FORMA-CILINDRO                VALUE "L".
              88 FORMA-ESFERA                  VALUE "E".
              88 FORMA-FIBONACCI               VALUE "F".
           02 RAIO-INFORMADO     PIC 9(03)V99  VALUE ZEROS.
           02 MASC-RAIO          PIC ZZ9,99    VALUE ZEROS.
           02 ALTURA-INFORMADA   PIC 9(03)V99  VALUE ZEROS.
           02 MASC-ALTURA        PIC ZZ9,99    VALUE ZEROS.
           02 URGENCIA-INFORMADA PIC X(01)     VALUE SPACES.
           02 TAMANHO-INFORMADO  PIC 9(02)     VALUE ZEROS.
           02 SEMENTE-INFORMADA  PIC X(01)     VALUE SPACES.
           02 SEMENTE-A          PIC 9(06)     VALUE ZEROS.
           02 SEMENTE-B          PIC 9(06)     VALUE ZEROS.
           02 SERIE-INFORMADA    PIC X(01)     VALUE SPACES.
           02 CONFIRMA           PIC X(01)     VALUE SPACES.
           02 CONTINUA           PIC X(01)     VALUE SPACES.

       01 CHAVE-REQUISICAO.
           02 CHV-DEPTO          PIC X(04)     VALUE SPACES.
           02 CHV-NUMERO         PIC 9(06)     VALUE ZEROS.

       01 FILA-DESTINO           PIC X(06)     VALUE SPACES.

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

           copy LEDEPTO.

           copy LEREQ.

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/   USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/   USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04)    USING ANO.
           02 LINE 02 COLUMN 25 VALUE
              "Entrada e Cancelamento de Requisicoes".
           02 LINE 03 COLUMN 05 VALUE
              "Operador...........: ".
           02 LINE 05 COLUMN 05 VALUE
              "Operacao (I-Inclui/C-Cancela): < >".
           02 LINE 06 COLUMN 05 VALUE
              "Departamento.......: ".
           02 LINE 07 COLUMN 05 VALUE
              "Requisicao.........: ".
           02 LINE 08 COLUMN 05 VALUE
              "Situacao atual.....: ".
           02 LINE 10 COLUMN 05 VALUE
              "Fila (C-Circulo/L-Cilindro/E-Esfera/F-Fibonacci): < >".
           02 LINE 11 COLUMN 05 VALUE
              "Raio...............: ".
           02 LINE 11 COLUMN 40 VALUE
              "Altura: ".
           02 LINE 12 COLUMN 05 VALUE
              "Urgencia (U/N).....: ".
           02 LINE 13 COLUMN 05 VALUE
              "Tamanho (N)........: ".
           02 LINE 13 COLUMN 40 VALUE
              "Semente (S/N): < >".
           02 LINE 14 COLUMN 05 VALUE
              "Semente A..........: ".
           02 LINE 14 COLUMN 40 VALUE
              "Semente B..: ".
           02 LINE 15 COLUMN 05 VALUE
              "Serie compl. (S/N).: < >".
           02 LINE 16 COLUMN 05 VALUE
              "Confirma (S/N).....: < >".
           02 LINE 18 COLUMN 05 VALUE
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
                 OR  NIVEL-SESSAO < 2
                 PERFORM GRAVA-AUDITORIA-RECUSA
                 DISPLAY ERASE   AT   0101
                 DISPLAY "ENTREQ: OPERADOR SEM PERMISSAO DE "
                         "OPERACAO (NIVEL 2)"   AT   0505
                 Stop " "
                 GOBACK
            END-IF.
            PERFORM  LE-PARAMETROS.
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


       LE-PARAMETROS.
            MOVE     "RAIOMAX"    TO   LEP-CHAVE.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                AND  LEP-VALOR (1:5) IS NUMERIC
                AND  LEP-VALOR (1:5) NOT = "00000"
                MOVE LEP-VALOR (1:5)   TO   PARM-RAIO-BRUTO
                MOVE PARM-RAIO-NUM     TO   WS-RAIO-MAXIMO
            ELSE
                PERFORM LE-CONTROLE-RAIO
            END-IF.
            MOVE     "FIBMAX"     TO   LEP-CHAVE.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                AND  LEP-VALOR (1:2) IS NUMERIC
                AND  LEP-VALOR (1:2) NOT = "00"
                MOVE LEP-VALOR (1:2)   TO   LIMITE-SEQUENCIA
            END-IF.
            EXIT.


       LE-CONTROLE-RAIO.
            OPEN     INPUT CTRL-FILE.
            IF       WS-CTRL-STATUS = "00"
                 READ CTRL-FILE
                     AT END
                         MOVE 100,00 TO WS-RAIO-MAXIMO
                     NOT AT END
                         MOVE CTRL-RAIO-MAXIMO TO WS-RAIO-MAXIMO
                 END-READ
                 CLOSE CTRL-FILE
            ELSE
                 MOVE 100,00 TO WS-RAIO-MAXIMO
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
            PERFORM  ENTRA-OPERACAO.
            PERFORM  ENTRA-DEPARTAMENTO.
            PERFORM  ENTRA-NUMERO.
            PERFORM  BUSCA-REQUISICAO.
            IF       OPERACAO-INCLUSAO
                 PERFORM TRATA-INCLUSAO
            ELSE
                 PERFORM TRATA-CANCELAMENTO
            END-IF.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.


       ENTRA-OPERACAO.
            MOVE     SPACES     TO   OPERACAO.
            ACCEPT   OPERACAO   AT   0537 PROMPT AUTO.
            IF       OPERACAO = "i"
                MOVE "I"   TO   OPERACAO
            END-IF.
            IF       OPERACAO = "c"
                MOVE "C"   TO   OPERACAO
            END-IF.
            IF       NOT OPERACAO-INCLUSAO AND NOT OPERACAO-CANCELAMENTO
                DISPLAY "OPERACAO: INFORME I OU C!!"   AT   2005
                PERFORM ENTRA-OPERACAO
            END-IF.
            EXIT.


       ENTRA-DEPARTAMENTO.
            MOVE     SPACES      TO   CHV-DEPTO.
            ACCEPT   CHV-DEPTO   AT   0626 PROMPT AUTO.
            EVALUATE TRUE
            WHEN     CHV-DEPTO = SPACES
                DISPLAY "INFORME O DEPARTAMENTO!!"   AT   2005
                PERFORM ENTRA-DEPARTAMENTO
            WHEN     CHV-DEPTO = "TELA"
                DISPLAY "TELA E RESERVADO AOS CALCULOS DE TERMINAL!!"
                        AT   2005
                PERFORM ENTRA-DEPARTAMENTO
            WHEN     OPERACAO-INCLUSAO
                PERFORM CONFERE-DEPARTAMENTO
            WHEN OTHER
                CONTINUE
            END-EVALUATE.
            EXIT.


       CONFERE-DEPARTAMENTO.
            MOVE     CHV-DEPTO    TO   LED-DEPTO.
            CALL     "LEDEPTO"    USING LE-DEPTO-PARM.
            IF       NOT LED-DEPTO-VALIDO
                DISPLAY "DEPARTAMENTO DESCONHECIDO OU INATIVO!!"
                        AT   2005
                PERFORM ENTRA-DEPARTAMENTO
            ELSE
                DISPLAY LED-NOME   AT   0632
            END-IF.
            EXIT.


       ENTRA-NUMERO.
            MOVE     ZEROS        TO   CHV-NUMERO.
            ACCEPT   CHV-NUMERO   AT   0726 PROMPT AUTO.
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
                DISPLAY "(NAO REGISTRADA)"   AT   0826
            ELSE
                DISPLAY LER-SITUACAO         AT   0826
                DISPLAY LER-FILA             AT   0830
                IF   LER-MOTIVO NOT = SPACES
                     DISPLAY "MOTIVO: "      AT   0840
                     DISPLAY LER-MOTIVO      AT   0848
                END-IF
            END-IF.
            EXIT.

      *----------------------------------------------------------------*
      * inclusao: a fila escolhida, os dados da forma e a gravacao no
      * fim da fila, com as regras da critica do EDLOTE
      *----------------------------------------------------------------*

       TRATA-INCLUSAO.
            PERFORM  ENTRA-FORMA.
            PERFORM  CONFERE-INCLUSAO.
            IF       PODE-INCLUIR
                 PERFORM ENTRA-DADOS-FORMA
                 PERFORM PERGUNTA-CONFIRMA
                 IF      CONFIRMA = "S" OR "s"
                      PERFORM GRAVA-INCLUSAO
                 ELSE
                      DISPLAY "INCLUSAO DESPREZADA."   AT   2005
                 END-IF
            END-IF.
            EXIT.


       ENTRA-FORMA.
            MOVE     SPACES            TO   FORMA-INFORMADA.
            ACCEPT   FORMA-INFORMADA   AT   1056 PROMPT AUTO.
            EVALUATE FORMA-INFORMADA
            WHEN     "c"
                MOVE "C"   TO   FORMA-INFORMADA
            WHEN     "l"
                MOVE "L"   TO   FORMA-INFORMADA
            WHEN     "e"
                MOVE "E"   TO   FORMA-INFORMADA
            WHEN     "f"
                MOVE "F"   TO   FORMA-INFORMADA
            WHEN OTHER
                CONTINUE
            END-EVALUATE.
            EVALUATE TRUE
            WHEN     FORMA-CIRCULO
                MOVE "RAIOIN"   TO   FILA-DESTINO
            WHEN     FORMA-CILINDRO
            WHEN     FORMA-ESFERA
                MOVE "CILIN"    TO   FILA-DESTINO
            WHEN     FORMA-FIBONACCI
                MOVE "FIBIN"    TO   FILA-DESTINO
            WHEN OTHER
                DISPLAY "FILA: INFORME C, L, E OU F!!"   AT   2005
                PERFORM ENTRA-FORMA
            END-EVALUATE.
            EXIT.


       CONFERE-INCLUSAO.
      * requisicao nova, ou mais um raio de uma requisicao de circulo
      * ou de cilindro/esfera que ainda esta na mesma fila (uma
      * requisicao de varios raios tem um registro por raio)
            SET      PODE-INCLUIR   TO   FALSE.
            EVALUATE TRUE
            WHEN     LER-STATUS NOT = "00" AND NOT = "23"
                                   AND NOT = "35"
                DISPLAY "REQMAST INDISPONIVEL - STATUS "
                        LER-STATUS   AT   2005
            WHEN     LER-REQ-NAO-REGISTRADA
                SET  PODE-INCLUIR   TO   TRUE
            WHEN     LER-REQ-NA-FILA
                 AND LER-FILA = FILA-DESTINO
                 AND NOT FORMA-FIBONACCI
                SET  PODE-INCLUIR   TO   TRUE
            WHEN OTHER
                DISPLAY "REQUISICAO JA REGISTRADA - SITUACAO "
                        LER-SITUACAO " NA FILA " LER-FILA "!!"
                        AT   2005
            END-EVALUATE.
            EXIT.


       ENTRA-DADOS-FORMA.
            MOVE     ZEROS    TO   RAIO-INFORMADO
                                   ALTURA-INFORMADA
                                   TAMANHO-INFORMADO
                                   SEMENTE-A
                                   SEMENTE-B.
            MOVE     SPACES   TO   URGENCIA-INFORMADA
                                   SEMENTE-INFORMADA
                                   SERIE-INFORMADA.
            EVALUATE TRUE
            WHEN     FORMA-FIBONACCI
                PERFORM ENTRA-TAMANHO
                PERFORM ENTRA-SEMENTE
                PERFORM ENTRA-SERIE
            WHEN     FORMA-CILINDRO
                PERFORM ENTRA-RAIO
                PERFORM ENTRA-ALTURA
                PERFORM ENTRA-URGENCIA
            WHEN OTHER
                PERFORM ENTRA-RAIO
                PERFORM ENTRA-URGENCIA
            END-EVALUATE.
            EXIT.


       ENTRA-RAIO.
            MOVE     ZEROS            TO   MASC-RAIO.
            ACCEPT   MASC-RAIO        AT   1126 PROMPT AUTO.
            MOVE     MASC-RAIO        TO   RAIO-INFORMADO.
            EVALUATE TRUE
            WHEN     RAIO-INFORMADO = ZEROS
                DISPLAY "RAIO ZERADO!!"   AT   2005
                PERFORM ENTRA-RAIO
            WHEN     RAIO-INFORMADO > WS-RAIO-MAXIMO
                DISPLAY "RAIO ACIMA DO LIMITE PERMITIDO!!"   AT   2005
                PERFORM ENTRA-RAIO
            WHEN OTHER
                CONTINUE
            END-EVALUATE.
            EXIT.


       ENTRA-ALTURA.
            MOVE     ZEROS            TO   MASC-ALTURA.
            ACCEPT   MASC-ALTURA      AT   1148 PROMPT AUTO.
            MOVE     MASC-ALTURA      TO   ALTURA-INFORMADA.
            IF       ALTURA-INFORMADA = ZEROS
                DISPLAY "ALTURA ZERADA NO CILINDRO!!"   AT   2005
                PERFORM ENTRA-ALTURA
            END-IF.
            EXIT.


       ENTRA-URGENCIA.
            MOVE     SPACES               TO   URGENCIA-INFORMADA.
            ACCEPT   URGENCIA-INFORMADA   AT   1226 PROMPT AUTO.
            EVALUATE URGENCIA-INFORMADA
            WHEN     "u"
                MOVE "U"   TO   URGENCIA-INFORMADA
            WHEN     "n"
            WHEN     SPACE
                MOVE "N"   TO   URGENCIA-INFORMADA
            WHEN OTHER
                CONTINUE
            END-EVALUATE.
            IF       URGENCIA-INFORMADA NOT = "U" AND NOT = "N"
                DISPLAY "CODIGO DE URGENCIA: INFORME U OU N!!"
                        AT   2005
                PERFORM ENTRA-URGENCIA
            END-IF.
            EXIT.


       ENTRA-TAMANHO.
            MOVE     ZEROS               TO   TAMANHO-INFORMADO.
            ACCEPT   TAMANHO-INFORMADO   AT   1326 PROMPT AUTO.
            IF       TAMANHO-INFORMADO > LIMITE-SEQUENCIA
                DISPLAY "TAMANHO ACIMA DO TETO DA SEQUENCIA ("
                        LIMITE-SEQUENCIA ")!!"   AT   2005
                PERFORM ENTRA-TAMANHO
            END-IF.
            EXIT.


       ENTRA-SEMENTE.
            MOVE     SPACES              TO   SEMENTE-INFORMADA.
            ACCEPT   SEMENTE-INFORMADA   AT   1356 PROMPT AUTO.
            EVALUATE SEMENTE-INFORMADA
            WHEN     "S"
            WHEN     "s"
                MOVE "S"   TO   SEMENTE-INFORMADA
                PERFORM ENTRA-SEMENTE-AB
            WHEN     "N"
            WHEN     "n"
            WHEN     SPACE
                MOVE "N"   TO   SEMENTE-INFORMADA
            WHEN OTHER
                DISPLAY "SEMENTE: INFORME S OU N!!"   AT   2005
                PERFORM ENTRA-SEMENTE
            END-EVALUATE.
            EXIT.


       ENTRA-SEMENTE-AB.
            MOVE     ZEROS       TO   SEMENTE-A SEMENTE-B.
            ACCEPT   SEMENTE-A   AT   1426 PROMPT AUTO.
            ACCEPT   SEMENTE-B   AT   1453 PROMPT AUTO.
            EXIT.


      * "S" pede a serie completa, do termo 0 ao N, em vez de so o
      * termo N (FIB-MODO "L")
       ENTRA-SERIE.
            MOVE     SPACES            TO   SERIE-INFORMADA.
            ACCEPT   SERIE-INFORMADA   AT   1527 PROMPT AUTO.
            EVALUATE SERIE-INFORMADA
            WHEN     "S"
            WHEN     "s"
                MOVE "S"   TO   SERIE-INFORMADA
            WHEN     "N"
            WHEN     "n"
            WHEN     SPACE
                MOVE "N"   TO   SERIE-INFORMADA
            WHEN OTHER
                DISPLAY "SERIE COMPLETA: INFORME S OU N!!"   AT   2005
                PERFORM ENTRA-SERIE
            END-EVALUATE.
            EXIT.


       PERGUNTA-CONFIRMA.
            MOVE     SPACES     TO   CONFIRMA.
            ACCEPT   CONFIRMA   AT   1627 PROMPT AUTO.
            IF       CONFIRMA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONFIRMA
            END-IF.
            EXIT.


       GRAVA-INCLUSAO.
            SET      GRAVOU-FILA   TO   FALSE.
            EVALUATE TRUE
            WHEN     FORMA-CIRCULO
                PERFORM GRAVA-RAIOIN
            WHEN     FORMA-FIBONACCI
                PERFORM GRAVA-FIBIN
            WHEN OTHER
                PERFORM GRAVA-CILIN
            END-EVALUATE.
            IF       GRAVOU-FILA
                PERFORM REGISTRA-NA-FILA
                MOVE    CHAVE-REQUISICAO   TO   AUDIT-ENTRADA
                MOVE    "I"                TO   AUDIT-SAIDA
                PERFORM CHAMA-GRAVACOM
            END-IF.
            EXIT.


       GRAVA-RAIOIN.
            OPEN     EXTEND   RAIO-IN-FILE.
            IF       WS-RAIO-IN-STATUS NOT = "00"
                OPEN   OUTPUT  RAIO-IN-FILE
                CLOSE          RAIO-IN-FILE
                OPEN   EXTEND  RAIO-IN-FILE
            END-IF.
            MOVE     SPACES               TO   RAIO-LOTE-REG.
            MOVE     RAIO-INFORMADO       TO   LOTE-RAIO.
            MOVE     CHV-DEPTO            TO   LOTE-DEPTO.
            MOVE     CHV-NUMERO           TO   LOTE-REQUISICAO.
            MOVE     URGENCIA-INFORMADA   TO   LOTE-URGENCIA.
            WRITE    RAIO-LOTE-REG.
            IF       WS-RAIO-IN-STATUS = "00"
                SET  GRAVOU-FILA   TO   TRUE
            ELSE
                DISPLAY "ERRO AO GRAVAR NO RAIOIN - STATUS "
                        WS-RAIO-IN-STATUS   AT   2005
            END-IF.
            CLOSE    RAIO-IN-FILE.
            EXIT.


       GRAVA-CILIN.
            OPEN     EXTEND   CIL-IN-FILE.
            IF       WS-CIL-IN-STATUS NOT = "00"
                OPEN   OUTPUT  CIL-IN-FILE
                CLOSE          CIL-IN-FILE
                OPEN   EXTEND  CIL-IN-FILE
            END-IF.
            MOVE     SPACES               TO   CIL-LOTE-REG.
            MOVE     FORMA-INFORMADA      TO   CIL-FORMA.
            MOVE     RAIO-INFORMADO       TO   CIL-RAIO.
            MOVE     ALTURA-INFORMADA     TO   CIL-ALTURA.
            MOVE     CHV-DEPTO            TO   CIL-DEPTO.
            MOVE     CHV-NUMERO           TO   CIL-REQUISICAO.
            MOVE     URGENCIA-INFORMADA   TO   CIL-URGENCIA.
            WRITE    CIL-LOTE-REG.
            IF       WS-CIL-IN-STATUS = "00"
                SET  GRAVOU-FILA   TO   TRUE
            ELSE
                DISPLAY "ERRO AO GRAVAR NO CILIN - STATUS "
                        WS-CIL-IN-STATUS   AT   2005
            END-IF.
            CLOSE    CIL-IN-FILE.
            EXIT.


       GRAVA-FIBIN.
            OPEN     EXTEND   FIB-IN-FILE.
            IF       WS-FIB-IN-STATUS NOT = "00"
                OPEN   OUTPUT  FIB-IN-FILE
                CLOSE          FIB-IN-FILE
                OPEN   EXTEND  FIB-IN-FILE
            END-IF.
            MOVE     SPACES               TO   FIB-LOTE-REG.
            MOVE     TAMANHO-INFORMADO    TO   FIB-ENTRADA.
            MOVE     CHV-DEPTO            TO   FIB-DEPTO.
            MOVE     CHV-NUMERO           TO   FIB-REQUISICAO.
            MOVE     SEMENTE-INFORMADA    TO   FIB-SEMENTE.
            MOVE     SEMENTE-A            TO   FIB-SEMENTE-A.
            MOVE     SEMENTE-B            TO   FIB-SEMENTE-B.
            IF       SERIE-INFORMADA = "S"
                MOVE "L"                  TO   FIB-MODO
            ELSE
                MOVE "T"                  TO   FIB-MODO
            END-IF.
            WRITE    FIB-LOTE-REG.
            IF       WS-FIB-IN-STATUS = "00"
                SET  GRAVOU-FILA   TO   TRUE
            ELSE
                DISPLAY "ERRO AO GRAVAR NO FIBIN - STATUS "
                        WS-FIB-IN-STATUS   AT   2005
            END-IF.
            CLOSE    FIB-IN-FILE.
            EXIT.


       REGISTRA-NA-FILA.
            MOVE     CHV-DEPTO      TO   ATU-DEPTO.
            MOVE     CHV-NUMERO     TO   ATU-NUMERO.
            MOVE     "FI"           TO   ATU-SITUACAO.
            MOVE     FILA-DESTINO   TO   ATU-FILA.
            MOVE     SPACES         TO   ATU-MOTIVO.
            MOVE     OPERADOR       TO   ATU-OPERADOR.
            CALL     "ATUREQ"       USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                DISPLAY "INCLUIDA NA FILA, MAS ERRO NO REQMAST - "
                        "STATUS " ATU-STATUS   AT   2005
            ELSE
                DISPLAY "REQUISICAO INCLUIDA NA FILA "
                        FILA-DESTINO "."   AT   2005
            END-IF.
            EXIT.

      *----------------------------------------------------------------*
      * cancelamento: so a requisicao que ainda espera na fila
      *----------------------------------------------------------------*

       TRATA-CANCELAMENTO.
            SET      PODE-CANCELAR   TO   FALSE.
            EVALUATE TRUE
            WHEN     LER-STATUS NOT = "00" AND NOT = "23"
                                   AND NOT = "35"
                DISPLAY "REQMAST INDISPONIVEL - STATUS "
                        LER-STATUS   AT   2005
            WHEN     LER-REQ-NAO-REGISTRADA
                DISPLAY "REQUISICAO NAO REGISTRADA!!"   AT   2005
            WHEN     LER-REQ-CANCELADA
                DISPLAY "REQUISICAO JA CANCELADA!!"   AT   2005
            WHEN     LER-REQ-NA-FILA
            WHEN     LER-REQ-CRITICADA
            WHEN     LER-REQ-DEVOLVIDA
            WHEN     LER-REQ-RETIDA
            WHEN     LER-REQ-LIBERADA
                SET  PODE-CANCELAR   TO   TRUE
            WHEN OTHER
                DISPLAY "SO E CANCELADA A REQUISICAO QUE ESPERA NA "
                        "FILA (FI/CR/RE/RT/LI)!!"   AT   2005
            END-EVALUATE.
            IF       PODE-CANCELAR
                PERFORM PERGUNTA-CONFIRMA
                IF      CONFIRMA = "S" OR "s"
                     PERFORM GRAVA-CANCELAMENTO
                ELSE
                     DISPLAY "CANCELAMENTO DESPREZADO."   AT   2005
                END-IF
            END-IF.
            EXIT.


       GRAVA-CANCELAMENTO.
            MOVE     CHV-DEPTO      TO   ATU-DEPTO.
            MOVE     CHV-NUMERO     TO   ATU-NUMERO.
            MOVE     "CA"           TO   ATU-SITUACAO.
            MOVE     LER-FILA       TO   ATU-FILA.
            MOVE     SPACES         TO   ATU-MOTIVO.
            MOVE     OPERADOR       TO   ATU-OPERADOR.
            CALL     "ATUREQ"       USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                DISPLAY "ERRO AO CANCELAR NO REQMAST - STATUS "
                        ATU-STATUS   AT   2005
            ELSE
                MOVE    CHAVE-REQUISICAO   TO   AUDIT-ENTRADA
                MOVE    "C"                TO   AUDIT-SAIDA
                PERFORM CHAMA-GRAVACOM
                DISPLAY "REQUISICAO CANCELADA - O LOTE VAI PULA-LA."
                        AT   2005
            END-IF.
            EXIT.


       CHAMA-GRAVACOM.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "ENTREQ"             TO   AUDIT-PROGRAMA.
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
            ACCEPT   CONTINUA   AT   1830 PROMPT AUTO.
            IF       CONTINUA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONTINUA
            END-IF.
            EXIT.

       end program ENTREQ.
