       program-id. RELREQ as "RELREQ".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * RELREQ - Relatorio semanal de giro e envelhecimento das
      *          requisicoes, por departamento.
      *
      *          Le o historico de movimentos REQHIST (gravado pelo
      *          ATUREQ a cada mudanca de etapa) em ordem de chave -
      *          departamento, requisicao, data, hora - e reconstitui
      *          a trajetoria de cada requisicao:
      *            - GIRO: dias corridos entre a entrada (primeiro
      *              movimento, normalmente o "FI" da critica ou da
      *              transmissao) e a conclusao (ultimo "PR"), para
      *              as requisicoes concluidas dentro do periodo do
      *              cartao PERIODO; sai a media e o maior giro do
      *              departamento;
      *            - ENVELHECIMENTO: a requisicao ainda aberta (ultima
      *              etapa FI, CR, SU, RE, RT ou LI) cuja entrada
      *              passou de REQDIAS dias (SYSPARM, 3 digitos;
      *              padrao 7) na data de referencia - a data final
      *              do PERIODO ou, sem ela, a data do dia - sai
      *              listada com a etapa, a fila, o motivo e os dias
      *              em aberto;
      *            - REINCIDENCIA: a requisicao que o RESUB devolveu a
      *              fila ("RE") mais de uma vez, ou seja, que deu mais
      *              de uma volta pela suspensao.
      *          Cartao PERIODO ausente ou zerado = o historico
      *          inteiro. A requisicao cancelada ("CA") fecha a
      *          trajetoria sem entrar no giro nem no envelhecimento.
      *
      *          Retorno: 0 normal; 8 quando o REQHIST nao pode ser
      *          aberto.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select RHIST-FILE assign to "REQHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is RH-CHAVE
                  file status  is WS-RHIST-STATUS.

           select PER-FILE   assign to "PERIODO"
                  organization is line sequential
                  file status  is WS-PER-STATUS.

           select REL-FILE   assign to "REQREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  RHIST-FILE.
           copy REQHIST.

       FD  PER-FILE.
           copy PERIODO.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-DEPTO-ABERTO    PIC X(01)     VALUE "N".
              88 DEPTO-ABERTO                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-RHIST-STATUS    PIC X(02)     VALUE SPACES.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.

       01 PERIODO-APURACAO.
           02 APUR-DATA-INI      PIC 9(08)     VALUE ZEROS.
           02 APUR-DATA-FIM      PIC 9(08)     VALUE ZEROS.

       01 DATA-REFERENCIA        PIC 9(08)     VALUE ZEROS.
       01 DIAS-REFERENCIA        PIC 9(07)     VALUE ZEROS.

       77 LIMITE-DIAS            PIC 9(03)     VALUE 7.

           copy LESPARM.

           copy LEDEPTO.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

      * conversao de data AAAAMMDD em numero de dias corridos (conta
      * a partir de marco, para o dia 29/02 cair no fim do "ano")
       01 DATA-CONV.
           02 CONV-ANO           PIC 9(04)     VALUE ZEROS.
           02 CONV-MES           PIC 9(02)     VALUE ZEROS.
           02 CONV-DIA           PIC 9(02)     VALUE ZEROS.

       01 CALCULO-DIAS.
           02 DIAS-CONV          PIC 9(07)     VALUE ZEROS.
           02 AUX-ANO            PIC 9(04)     VALUE ZEROS.
           02 AUX-MES            PIC 9(02)     VALUE ZEROS.
           02 AUX-QUOCIENTE      PIC 9(07)     VALUE ZEROS.

      * trajetoria da requisicao corrente
       01 REQUISICAO-CORRENTE.
           02 COR-DEPTO          PIC X(04)     VALUE SPACES.
           02 COR-NUMERO         PIC 9(06)     VALUE ZEROS.
           02 COR-DATA-ENTRADA   PIC 9(08)     VALUE ZEROS.
           02 COR-DATA-CONCLUSAO PIC 9(08)     VALUE ZEROS.
           02 COR-VOLTAS         PIC 9(03)     VALUE ZEROS.
           02 COR-SITUACAO       PIC X(02)     VALUE SPACES.
              88 COR-EM-ABERTO         VALUE "FI" "CR" "SU" "RE"
                                             "RT" "LI".
              88 COR-CONCLUIDA         VALUE "PR".
           02 COR-FILA           PIC X(06)     VALUE SPACES.
           02 COR-MOTIVO         PIC X(02)     VALUE SPACES.

       01 CALCULO-GIRO.
           02 DIAS-ENTRADA       PIC 9(07)     VALUE ZEROS.
           02 DIAS-GIRO          PIC 9(05)     VALUE ZEROS.
           02 DIAS-ABERTO        PIC 9(05)     VALUE ZEROS.

       01 TOTAIS-DEPTO.
           02 DEP-CODIGO         PIC X(04)     VALUE SPACES.
           02 DEP-REQUISICOES    PIC 9(05)     VALUE ZEROS.
           02 DEP-CONCLUIDAS     PIC 9(05)     VALUE ZEROS.
           02 DEP-SOMA-GIRO      PIC 9(09)     VALUE ZEROS.
           02 DEP-MAIOR-GIRO     PIC 9(05)     VALUE ZEROS.
           02 DEP-ABERTAS        PIC 9(05)     VALUE ZEROS.
           02 DEP-VENCIDAS       PIC 9(05)     VALUE ZEROS.
           02 DEP-REINCIDENTES   PIC 9(05)     VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 TOT-DEPTOS         PIC 9(05)     VALUE ZEROS.
           02 TOT-REQUISICOES    PIC 9(07)     VALUE ZEROS.
           02 TOT-CONCLUIDAS     PIC 9(07)     VALUE ZEROS.
           02 TOT-SOMA-GIRO      PIC 9(11)     VALUE ZEROS.
           02 TOT-MAIOR-GIRO     PIC 9(05)     VALUE ZEROS.
           02 TOT-ABERTAS        PIC 9(07)     VALUE ZEROS.
           02 TOT-VENCIDAS       PIC 9(07)     VALUE ZEROS.
           02 TOT-REINCIDENTES   PIC 9(07)     VALUE ZEROS.

       01 GIRO-MEDIO             PIC 9(05)V9   VALUE ZEROS.

       01 REL-TITULO.
           02 FILLER             PIC X(48)     VALUE
              "RELREQ - GIRO E ENVELHECIMENTO DAS REQUISICOES".

       01 REL-PERIODO.
           02 FILLER             PIC X(09)     VALUE "PERIODO: ".
           02 PER-INI-ED         PIC 9(08).
           02 FILLER             PIC X(03)     VALUE " A ".
           02 PER-FIM-ED         PIC 9(08).
           02 FILLER             PIC X(15)     VALUE
              "   REFERENCIA: ".
           02 REF-ED             PIC 9(08).
           02 FILLER             PIC X(14)     VALUE
              "   ABERTA ALEM".
           02 LIMITE-ED          PIC ZZ9.
           02 FILLER             PIC X(05)     VALUE " DIAS".

       01 REL-DEPTO.
           02 FILLER             PIC X(06)     VALUE "DEPTO ".
           02 RD-CODIGO          PIC X(04).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 RD-NOME            PIC X(30).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 RD-CCUSTO          PIC X(08).

       01 REL-CAB-VENCIDAS.
           02 FILLER             PIC X(45)     VALUE
              "   REQUIS.  SIT  FILA    MOT  ENTRADA    DIAS".
           02 FILLER             PIC X(09)     VALUE "  VOLTAS".

       01 REL-VENCIDA.
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 RV-NUMERO          PIC 9(06).
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 RV-SITUACAO        PIC X(02).
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 RV-FILA            PIC X(06).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 RV-MOTIVO          PIC X(02).
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 RV-ENTRADA         PIC 9(08).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 RV-DIAS            PIC ZZZZ9.
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 RV-VOLTAS          PIC ZZ9.

       01 REL-RESUMO-1.
           02 FILLER             PIC X(15)     VALUE
              "   REQUISICOES ".
           02 RR-REQUISICOES     PIC ZZZZZZ9.
           02 FILLER             PIC X(13)     VALUE
              "  CONCLUIDAS ".
           02 RR-CONCLUIDAS      PIC ZZZZZZ9.
           02 FILLER             PIC X(14)     VALUE
              "  GIRO MEDIO ".
           02 RR-GIRO-MEDIO      PIC ZZZZ9,9.
           02 FILLER             PIC X(08)     VALUE "  MAIOR ".
           02 RR-MAIOR-GIRO      PIC ZZZZ9.

       01 REL-RESUMO-2.
           02 FILLER             PIC X(15)     VALUE
              "   ABERTAS     ".
           02 RR-ABERTAS         PIC ZZZZZZ9.
           02 FILLER             PIC X(13)     VALUE
              "  VENCIDAS   ".
           02 RR-VENCIDAS        PIC ZZZZZZ9.
           02 FILLER             PIC X(14)     VALUE
              "  REINCIDENT. ".
           02 RR-REINCIDENTES    PIC ZZZZZZ9.

       01 REL-TOTAL.
           02 FILLER             PIC X(25)     VALUE
              "TOTAL GERAL - DEPTOS:    ".
           02 RT-DEPTOS          PIC ZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            PERFORM  LE-PERIODO.
            PERFORM  LE-PARAMETROS.
            IF       APUR-DATA-FIM NOT = ZEROS
                 MOVE APUR-DATA-FIM     TO   DATA-REFERENCIA
            ELSE
                 MOVE DATA-DO-SISTEMA   TO   DATA-REFERENCIA
            END-IF.
            MOVE     DATA-REFERENCIA   TO   DATA-CONV.
            PERFORM  CONVERTE-DATA.
            MOVE     DIAS-CONV         TO   DIAS-REFERENCIA.
            OPEN     INPUT    RHIST-FILE.
            IF       WS-RHIST-STATUS NOT = "00"
                 DISPLAY "RELREQ: REQHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-RHIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   REL-FILE.
            PERFORM  IMPRIME-CABECALHO.
            SET      DEPTO-ABERTO   TO   FALSE.
            PERFORM  LE-HISTORICO.
            PERFORM  TRATA-REQUISICAO  UNTIL  FIM-HISTORICO.
            IF       DEPTO-ABERTO
                 PERFORM FECHA-DEPARTAMENTO
            END-IF.
            PERFORM  IMPRIME-TOTAL-GERAL.
            CLOSE    RHIST-FILE REL-FILE.
            MOVE     0   TO   RETURN-CODE.
            STOP RUN.


       LE-PERIODO.
            MOVE     ZEROS   TO   APUR-DATA-INI APUR-DATA-FIM.
            OPEN     INPUT   PER-FILE.
            IF       WS-PER-STATUS = "00"
                 READ PER-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF   PER-DATA-INI IS NUMERIC
                               MOVE PER-DATA-INI TO APUR-DATA-INI
                          END-IF
                          IF   PER-DATA-FIM IS NUMERIC
                               MOVE PER-DATA-FIM TO APUR-DATA-FIM
                          END-IF
                 END-READ
                 CLOSE PER-FILE
            END-IF.
            EXIT.


       LE-PARAMETROS.
            MOVE     "REQDIAS"    TO   LEP-CHAVE.
            MOVE     ZEROS        TO   LEP-DATA-REF.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                AND  LEP-VALOR (1:3) IS NUMERIC
                AND  LEP-VALOR (1:3) NOT = "000"
                MOVE LEP-VALOR (1:3)   TO   LIMITE-DIAS
            END-IF.
            EXIT.


       IMPRIME-CABECALHO.
            WRITE    REL-LINHA   FROM REL-TITULO.
            MOVE     APUR-DATA-INI     TO   PER-INI-ED.
            MOVE     APUR-DATA-FIM     TO   PER-FIM-ED.
            MOVE     DATA-REFERENCIA   TO   REF-ED.
            MOVE     LIMITE-DIAS       TO   LIMITE-ED.
            WRITE    REL-LINHA   FROM REL-PERIODO.
            MOVE     SPACES      TO   REL-LINHA.
            WRITE    REL-LINHA.
            EXIT.


       LE-HISTORICO.
            READ     RHIST-FILE  NEXT RECORD
                AT END
                     SET FIM-HISTORICO TO TRUE
            END-READ.
            EXIT.

      *----------------------------------------------------------------*
      * uma requisicao por vez: os movimentos dela chegam juntos e em
      * ordem cronologica pela chave do REQHIST
      *----------------------------------------------------------------*

       TRATA-REQUISICAO.
            IF       NOT DEPTO-ABERTO
                 PERFORM ABRE-DEPARTAMENTO
            ELSE
                 IF   RH-DEPTO NOT = DEP-CODIGO
                      PERFORM FECHA-DEPARTAMENTO
                      PERFORM ABRE-DEPARTAMENTO
                 END-IF
            END-IF.
            MOVE     RH-DEPTO     TO   COR-DEPTO.
            MOVE     RH-NUMERO    TO   COR-NUMERO.
            MOVE     RH-DATA      TO   COR-DATA-ENTRADA.
            MOVE     ZEROS        TO   COR-DATA-CONCLUSAO COR-VOLTAS.
            PERFORM  ACUMULA-MOVIMENTO
                     UNTIL FIM-HISTORICO
                     OR    RH-DEPTO  NOT = COR-DEPTO
                     OR    RH-NUMERO NOT = COR-NUMERO.
            PERFORM  FECHA-REQUISICAO.
            EXIT.


       ACUMULA-MOVIMENTO.
            MOVE     RH-SITUACAO  TO   COR-SITUACAO.
            MOVE     RH-FILA      TO   COR-FILA.
            MOVE     RH-MOTIVO    TO   COR-MOTIVO.
            IF       RH-PROCESSADA
                 MOVE RH-DATA     TO   COR-DATA-CONCLUSAO
            END-IF.
            IF       RH-DEVOLVIDA
                 ADD  1           TO   COR-VOLTAS
            END-IF.
            PERFORM  LE-HISTORICO.
            EXIT.


       FECHA-REQUISICAO.
            ADD      1   TO   DEP-REQUISICOES.
            MOVE     COR-DATA-ENTRADA   TO   DATA-CONV.
            PERFORM  CONVERTE-DATA.
            MOVE     DIAS-CONV          TO   DIAS-ENTRADA.
            IF       COR-CONCLUIDA
                 AND ( APUR-DATA-INI = ZEROS
                       OR COR-DATA-CONCLUSAO NOT < APUR-DATA-INI )
                 AND ( APUR-DATA-FIM = ZEROS
                       OR COR-DATA-CONCLUSAO NOT > APUR-DATA-FIM )
                 PERFORM CONTA-GIRO
            END-IF.
            IF       COR-EM-ABERTO
                 PERFORM CONTA-ABERTA
            END-IF.
            IF       COR-VOLTAS > 1
                 ADD  1   TO   DEP-REINCIDENTES
            END-IF.
            EXIT.


       CONTA-GIRO.
            MOVE     COR-DATA-CONCLUSAO   TO   DATA-CONV.
            PERFORM  CONVERTE-DATA.
            IF       DIAS-CONV > DIAS-ENTRADA
                 COMPUTE DIAS-GIRO = DIAS-CONV - DIAS-ENTRADA
            ELSE
                 MOVE    ZEROS   TO   DIAS-GIRO
            END-IF.
            ADD      1           TO   DEP-CONCLUIDAS.
            ADD      DIAS-GIRO   TO   DEP-SOMA-GIRO.
            IF       DIAS-GIRO > DEP-MAIOR-GIRO
                 MOVE DIAS-GIRO  TO   DEP-MAIOR-GIRO
            END-IF.
            EXIT.


       CONTA-ABERTA.
            ADD      1   TO   DEP-ABERTAS.
            IF       DIAS-REFERENCIA > DIAS-ENTRADA
                 COMPUTE DIAS-ABERTO = DIAS-REFERENCIA - DIAS-ENTRADA
            ELSE
                 MOVE    ZEROS   TO   DIAS-ABERTO
            END-IF.
            IF       DIAS-ABERTO > LIMITE-DIAS
                 PERFORM IMPRIME-VENCIDA
            END-IF.
            EXIT.


       IMPRIME-VENCIDA.
            IF       DEP-VENCIDAS = ZEROS
                 WRITE   REL-LINHA   FROM REL-CAB-VENCIDAS
            END-IF.
            ADD      1                  TO   DEP-VENCIDAS.
            MOVE     COR-NUMERO         TO   RV-NUMERO.
            MOVE     COR-SITUACAO       TO   RV-SITUACAO.
            MOVE     COR-FILA           TO   RV-FILA.
            MOVE     COR-MOTIVO         TO   RV-MOTIVO.
            MOVE     COR-DATA-ENTRADA   TO   RV-ENTRADA.
            MOVE     DIAS-ABERTO        TO   RV-DIAS.
            MOVE     COR-VOLTAS         TO   RV-VOLTAS.
            WRITE    REL-LINHA   FROM REL-VENCIDA.
            EXIT.

      *----------------------------------------------------------------*
      * quebra por departamento
      *----------------------------------------------------------------*

       ABRE-DEPARTAMENTO.
            MOVE     ZEROS        TO   TOTAIS-DEPTO.
            MOVE     RH-DEPTO     TO   DEP-CODIGO.
            SET      DEPTO-ABERTO TO   TRUE.
            MOVE     RH-DEPTO     TO   LED-DEPTO.
            CALL     "LEDEPTO"    USING LE-DEPTO-PARM.
            MOVE     SPACES       TO   RD-NOME RD-CCUSTO.
            IF       LED-STATUS = "00"
                 MOVE LED-NOME           TO   RD-NOME
                 MOVE LED-CENTRO-CUSTO   TO   RD-CCUSTO
            END-IF.
            MOVE     DEP-CODIGO   TO   RD-CODIGO.
            WRITE    REL-LINHA    FROM REL-DEPTO.
            EXIT.


       FECHA-DEPARTAMENTO.
            MOVE     DEP-REQUISICOES    TO   RR-REQUISICOES.
            MOVE     DEP-CONCLUIDAS     TO   RR-CONCLUIDAS.
            IF       DEP-CONCLUIDAS > ZEROS
                 COMPUTE GIRO-MEDIO ROUNDED
                       = DEP-SOMA-GIRO / DEP-CONCLUIDAS
            ELSE
                 MOVE    ZEROS   TO   GIRO-MEDIO
            END-IF.
            MOVE     GIRO-MEDIO         TO   RR-GIRO-MEDIO.
            MOVE     DEP-MAIOR-GIRO     TO   RR-MAIOR-GIRO.
            MOVE     DEP-ABERTAS        TO   RR-ABERTAS.
            MOVE     DEP-VENCIDAS       TO   RR-VENCIDAS.
            MOVE     DEP-REINCIDENTES   TO   RR-REINCIDENTES.
            WRITE    REL-LINHA   FROM REL-RESUMO-1.
            WRITE    REL-LINHA   FROM REL-RESUMO-2.
            MOVE     SPACES      TO   REL-LINHA.
            WRITE    REL-LINHA.
            ADD      1                  TO   TOT-DEPTOS.
            ADD      DEP-REQUISICOES    TO   TOT-REQUISICOES.
            ADD      DEP-CONCLUIDAS     TO   TOT-CONCLUIDAS.
            ADD      DEP-SOMA-GIRO      TO   TOT-SOMA-GIRO.
            ADD      DEP-ABERTAS        TO   TOT-ABERTAS.
            ADD      DEP-VENCIDAS       TO   TOT-VENCIDAS.
            ADD      DEP-REINCIDENTES   TO   TOT-REINCIDENTES.
            IF       DEP-MAIOR-GIRO > TOT-MAIOR-GIRO
                 MOVE DEP-MAIOR-GIRO    TO   TOT-MAIOR-GIRO
            END-IF.
            SET      DEPTO-ABERTO   TO   FALSE.
            EXIT.


       IMPRIME-TOTAL-GERAL.
            MOVE     TOT-DEPTOS         TO   RT-DEPTOS.
            WRITE    REL-LINHA   FROM REL-TOTAL.
            MOVE     TOT-REQUISICOES    TO   RR-REQUISICOES.
            MOVE     TOT-CONCLUIDAS     TO   RR-CONCLUIDAS.
            IF       TOT-CONCLUIDAS > ZEROS
                 COMPUTE GIRO-MEDIO ROUNDED
                       = TOT-SOMA-GIRO / TOT-CONCLUIDAS
            ELSE
                 MOVE    ZEROS   TO   GIRO-MEDIO
            END-IF.
            MOVE     GIRO-MEDIO         TO   RR-GIRO-MEDIO.
            MOVE     TOT-MAIOR-GIRO     TO   RR-MAIOR-GIRO.
            MOVE     TOT-ABERTAS        TO   RR-ABERTAS.
            MOVE     TOT-VENCIDAS       TO   RR-VENCIDAS.
            MOVE     TOT-REINCIDENTES   TO   RR-REINCIDENTES.
            WRITE    REL-LINHA   FROM REL-RESUMO-1.
            WRITE    REL-LINHA   FROM REL-RESUMO-2.
            EXIT.

      *----------------------------------------------------------------*
      * DATA-CONV (AAAAMMDD) -> DIAS-CONV, dias corridos desde uma
      * origem fixa; a diferenca entre duas datas convertidas e o
      * numero de dias entre elas. Janeiro e fevereiro contam como
      * meses 10 e 11 do ano anterior.
      *----------------------------------------------------------------*

       CONVERTE-DATA.
            IF       DATA-CONV NOT NUMERIC
                 OR  CONV-MES < 1 OR CONV-MES > 12
                 MOVE ZEROS   TO   DIAS-CONV
            ELSE
                 PERFORM CALCULA-DIAS
            END-IF.
            EXIT.


       CALCULA-DIAS.
            IF       CONV-MES > 2
                 MOVE     CONV-ANO   TO   AUX-ANO
                 SUBTRACT 3          FROM CONV-MES GIVING AUX-MES
            ELSE
                 SUBTRACT 1          FROM CONV-ANO GIVING AUX-ANO
                 ADD      9          TO   CONV-MES GIVING AUX-MES
            END-IF.
            COMPUTE  DIAS-CONV = AUX-ANO * 365 + CONV-DIA.
            DIVIDE   AUX-ANO   BY 4     GIVING AUX-QUOCIENTE.
            ADD      AUX-QUOCIENTE      TO   DIAS-CONV.
            DIVIDE   AUX-ANO   BY 100   GIVING AUX-QUOCIENTE.
            SUBTRACT AUX-QUOCIENTE      FROM DIAS-CONV.
            DIVIDE   AUX-ANO   BY 400   GIVING AUX-QUOCIENTE.
            ADD      AUX-QUOCIENTE      TO   DIAS-CONV.
            COMPUTE  AUX-QUOCIENTE = AUX-MES * 153 + 2.
            DIVIDE   AUX-QUOCIENTE BY 5 GIVING AUX-QUOCIENTE.
            ADD      AUX-QUOCIENTE      TO   DIAS-CONV.
            EXIT.

       end program RELREQ.
