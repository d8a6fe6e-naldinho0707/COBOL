       program-id. RELTANQ as "RELTANQ".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * RELTANQ - Capacidade e levantamento de material dos tanques.
      *
      *           O CILESF e o CILCALC entregam superficie em cm2 e
      *           volume em cm3, e o pessoal dos tanques convertia na
      *           mao para litros e calculava a chapa e a tinta de
      *           cada pedido - todo dia, e com total que nem sempre
      *           batia com o que compras pedia. Este relatorio le os
      *           registros "L" (cilindro) e "E" (esfera) do CIRCHIST
      *           no periodo do cartao PERIODO (START na data inicial,
      *           parada depois da final, datas zeradas = sem limite;
      *           sem cartao, a data de processamento do DATAPROC via
      *           LEDATPRO, a rodada do CIRCFIB) e soma por
      *           departamento + requisicao (calculos de tela juntos
      *           em "TELA", requisicao zero). Para cada requisicao:
      *             - capacidade em litros (cm3 / 1.000) e em metros
      *               cubicos (cm3 / 1.000.000);
      *             - superficie em metros quadrados (cm2 / 10.000) e
      *               a chapa de aco a comprar, a superficie mais o
      *               percentual de perda PERDACHP do SYSPARM;
      *             - tinta em litros, a superficie dividida pelo
      *               rendimento RENDTINT (m2 por litro, uma demao);
      *             - custo da chapa e da tinta pelos precos PRCCHAPA
      *               (por m2) e PRCTINTA (por litro) do SYSPARM, a
      *               tabela de precos de material mantida pelo
      *               MNTPARM com dupla custodia e historico no
      *               PARMHIST, lidos pelo LESPARM na data de
      *               processamento.
      *           Cada requisicao e arredondada uma vez e os totais do
      *           departamento e o total geral sao a soma das linhas,
      *           para o pedido de compra bater com o relatorio.
      *
      *           Sai o relatorio TANQREL e o TANQOUT, as mesmas
      *           linhas separadas por departamento (copybook
      *           TANQOUT, com o cabecalho repetido em cada um), que o
      *           DISTRIB recorta em TNQ + codigo do departamento.
      *           Preco ausente custa o material a zero, sai apontado
      *           no cabecalho e devolve RETURN-CODE 4 (tambem com a
      *           tabela de requisicoes cheia); CIRCHIST indisponivel
      *           ou file status ruim devolve 8. O tempo do step vai
      *           para o TEMPEXEC pelo GRAVATEM.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select PER-FILE  assign to "PERIODO"
                  organization is line sequential
                  file status  is WS-PER-STATUS.

           select HIST-FILE assign to "CIRCHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is HIST-CHAVE
                  alternate record key is HIST-DEPTO
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select REL-FILE  assign to "TANQREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

           select TANQ-FILE assign to "TANQOUT"
                  organization is line sequential
                  file status  is WS-TANQ-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  PER-FILE.
           copy PERIODO.

       FD  HIST-FILE.
           copy CIRCHIST.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

       FD  TANQ-FILE.
           copy TANQOUT.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-PRECO-AUSENTE   PIC X(01)     VALUE "N".
              88 HOUVE-PRECO-AUSENTE           VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-TANQ-STATUS     PIC X(02)     VALUE SPACES.

       01 PERIODO-APURACAO.
           02 APUR-DATA-INI      PIC 9(08)     VALUE ZEROS.
           02 APUR-DATA-FIM      PIC 9(08)     VALUE ZEROS.

           copy LEDATPRO.

           copy LESPARM.

           copy GRAVATEM.

      * precos e fatores de material (SYSPARM); preco ausente fica
      * zerado com a situacao "A"
       01 PRECOS-MATERIAL.
           02 PRECO-CHAPA        PIC 9(06)V99  VALUE ZEROS.
           02 SIT-PRECO-CHAPA    PIC X(01)     VALUE SPACE.
              88 PRECO-CHAPA-AUSENTE           VALUE "A".
           02 PRECO-TINTA        PIC 9(06)V99  VALUE ZEROS.
           02 SIT-PRECO-TINTA    PIC X(01)     VALUE SPACE.
              88 PRECO-TINTA-AUSENTE           VALUE "A".
           02 PERDA-CHAPA        PIC 9(03)     VALUE 010.
           02 RENDIMENTO-TINTA   PIC 9(02)V99  VALUE 8,00.

       01 PARM-PRECO-BRUTO       PIC X(08)     VALUE "00000000".
       01 PARM-PRECO-NUM REDEFINES PARM-PRECO-BRUTO
                                 PIC 9(06)V99.

       01 PARM-REND-BRUTO        PIC X(04)     VALUE "0800".
       01 PARM-REND-NUM REDEFINES PARM-REND-BRUTO
                                 PIC 9(02)V99.

       01 QTDE-REQUISICOES       PIC 9(04)     VALUE ZEROS.
       01 QTDE-DEPTOS            PIC 9(03)     VALUE ZEROS.
       01 QTDE-REGISTROS         PIC 9(07)     VALUE ZEROS.

       01 CHAVE-CORRENTE.
           02 DEPTO-CORRENTE     PIC X(04)     VALUE SPACES.
           02 REQUIS-CORRENTE    PIC 9(06)     VALUE ZEROS.

       01 DEPTO-ANTERIOR         PIC X(04)     VALUE SPACES.

       77 SUB-DESTINO            PIC 9(04)     COMP VALUE ZEROS.
       77 SUB-ORIGEM             PIC 9(04)     COMP VALUE ZEROS.
       77 SUB-POSICAO            PIC 9(04)     COMP VALUE ZEROS.

      * acumulado por departamento + requisicao, mantido em ordem de
      * chave (inclusao com deslocamento); entradas livres ficam em
      * HIGH-VALUES para o SEARCH parar na posicao de insercao
       01 TABELA-REQUISICOES.
           02 TAB-REQ OCCURS 2000 TIMES INDEXED BY IX-REQ.
               03 TAB-CHAVE                      VALUE HIGH-VALUES.
                   04 TAB-DEPTO   PIC X(04).
                   04 TAB-REQUIS  PIC 9(06).
               03 TAB-QTDE        PIC 9(05).
               03 TAB-SUP         PIC 9(11)V99.
               03 TAB-VOL         PIC 9(13)V99.

      * valores de uma requisicao, arredondados uma unica vez
       01 VALORES-REQUISICAO.
           02 LITROS-REQ         PIC 9(10)V99  VALUE ZEROS.
           02 M3-REQ             PIC 9(07)V999 VALUE ZEROS.
           02 SUP-M2-REQ         PIC 9(07)V99  VALUE ZEROS.
           02 CHAPA-M2-REQ       PIC 9(07)V99  VALUE ZEROS.
           02 TINTA-L-REQ        PIC 9(07)V99  VALUE ZEROS.
           02 CUSTO-CHAPA-REQ    PIC 9(11)V99  VALUE ZEROS.
           02 CUSTO-TINTA-REQ    PIC 9(11)V99  VALUE ZEROS.
           02 CUSTO-TOTAL-REQ    PIC 9(11)V99  VALUE ZEROS.

       01 TOTAIS-DEPTO.
           02 DEP-QTDE           PIC 9(05)     VALUE ZEROS.
           02 DEP-LITROS         PIC 9(11)V99  VALUE ZEROS.
           02 DEP-M3             PIC 9(08)V999 VALUE ZEROS.
           02 DEP-SUP-M2         PIC 9(08)V99  VALUE ZEROS.
           02 DEP-CHAPA-M2       PIC 9(08)V99  VALUE ZEROS.
           02 DEP-TINTA-L        PIC 9(08)V99  VALUE ZEROS.
           02 DEP-CUSTO-CHAPA    PIC 9(12)V99  VALUE ZEROS.
           02 DEP-CUSTO-TINTA    PIC 9(12)V99  VALUE ZEROS.
           02 DEP-CUSTO-TOTAL    PIC 9(12)V99  VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 TOT-QTDE           PIC 9(07)     VALUE ZEROS.
           02 TOT-LITROS         PIC 9(12)V99  VALUE ZEROS.
           02 TOT-M3             PIC 9(09)V999 VALUE ZEROS.
           02 TOT-SUP-M2         PIC 9(09)V99  VALUE ZEROS.
           02 TOT-CHAPA-M2       PIC 9(09)V99  VALUE ZEROS.
           02 TOT-TINTA-L        PIC 9(09)V99  VALUE ZEROS.
           02 TOT-CUSTO-CHAPA    PIC 9(13)V99  VALUE ZEROS.
           02 TOT-CUSTO-TINTA    PIC 9(13)V99  VALUE ZEROS.
           02 TOT-CUSTO-TOTAL    PIC 9(13)V99  VALUE ZEROS.

       01 LINHA-SAIDA            PIC X(80)     VALUE SPACES.
       01 TIPO-SAIDA             PIC X(01)     VALUE SPACE.

       01 REL-TITULO             PIC X(60)
              VALUE "CAPACIDADE E MATERIAL DOS TANQUES - CIL/ESFERA".

       01 REL-PERIODO.
           02 FILLER             PIC X(09)      VALUE "PERIODO: ".
           02 PER-INI-ED         PIC 9(08).
           02 FILLER             PIC X(03)      VALUE " A ".
           02 PER-FIM-ED         PIC 9(08).

       01 REL-PARM-CHAPA.
           02 FILLER             PIC X(25)
              VALUE "CHAPA DE ACO - PRECO/M2: ".
           02 RPC-PRECO          PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(09)      VALUE "  PERDA: ".
           02 RPC-PERDA          PIC ZZ9.
           02 FILLER             PIC X(01)      VALUE "%".
           02 RPC-AVISO          PIC X(30)      VALUE SPACES.

       01 REL-PARM-TINTA.
           02 FILLER             PIC X(25)
              VALUE "TINTA        - PRECO/L:  ".
           02 RPT-PRECO          PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(14)      VALUE "  RENDIMENTO: ".
           02 RPT-RENDIMENTO     PIC Z9,99.
           02 FILLER             PIC X(05)      VALUE " M2/L".
           02 RPT-AVISO          PIC X(21)      VALUE SPACES.

       01 REL-CAB-QUANTIDADES.
           02 FILLER             PIC X(33)
              VALUE "DEPTO REQUIS.  QTDE            LI".
           02 FILLER             PIC X(33)
              VALUE "TROS             M3    SUPERF. M2".

       01 REL-CAB-MATERIAL.
           02 FILLER             PIC X(39)
              VALUE "          CHAPA M2       TINTA L    CUS".
           02 FILLER             PIC X(39)
              VALUE "TO CHAPA    CUSTO TINTA     CUSTO TOTAL".

       01 REL-DETALHE-QTDE.
           02 RDQ-IDENTIFICACAO.
               03 RDQ-DEPTO      PIC X(04).
               03 FILLER         PIC X(02)      VALUE SPACES.
               03 RDQ-REQUIS     PIC X(06).
           02 RDQ-ROTULO REDEFINES RDQ-IDENTIFICACAO
                                 PIC X(12).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDQ-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDQ-LITROS         PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDQ-M3             PIC Z.ZZZ.ZZ9,999.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDQ-SUP-M2         PIC Z.ZZZ.ZZ9,99.

       01 REL-DETALHE-MATERIAL.
           02 FILLER             PIC X(06)      VALUE SPACES.
           02 RDM-CHAPA-M2       PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDM-TINTA-L        PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDM-CUSTO-CHAPA    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDM-CUSTO-TINTA    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDM-CUSTO-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.

       01 REL-NENHUM             PIC X(50)
              VALUE "NENHUM CILINDRO OU ESFERA NO PERIODO".

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(21)
                                  VALUE "RELTANQ: REGISTROS =".
           02 CTL-REGISTROS      PIC ZZZZZZ9.
           02 FILLER             PIC X(16)
                                  VALUE "  REQUISICOES =".
           02 CTL-REQUISICOES    PIC ZZZZ9.
           02 FILLER             PIC X(11)
                                  VALUE "  DEPTOS =".
           02 CTL-DEPTOS         PIC ZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            IF       LDP-STATUS NOT = "00"
                 DISPLAY "RELTANQ: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - PERIODO PADRAO NA DATA DO DIA"
            END-IF.
            PERFORM  LE-PERIODO.
            PERFORM  CARREGA-PRECOS.
            OPEN     OUTPUT   REL-FILE.
            IF       WS-REL-STATUS NOT = "00"
                 DISPLAY "RELTANQ: TANQREL NAO PODE SER ABERTO - "
                         "STATUS " WS-REL-STATUS
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   TANQ-FILE.
            IF       WS-TANQ-STATUS NOT = "00"
                 DISPLAY "RELTANQ: TANQOUT NAO PODE SER ABERTO - "
                         "STATUS " WS-TANQ-STATUS
                 CLOSE REL-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            OPEN     INPUT    HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                 DISPLAY "RELTANQ: CIRCHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-HIST-STATUS
                 CLOSE REL-FILE TANQ-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            PERFORM  POSICIONA-PERIODO.
            IF       NOT FIM-HISTORICO
                 PERFORM LE-HISTORICO
                 PERFORM ACUMULA  UNTIL  FIM-HISTORICO
            END-IF.
            CLOSE    HIST-FILE.
            PERFORM  IMPRIME-CABECALHO.
            IF       QTDE-REQUISICOES = ZEROS
                 WRITE REL-LINHA   FROM   REL-NENHUM
            ELSE
                 PERFORM IMPRIME-REQUISICAO
                         VARYING IX-REQ FROM 1 BY 1
                         UNTIL   IX-REQ > QTDE-REQUISICOES
                 PERFORM FECHA-DEPTO
                 PERFORM IMPRIME-TOTAL-GERAL
            END-IF.
            CLOSE    REL-FILE TANQ-FILE.
            PERFORM  IMPRIME-CONTROLE.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO
                 MOVE 8 TO RETURN-CODE
            WHEN     HOUVE-PRECO-AUSENTE
            WHEN     TABELA-CHEIA
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


      * sem cartao (execucao normal no CIRCFIB) vale a data de
      * processamento; cartao com as datas zeradas = sem limite
       LE-PERIODO.
            MOVE     LDP-DATA-PROC   TO   APUR-DATA-INI APUR-DATA-FIM.
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


      *----------------------------------------------------------------*
      * precos e fatores de material do SYSPARM, na data de
      * processamento; perda ou rendimento invalido fica no padrao
      *----------------------------------------------------------------*

       CARREGA-PRECOS.
            MOVE     LDP-DATA-PROC   TO   LEP-DATA-REF.
            MOVE     "PRCCHAPA"      TO   LEP-CHAVE.
            CALL     "LESPARM"   USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                 AND LEP-VALOR (1:8) IS NUMERIC
                 MOVE LEP-VALOR (1:8)   TO   PARM-PRECO-BRUTO
                 MOVE PARM-PRECO-NUM    TO   PRECO-CHAPA
            ELSE
                 MOVE "A"   TO   SIT-PRECO-CHAPA
                 SET  HOUVE-PRECO-AUSENTE   TO   TRUE
            END-IF.
            MOVE     "PRCTINTA"      TO   LEP-CHAVE.
            CALL     "LESPARM"   USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                 AND LEP-VALOR (1:8) IS NUMERIC
                 MOVE LEP-VALOR (1:8)   TO   PARM-PRECO-BRUTO
                 MOVE PARM-PRECO-NUM    TO   PRECO-TINTA
            ELSE
                 MOVE "A"   TO   SIT-PRECO-TINTA
                 SET  HOUVE-PRECO-AUSENTE   TO   TRUE
            END-IF.
            MOVE     "PERDACHP"      TO   LEP-CHAVE.
            CALL     "LESPARM"   USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                 AND LEP-VALOR (1:3) IS NUMERIC
                 AND LEP-VALOR (1:3) NOT > "100"
                 MOVE LEP-VALOR (1:3)   TO   PERDA-CHAPA
            END-IF.
            MOVE     "RENDTINT"      TO   LEP-CHAVE.
            CALL     "LESPARM"   USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                 AND LEP-VALOR (1:4) IS NUMERIC
                 AND LEP-VALOR (1:4) NOT = "0000"
                 MOVE LEP-VALOR (1:4)   TO   PARM-REND-BRUTO
                 MOVE PARM-REND-NUM     TO   RENDIMENTO-TINTA
            END-IF.
            EXIT.


       POSICIONA-PERIODO.
            MOVE     APUR-DATA-INI   TO   HIST-DATA.
            MOVE     ZEROS           TO   HIST-REQUISICAO.
            MOVE     ZEROS           TO   HIST-SEQUENCIA.
            START    HIST-FILE  KEY NOT LESS THAN HIST-CHAVE
                INVALID KEY
                     SET FIM-HISTORICO TO TRUE
            END-START.
            EXIT.


       LE-HISTORICO.
            READ     HIST-FILE
                AT END
                     SET FIM-HISTORICO TO TRUE
            END-READ.
            IF       NOT FIM-HISTORICO
                 AND APUR-DATA-FIM NOT = ZEROS
                 AND HIST-DATA > APUR-DATA-FIM
                 SET  FIM-HISTORICO   TO   TRUE
            END-IF.
            EXIT.


       ACUMULA.
            IF       HIST-FORMA = "L" OR HIST-FORMA = "E"
                 ADD     1                 TO   QTDE-REGISTROS
                 MOVE    HIST-DEPTO        TO   DEPTO-CORRENTE
                 MOVE    HIST-REQUISICAO   TO   REQUIS-CORRENTE
                 PERFORM LOCALIZA-REQUISICAO
            END-IF.
            PERFORM  LE-HISTORICO.
            EXIT.


       LOCALIZA-REQUISICAO.
            SET      IX-REQ   TO   1.
            SEARCH   TAB-REQ
                AT END
                     PERFORM AVISA-TABELA-CHEIA
                WHEN TAB-CHAVE (IX-REQ) = CHAVE-CORRENTE
                     PERFORM SOMA-REQUISICAO
                WHEN TAB-CHAVE (IX-REQ) > CHAVE-CORRENTE
                     PERFORM INSERE-REQUISICAO
            END-SEARCH.
            EXIT.


       INSERE-REQUISICAO.
            IF       QTDE-REQUISICOES >= 2000
                 PERFORM AVISA-TABELA-CHEIA
            ELSE
                 SET      SUB-POSICAO   TO   IX-REQ
                 PERFORM  DESLOCA-REQUISICAO
                          VARYING SUB-DESTINO FROM QTDE-REQUISICOES
                                  BY -1
                          UNTIL   SUB-DESTINO < SUB-POSICAO
                 ADD      1   TO   QTDE-REQUISICOES
                 MOVE     CHAVE-CORRENTE  TO   TAB-CHAVE (SUB-POSICAO)
                 MOVE     ZEROS   TO   TAB-QTDE (SUB-POSICAO)
                                       TAB-SUP (SUB-POSICAO)
                                       TAB-VOL (SUB-POSICAO)
                 SET      IX-REQ   TO   SUB-POSICAO
                 PERFORM  SOMA-REQUISICAO
            END-IF.
            EXIT.


       DESLOCA-REQUISICAO.
            COMPUTE  SUB-ORIGEM = SUB-DESTINO.
            MOVE     TAB-REQ (SUB-ORIGEM)
                                TO   TAB-REQ (SUB-ORIGEM + 1).
            EXIT.


       SOMA-REQUISICAO.
            ADD      1             TO   TAB-QTDE (IX-REQ).
            ADD      HIST-AREA     TO   TAB-SUP (IX-REQ).
            ADD      HIST-VOLUME   TO   TAB-VOL (IX-REQ).
            EXIT.


       AVISA-TABELA-CHEIA.
            IF       NOT TABELA-CHEIA
                 SET      TABELA-CHEIA   TO   TRUE
                 DISPLAY  "RELTANQ: TABELA CHEIA (2000 REQUISICOES) - "
                          "EXCEDENTES FORA DO RELATORIO"
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * cabecalho do relatorio impresso; o TANQOUT recebe o mesmo
      * cabecalho no inicio de cada departamento (ABRE-DEPTO)
      *----------------------------------------------------------------*

       IMPRIME-CABECALHO.
            MOVE     APUR-DATA-INI   TO   PER-INI-ED.
            MOVE     APUR-DATA-FIM   TO   PER-FIM-ED.
            MOVE     PRECO-CHAPA     TO   RPC-PRECO.
            MOVE     PERDA-CHAPA     TO   RPC-PERDA.
            IF       PRECO-CHAPA-AUSENTE
                 MOVE "  PRECO AUSENTE - CUSTO ZERO"   TO   RPC-AVISO
            END-IF.
            MOVE     PRECO-TINTA        TO   RPT-PRECO.
            MOVE     RENDIMENTO-TINTA   TO   RPT-RENDIMENTO.
            IF       PRECO-TINTA-AUSENTE
                 MOVE "  PRECO AUSENTE"   TO   RPT-AVISO
            END-IF.
            WRITE    REL-LINHA   FROM   REL-TITULO.
            WRITE    REL-LINHA   FROM   REL-PERIODO.
            WRITE    REL-LINHA   FROM   REL-PARM-CHAPA.
            WRITE    REL-LINHA   FROM   REL-PARM-TINTA.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-CAB-QUANTIDADES.
            WRITE    REL-LINHA   FROM   REL-CAB-MATERIAL.
            EXIT.


       ABRE-DEPTO.
            MOVE     TAB-DEPTO (IX-REQ)   TO   DEPTO-ANTERIOR.
            ADD      1                    TO   QTDE-DEPTOS.
            MOVE     ZEROS                TO   TOTAIS-DEPTO.
            MOVE     "C"                  TO   TIPO-SAIDA.
            MOVE     REL-TITULO           TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            MOVE     REL-PERIODO          TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            MOVE     REL-PARM-CHAPA       TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            MOVE     REL-PARM-TINTA       TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            MOVE     SPACES               TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            MOVE     REL-CAB-QUANTIDADES  TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            MOVE     REL-CAB-MATERIAL     TO   LINHA-SAIDA.
            PERFORM  GRAVA-TANQOUT.
            EXIT.


      *----------------------------------------------------------------*
      * uma requisicao: duas linhas (quantidades; material e custo),
      * com a quebra por departamento antes da primeira de cada um
      *----------------------------------------------------------------*

       IMPRIME-REQUISICAO.
            IF       TAB-DEPTO (IX-REQ) NOT = DEPTO-ANTERIOR
                 IF   DEPTO-ANTERIOR NOT = SPACES
                      PERFORM FECHA-DEPTO
                 END-IF
                 PERFORM ABRE-DEPTO
            END-IF.
            PERFORM  CALCULA-REQUISICAO.
            MOVE     TAB-DEPTO (IX-REQ)    TO   RDQ-DEPTO.
            MOVE     TAB-REQUIS (IX-REQ)   TO   RDQ-REQUIS.
            MOVE     TAB-QTDE (IX-REQ)     TO   RDQ-QTDE.
            MOVE     LITROS-REQ            TO   RDQ-LITROS.
            MOVE     M3-REQ                TO   RDQ-M3.
            MOVE     SUP-M2-REQ            TO   RDQ-SUP-M2.
            MOVE     "R"                   TO   TIPO-SAIDA.
            MOVE     REL-DETALHE-QTDE      TO   LINHA-SAIDA.
            PERFORM  EMITE-LINHA.
            MOVE     CHAPA-M2-REQ          TO   RDM-CHAPA-M2.
            MOVE     TINTA-L-REQ           TO   RDM-TINTA-L.
            MOVE     CUSTO-CHAPA-REQ       TO   RDM-CUSTO-CHAPA.
            MOVE     CUSTO-TINTA-REQ       TO   RDM-CUSTO-TINTA.
            MOVE     CUSTO-TOTAL-REQ       TO   RDM-CUSTO-TOTAL.
            MOVE     "M"                   TO   TIPO-SAIDA.
            MOVE     REL-DETALHE-MATERIAL  TO   LINHA-SAIDA.
            PERFORM  EMITE-LINHA.
            ADD      TAB-QTDE (IX-REQ)     TO   DEP-QTDE.
            ADD      LITROS-REQ            TO   DEP-LITROS.
            ADD      M3-REQ                TO   DEP-M3.
            ADD      SUP-M2-REQ            TO   DEP-SUP-M2.
            ADD      CHAPA-M2-REQ          TO   DEP-CHAPA-M2.
            ADD      TINTA-L-REQ           TO   DEP-TINTA-L.
            ADD      CUSTO-CHAPA-REQ       TO   DEP-CUSTO-CHAPA.
            ADD      CUSTO-TINTA-REQ       TO   DEP-CUSTO-TINTA.
            ADD      CUSTO-TOTAL-REQ       TO   DEP-CUSTO-TOTAL.
            EXIT.


      * cm3 / 1.000 = litros; cm3 / 1.000.000 = m3; cm2 / 10.000 = m2.
      * A chapa leva a perda sobre a superficie; a tinta cobre a
      * superficie sem perda. Os custos saem das quantidades ja
      * arredondadas, as mesmas que vao para o pedido de compra.
       CALCULA-REQUISICAO.
            COMPUTE  LITROS-REQ   ROUNDED = TAB-VOL (IX-REQ) / 1000.
            COMPUTE  M3-REQ       ROUNDED = TAB-VOL (IX-REQ) / 1000000.
            COMPUTE  SUP-M2-REQ   ROUNDED = TAB-SUP (IX-REQ) / 10000.
            COMPUTE  CHAPA-M2-REQ ROUNDED =
                     SUP-M2-REQ + SUP-M2-REQ * PERDA-CHAPA / 100.
            COMPUTE  TINTA-L-REQ  ROUNDED =
                     SUP-M2-REQ / RENDIMENTO-TINTA.
            COMPUTE  CUSTO-CHAPA-REQ ROUNDED =
                     CHAPA-M2-REQ * PRECO-CHAPA.
            COMPUTE  CUSTO-TINTA-REQ ROUNDED =
                     TINTA-L-REQ * PRECO-TINTA.
            COMPUTE  CUSTO-TOTAL-REQ = CUSTO-CHAPA-REQ
                                     + CUSTO-TINTA-REQ.
            EXIT.


       FECHA-DEPTO.
            MOVE     SPACES            TO   RDQ-ROTULO.
            MOVE     DEPTO-ANTERIOR    TO   RDQ-DEPTO.
            MOVE     "TOTAL"           TO   RDQ-REQUIS.
            MOVE     DEP-QTDE          TO   RDQ-QTDE.
            MOVE     DEP-LITROS        TO   RDQ-LITROS.
            MOVE     DEP-M3            TO   RDQ-M3.
            MOVE     DEP-SUP-M2        TO   RDQ-SUP-M2.
            MOVE     "T"               TO   TIPO-SAIDA.
            MOVE     REL-DETALHE-QTDE  TO   LINHA-SAIDA.
            PERFORM  EMITE-LINHA.
            MOVE     DEP-CHAPA-M2      TO   RDM-CHAPA-M2.
            MOVE     DEP-TINTA-L       TO   RDM-TINTA-L.
            MOVE     DEP-CUSTO-CHAPA   TO   RDM-CUSTO-CHAPA.
            MOVE     DEP-CUSTO-TINTA   TO   RDM-CUSTO-TINTA.
            MOVE     DEP-CUSTO-TOTAL   TO   RDM-CUSTO-TOTAL.
            MOVE     REL-DETALHE-MATERIAL  TO   LINHA-SAIDA.
            PERFORM  EMITE-LINHA.
            MOVE     SPACES            TO   REL-LINHA.
            WRITE    REL-LINHA.
            ADD      DEP-QTDE          TO   TOT-QTDE.
            ADD      DEP-LITROS        TO   TOT-LITROS.
            ADD      DEP-M3            TO   TOT-M3.
            ADD      DEP-SUP-M2        TO   TOT-SUP-M2.
            ADD      DEP-CHAPA-M2      TO   TOT-CHAPA-M2.
            ADD      DEP-TINTA-L       TO   TOT-TINTA-L.
            ADD      DEP-CUSTO-CHAPA   TO   TOT-CUSTO-CHAPA.
            ADD      DEP-CUSTO-TINTA   TO   TOT-CUSTO-TINTA.
            ADD      DEP-CUSTO-TOTAL   TO   TOT-CUSTO-TOTAL.
            EXIT.


       IMPRIME-TOTAL-GERAL.
            MOVE     "TOTAL GERAL"     TO   RDQ-ROTULO.
            MOVE     TOT-QTDE          TO   RDQ-QTDE.
            MOVE     TOT-LITROS        TO   RDQ-LITROS.
            MOVE     TOT-M3            TO   RDQ-M3.
            MOVE     TOT-SUP-M2        TO   RDQ-SUP-M2.
            WRITE    REL-LINHA   FROM   REL-DETALHE-QTDE.
            MOVE     TOT-CHAPA-M2      TO   RDM-CHAPA-M2.
            MOVE     TOT-TINTA-L       TO   RDM-TINTA-L.
            MOVE     TOT-CUSTO-CHAPA   TO   RDM-CUSTO-CHAPA.
            MOVE     TOT-CUSTO-TINTA   TO   RDM-CUSTO-TINTA.
            MOVE     TOT-CUSTO-TOTAL   TO   RDM-CUSTO-TOTAL.
            WRITE    REL-LINHA   FROM   REL-DETALHE-MATERIAL.
            EXIT.


      * a linha vai para o relatorio e, fora os calculos de tela, para
      * o TANQOUT do departamento
       EMITE-LINHA.
            WRITE    REL-LINHA   FROM   LINHA-SAIDA.
            IF       WS-REL-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            PERFORM  GRAVA-TANQOUT.
            EXIT.


       GRAVA-TANQOUT.
            IF       DEPTO-ANTERIOR NOT = "TELA"
                 MOVE  SPACES           TO   TANQ-OUT-REG
                 MOVE  DEPTO-ANTERIOR   TO   TNQ-DEPTO
                 MOVE  TIPO-SAIDA       TO   TNQ-TIPO
                 MOVE  LINHA-SAIDA      TO   TNQ-LINHA
                 WRITE TANQ-OUT-REG
                 IF    WS-TANQ-STATUS NOT = "00"
                       SET  ERRO-ARQUIVO   TO   TRUE
                 END-IF
            END-IF.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-REGISTROS     TO   CTL-REGISTROS.
            MOVE     QTDE-REQUISICOES   TO   CTL-REQUISICOES.
            MOVE     QTDE-DEPTOS        TO   CTL-DEPTOS.
            DISPLAY  LINHA-CONTROLE.
            IF       PRECO-CHAPA-AUSENTE
                 DISPLAY "RELTANQ: PRECO PRCCHAPA AUSENTE NO SYSPARM"
                         " - CHAPA CUSTADA A ZERO"
            END-IF.
            IF       PRECO-TINTA-AUSENTE
                 DISPLAY "RELTANQ: PRECO PRCTINTA AUSENTE NO SYSPARM"
                         " - TINTA CUSTADA A ZERO"
            END-IF.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "RELTANQ"            TO   GTM-PROGRAMA.
            MOVE     LDP-DATA-PROC        TO   GTM-DATA-PROC.
            MOVE     QTDE-REGISTROS       TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program RELTANQ.
