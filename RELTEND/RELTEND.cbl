       program-id. RELTEND as "RELTEND".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * RELTEND - Tendencia mensal do volume de calculos por
      *           departamento (doze meses).
      *
      *           O RELCIRC, o RELDEPT, o RELCIL e o FATDEPT emitem
      *           um periodo de cada vez, e o financeiro punha varios
      *           meses de listagem lado a lado para ver a demanda de
      *           um departamento andar. Este relatorio le juntos o
      *           historico corrente CIRCHIST, o arquivo morto
      *           CIRCARCH (gravado pelo ARCHIST no fechamento
      *           mensal) e o historico de Fibonacci FIBHIST, e conta
      *           os calculos por departamento, mes e classe - forma
      *           (C circulo, L cilindro, E esfera, F Fibonacci) e
      *           origem (TELA quando o departamento gravado e "TELA",
      *           LOTE nos demais), as mesmas oito classes do FATDEPT.
      *
      *           O mes de referencia e o da data final do cartao
      *           PERIODO; sem cartao (ou com a data final zerada), o
      *           mes anterior ao da data de processamento (DATAPROC,
      *           via LEDATPRO) - o ultimo mes fechado. Sao lidos 24
      *           meses ate a referencia: os 12 ultimos saem em
      *           colunas e os 12 anteriores servem de base da
      *           variacao sobre o mesmo mes do ano anterior.
      *
      *           Para cada departamento (e no fim para todos
      *           juntos): uma linha por classe com movimento, a
      *           linha TOTAL, a variacao percentual sobre o mes
      *           anterior (VAR MES%) e sobre o mesmo mes do ano
      *           anterior (VAR ANO%) - "NOVO" quando a base e zero.
      *           O departamento cuja variacao do mes de referencia
      *           (mensal ou anual) passa do TENDPCT do SYSPARM
      *           (padrao 25%) sai apontado. O TENDCSV traz os mesmos
      *           numeros para a planilha do planejamento, uma linha
      *           por departamento e mes.
      *
      *           RETURN-CODE 4 com departamento apontado ou tabela de
      *           departamentos cheia; 8 com o CIRCHIST indisponivel
      *           ou file status ruim. CIRCARCH ou FIBHIST ainda nao
      *           criado (status "35") conta como vazio.
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

           select ARC-FILE  assign to "CIRCARCH"
                  organization is line sequential
                  file status  is WS-ARC-STATUS.

           select FHIS-FILE assign to "FIBHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is FHIS-CHAVE
                  alternate record key is FHIS-DEPTO
                       with duplicates
                  file status  is WS-FHIS-STATUS.

           select REL-FILE  assign to "TENDREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

           select CSV-FILE  assign to "TENDCSV"
                  organization is line sequential
                  file status  is WS-CSV-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  PER-FILE.
           copy PERIODO.

       FD  HIST-FILE.
           copy CIRCHIST.

       FD  ARC-FILE.
           copy CIRCHIST replacing leading ==HIST== by ==ARC==.

       FD  FHIS-FILE.
           copy FIBHIST.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

       FD  CSV-FILE.
       01 CSV-LINHA              PIC X(120).

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-FIM-ARQUIVO     PIC X(01)     VALUE "N".
              88 FIM-ARQUIVO-MORTO             VALUE "S" FALSE "N".
           02 SW-FIM-HIST-FIB    PIC X(01)     VALUE "N".
              88 FIM-HIST-FIB                  VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-BLOCO-GERAL     PIC X(01)     VALUE "N".
              88 BLOCO-GERAL                   VALUE "S" FALSE "N".
           02 SW-VAR-CALCULADA   PIC X(01)     VALUE "N".
              88 VAR-CALCULADA                 VALUE "S" FALSE "N".
           02 SW-VAR-ACIMA       PIC X(01)     VALUE "N".
              88 VAR-ACIMA                     VALUE "S" FALSE "N".
           02 SW-DEPTO-APONTADO  PIC X(01)     VALUE "N".
              88 DEPTO-APONTADO                VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-ARC-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-FHIS-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-CSV-STATUS      PIC X(02)     VALUE SPACES.

           copy LEDATPRO.

           copy LESPARM.

       01 LIMITE-PCT             PIC 9(03)     VALUE 025.

      * janela de 24 meses ate o mes de referencia; o mes absoluto e
      * ano * 12 + mes - 1, para a conta atravessar a virada do ano
       01 DATA-TRABALHO.
           02 DT-AAAA            PIC 9(04).
           02 DT-MM              PIC 9(02).
           02 DT-DD              PIC 9(02).
       01 DATA-TRABALHO-NUM REDEFINES DATA-TRABALHO
                                 PIC 9(08).

       01 JANELA.
           02 MES-REF-ABS        PIC 9(06)     VALUE ZEROS.
           02 MES-INI-ABS        PIC 9(06)     VALUE ZEROS.
           02 MES-CORRENTE-ABS   PIC 9(06)     VALUE ZEROS.
           02 JANELA-DATA-INI    PIC 9(08)     VALUE ZEROS.
           02 JANELA-DATA-FIM    PIC 9(08)     VALUE ZEROS.
           02 ANO-CALCULO        PIC 9(04)     VALUE ZEROS.
           02 MES-CALCULO        PIC 9(02)     VALUE ZEROS.

       01 DADOS-CALCULO.
           02 DATA-CORRENTE      PIC 9(08)     VALUE ZEROS.
           02 DEPTO-CORRENTE     PIC X(04)     VALUE SPACES.
           02 CLASSE-CORRENTE    PIC 9(01)     VALUE ZEROS.

       01 QTDE-DEPTOS            PIC 9(03)     VALUE ZEROS.
       01 QTDE-LIDOS             PIC 9(07)     VALUE ZEROS.
       01 QTDE-APONTADOS         PIC 9(03)     VALUE ZEROS.

       77 SUB-MES                PIC S9(04)    COMP VALUE ZEROS.
       77 SUB-CLASSE             PIC 9(02)     COMP VALUE ZEROS.
       77 SUB-COLUNA             PIC 9(02)     COMP VALUE ZEROS.
       77 SUB-DESTINO            PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-ORIGEM             PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-POSICAO            PIC 9(03)     COMP VALUE ZEROS.

      * volume por departamento, mes da janela (1 = o mais antigo) e
      * classe; mantida em ordem de codigo (inclusao com
      * deslocamento), entradas livres em HIGH-VALUES para o SEARCH
      * parar na posicao de insercao
       01 TABELA-DEPTOS.
           02 TAB-DEPTO OCCURS 50 TIMES INDEXED BY IX-DEPTO.
               03 TAB-CODIGO      PIC X(04)      VALUE HIGH-VALUES.
               03 TAB-MESES.
                   04 TAB-MES     OCCURS 24 TIMES.
                       05 TAB-QTDE  PIC 9(07)    OCCURS 8 TIMES.

       01 TOTAL-GERAL.
           02 GER-MES            OCCURS 24 TIMES.
               03 GER-QTDE       PIC 9(07)     OCCURS 8 TIMES.

      * bloco em impressao (um departamento ou o total geral)
       01 BLOCO-TRABALHO.
           02 BLC-MES            OCCURS 24 TIMES.
               03 BLC-QTDE       PIC 9(07)     OCCURS 8 TIMES.

       01 TOTAIS-BLOCO.
           02 BLC-TOTAL          PIC 9(08)     OCCURS 24 TIMES.
           02 BLC-TOTAL-CLASSE   PIC 9(09)     OCCURS 8 TIMES.

       01 NOMES-CLASSE.
           02 FILLER             PIC X(08)     VALUE "C TELA".
           02 FILLER             PIC X(08)     VALUE "C LOTE".
           02 FILLER             PIC X(08)     VALUE "L TELA".
           02 FILLER             PIC X(08)     VALUE "L LOTE".
           02 FILLER             PIC X(08)     VALUE "E TELA".
           02 FILLER             PIC X(08)     VALUE "E LOTE".
           02 FILLER             PIC X(08)     VALUE "F TELA".
           02 FILLER             PIC X(08)     VALUE "F LOTE".
       01 TAB-NOMES-CLASSE REDEFINES NOMES-CLASSE.
           02 NOME-CLASSE        PIC X(08)     OCCURS 8 TIMES.

       01 VARIACAO.
           02 VAR-ATUAL          PIC 9(08)     VALUE ZEROS.
           02 VAR-BASE           PIC 9(08)     VALUE ZEROS.
           02 VAR-PCT            PIC S9(05)V9  VALUE ZEROS.
           02 VAR-ABS            PIC 9(05)V9   VALUE ZEROS.
           02 VAR-INTEIRO        PIC S9(05)    VALUE ZEROS.
           02 VAR-MES-REF        PIC S9(05)V9  VALUE ZEROS.
           02 VAR-ANO-REF        PIC S9(05)V9  VALUE ZEROS.

       01 REL-TITULO             PIC X(60)
              VALUE "TENDENCIA MENSAL DO VOLUME DE CALCULOS POR DEPTO".

       01 REL-REFERENCIA.
           02 FILLER             PIC X(20)
              VALUE "MES DE REFERENCIA: ".
           02 REF-MM-ED          PIC 9(02).
           02 FILLER             PIC X(01)      VALUE "/".
           02 REF-AAAA-ED        PIC 9(04).
           02 FILLER             PIC X(26)
              VALUE "   LIMITE DE VARIACAO:  ".
           02 REF-LIMITE-ED      PIC ZZ9.
           02 FILLER             PIC X(01)      VALUE "%".

       01 REL-FONTES             PIC X(60)
              VALUE "FONTES: CIRCHIST + CIRCARCH + FIBHIST".

       01 REL-DEPTO.
           02 FILLER             PIC X(14)      VALUE "DEPARTAMENTO: ".
           02 RDP-CODIGO         PIC X(04).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RDP-AVISO          PIC X(50)      VALUE SPACES.

       01 REL-GERAL              PIC X(40)
              VALUE "TODOS OS DEPARTAMENTOS".

       01 REL-CAB-MESES.
           02 FILLER             PIC X(08)      VALUE "CLASSE".
           02 RCM-COLUNA         OCCURS 12 TIMES.
               03 FILLER         PIC X(01).
               03 RCM-MM         PIC 9(02).
               03 FILLER         PIC X(01).
               03 RCM-AA         PIC 9(02).

       01 REL-LINHA-QTDE.
           02 RLQ-ROTULO         PIC X(08).
           02 RLQ-QTDE           PIC ZZZZZ9    OCCURS 12 TIMES.

       01 REL-LINHA-VAR.
           02 RLV-ROTULO         PIC X(08).
           02 RLV-COLUNA         OCCURS 12 TIMES.
               03 RLV-PCT        PIC +++++9.
               03 RLV-TEXTO REDEFINES RLV-PCT
                                 PIC X(06).

       01 REL-APONTADO.
           02 FILLER             PIC X(22)
              VALUE "*** VARIACAO NO MES: ".
           02 RAP-MES            PIC +++++9.
           02 FILLER             PIC X(12)      VALUE "%  NO ANO: ".
           02 RAP-ANO-PCT.
               03 RAP-ANO        PIC +++++9.
               03 FILLER         PIC X(01)      VALUE "%".
           02 RAP-ANO-TXT REDEFINES RAP-ANO-PCT
                                 PIC X(07).
           02 FILLER             PIC X(24)
              VALUE " - ACIMA DO LIMITE ***".

       01 REL-NENHUM             PIC X(50)
              VALUE "NENHUM CALCULO NOS 24 MESES DA JANELA".

       01 CSV-CABECALHO.
           02 FILLER             PIC X(38)
              VALUE "DEPTO,MES,C_TELA,C_LOTE,L_TELA,L_LOTE,".
           02 FILLER             PIC X(34)
              VALUE "E_TELA,E_LOTE,F_TELA,F_LOTE,TOTAL,".
           02 FILLER             PIC X(48)
              VALUE "VAR_MES_PCT,VAR_ANO_PCT,ALERTA".

       01 CAMPOS-CSV.
           02 CSV-MES            PIC 9(06)     VALUE ZEROS.
           02 CSV-QTDE           PIC 9(07)     OCCURS 8 TIMES.
           02 CSV-TOTAL          PIC 9(08)     VALUE ZEROS.
           02 CSV-VAR-MES        PIC X(09)     VALUE SPACES.
           02 CSV-VAR-ANO        PIC X(09)     VALUE SPACES.
           02 CSV-ALERTA         PIC X(01)     VALUE SPACE.
           02 CSV-VAR            PIC X(09)     VALUE SPACES.
           02 CSV-VAR-PARTES REDEFINES CSV-VAR.
               03 CSV-VAR-SINAL  PIC X(01).
               03 CSV-VAR-INT    PIC 9(05).
               03 CSV-VAR-PONTO  PIC X(01).
               03 CSV-VAR-DEC    PIC 9(01).
               03 FILLER         PIC X(01).

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(20)
                                  VALUE "RELTEND: REGISTROS =".
           02 CTL-LIDOS          PIC ZZZZZZ9.
           02 FILLER             PIC X(11)
                                  VALUE "  DEPTOS =".
           02 CTL-DEPTOS         PIC ZZZZ9.
           02 FILLER             PIC X(14)
                                  VALUE "  APONTADOS =".
           02 CTL-APONTADOS      PIC ZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            IF       LDP-STATUS NOT = "00"
                 DISPLAY "RELTEND: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - REFERENCIA PELA DATA DO DIA"
            END-IF.
            PERFORM  LE-PERIODO.
            PERFORM  MONTA-JANELA.
            PERFORM  LE-LIMITE.
            MOVE     ZEROS   TO   TOTAL-GERAL.
            OPEN     INPUT    HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                 DISPLAY "RELTEND: CIRCHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-HIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   REL-FILE CSV-FILE.
            IF       WS-REL-STATUS NOT = "00"
                 OR  WS-CSV-STATUS NOT = "00"
                 DISPLAY "RELTEND: TENDREL/TENDCSV NAO PODE SER ABERTO"
                         " - STATUS " WS-REL-STATUS " " WS-CSV-STATUS
                 CLOSE HIST-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  LE-HISTORICO-CIRC.
            PERFORM  LE-ARQUIVO-MORTO.
            PERFORM  LE-HISTORICO-FIB.
            PERFORM  IMPRIME-CABECALHO.
            MOVE     CSV-CABECALHO   TO   CSV-LINHA.
            WRITE    CSV-LINHA.
            IF       QTDE-DEPTOS = ZEROS
                 WRITE REL-LINHA   FROM   REL-NENHUM
            ELSE
                 PERFORM IMPRIME-DEPTO
                         VARYING IX-DEPTO FROM 1 BY 1
                         UNTIL   IX-DEPTO > QTDE-DEPTOS
                 PERFORM IMPRIME-GERAL
            END-IF.
            CLOSE    REL-FILE CSV-FILE.
            PERFORM  IMPRIME-CONTROLE.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO
                 MOVE 8 TO RETURN-CODE
            WHEN     QTDE-APONTADOS > ZEROS
            WHEN     TABELA-CHEIA
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.


      *----------------------------------------------------------------*
      * mes de referencia: o da data final do cartao; sem cartao, o
      * mes anterior ao da data de processamento (ultimo mes fechado)
      *----------------------------------------------------------------*

       LE-PERIODO.
            MOVE     LDP-DATA-PROC   TO   DATA-TRABALHO-NUM.
            COMPUTE  MES-REF-ABS = DT-AAAA * 12 + DT-MM - 2.
            OPEN     INPUT   PER-FILE.
            IF       WS-PER-STATUS = "00"
                 READ PER-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF   PER-DATA-FIM IS NUMERIC
                               AND PER-DATA-FIM NOT = ZEROS
                               MOVE PER-DATA-FIM TO DATA-TRABALHO-NUM
                               COMPUTE MES-REF-ABS = DT-AAAA * 12
                                                   + DT-MM - 1
                          END-IF
                 END-READ
                 CLOSE PER-FILE
            END-IF.
            EXIT.


       MONTA-JANELA.
            COMPUTE  MES-INI-ABS = MES-REF-ABS - 23.
            MOVE     MES-INI-ABS   TO   MES-CORRENTE-ABS.
            PERFORM  CONVERTE-MES.
            COMPUTE  JANELA-DATA-INI = ANO-CALCULO * 10000
                                     + MES-CALCULO * 100 + 1.
            MOVE     MES-REF-ABS   TO   MES-CORRENTE-ABS.
            PERFORM  CONVERTE-MES.
            COMPUTE  JANELA-DATA-FIM = ANO-CALCULO * 10000
                                     + MES-CALCULO * 100 + 31.
            MOVE     MES-CALCULO   TO   REF-MM-ED.
            MOVE     ANO-CALCULO   TO   REF-AAAA-ED.
            PERFORM  MONTA-COLUNA
                     VARYING SUB-COLUNA FROM 1 BY 1
                     UNTIL   SUB-COLUNA > 12.
            EXIT.


       MONTA-COLUNA.
            COMPUTE  MES-CORRENTE-ABS = MES-INI-ABS + 11 + SUB-COLUNA.
            PERFORM  CONVERTE-MES.
            MOVE     SPACE         TO   RCM-COLUNA (SUB-COLUNA).
            MOVE     MES-CALCULO   TO   RCM-MM (SUB-COLUNA).
            MOVE     ANO-CALCULO   TO   RCM-AA (SUB-COLUNA).
            MOVE     "/"           TO   RCM-COLUNA (SUB-COLUNA) (4:1).
            EXIT.


       CONVERTE-MES.
            DIVIDE   MES-CORRENTE-ABS   BY   12
                     GIVING    ANO-CALCULO
                     REMAINDER MES-CALCULO.
            ADD      1   TO   MES-CALCULO.
            EXIT.


       LE-LIMITE.
            MOVE     "TENDPCT"       TO   LEP-CHAVE.
            MOVE     LDP-DATA-PROC   TO   LEP-DATA-REF.
            CALL     "LESPARM"   USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                 AND LEP-VALOR (1:3) IS NUMERIC
                 AND LEP-VALOR (1:3) NOT = "000"
                 MOVE LEP-VALOR (1:3)   TO   LIMITE-PCT
            END-IF.
            MOVE     LIMITE-PCT   TO   REF-LIMITE-ED.
            EXIT.


      *----------------------------------------------------------------*
      * leitura das tres fontes, so na janela de 24 meses
      *----------------------------------------------------------------*

       LE-HISTORICO-CIRC.
            MOVE     JANELA-DATA-INI   TO   HIST-DATA.
            MOVE     ZEROS             TO   HIST-REQUISICAO
                                            HIST-SEQUENCIA.
            START    HIST-FILE  KEY NOT LESS THAN HIST-CHAVE
                INVALID KEY
                     SET FIM-HISTORICO TO TRUE
            END-START.
            IF       NOT FIM-HISTORICO
                 PERFORM LE-HISTORICO
                 PERFORM CONTA-HISTORICO  UNTIL  FIM-HISTORICO
            END-IF.
            CLOSE    HIST-FILE.
            EXIT.


       LE-HISTORICO.
            READ     HIST-FILE
                AT END
                     SET FIM-HISTORICO TO TRUE
            END-READ.
            IF       NOT FIM-HISTORICO
                 AND HIST-DATA > JANELA-DATA-FIM
                 SET  FIM-HISTORICO   TO   TRUE
            END-IF.
            EXIT.


       CONTA-HISTORICO.
            EVALUATE HIST-FORMA
            WHEN     "L"
                 MOVE 3   TO   CLASSE-CORRENTE
            WHEN     "E"
                 MOVE 5   TO   CLASSE-CORRENTE
            WHEN OTHER
                 MOVE 1   TO   CLASSE-CORRENTE
            END-EVALUATE.
            IF       HIST-DEPTO NOT = "TELA"
                 ADD  1   TO   CLASSE-CORRENTE
            END-IF.
            MOVE     HIST-DATA    TO   DATA-CORRENTE.
            MOVE     HIST-DEPTO   TO   DEPTO-CORRENTE.
            PERFORM  SOMA-CALCULO.
            PERFORM  LE-HISTORICO.
            EXIT.


       LE-ARQUIVO-MORTO.
            OPEN     INPUT    ARC-FILE.
            EVALUATE WS-ARC-STATUS
            WHEN     "00"
                 PERFORM  LE-ARQUIVADO
                 PERFORM  CONTA-ARQUIVADO  UNTIL  FIM-ARQUIVO-MORTO
                 CLOSE    ARC-FILE
            WHEN     "35"
      * CIRCARCH ainda nao criado: nenhum fechamento mensal rodou
                 CONTINUE
            WHEN OTHER
                 DISPLAY "RELTEND: CIRCARCH NAO PODE SER ABERTO - "
                         "STATUS " WS-ARC-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-EVALUATE.
            EXIT.


       LE-ARQUIVADO.
            READ     ARC-FILE
                AT END
                     SET FIM-ARQUIVO-MORTO TO TRUE
            END-READ.
            EXIT.


       CONTA-ARQUIVADO.
            IF       ARC-DATA NOT < JANELA-DATA-INI
                 AND ARC-DATA NOT > JANELA-DATA-FIM
                 EVALUATE ARC-FORMA
                 WHEN     "L"
                      MOVE 3   TO   CLASSE-CORRENTE
                 WHEN     "E"
                      MOVE 5   TO   CLASSE-CORRENTE
                 WHEN OTHER
                      MOVE 1   TO   CLASSE-CORRENTE
                 END-EVALUATE
                 IF       ARC-DEPTO NOT = "TELA"
                      ADD  1   TO   CLASSE-CORRENTE
                 END-IF
                 MOVE     ARC-DATA    TO   DATA-CORRENTE
                 MOVE     ARC-DEPTO   TO   DEPTO-CORRENTE
                 PERFORM  SOMA-CALCULO
            END-IF.
            PERFORM  LE-ARQUIVADO.
            EXIT.


       LE-HISTORICO-FIB.
            OPEN     INPUT    FHIS-FILE.
            EVALUATE WS-FHIS-STATUS
            WHEN     "00"
                 MOVE     JANELA-DATA-INI   TO   FHIS-DATA
                 MOVE     ZEROS             TO   FHIS-REQUISICAO
                                                 FHIS-SEQUENCIA
                 START    FHIS-FILE  KEY NOT LESS THAN FHIS-CHAVE
                     INVALID KEY
                          SET FIM-HIST-FIB TO TRUE
                 END-START
                 IF       NOT FIM-HIST-FIB
                      PERFORM LE-HIST-FIB
                      PERFORM CONTA-HIST-FIB  UNTIL  FIM-HIST-FIB
                 END-IF
                 CLOSE    FHIS-FILE
            WHEN     "35"
      * FIBHIST ainda nao criado: nenhum calculo de Fibonacci gravado
                 CONTINUE
            WHEN OTHER
                 DISPLAY "RELTEND: FIBHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-FHIS-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-EVALUATE.
            EXIT.


       LE-HIST-FIB.
            READ     FHIS-FILE
                AT END
                     SET FIM-HIST-FIB TO TRUE
            END-READ.
            IF       NOT FIM-HIST-FIB
                 AND FHIS-DATA > JANELA-DATA-FIM
                 SET  FIM-HIST-FIB   TO   TRUE
            END-IF.
            EXIT.


       CONTA-HIST-FIB.
            IF       FHIS-DEPTO = "TELA"
                 MOVE 7   TO   CLASSE-CORRENTE
            ELSE
                 MOVE 8   TO   CLASSE-CORRENTE
            END-IF.
            MOVE     FHIS-DATA    TO   DATA-CORRENTE.
            MOVE     FHIS-DEPTO   TO   DEPTO-CORRENTE.
            PERFORM  SOMA-CALCULO.
            PERFORM  LE-HIST-FIB.
            EXIT.


      * um calculo no mes da janela: total geral e departamento
       SOMA-CALCULO.
            MOVE     DATA-CORRENTE   TO   DATA-TRABALHO-NUM.
            COMPUTE  SUB-MES = DT-AAAA * 12 + DT-MM - 1
                             - MES-INI-ABS + 1.
            IF       SUB-MES > ZEROS AND SUB-MES < 25
                 ADD     1   TO   QTDE-LIDOS
                 ADD     1   TO   GER-QTDE (SUB-MES CLASSE-CORRENTE)
                 PERFORM LOCALIZA-DEPTO
            END-IF.
            EXIT.


       LOCALIZA-DEPTO.
            SET      IX-DEPTO   TO   1.
            SEARCH   TAB-DEPTO
                AT END
                     PERFORM AVISA-TABELA-CHEIA
                WHEN TAB-CODIGO (IX-DEPTO) = DEPTO-CORRENTE
                     ADD 1   TO   TAB-QTDE (IX-DEPTO SUB-MES
                                            CLASSE-CORRENTE)
                WHEN TAB-CODIGO (IX-DEPTO) > DEPTO-CORRENTE
                     PERFORM INSERE-DEPTO
            END-SEARCH.
            EXIT.


       INSERE-DEPTO.
            IF       QTDE-DEPTOS >= 50
                 PERFORM AVISA-TABELA-CHEIA
            ELSE
                 SET      SUB-POSICAO   TO   IX-DEPTO
                 PERFORM  DESLOCA-DEPTO
                          VARYING SUB-DESTINO FROM QTDE-DEPTOS BY -1
                          UNTIL   SUB-DESTINO < SUB-POSICAO
                 ADD      1   TO   QTDE-DEPTOS
                 MOVE     DEPTO-CORRENTE   TO   TAB-CODIGO (SUB-POSICAO)
                 MOVE     ZEROS            TO   TAB-MESES (SUB-POSICAO)
                 ADD      1   TO   TAB-QTDE (SUB-POSICAO SUB-MES
                                             CLASSE-CORRENTE)
            END-IF.
            EXIT.


       DESLOCA-DEPTO.
            COMPUTE  SUB-ORIGEM = SUB-DESTINO.
            MOVE     TAB-DEPTO (SUB-ORIGEM)
                                TO   TAB-DEPTO (SUB-ORIGEM + 1).
            EXIT.


       AVISA-TABELA-CHEIA.
            IF       NOT TABELA-CHEIA
                 SET      TABELA-CHEIA   TO   TRUE
                 DISPLAY  "RELTEND: TABELA CHEIA (50 DEPTOS) - "
                          "EXCEDENTES SO NO TOTAL GERAL"
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * impressao: um bloco por departamento e o total geral
      *----------------------------------------------------------------*

       IMPRIME-CABECALHO.
            WRITE    REL-LINHA   FROM   REL-TITULO.
            WRITE    REL-LINHA   FROM   REL-REFERENCIA.
            WRITE    REL-LINHA   FROM   REL-FONTES.
            EXIT.


       IMPRIME-DEPTO.
            SET      BLOCO-GERAL   TO   FALSE.
            MOVE     TAB-MESES (IX-DEPTO)    TO   BLOCO-TRABALHO.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   RDP-CODIGO
                                                  DEPTO-CORRENTE.
            PERFORM  SOMA-BLOCO.
            PERFORM  AVALIA-REFERENCIA.
            MOVE     SPACES   TO   RDP-AVISO.
            IF       DEPTO-APONTADO
                 ADD  1   TO   QTDE-APONTADOS
                 MOVE "*** VARIACAO ACIMA DO LIMITE ***"  TO  RDP-AVISO
            END-IF.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-DEPTO.
            PERFORM  IMPRIME-BLOCO.
            PERFORM  GRAVA-CSV-MES
                     VARYING SUB-COLUNA FROM 1 BY 1
                     UNTIL   SUB-COLUNA > 12.
            EXIT.


       IMPRIME-GERAL.
            SET      BLOCO-GERAL   TO   TRUE.
            MOVE     TOTAL-GERAL   TO   BLOCO-TRABALHO.
            MOVE     "*"           TO   DEPTO-CORRENTE.
            PERFORM  SOMA-BLOCO.
            PERFORM  AVALIA-REFERENCIA.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-GERAL.
            PERFORM  IMPRIME-BLOCO.
            PERFORM  GRAVA-CSV-MES
                     VARYING SUB-COLUNA FROM 1 BY 1
                     UNTIL   SUB-COLUNA > 12.
            EXIT.


       SOMA-BLOCO.
            MOVE     ZEROS   TO   TOTAIS-BLOCO.
            PERFORM  SOMA-CELULA
                     VARYING SUB-MES FROM 1 BY 1 UNTIL SUB-MES > 24
                     AFTER   SUB-CLASSE FROM 1 BY 1
                             UNTIL SUB-CLASSE > 8.
            EXIT.


      * o total por classe so olha os 12 meses impressos, para a
      * classe sem movimento nas colunas nao ocupar linha
       SOMA-CELULA.
            ADD      BLC-QTDE (SUB-MES SUB-CLASSE)
                                   TO   BLC-TOTAL (SUB-MES).
            IF       SUB-MES > 12
                 ADD  BLC-QTDE (SUB-MES SUB-CLASSE)
                                   TO   BLC-TOTAL-CLASSE (SUB-CLASSE)
            END-IF.
            EXIT.


      * variacao do mes de referencia (coluna 24) para o apontamento
       AVALIA-REFERENCIA.
            SET      DEPTO-APONTADO   TO   FALSE.
            MOVE     BLC-TOTAL (24)   TO   VAR-ATUAL.
            MOVE     BLC-TOTAL (23)   TO   VAR-BASE.
            PERFORM  CALCULA-VARIACAO.
            MOVE     VAR-PCT   TO   VAR-MES-REF.
            IF       VAR-ACIMA
                 SET  DEPTO-APONTADO   TO   TRUE
            END-IF.
            MOVE     BLC-TOTAL (12)   TO   VAR-BASE.
            PERFORM  CALCULA-VARIACAO.
            MOVE     VAR-PCT   TO   VAR-ANO-REF.
            IF       VAR-CALCULADA
                 COMPUTE RAP-ANO ROUNDED = VAR-PCT
                 MOVE    "%"        TO   RAP-ANO-TXT (7:1)
            ELSE
                 MOVE    "   NOVO"  TO   RAP-ANO-TXT
            END-IF.
            IF       VAR-ACIMA
                 SET  DEPTO-APONTADO   TO   TRUE
            END-IF.
            IF       BLOCO-GERAL
                 SET  DEPTO-APONTADO   TO   FALSE
            END-IF.
            EXIT.


       IMPRIME-BLOCO.
            WRITE    REL-LINHA   FROM   REL-CAB-MESES.
            PERFORM  IMPRIME-CLASSE
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            MOVE     "TOTAL"   TO   RLQ-ROTULO.
            PERFORM  EDITA-TOTAL
                     VARYING SUB-COLUNA FROM 1 BY 1
                     UNTIL   SUB-COLUNA > 12.
            WRITE    REL-LINHA   FROM   REL-LINHA-QTDE.
            MOVE     "VAR MES%"   TO   RLV-ROTULO.
            PERFORM  EDITA-VAR-MES
                     VARYING SUB-COLUNA FROM 1 BY 1
                     UNTIL   SUB-COLUNA > 12.
            WRITE    REL-LINHA   FROM   REL-LINHA-VAR.
            MOVE     "VAR ANO%"   TO   RLV-ROTULO.
            PERFORM  EDITA-VAR-ANO
                     VARYING SUB-COLUNA FROM 1 BY 1
                     UNTIL   SUB-COLUNA > 12.
            WRITE    REL-LINHA   FROM   REL-LINHA-VAR.
            IF       DEPTO-APONTADO
                 COMPUTE RAP-MES ROUNDED = VAR-MES-REF
                 WRITE REL-LINHA   FROM   REL-APONTADO
            END-IF.
            EXIT.


       IMPRIME-CLASSE.
            IF       BLC-TOTAL-CLASSE (SUB-CLASSE) > ZEROS
                 MOVE    NOME-CLASSE (SUB-CLASSE)   TO   RLQ-ROTULO
                 PERFORM EDITA-CLASSE
                         VARYING SUB-COLUNA FROM 1 BY 1
                         UNTIL   SUB-COLUNA > 12
                 WRITE   REL-LINHA   FROM   REL-LINHA-QTDE
            END-IF.
            EXIT.


       EDITA-CLASSE.
            COMPUTE  SUB-MES = SUB-COLUNA + 12.
            MOVE     BLC-QTDE (SUB-MES SUB-CLASSE)
                                   TO   RLQ-QTDE (SUB-COLUNA).
            EXIT.


       EDITA-TOTAL.
            COMPUTE  SUB-MES = SUB-COLUNA + 12.
            MOVE     BLC-TOTAL (SUB-MES)   TO   RLQ-QTDE (SUB-COLUNA).
            EXIT.


       EDITA-VAR-MES.
            COMPUTE  SUB-MES = SUB-COLUNA + 12.
            MOVE     BLC-TOTAL (SUB-MES)       TO   VAR-ATUAL.
            MOVE     BLC-TOTAL (SUB-MES - 1)   TO   VAR-BASE.
            PERFORM  CALCULA-VARIACAO.
            PERFORM  EDITA-CELULA-VAR.
            EXIT.


       EDITA-VAR-ANO.
            COMPUTE  SUB-MES = SUB-COLUNA + 12.
            MOVE     BLC-TOTAL (SUB-MES)        TO   VAR-ATUAL.
            MOVE     BLC-TOTAL (SUB-MES - 12)   TO   VAR-BASE.
            PERFORM  CALCULA-VARIACAO.
            PERFORM  EDITA-CELULA-VAR.
            EXIT.


       EDITA-CELULA-VAR.
            IF       VAR-CALCULADA
                 COMPUTE VAR-INTEIRO ROUNDED = VAR-PCT
                 MOVE    VAR-INTEIRO   TO   RLV-PCT (SUB-COLUNA)
            ELSE
                 IF   VAR-ATUAL = ZEROS
                      MOVE "     -"   TO   RLV-TEXTO (SUB-COLUNA)
                 ELSE
                      MOVE "  NOVO"   TO   RLV-TEXTO (SUB-COLUNA)
                 END-IF
            END-IF.
            EXIT.


      * variacao percentual de VAR-ATUAL sobre VAR-BASE, com uma
      * decimal; base zero nao tem variacao (mes novo ou sem volume)
       CALCULA-VARIACAO.
            SET      VAR-CALCULADA   TO   FALSE.
            SET      VAR-ACIMA       TO   FALSE.
            MOVE     ZEROS           TO   VAR-PCT VAR-ABS.
            IF       VAR-BASE > ZEROS
                 SET     VAR-CALCULADA   TO   TRUE
                 COMPUTE VAR-PCT ROUNDED =
                         ( VAR-ATUAL - VAR-BASE ) * 100 / VAR-BASE
                     ON SIZE ERROR
                         MOVE 99999,9   TO   VAR-PCT
                 END-COMPUTE
                 IF      VAR-PCT < ZEROS
                      COMPUTE VAR-ABS = ZEROS - VAR-PCT
                 ELSE
                      MOVE    VAR-PCT   TO   VAR-ABS
                 END-IF
                 IF      VAR-ABS > LIMITE-PCT
                      SET  VAR-ACIMA   TO   TRUE
                 END-IF
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * CSV: uma linha por departamento e mes (total geral com o
      * departamento "*"); variacao com ponto decimal, vazia quando a
      * base e zero; ALERTA "S" quando a variacao do mes passa do
      * limite
      *----------------------------------------------------------------*

       GRAVA-CSV-MES.
            COMPUTE  SUB-MES = SUB-COLUNA + 12.
            COMPUTE  MES-CORRENTE-ABS = MES-INI-ABS + SUB-MES - 1.
            PERFORM  CONVERTE-MES.
            COMPUTE  CSV-MES = ANO-CALCULO * 100 + MES-CALCULO.
            PERFORM  COPIA-CLASSE-CSV
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            MOVE     BLC-TOTAL (SUB-MES)   TO   CSV-TOTAL.
            MOVE     "N"                   TO   CSV-ALERTA.
            MOVE     BLC-TOTAL (SUB-MES)       TO   VAR-ATUAL.
            MOVE     BLC-TOTAL (SUB-MES - 1)   TO   VAR-BASE.
            PERFORM  CALCULA-VARIACAO.
            PERFORM  EDITA-VAR-CSV.
            MOVE     CSV-VAR   TO   CSV-VAR-MES.
            IF       VAR-ACIMA
                 MOVE "S"   TO   CSV-ALERTA
            END-IF.
            MOVE     BLC-TOTAL (SUB-MES - 12)  TO   VAR-BASE.
            PERFORM  CALCULA-VARIACAO.
            PERFORM  EDITA-VAR-CSV.
            MOVE     CSV-VAR   TO   CSV-VAR-ANO.
            IF       VAR-ACIMA
                 MOVE "S"   TO   CSV-ALERTA
            END-IF.
            MOVE     SPACES   TO   CSV-LINHA.
            STRING   DEPTO-CORRENTE   DELIMITED BY SPACE
                     ","              DELIMITED BY SIZE
                     CSV-MES          DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (1)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (2)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (3)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (4)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (5)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (6)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (7)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-QTDE (8)     DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-TOTAL        DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     CSV-VAR-MES      DELIMITED BY SPACE
                     ","              DELIMITED BY SIZE
                     CSV-VAR-ANO      DELIMITED BY SPACE
                     ","              DELIMITED BY SIZE
                     CSV-ALERTA       DELIMITED BY SIZE
                INTO CSV-LINHA.
            WRITE    CSV-LINHA.
            IF       WS-CSV-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            EXIT.


       COPIA-CLASSE-CSV.
            MOVE     BLC-QTDE (SUB-MES SUB-CLASSE)
                                   TO   CSV-QTDE (SUB-CLASSE).
            EXIT.


       EDITA-VAR-CSV.
            MOVE     SPACES   TO   CSV-VAR.
            IF       VAR-CALCULADA
                 IF   VAR-PCT < ZEROS
                      MOVE "-"   TO   CSV-VAR-SINAL
                 ELSE
                      MOVE "+"   TO   CSV-VAR-SINAL
                 END-IF
                 MOVE    VAR-ABS   TO   CSV-VAR-INT
                 MOVE    "."       TO   CSV-VAR-PONTO
                 COMPUTE CSV-VAR-DEC = ( VAR-ABS - CSV-VAR-INT ) * 10
            END-IF.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-LIDOS       TO   CTL-LIDOS.
            MOVE     QTDE-DEPTOS      TO   CTL-DEPTOS.
            MOVE     QTDE-APONTADOS   TO   CTL-APONTADOS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.

       end program RELTEND.
