      *           O RELDEPT da as quantidades e o setor financeiro
      *           precificava na mao em planilha. Este programa le o
      *           historico CIRCHIST no periodo do cartao PERIODO
      *           (cartao ausente = arquivo inteiro, em previa),
      *           classifica cada registro por forma (C = circulo,
      *           L = cilindro, E = esfera) e por origem (TELA quando
      *           o departamento gravado e "TELA", LOTE nos demais) e
      *           precifica pela tarifa correspondente do SYSPARM
      *           (chaves TARCTELA/TARCLOTE/TARLTELA/TARLLOTE/
      *           TARETELA/TARELOTE, lidas pelo LESPARM e mantidas
      *           pelo MNTPARM com historico no PARMHIST). As
      *           sequencias de Fibonacci do historico FIBHIST, no
      *           mesmo periodo, entram como duas classes a mais
      *           (TARFTELA/TARFLOTE).
      *
      *           Sai uma fatura formatada por departamento no FATOUT
      *           (uma linha por classe com quantidade, preco e
      *           valor, e o total do departamento) e a folha de
      *           controle no FATRES com uma linha por departamento e
      *           os totais gerais - a quantidade total tem de bater
      *           com a linha TOTAL do RELDEPT do mesmo periodo
      *           (colunas QTDE + QTDE FIB).
      *           Tarifa ausente no SYSPARM fatura a classe a zero e
      *           sai apontada na folha de controle com RETURN-CODE
      *           4; file status ruim devolve 8.
      *
      *           HISTORICO DE ALTERACOES:
      *           - o cabecalho de cada fatura ganhou uma linha com o
      *             nome e o centro de custo do departamento, lidos do
      *             mestre DEPTMAST pelo LEDEPTO - o financeiro
      *             lancava a cobranca procurando o centro de custo
      *             pelo codigo na mao. Departamento fora do cadastro
      *             sai apontado na propria linha; os calculos de
      *             terminal ("TELA") saem como tal, sem centro de
      *             custo.
      *           - o trabalho de Fibonacci passou a ser faturado:
      *             segunda leitura, no historico FIBHIST, com o
      *             mesmo filtro de periodo, classes "FIBONACCI TELA"
      *             e "FIBONACCI LOTE" precificadas pelas tarifas
      *             TARFTELA/TARFLOTE do SYSPARM. FIBHIST ainda nao
      *             criado (nenhum calculo gravado) nao e erro: o
      *             Fibonacci sai zerado.
      *           - registro de faturas FATREG e controle de periodos
      *             FATPER: a rodada normal numera cada fatura (numero
      *             e data de emissao no cabecalho e na folha de
      *             controle), grava a fatura no FATREG com o periodo,
      *             as quantidades e precos das classes e o valor, e
      *             trava o periodo no FATPER - outra rodada normal
      *             com periodo sobreposto a um periodo travado e
      *             recusada com RETURN-CODE 8. Cartao com
      *             PER-MODO-FATURA "P", ou sem as duas datas, e
      *             previa: fatura sem numero, sem registro e sem
      *             trava. PER-MODO-FATURA "A" e a rodada de ajuste de
      *             um periodo reapurado pelo RESTHIST: recalcula o
      *             periodo, compara por departamento e classe com o
      *             que ja foi faturado (fatura + notas anteriores no
      *             FATREG) e emite nota de credito ou de debito pela
      *             diferenca, aos precos da fatura original e com o
      *             numero dela; o periodo volta a "F". Periodo nao
      *             faturado devolve 8; sem reapuracao pendente, 4.
      ******************************************************************

      *================================================================*
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select FHIS-FILE assign to "FIBHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is FHIS-CHAVE
                  alternate record key is FHIS-DEPTO
                       with duplicates
                  file status  is WS-FHIS-STATUS.

           select FAT-FILE  assign to "FATOUT"
                  organization is line sequential
                  file status  is WS-FAT-STATUS.
                  organization is line sequential
                  file status  is WS-RES-STATUS.

           select FREG-FILE assign to "FATREG"
                  organization is indexed
                  access mode  is dynamic
                  record key   is FREG-NUMERO
                  file status  is WS-FREG-STATUS.

           select FPER-FILE assign to "FATPER"
                  organization is indexed
                  access mode  is dynamic
                  record key   is FPER-CHAVE
                  file status  is WS-FPER-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  HIST-FILE.
           copy CIRCHIST.

       FD  FHIS-FILE.
           copy FIBHIST.

       FD  FAT-FILE.
       01 FAT-LINHA              PIC X(70).

       FD  RES-FILE.
       01 RES-LINHA              PIC X(70).

       FD  FREG-FILE.
           copy FATREG.

       FD  FPER-FILE.
           copy FATPER.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
       01 CONTROLE-FIM.
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-FIM-HIST-FIB    PIC X(01)     VALUE "N".
              88 FIM-HIST-FIB                  VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-TARIFA-AUSENTE  PIC X(01)     VALUE "N".
              88 HOUVE-TARIFA-AUSENTE          VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-FIM-REGISTRO    PIC X(01)     VALUE "N".
              88 FIM-REGISTRO                  VALUE "S" FALSE "N".
           02 SW-FIM-PERIODOS    PIC X(01)     VALUE "N".
              88 FIM-PERIODOS                  VALUE "S" FALSE "N".
           02 SW-PERIODO-ACHADO  PIC X(01)     VALUE "N".
              88 PERIODO-ACHADO                VALUE "S" FALSE "N".
           02 SW-DIFERENCA       PIC X(01)     VALUE "N".
              88 HOUVE-DIFERENCA               VALUE "S" FALSE "N".
           02 SW-MODO            PIC X(01)     VALUE "N".
              88 MODO-NORMAL                   VALUE "N".
              88 MODO-AJUSTE                   VALUE "A".
              88 MODO-PREVIA                   VALUE "P".

       01 STATUS-ARQUIVOS.
           02 WS-PER-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-FHIS-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-FAT-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-RES-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-FREG-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-FPER-STATUS     PIC X(02)     VALUE SPACES.

       01 PERIODO-APURACAO.
           02 APUR-DATA-INI      PIC 9(08)     VALUE ZEROS.

           copy LESPARM.

           copy LEDEPTO.

       01 QTDE-DEPTOS            PIC 9(03)     VALUE ZEROS.

       01 DEPTO-CORRENTE         PIC X(04)     VALUE SPACES.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 NUMERACAO.
           02 ULTIMO-NUMERO      PIC 9(07)     VALUE ZEROS.
           02 PRIMEIRO-EMITIDO   PIC 9(07)     VALUE ZEROS.

      * TAB-FATURA-ORIGEM: numero da fatura do departamento (emitida
      * nesta rodada, ou lida do FATREG no ajuste); TAB-CLASSE-FAT:
      * o que ja foi faturado no periodo (fatura + notas) e o preco
      * de referencia de cada classe, carregados so no ajuste
       01 TABELA-RESUMO.
           02 TAB-DEPTO OCCURS 50 TIMES INDEXED BY IX-DEPTO.
               03 TAB-CODIGO      PIC X(04)      VALUE SPACES.
               03 TAB-CLASSE-QTDE PIC 9(05)      OCCURS 8 TIMES.
               03 TAB-FATURA-ORIGEM PIC 9(07).
               03 TAB-DOCUMENTO   PIC X(01).
                  88 TAB-COM-DOCUMENTO          VALUE "S".
               03 TAB-CLASSE-FAT  OCCURS 8 TIMES.
                   04 TAB-FAT-QTDE  PIC S9(05).
                   04 TAB-FAT-PRECO PIC 9(06)V99.

       01 TABELA-TARIFAS.
           02 TAB-TARIFA OCCURS 8 TIMES INDEXED BY IX-TARIFA.
               03 TAR-CHAVE       PIC X(08).
               03 TAR-NOME        PIC X(14).
               03 TAR-PRECO       PIC 9(06)V99.
       01 VALORES-CALCULO.
           02 VALOR-CLASSE       PIC 9(11)V99  VALUE ZEROS.
           02 VALOR-DEPTO        PIC 9(11)V99  VALUE ZEROS.
           02 DIF-QTDE           PIC S9(05)    VALUE ZEROS.
           02 PRECO-NOTA         PIC 9(06)V99  VALUE ZEROS.
           02 VALOR-DIF          PIC S9(11)V99 VALUE ZEROS.
           02 VALOR-NOTA         PIC S9(11)V99 VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 TOT-QTDE           PIC 9(07)     VALUE ZEROS.
           02 TOT-VALOR          PIC 9(13)V99  VALUE ZEROS.
           02 QTDE-NOTAS         PIC 9(05)     VALUE ZEROS.
           02 TOT-CREDITOS       PIC 9(13)V99  VALUE ZEROS.
           02 TOT-DEBITOS        PIC 9(13)V99  VALUE ZEROS.

       01 FAT-CABECALHO1.
           02 FILLER             PIC X(34)
              VALUE "FATURA DE CALCULOS - DEPARTAMENTO ".
           02 CAB1-DEPTO         PIC X(04).

       01 FAT-CABECALHO-NUMERO.
           02 FILLER             PIC X(11)      VALUE "FATURA No. ".
           02 CABN-NUMERO        PIC 9(07).
           02 FILLER             PIC X(11)      VALUE "  EMISSAO: ".
           02 CABN-EMISSAO       PIC 9(08).

       01 FAT-CABECALHO-PREVIA   PIC X(40)
              VALUE "PREVIA - SEM NUMERO E SEM REGISTRO".

       01 FAT-CABECALHO-DEPTO.
           02 FILLER             PIC X(06)      VALUE "NOME: ".
           02 CABD-NOME          PIC X(30).
           02 FILLER             PIC X(19)
              VALUE "  CENTRO DE CUSTO: ".
           02 CABD-CENTRO-CUSTO  PIC X(08).

       01 FAT-CABECALHO2.
           02 FILLER             PIC X(09)      VALUE "PERIODO: ".
           02 CAB2-DATA-INI      PIC 9(08).
           02 FILLER             PIC X(05)      VALUE SPACES.
           02 FAT-TOT-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 NOTA-CABECALHO1.
           02 NOTA-TITULO        PIC X(16).
           02 FILLER             PIC X(04)      VALUE "No. ".
           02 NOTA-NUMERO        PIC 9(07).
           02 FILLER             PIC X(16)
              VALUE " - DEPARTAMENTO ".
           02 NOTA-DEPTO         PIC X(04).
           02 FILLER             PIC X(11)      VALUE "  EMISSAO: ".
           02 NOTA-EMISSAO       PIC 9(08).

       01 NOTA-REFERENCIA.
           02 FILLER             PIC X(23)
              VALUE "REFERENTE A FATURA No. ".
           02 NOTA-FATURA-ORIGEM PIC 9(07).

       01 NOTA-SEM-FATURA        PIC X(50)
              VALUE "SEM FATURA ORIGINAL DO DEPARTAMENTO NO PERIODO".

       01 NOTA-CABECALHO3        PIC X(60)
              VALUE "CLASSE         DIFERENCA      PRECO          VALOR"
              .

       01 NOTA-DETALHE.
           02 NOTA-NOME-CLASSE   PIC X(14).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 NOTA-QTDE          PIC ZZZZ9-.
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 NOTA-PRECO         PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 NOTA-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99-.

       01 NOTA-TOTAL.
           02 FILLER             PIC X(23)
              VALUE "TOTAL DA NOTA".
           02 FILLER             PIC X(05)      VALUE SPACES.
           02 NOTA-TOT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99-.

       01 RES-CABECALHO.
           02 FILLER             PIC X(40)
              VALUE "FATURAMENTO - FOLHA DE CONTROLE".
           02 RES-QTDE           PIC ZZZZZ9.
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 RES-VALOR          PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 RES-NUMERO         PIC ZZZZZZ9.

       01 RES-CABECALHO-AJUSTE.
           02 FILLER             PIC X(45)
              VALUE "AJUSTE DO FATURAMENTO - FOLHA DE CONTROLE".

       01 RES-DETALHE-NOTA.
           02 RNOT-DEPTO         PIC X(04).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RNOT-TIPO          PIC X(01).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RNOT-NUMERO        PIC 9(07).
           02 FILLER             PIC X(06)      VALUE "  REF ".
           02 RNOT-ORIGEM        PIC 9(07).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RNOT-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99-.

       01 RES-TOTAIS-AJUSTE.
           02 FILLER             PIC X(07)      VALUE "NOTAS: ".
           02 RTAJ-QTDE          PIC ZZZZ9.
           02 FILLER             PIC X(11)      VALUE "  CREDITO: ".
           02 RTAJ-CREDITOS      PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(10)      VALUE "  DEBITO: ".
           02 RTAJ-DEBITOS       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 RES-SEM-DIFERENCA      PIC X(50)
              VALUE "NENHUMA DIFERENCA - NENHUMA NOTA EMITIDA".

       01 RES-TOTAIS.
           02 FILLER             PIC X(12)
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE YYYYMMDD.
            PERFORM  LE-PERIODO.
            PERFORM  CARREGA-TARIFAS.
            EVALUATE TRUE
            WHEN     MODO-NORMAL
                 PERFORM CONFERE-TRAVA-PERIODO
            WHEN     MODO-AJUSTE
                 PERFORM CONFERE-PERIODO-AJUSTE
            END-EVALUATE.
            OPEN     INPUT    HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                 DISPLAY "FATDEPT: CIRCHIST NAO PODE SER ABERTO - "
            PERFORM  LE-HISTORICO.
            PERFORM  ACUMULA  UNTIL  FIM-HISTORICO.
            CLOSE    HIST-FILE.
            PERFORM  LE-FIBONACCI.
            IF       NOT MODO-PREVIA
                 PERFORM ABRE-REGISTRO-FATURAS
            END-IF.
            OPEN     OUTPUT   FAT-FILE RES-FILE.
            IF       MODO-AJUSTE
                 PERFORM  CABECALHO-CONTROLE-AJUSTE
                 PERFORM  EMITE-NOTA
                          VARYING IX-DEPTO FROM 1 BY 1
                          UNTIL   IX-DEPTO > QTDE-DEPTOS
                 PERFORM  IMPRIME-CONTROLE-AJUSTE
            ELSE
                 PERFORM  IMPRIME-FATURA
                          VARYING IX-DEPTO FROM 1 BY 1
                          UNTIL   IX-DEPTO > QTDE-DEPTOS
                 PERFORM  IMPRIME-CONTROLE
            END-IF.
            CLOSE    FAT-FILE RES-FILE.
            IF       NOT MODO-PREVIA
                 CLOSE    FREG-FILE
                 PERFORM  ATUALIZA-PERIODO
            END-IF.
            PERFORM  DEFINE-RETORNO.
            STOP RUN.


       LE-PERIODO.
            MOVE     ZEROS   TO   APUR-DATA-INI APUR-DATA-FIM.
            SET      MODO-NORMAL   TO   TRUE.
            OPEN     INPUT   PER-FILE.
            IF       WS-PER-STATUS = "00"
                 READ PER-FILE
                          IF   PER-DATA-FIM IS NUMERIC
                               MOVE PER-DATA-FIM TO APUR-DATA-FIM
                          END-IF
                          EVALUATE TRUE
                          WHEN FATURA-AJUSTE
                               SET MODO-AJUSTE TO TRUE
                          WHEN FATURA-PREVIA
                               SET MODO-PREVIA TO TRUE
                          END-EVALUATE
                 END-READ
                 CLOSE PER-FILE
            END-IF.
            IF       APUR-DATA-INI = ZEROS OR APUR-DATA-FIM = ZEROS
                 IF   MODO-AJUSTE
                      DISPLAY "FATDEPT: AJUSTE EXIGE AS DUAS DATAS NO "
                              "CARTAO PERIODO - RODADA RECUSADA"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                 END-IF
                 SET  MODO-PREVIA   TO   TRUE
            END-IF.
            EXIT.


       CONFERE-TRAVA-PERIODO.
            OPEN     INPUT    FPER-FILE.
            EVALUATE WS-FPER-STATUS
            WHEN     "00"
                 SET      FIM-PERIODOS   TO   FALSE
                 PERFORM  LE-PERIODO-FATURADO
                 PERFORM  CONFERE-SOBREPOSICAO  UNTIL  FIM-PERIODOS
                 CLOSE    FPER-FILE
            WHEN     "35"
      * FATPER ainda nao criado: nenhum periodo faturado
                 CONTINUE
            WHEN OTHER
                 DISPLAY "FATDEPT: FATPER NAO PODE SER ABERTO - "
                         "STATUS " WS-FPER-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-EVALUATE.
            EXIT.


       LE-PERIODO-FATURADO.
            READ     FPER-FILE NEXT RECORD
                AT END
                     SET FIM-PERIODOS TO TRUE
            END-READ.
            EXIT.


       CONFERE-SOBREPOSICAO.
            IF       FPER-DATA-INI NOT > APUR-DATA-FIM
                 AND FPER-DATA-FIM NOT < APUR-DATA-INI
                 DISPLAY "FATDEPT: PERIODO " FPER-DATA-INI " A "
                         FPER-DATA-FIM " JA FATURADO (FATURAS "
                         FPER-PRIMEIRA-FATURA " A "
                         FPER-ULTIMA-FATURA ") - RODADA RECUSADA"
                 CLOSE   FPER-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  LE-PERIODO-FATURADO.
            EXIT.


       CONFERE-PERIODO-AJUSTE.
            SET      PERIODO-ACHADO   TO   FALSE.
            OPEN     INPUT    FPER-FILE.
            IF       WS-FPER-STATUS = "00"
                 MOVE APUR-DATA-INI   TO   FPER-DATA-INI
                 MOVE APUR-DATA-FIM   TO   FPER-DATA-FIM
                 READ FPER-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          SET PERIODO-ACHADO TO TRUE
                 END-READ
                 CLOSE FPER-FILE
            END-IF.
            EVALUATE TRUE
            WHEN     NOT PERIODO-ACHADO
                 DISPLAY "FATDEPT: PERIODO " APUR-DATA-INI " A "
                         APUR-DATA-FIM " NAO FATURADO - AJUSTE "
                         "RECUSADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            WHEN     NOT FPER-REAPURADO
                 DISPLAY "FATDEPT: PERIODO " APUR-DATA-INI " A "
                         APUR-DATA-FIM " SEM REAPURACAO PENDENTE - "
                         "NADA A AJUSTAR"
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
            END-EVALUATE.
            EXIT.


            MOVE     "ESFERA TELA"     TO   TAR-NOME (5).
            MOVE     "TARELOTE"        TO   TAR-CHAVE (6).
            MOVE     "ESFERA LOTE"     TO   TAR-NOME (6).
            MOVE     "TARFTELA"        TO   TAR-CHAVE (7).
            MOVE     "FIBONACCI TELA"  TO   TAR-NOME (7).
            MOVE     "TARFLOTE"        TO   TAR-CHAVE (8).
            MOVE     "FIBONACCI LOTE"  TO   TAR-NOME (8).
            PERFORM  CARREGA-UMA-TARIFA
                     VARYING IX-TARIFA FROM 1 BY 1
                     UNTIL   IX-TARIFA > 8.
            EXIT.


                 AND ( APUR-DATA-FIM = ZEROS
                       OR HIST-DATA NOT > APUR-DATA-FIM )
                 PERFORM CLASSIFICA-REGISTRO
                 MOVE    HIST-DEPTO   TO   DEPTO-CORRENTE
                 PERFORM LOCALIZA-DEPTO
            END-IF.
            PERFORM  LE-HISTORICO.
            EXIT.


       LE-FIBONACCI.
            OPEN     INPUT    FHIS-FILE.
            EVALUATE WS-FHIS-STATUS
            WHEN     "00"
                 PERFORM  LE-HIST-FIB
                 PERFORM  ACUMULA-FIB  UNTIL  FIM-HIST-FIB
                 CLOSE    FHIS-FILE
            WHEN     "35"
      * FIBHIST ainda nao criado: nenhum calculo de Fibonacci gravado
                 CONTINUE
            WHEN OTHER
                 DISPLAY "FATDEPT: FIBHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-FHIS-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-EVALUATE.
            EXIT.


       LE-HIST-FIB.
            READ     FHIS-FILE
                AT END
                     SET FIM-HIST-FIB TO TRUE
            END-READ.
            EXIT.


       ACUMULA-FIB.
            IF       ( APUR-DATA-INI = ZEROS
                       OR FHIS-DATA NOT < APUR-DATA-INI )
                 AND ( APUR-DATA-FIM = ZEROS
                       OR FHIS-DATA NOT > APUR-DATA-FIM )
                 IF      FHIS-DEPTO = "TELA"
                      MOVE 7   TO   CLASSE-CORRENTE
                 ELSE
                      MOVE 8   TO   CLASSE-CORRENTE
                 END-IF
                 MOVE    FHIS-DEPTO   TO   DEPTO-CORRENTE
                 PERFORM LOCALIZA-DEPTO
            END-IF.
            PERFORM  LE-HIST-FIB.
            EXIT.


       CLASSIFICA-REGISTRO.
            EVALUATE HIST-FORMA
            WHEN     "L"
            SEARCH   TAB-DEPTO
                AT END
                     PERFORM CRIA-DEPTO
                WHEN TAB-CODIGO (IX-DEPTO) = DEPTO-CORRENTE
                     PERFORM SOMA-DEPTO
            END-SEARCH.
            EXIT.
                               "DEPTOS EXCEDENTES SERAO IGNORADOS"
                 END-IF
            ELSE
                 PERFORM  INCLUI-DEPTO
                 PERFORM  SOMA-DEPTO
            END-IF.
            EXIT.


       INCLUI-DEPTO.
            ADD      1                TO   QTDE-DEPTOS.
            SET      IX-DEPTO         TO   QTDE-DEPTOS.
            MOVE     DEPTO-CORRENTE   TO   TAB-CODIGO (IX-DEPTO).
            MOVE     ZEROS            TO   TAB-FATURA-ORIGEM (IX-DEPTO).
            MOVE     "N"              TO   TAB-DOCUMENTO (IX-DEPTO).
            PERFORM  ZERA-CLASSES
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            EXIT.


       ZERA-CLASSES.
            MOVE     ZEROS   TO   TAB-CLASSE-QTDE (IX-DEPTO
                                                   SUB-CLASSE)
                                  TAB-FAT-QTDE (IX-DEPTO SUB-CLASSE)
                                  TAB-FAT-PRECO (IX-DEPTO SUB-CLASSE).
            EXIT.


            EXIT.


       ABRE-REGISTRO-FATURAS.
            OPEN     I-O      FREG-FILE.
            IF       WS-FREG-STATUS = "35"
                 OPEN  OUTPUT  FREG-FILE
                 CLOSE FREG-FILE
                 OPEN  I-O     FREG-FILE
            END-IF.
            IF       WS-FREG-STATUS NOT = "00"
                 DISPLAY "FATDEPT: FATREG NAO PODE SER ABERTO - "
                         "STATUS " WS-FREG-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            MOVE     ZEROS   TO   ULTIMO-NUMERO.
            SET      FIM-REGISTRO   TO   FALSE.
            PERFORM  LE-REGISTRO-FATURA.
            PERFORM  ACUMULA-REGISTRO  UNTIL  FIM-REGISTRO.
            EXIT.


       LE-REGISTRO-FATURA.
            READ     FREG-FILE NEXT RECORD
                AT END
                     SET FIM-REGISTRO TO TRUE
            END-READ.
            EXIT.


       ACUMULA-REGISTRO.
            IF       FREG-NUMERO > ULTIMO-NUMERO
                 MOVE FREG-NUMERO   TO   ULTIMO-NUMERO
            END-IF.
            IF       MODO-AJUSTE
                 AND FREG-DATA-INI = APUR-DATA-INI
                 AND FREG-DATA-FIM = APUR-DATA-FIM
                 MOVE    FREG-DEPTO   TO   DEPTO-CORRENTE
                 PERFORM LOCALIZA-DEPTO-REGISTRO
            END-IF.
            PERFORM  LE-REGISTRO-FATURA.
            EXIT.


       LOCALIZA-DEPTO-REGISTRO.
            SET      IX-DEPTO TO 1.
            SEARCH   TAB-DEPTO
                AT END
                     PERFORM CRIA-DEPTO-REGISTRO
                WHEN TAB-CODIGO (IX-DEPTO) = DEPTO-CORRENTE
                     PERFORM SOMA-REGISTRO
            END-SEARCH.
            EXIT.


       CRIA-DEPTO-REGISTRO.
            IF       QTDE-DEPTOS >= 50
                 IF       NOT TABELA-CHEIA
                      SET      TABELA-CHEIA        TO   TRUE
                      DISPLAY  "FATDEPT: TABELA CHEIA (50 DEPTOS) - "
                               "DEPTOS EXCEDENTES SERAO IGNORADOS"
                 END-IF
            ELSE
                 PERFORM  INCLUI-DEPTO
                 PERFORM  SOMA-REGISTRO
            END-IF.
            EXIT.


      * a fatura da o numero de origem e os precos de referencia; num
      * departamento sem fatura no periodo valem os precos da ultima
      * nota emitida para ele
       SOMA-REGISTRO.
            IF       FREG-FATURA
                 MOVE FREG-NUMERO   TO   TAB-FATURA-ORIGEM (IX-DEPTO)
            END-IF.
            PERFORM  SOMA-CLASSE-REGISTRO
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            MOVE     "S"   TO   TAB-DOCUMENTO (IX-DEPTO).
            EXIT.


       SOMA-CLASSE-REGISTRO.
            ADD      FREG-QTDE (SUB-CLASSE)
                                TO   TAB-FAT-QTDE (IX-DEPTO SUB-CLASSE).
            IF       FREG-FATURA
                  OR TAB-FATURA-ORIGEM (IX-DEPTO) = ZEROS
                 MOVE FREG-PRECO (SUB-CLASSE)
                                TO   TAB-FAT-PRECO (IX-DEPTO SUB-CLASSE)
            END-IF.
            EXIT.


       IMPRIME-FATURA.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   CAB1-DEPTO.
            WRITE    FAT-LINHA   FROM   FAT-CABECALHO1.
            IF       MODO-NORMAL
                 ADD   1               TO   ULTIMO-NUMERO
                 IF    PRIMEIRO-EMITIDO = ZEROS
                       MOVE ULTIMO-NUMERO   TO   PRIMEIRO-EMITIDO
                 END-IF
                 MOVE  ULTIMO-NUMERO   TO   CABN-NUMERO
                                            TAB-FATURA-ORIGEM (IX-DEPTO)
                 MOVE  DATA-DO-SISTEMA TO   CABN-EMISSAO
                 WRITE FAT-LINHA   FROM   FAT-CABECALHO-NUMERO
            ELSE
                 WRITE FAT-LINHA   FROM   FAT-CABECALHO-PREVIA
            END-IF.
            PERFORM  BUSCA-DEPARTAMENTO.
            WRITE    FAT-LINHA   FROM   FAT-CABECALHO-DEPTO.
            MOVE     APUR-DATA-INI   TO   CAB2-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   CAB2-DATA-FIM.
            WRITE    FAT-LINHA   FROM   FAT-CABECALHO2.
            MOVE     ZEROS       TO     VALOR-DEPTO.
            PERFORM  IMPRIME-CLASSE
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            MOVE     VALOR-DEPTO   TO   FAT-TOT-VALOR.
            ADD      VALOR-DEPTO   TO   TOT-VALOR.
            WRITE    FAT-LINHA     FROM FAT-TOTAL.
            MOVE     SPACES        TO   FAT-LINHA.
            WRITE    FAT-LINHA.
            IF       MODO-NORMAL
                 PERFORM GRAVA-FATURA
            END-IF.
            EXIT.


       GRAVA-FATURA.
            MOVE     ULTIMO-NUMERO   TO   FREG-NUMERO
                                          FREG-FATURA-ORIGEM.
            SET      FREG-FATURA     TO   TRUE.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   FREG-DEPTO.
            MOVE     APUR-DATA-INI   TO   FREG-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   FREG-DATA-FIM.
            MOVE     DATA-DO-SISTEMA TO   FREG-DATA-EMISSAO.
            MOVE     VALOR-DEPTO     TO   FREG-VALOR.
            WRITE    FREG-REG.
            IF       WS-FREG-STATUS NOT = "00"
                 DISPLAY "FATDEPT: ERRO GRAVANDO FATURA " FREG-NUMERO
                         " NO FATREG - STATUS " WS-FREG-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            EXIT.


       BUSCA-DEPARTAMENTO.
            MOVE     SPACES   TO   CABD-NOME CABD-CENTRO-CUSTO.
            IF       TAB-CODIGO (IX-DEPTO) = "TELA"
                 MOVE "CALCULOS DE TERMINAL"   TO   CABD-NOME
            ELSE
                 MOVE TAB-CODIGO (IX-DEPTO)    TO   LED-DEPTO
                 CALL "LEDEPTO"   USING LE-DEPTO-PARM
                 IF   LED-STATUS = "00"
                      MOVE LED-NOME           TO   CABD-NOME
                      MOVE LED-CENTRO-CUSTO   TO   CABD-CENTRO-CUSTO
                 ELSE
                      MOVE "(NAO CADASTRADO NO DEPTMAST)"
                                              TO   CABD-NOME
                 END-IF
            END-IF.
            EXIT.


       IMPRIME-CLASSE.
            MOVE     TAB-CLASSE-QTDE (IX-DEPTO SUB-CLASSE)
                                     TO   FREG-QTDE (SUB-CLASSE).
            MOVE     TAR-PRECO (SUB-CLASSE)
                                     TO   FREG-PRECO (SUB-CLASSE).
            IF       TAB-CLASSE-QTDE (IX-DEPTO SUB-CLASSE) > ZEROS
                 SET     IX-TARIFA   TO   SUB-CLASSE
                 COMPUTE VALOR-CLASSE =

       IMPRIME-CONTROLE.
            WRITE    RES-LINHA   FROM   RES-CABECALHO.
            IF       MODO-PREVIA
                 WRITE RES-LINHA   FROM   FAT-CABECALHO-PREVIA
            END-IF.
            MOVE     APUR-DATA-INI   TO   CAB2-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   CAB2-DATA-FIM.
            WRITE    RES-LINHA   FROM   FAT-CABECALHO2.
            WRITE    RES-LINHA   FROM RES-TOTAIS.
            PERFORM  APONTA-TARIFAS-AUSENTES
                     VARYING IX-TARIFA FROM 1 BY 1
                     UNTIL   IX-TARIFA > 8.
            EXIT.


            MOVE     ZEROS   TO   VALOR-DEPTO.
            PERFORM  SOMA-VALOR-DEPTO
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   RES-DEPTO.
            COMPUTE  RES-QTDE =
                     TAB-CLASSE-QTDE (IX-DEPTO 1)
                   + TAB-CLASSE-QTDE (IX-DEPTO 3)
                   + TAB-CLASSE-QTDE (IX-DEPTO 4)
                   + TAB-CLASSE-QTDE (IX-DEPTO 5)
                   + TAB-CLASSE-QTDE (IX-DEPTO 6)
                   + TAB-CLASSE-QTDE (IX-DEPTO 7)
                   + TAB-CLASSE-QTDE (IX-DEPTO 8).
            MOVE     VALOR-DEPTO   TO   RES-VALOR.
            MOVE     TAB-FATURA-ORIGEM (IX-DEPTO)   TO   RES-NUMERO.
            WRITE    RES-LINHA     FROM RES-DETALHE.
            EXIT.

            EXIT.


       EMITE-NOTA.
            MOVE     ZEROS   TO   VALOR-NOTA.
            SET      HOUVE-DIFERENCA   TO   FALSE.
            PERFORM  CALCULA-DIFERENCA
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            IF       HOUVE-DIFERENCA
                 PERFORM GRAVA-NOTA
                 PERFORM IMPRIME-NOTA
            END-IF.
            EXIT.


      * diferenca = apurado agora - ja faturado (fatura + notas), ao
      * preco de referencia; departamento que nao tinha documento no
      * periodo e cobrado pela tarifa vigente
       CALCULA-DIFERENCA.
            SET      IX-TARIFA   TO   SUB-CLASSE.
            IF       TAB-COM-DOCUMENTO (IX-DEPTO)
                 MOVE TAB-FAT-PRECO (IX-DEPTO SUB-CLASSE) TO PRECO-NOTA
            ELSE
                 MOVE TAR-PRECO (IX-TARIFA)               TO PRECO-NOTA
            END-IF.
            COMPUTE  DIF-QTDE =
                     TAB-CLASSE-QTDE (IX-DEPTO SUB-CLASSE)
                   - TAB-FAT-QTDE (IX-DEPTO SUB-CLASSE).
            IF       DIF-QTDE NOT = ZEROS
                 SET  HOUVE-DIFERENCA   TO   TRUE
            END-IF.
            COMPUTE  VALOR-DIF = DIF-QTDE * PRECO-NOTA.
            ADD      VALOR-DIF    TO   VALOR-NOTA.
            MOVE     DIF-QTDE     TO   FREG-QTDE (SUB-CLASSE).
            MOVE     PRECO-NOTA   TO   FREG-PRECO (SUB-CLASSE).
            EXIT.


       GRAVA-NOTA.
            ADD      1               TO   ULTIMO-NUMERO.
            MOVE     ULTIMO-NUMERO   TO   FREG-NUMERO.
            IF       VALOR-NOTA < ZEROS
                 SET      FREG-NOTA-CREDITO   TO   TRUE
                 SUBTRACT VALOR-NOTA        FROM   TOT-CREDITOS
            ELSE
                 SET      FREG-NOTA-DEBITO    TO   TRUE
                 ADD      VALOR-NOTA          TO   TOT-DEBITOS
            END-IF.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   FREG-DEPTO.
            MOVE     APUR-DATA-INI   TO   FREG-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   FREG-DATA-FIM.
            MOVE     TAB-FATURA-ORIGEM (IX-DEPTO)
                                     TO   FREG-FATURA-ORIGEM.
            MOVE     DATA-DO-SISTEMA TO   FREG-DATA-EMISSAO.
            MOVE     VALOR-NOTA      TO   FREG-VALOR.
            WRITE    FREG-REG.
            IF       WS-FREG-STATUS NOT = "00"
                 DISPLAY "FATDEPT: ERRO GRAVANDO NOTA " FREG-NUMERO
                         " NO FATREG - STATUS " WS-FREG-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            ADD      1   TO   QTDE-NOTAS.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   RNOT-DEPTO.
            MOVE     FREG-TIPO               TO   RNOT-TIPO.
            MOVE     FREG-NUMERO             TO   RNOT-NUMERO.
            MOVE     FREG-FATURA-ORIGEM      TO   RNOT-ORIGEM.
            MOVE     VALOR-NOTA              TO   RNOT-VALOR.
            WRITE    RES-LINHA   FROM   RES-DETALHE-NOTA.
            EXIT.


       IMPRIME-NOTA.
            IF       FREG-NOTA-CREDITO
                 MOVE "NOTA DE CREDITO "   TO   NOTA-TITULO
            ELSE
                 MOVE "NOTA DE DEBITO  "   TO   NOTA-TITULO
            END-IF.
            MOVE     FREG-NUMERO             TO   NOTA-NUMERO.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   NOTA-DEPTO.
            MOVE     DATA-DO-SISTEMA         TO   NOTA-EMISSAO.
            WRITE    FAT-LINHA   FROM   NOTA-CABECALHO1.
            IF       FREG-FATURA-ORIGEM = ZEROS
                 WRITE FAT-LINHA   FROM   NOTA-SEM-FATURA
            ELSE
                 MOVE  FREG-FATURA-ORIGEM   TO   NOTA-FATURA-ORIGEM
                 WRITE FAT-LINHA   FROM   NOTA-REFERENCIA
            END-IF.
            PERFORM  BUSCA-DEPARTAMENTO.
            WRITE    FAT-LINHA   FROM   FAT-CABECALHO-DEPTO.
            MOVE     APUR-DATA-INI   TO   CAB2-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   CAB2-DATA-FIM.
            WRITE    FAT-LINHA   FROM   FAT-CABECALHO2.
            WRITE    FAT-LINHA   FROM   NOTA-CABECALHO3.
            PERFORM  IMPRIME-CLASSE-NOTA
                     VARYING SUB-CLASSE FROM 1 BY 1
                     UNTIL   SUB-CLASSE > 8.
            MOVE     VALOR-NOTA    TO   NOTA-TOT-VALOR.
            WRITE    FAT-LINHA     FROM NOTA-TOTAL.
            MOVE     SPACES        TO   FAT-LINHA.
            WRITE    FAT-LINHA.
            EXIT.


       IMPRIME-CLASSE-NOTA.
            IF       FREG-QTDE (SUB-CLASSE) NOT = ZEROS
                 SET     IX-TARIFA   TO   SUB-CLASSE
                 COMPUTE VALOR-DIF =
                         FREG-QTDE (SUB-CLASSE)
                         * FREG-PRECO (SUB-CLASSE)
                 MOVE    TAR-NOME (IX-TARIFA)     TO   NOTA-NOME-CLASSE
                 MOVE    FREG-QTDE (SUB-CLASSE)   TO   NOTA-QTDE
                 MOVE    FREG-PRECO (SUB-CLASSE)  TO   NOTA-PRECO
                 MOVE    VALOR-DIF                TO   NOTA-VALOR
                 WRITE   FAT-LINHA   FROM   NOTA-DETALHE
            END-IF.
            EXIT.


       CABECALHO-CONTROLE-AJUSTE.
            WRITE    RES-LINHA   FROM   RES-CABECALHO-AJUSTE.
            MOVE     APUR-DATA-INI   TO   CAB2-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   CAB2-DATA-FIM.
            WRITE    RES-LINHA   FROM   FAT-CABECALHO2.
            EXIT.


       IMPRIME-CONTROLE-AJUSTE.
            IF       QTDE-NOTAS = ZEROS
                 WRITE RES-LINHA   FROM   RES-SEM-DIFERENCA
            END-IF.
            MOVE     QTDE-NOTAS     TO   RTAJ-QTDE.
            MOVE     TOT-CREDITOS   TO   RTAJ-CREDITOS.
            MOVE     TOT-DEBITOS    TO   RTAJ-DEBITOS.
            WRITE    RES-LINHA   FROM   RES-TOTAIS-AJUSTE.
            PERFORM  APONTA-TARIFAS-AUSENTES
                     VARYING IX-TARIFA FROM 1 BY 1
                     UNTIL   IX-TARIFA > 8.
            EXIT.


      * rodada normal trava o periodo; ajuste devolve o periodo
      * reapurado a "F" e conta o ajuste
       ATUALIZA-PERIODO.
            OPEN     I-O      FPER-FILE.
            IF       WS-FPER-STATUS = "35"
                 OPEN  OUTPUT  FPER-FILE
                 CLOSE FPER-FILE
                 OPEN  I-O     FPER-FILE
            END-IF.
            IF       WS-FPER-STATUS NOT = "00"
                 DISPLAY "FATDEPT: FATPER NAO PODE SER ABERTO - "
                         "STATUS " WS-FPER-STATUS
                         " - PERIODO NAO TRAVADO"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 MOVE APUR-DATA-INI   TO   FPER-DATA-INI
                 MOVE APUR-DATA-FIM   TO   FPER-DATA-FIM
                 IF   MODO-NORMAL
                      SET  FPER-FATURADO     TO   TRUE
                      MOVE DATA-DO-SISTEMA   TO   FPER-DATA-FATURA
                      MOVE PRIMEIRO-EMITIDO  TO   FPER-PRIMEIRA-FATURA
                      MOVE ULTIMO-NUMERO     TO   FPER-ULTIMA-FATURA
                      MOVE ZEROS   TO   FPER-DATA-REAPURACAO
                                        FPER-QTDE-AJUSTES
                      WRITE FPER-REG
                 ELSE
                      READ FPER-FILE
                      IF   WS-FPER-STATUS = "00"
                           SET  FPER-FATURADO   TO   TRUE
                           ADD  1   TO   FPER-QTDE-AJUSTES
                           REWRITE FPER-REG
                      END-IF
                 END-IF
                 IF   WS-FPER-STATUS NOT = "00"
                      DISPLAY "FATDEPT: ERRO ATUALIZANDO O FATPER - "
                              "STATUS " WS-FPER-STATUS
                      SET  ERRO-ARQUIVO   TO   TRUE
                 END-IF
                 CLOSE FPER-FILE
            END-IF.
            EXIT.


       DEFINE-RETORNO.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO
