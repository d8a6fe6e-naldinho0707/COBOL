       program-id. CRUZMEST as "CRUZMEST".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * CRUZMEST - Conferencia cruzada dos mestres do lote noturno.
      *
      *            Cada conferencia do stream olha um par de arquivos
      *            (o BALCIRC fecha RAIOIN com RAIOOUT, o RECCIRC
      *            refaz a formula, o VERAUDIT confere as sequencias
      *            do AUDITLOG); este programa confere se os mestres
      *            concordam entre si. Roda no CIRCFIB depois do
      *            FECHNOIT e do RETENG.
      *
      *            As requisicoes da noite sao as do REQMAST nas filas
      *            RAIOIN, CILIN e FIBIN, "PR" ou "SU", movimentadas
      *            depois da abertura da data de processamento
      *            (DATAPROC, via LEDATPRO). Para cada uma conta os
      *            registros de lote da data no CIRCHIST/FIBHIST, as
      *            linhas no RAIOOUT/CILOUT/FIBOUT e as linhas da data
      *            no RAIOSUS/CILSUS/FIBSUS, e aponta por tipo:
      *              1 - processada sem historico;
      *              2 - processada sem linha de saida;
      *              3 - quantidade de historico diferente da de
      *                  saidas;
      *              4 - suspensa fora do arquivo de suspensos;
      *              5 - suspensa com outro motivo no suspenso;
      *              6 - registro de lote do CIRCHIST/FIBHIST cuja
      *                  requisicao o REQMAST nao conhece (uma linha
      *                  por data + requisicao + departamento);
      *              7 - linhas "L" do AUDITLOG gravadas pelo lote
      *                  depois da abertura diferentes das linhas de
      *                  saida da perna. A linha de auditoria guarda a
      *                  medida e nao a requisicao, por isso esta
      *                  conferencia e por perna (EX09, CILESF,
      *                  FIBONACCI) e nao por requisicao.
      *            O tipo 6 varre a data de processamento; com o
      *            cartao PERIODO presente varre o periodo do cartao
      *            (datas zeradas = o historico inteiro), para uma
      *            limpeza dos registros antigos.
      *
      *            Relatorio CRUZREL por tipo de ocorrencia, com o
      *            resumo no fim e a linha de controle no SYSOUT.
      *            RETURN-CODE 4 com alguma ocorrencia (ou a tabela
      *            de requisicoes cheia), 8 com o REQMAST indisponivel
      *            ou outro arquivo com file status ruim; arquivo
      *            ausente (status "35") conta como vazio. O tempo do
      *            step vai para o TEMPEXEC pelo GRAVATEM.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select REQ-FILE      assign to "REQMAST"
                  organization is indexed
                  access mode  is dynamic
                  record key   is REQ-CHAVE
                  file status  is WS-REQ-STATUS.

           select HIST-FILE     assign to "CIRCHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is HIST-CHAVE
                  alternate record key is HIST-DEPTO
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select FHIS-FILE     assign to "FIBHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is FHIS-CHAVE
                  alternate record key is FHIS-DEPTO
                       with duplicates
                  file status  is WS-FHIS-STATUS.

           select RAIO-OUT-FILE assign to "RAIOOUT"
                  organization is line sequential
                  file status  is WS-RAIO-OUT-STATUS.

           select CIL-OUT-FILE  assign to "CILOUT"
                  organization is line sequential
                  file status  is WS-CIL-OUT-STATUS.

           select FIB-OUT-FILE  assign to "FIBOUT"
                  organization is line sequential
                  file status  is WS-FIB-OUT-STATUS.

           select SUS-RAIO-FILE assign to "RAIOSUS"
                  organization is line sequential
                  file status  is WS-SUS-RAIO-STATUS.

           select SUS-CIL-FILE  assign to "CILSUS"
                  organization is line sequential
                  file status  is WS-SUS-CIL-STATUS.

           select SUS-FIB-FILE  assign to "FIBSUS"
                  organization is line sequential
                  file status  is WS-SUS-FIB-STATUS.

           select AUDIT-FILE    assign to "AUDITLOG"
                  organization is line sequential
                  file status  is WS-AUDIT-STATUS.

           select PER-FILE      assign to "PERIODO"
                  organization is line sequential
                  file status  is WS-PER-STATUS.

           select REL-FILE      assign to "CRUZREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  REQ-FILE.
           copy REQMAST.

       FD  HIST-FILE.
           copy CIRCHIST.

       FD  FHIS-FILE.
           copy FIBHIST.

       FD  RAIO-OUT-FILE.
           copy RAIOOUT.

       FD  CIL-OUT-FILE.
           copy CILOUT.

       FD  FIB-OUT-FILE.
           copy FIBOUT.

       FD  SUS-RAIO-FILE.
           copy RAIOSUS.

       FD  SUS-CIL-FILE.
           copy CILSUS.

       FD  SUS-FIB-FILE.
           copy FIBSUS.

       FD  AUDIT-FILE.
           copy AUDITLOG.

       FD  PER-FILE.
           copy PERIODO.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-REQUISICOES PIC X(01)     VALUE "N".
              88 FIM-REQUISICOES               VALUE "S" FALSE "N".
           02 SW-FIM-HISTORICO   PIC X(01)     VALUE "N".
              88 FIM-HISTORICO                 VALUE "S" FALSE "N".
           02 SW-FIM-SAIDAS      PIC X(01)     VALUE "N".
              88 FIM-SAIDAS                    VALUE "S" FALSE "N".
           02 SW-FIM-SUSPENSOS   PIC X(01)     VALUE "N".
              88 FIM-SUSPENSOS                 VALUE "S" FALSE "N".
           02 SW-FIM-AUDITORIA   PIC X(01)     VALUE "N".
              88 FIM-AUDITORIA                 VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-ACHOU           PIC X(01)     VALUE "N".
              88 REQUISICAO-NA-TABELA          VALUE "S" FALSE "N".
           02 SW-OCORRENCIA      PIC X(01)     VALUE "N".
              88 OCORRENCIA                    VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-REQ-STATUS       PIC X(02)    VALUE SPACES.
           02 WS-HIST-STATUS      PIC X(02)    VALUE SPACES.
           02 WS-FHIS-STATUS      PIC X(02)    VALUE SPACES.
           02 WS-RAIO-OUT-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-CIL-OUT-STATUS   PIC X(02)    VALUE SPACES.
           02 WS-FIB-OUT-STATUS   PIC X(02)    VALUE SPACES.
           02 WS-SUS-RAIO-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-SUS-CIL-STATUS   PIC X(02)    VALUE SPACES.
           02 WS-SUS-FIB-STATUS   PIC X(02)    VALUE SPACES.
           02 WS-AUDIT-STATUS     PIC X(02)    VALUE SPACES.
           02 WS-PER-STATUS       PIC X(02)    VALUE SPACES.
           02 WS-REL-STATUS       PIC X(02)    VALUE SPACES.

      * arquivo e status da ultima abertura, para o aviso comum
       01 ABERTURA-ARQUIVO.
           02 ABR-NOME           PIC X(08)     VALUE SPACES.
           02 ABR-STATUS         PIC X(02)     VALUE SPACES.

       01 DATA-PROCESSAMENTO     PIC 9(08)     VALUE ZEROS.

      * momento (data + hora do relogio) em que a data foi aberta; o
      * movimento do REQMAST e a linha do AUDITLOG comparam com ele
       01 MOMENTO-ABERTURA.
           02 ABE-DATA           PIC 9(08)     VALUE ZEROS.
           02 ABE-HORA           PIC 9(06)     VALUE ZEROS.

       01 MOMENTO-MOVIMENTO.
           02 MOV-DATA           PIC 9(08)     VALUE ZEROS.
           02 MOV-HORA           PIC 9(06)     VALUE ZEROS.

       01 PERIODO-APURACAO.
           02 APUR-DATA-INI      PIC 9(08)     VALUE ZEROS.
           02 APUR-DATA-FIM      PIC 9(08)     VALUE ZEROS.

      * ultima data lida de cada varredura do historico
       01 DATA-LIMITE            PIC 9(08)     VALUE ZEROS.

       01 CHAVE-PROCURADA.
           02 PROC-DEPTO         PIC X(04)     VALUE SPACES.
           02 PROC-NUMERO        PIC 9(06)     VALUE ZEROS.

       01 MOTIVO-SUSPENSO        PIC X(02)     VALUE SPACES.

      * ultimo registro de historico ja conferido no REQMAST: os
      * registros de uma requisicao na data vem juntos (chave data +
      * requisicao + sequencia) e saem numa linha so
       01 ULTIMO-ORFAO.
           02 ORF-DATA           PIC 9(08)     VALUE ZEROS.
           02 ORF-REQUISICAO     PIC 9(06)     VALUE ZEROS.
           02 ORF-DEPTO          PIC X(04)     VALUE SPACES.

       01 REGISTRO-ORFAO.
           02 RGO-DATA           PIC 9(08)     VALUE ZEROS.
           02 RGO-REQUISICAO     PIC 9(06)     VALUE ZEROS.
           02 RGO-DEPTO          PIC X(04)     VALUE SPACES.

       01 ARQUIVO-ORFAO          PIC X(08)     VALUE SPACES.

      * registro original guardado no suspenso, para achar o
      * departamento e a requisicao
           copy RAIOIN.

           copy CILIN.

           copy FIBIN.

       01 QTDE-REQUISICOES       PIC 9(05)     VALUE ZEROS.

      * requisicoes da noite, na ordem da chave do REQMAST (a carga
      * le o mestre em sequencia, entao a tabela ja nasce ordenada e
      * o SEARCH para no primeiro codigo maior)
       01 TABELA-REQUISICOES.
           02 TAB-REQ OCCURS 3000 TIMES INDEXED BY IX-REQ.
               03 TAB-CHAVE.
                   04 TAB-DEPTO   PIC X(04).
                   04 TAB-NUMERO  PIC 9(06).
               03 TAB-SITUACAO    PIC X(02).
               03 TAB-FILA        PIC X(06).
               03 TAB-MOTIVO      PIC X(02).
               03 TAB-MOTIVO-SUS  PIC X(02).
               03 TAB-QTDE-HIST   PIC 9(05).
               03 TAB-QTDE-SAIDA  PIC 9(05).
               03 TAB-QTDE-SUS    PIC 9(05).
               03 TAB-SW-MOTIVO   PIC X(01).
                  88 TAB-MOTIVO-CONFERE         VALUE "S" FALSE "N".

      * pernas do lote: 1 = circulo (EX09), 2 = cilindro/esfera
      * (CILESF), 3 = Fibonacci
       01 TOTAIS-PERNA.
           02 TOT-PERNA OCCURS 3 TIMES.
               03 TOT-SAIDAS      PIC 9(07).
               03 TOT-AUDIT-L     PIC 9(07).

       01 NOMES-PERNA.
           02 FILLER             PIC X(30)
              VALUE "CIRCULO   CIL/ESFERAFIBONACCI ".
       01 NOMES-PERNA-R REDEFINES NOMES-PERNA.
           02 NOME-PERNA         PIC X(10)     OCCURS 3 TIMES.

       01 TIPO-CORRENTE          PIC 9(01)     VALUE ZEROS.

       01 TOTAIS-OCORRENCIA.
           02 TOT-OCORRENCIA     PIC 9(05)     OCCURS 7 TIMES.

       01 QTDE-OCORRENCIAS       PIC 9(05)     VALUE ZEROS.

       77 SUB-PERNA              PIC 9(03)     COMP VALUE ZEROS.

       01 TITULOS-TIPO.
           02 FILLER             PIC X(50)
              VALUE "1 - PROCESSADAS SEM HISTORICO".
           02 FILLER             PIC X(50)
              VALUE "2 - PROCESSADAS SEM LINHA DE SAIDA".
           02 FILLER             PIC X(50)
              VALUE "3 - QTDE DE HISTORICO DIFERENTE DA DE SAIDAS".
           02 FILLER             PIC X(50)
              VALUE "4 - SUSPENSAS FORA DO ARQUIVO DE SUSPENSOS".
           02 FILLER             PIC X(50)
              VALUE "5 - SUSPENSAS COM OUTRO MOTIVO NO SUSPENSO".
           02 FILLER             PIC X(50)
              VALUE "6 - HISTORICO DE LOTE SEM REQUISICAO NO REQMAST".
           02 FILLER             PIC X(50)
              VALUE "7 - LINHAS L DA AUDITORIA DIFERENTES DAS SAIDAS".
       01 TITULOS-TIPO-R REDEFINES TITULOS-TIPO.
           02 TITULO-TIPO        PIC X(50)     OCCURS 7 TIMES.

           copy LEDATPRO.

           copy GRAVATEM.

       01 REL-TITULO             PIC X(60)
              VALUE "CONFERENCIA CRUZADA DOS MESTRES - LOTE NOTURNO".

       01 REL-DATAS.
           02 FILLER             PIC X(23)
              VALUE "DATA DE PROCESSAMENTO: ".
           02 RDT-DATA-PROC      PIC 9(08).
           02 FILLER             PIC X(14)
              VALUE "   ABERTA EM: ".
           02 RDT-ABE-DATA       PIC 9(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 RDT-ABE-HORA       PIC 9(06).

       01 REL-TITULO-SECAO.
           02 RTS-TITULO         PIC X(50).

       01 REL-NENHUMA            PIC X(60)
              VALUE "    NENHUMA OCORRENCIA".

       01 REL-CAB-REQUISICAO.
           02 FILLER             PIC X(35)
              VALUE "  DEPTO REQUIS.  SIT  FILA     MOT ".
           02 FILLER             PIC X(30)
              VALUE "MOT.SU    HIST. SAIDAS   SUSP.".

       01 REL-REQUISICAO.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RRQ-DEPTO          PIC X(04).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RRQ-NUMERO         PIC 9(06).
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 RRQ-SITUACAO       PIC X(02).
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 RRQ-FILA           PIC X(06).
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 RRQ-MOTIVO         PIC X(02).
           02 FILLER             PIC X(04)      VALUE SPACES.
           02 RRQ-MOTIVO-SUS     PIC X(02).
           02 FILLER             PIC X(06)      VALUE SPACES.
           02 RRQ-QTDE-HIST      PIC ZZZZ9.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RRQ-QTDE-SAIDA     PIC ZZZZ9.
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 RRQ-QTDE-SUS       PIC ZZZZ9.

       01 REL-VARREDURA.
           02 FILLER             PIC X(20)
              VALUE "    DATAS VARRIDAS: ".
           02 RVR-DATA-INI       PIC 9(08).
           02 FILLER             PIC X(03)      VALUE " A ".
           02 RVR-DATA-FIM       PIC 9(08).
           02 FILLER             PIC X(20)
              VALUE "  (ZEROS = SEM LIM.)".

       01 REL-CAB-ORFAO          PIC X(40)
              VALUE "  DATA      REQUIS.  DEPTO   ARQUIVO".

       01 REL-ORFAO.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 ROR-DATA           PIC 9(08).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 ROR-REQUISICAO     PIC 9(06).
           02 FILLER             PIC X(03)      VALUE SPACES.
           02 ROR-DEPTO          PIC X(04).
           02 FILLER             PIC X(04)      VALUE SPACES.
           02 ROR-ARQUIVO        PIC X(08).

       01 REL-CAB-PERNA          PIC X(40)
              VALUE "  PERNA          AUDIT.L     SAIDAS".

       01 REL-PERNA.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RPN-NOME           PIC X(10).
           02 FILLER             PIC X(04)      VALUE SPACES.
           02 RPN-AUDIT-L        PIC ZZZZZZ9.
           02 FILLER             PIC X(04)      VALUE SPACES.
           02 RPN-SAIDAS         PIC ZZZZZZ9.

       01 REL-CAB-RESUMO         PIC X(60)
              VALUE "RESUMO DA CONFERENCIA".

       01 REL-CONFERIDAS.
           02 FILLER             PIC X(54)
              VALUE "  REQUISICOES DA NOITE CONFERIDAS".
           02 RCF-QTDE           PIC ZZZZ9.

       01 REL-RESUMO.
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RRS-TITULO         PIC X(50).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 RRS-QTDE           PIC ZZZZ9.

       01 REL-TOTAL.
           02 FILLER             PIC X(54)
              VALUE "  TOTAL DE OCORRENCIAS".
           02 RTT-QTDE           PIC ZZZZ9.

       01 REL-TABELA-CHEIA.
           02 FILLER             PIC X(40)
              VALUE "  ATENCAO: MAIS DE 3000 REQUISICOES NA N".
           02 FILLER             PIC X(38)
              VALUE "OITE - AS EXCEDENTES NAO FORAM CONFERI".
           02 FILLER             PIC X(02)      VALUE "DA".

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(22)
                                  VALUE "CRUZMEST: CONFERIDAS =".
           02 CTL-CONFERIDAS     PIC ZZZZ9.
           02 FILLER             PIC X(16)
                                  VALUE "  OCORRENCIAS =".
           02 CTL-OCORRENCIAS    PIC ZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            IF       LDP-STATUS NOT = "00"
                 DISPLAY "CRUZMEST: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - CONFERE A DATA DO DIA"
            END-IF.
            MOVE     LDP-DATA-PROC   TO   DATA-PROCESSAMENTO.
            IF       LDP-DATA-ABERTURA = ZEROS
                 MOVE DATA-PROCESSAMENTO   TO   ABE-DATA
                 MOVE ZEROS                TO   ABE-HORA
            ELSE
                 MOVE LDP-DATA-ABERTURA    TO   ABE-DATA
                 MOVE LDP-HORA-ABERTURA    TO   ABE-HORA
            END-IF.
            PERFORM  LE-PERIODO.
            OPEN     INPUT    REQ-FILE.
            IF       WS-REQ-STATUS NOT = "00"
                 DISPLAY "CRUZMEST: REQMAST NAO PODE SER ABERTO - "
                         "STATUS " WS-REQ-STATUS
                 MOVE 8 TO RETURN-CODE
                 PERFORM GRAVA-TEMPO-EXECUCAO
                 STOP RUN
            END-IF.
            MOVE     ZEROS    TO   TOTAIS-PERNA TOTAIS-OCORRENCIA.
            PERFORM  CARREGA-REQUISICOES.
            PERFORM  CONTA-HISTORICO-CIRC.
            PERFORM  CONTA-HISTORICO-FIB.
            PERFORM  CONTA-SAIDAS-RAIO.
            PERFORM  CONTA-SAIDAS-CIL.
            PERFORM  CONTA-SAIDAS-FIB.
            PERFORM  CONTA-SUSPENSOS-RAIO.
            PERFORM  CONTA-SUSPENSOS-CIL.
            PERFORM  CONTA-SUSPENSOS-FIB.
            PERFORM  CONTA-AUDITORIA.
            OPEN     OUTPUT   REL-FILE.
            IF       WS-REL-STATUS NOT = "00"
                 DISPLAY "CRUZMEST: CRUZREL NAO PODE SER ABERTO - "
                         "STATUS " WS-REL-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            PERFORM  IMPRIME-CABECALHO.
            PERFORM  IMPRIME-SECAO
                     VARYING TIPO-CORRENTE FROM 1 BY 1
                     UNTIL   TIPO-CORRENTE > 5.
            PERFORM  IMPRIME-ORFAOS.
            PERFORM  IMPRIME-PERNAS.
            PERFORM  IMPRIME-RESUMO.
            CLOSE    REQ-FILE REL-FILE.
            PERFORM  IMPRIME-CONTROLE.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO
                 MOVE 8 TO RETURN-CODE
            WHEN     QTDE-OCORRENCIAS > ZEROS
                 OR  TABELA-CHEIA
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


      * sem cartao (execucao normal no CIRCFIB) o historico e varrido
      * so na data de processamento
       LE-PERIODO.
            MOVE     DATA-PROCESSAMENTO   TO   APUR-DATA-INI
                                               APUR-DATA-FIM.
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


      * "35" = arquivo ainda nao criado, conta como vazio; qualquer
      * outro status ruim vira erro de arquivo (RETURN-CODE 8)
       AVALIA-ABERTURA.
            EVALUATE ABR-STATUS
            WHEN     "00"
                 CONTINUE
            WHEN     "35"
                 DISPLAY "CRUZMEST: " ABR-NOME " AUSENTE - STATUS "
                         ABR-STATUS " - CONFERIDO COMO VAZIO"
            WHEN OTHER
                 DISPLAY "CRUZMEST: " ABR-NOME " NAO PODE SER ABERTO"
                         " - STATUS " ABR-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-EVALUATE.
            EXIT.


      *----------------------------------------------------------------*
      * requisicoes da noite: fila do lote, "PR" ou "SU", movimento
      * depois da abertura da data
      *----------------------------------------------------------------*

       CARREGA-REQUISICOES.
            SET      FIM-REQUISICOES   TO   FALSE.
            PERFORM  LE-REQUISICAO.
            PERFORM  SELECIONA-REQUISICAO  UNTIL  FIM-REQUISICOES.
            EXIT.


       LE-REQUISICAO.
            READ     REQ-FILE  NEXT RECORD
                AT END
                     SET FIM-REQUISICOES TO TRUE
            END-READ.
            EXIT.


       SELECIONA-REQUISICAO.
            MOVE     REQ-DATA-MOV   TO   MOV-DATA.
            MOVE     REQ-HORA-MOV   TO   MOV-HORA.
            IF       ( REQ-PROCESSADA OR REQ-SUSPENSA )
                 AND ( REQ-FILA = "RAIOIN" OR "CILIN" OR "FIBIN" )
                 AND MOMENTO-MOVIMENTO NOT < MOMENTO-ABERTURA
                 PERFORM GUARDA-REQUISICAO
            END-IF.
            PERFORM  LE-REQUISICAO.
            EXIT.


       GUARDA-REQUISICAO.
            IF       QTDE-REQUISICOES >= 3000
                 IF   NOT TABELA-CHEIA
                      SET     TABELA-CHEIA   TO   TRUE
                      DISPLAY "CRUZMEST: TABELA CHEIA (3000 "
                              "REQUISICOES) - EXCEDENTES NAO "
                              "CONFERIDAS"
                 END-IF
            ELSE
                 ADD      1                  TO   QTDE-REQUISICOES
                 SET      IX-REQ             TO   QTDE-REQUISICOES
                 MOVE     REQ-DEPTO          TO   TAB-DEPTO (IX-REQ)
                 MOVE     REQ-NUMERO         TO   TAB-NUMERO (IX-REQ)
                 MOVE     REQ-SITUACAO       TO   TAB-SITUACAO (IX-REQ)
                 MOVE     REQ-FILA           TO   TAB-FILA (IX-REQ)
                 MOVE     REQ-MOTIVO         TO   TAB-MOTIVO (IX-REQ)
                 MOVE     SPACES             TO   TAB-MOTIVO-SUS
                                                         (IX-REQ)
                 MOVE     ZEROS              TO   TAB-QTDE-HIST (IX-REQ)
                                                  TAB-QTDE-SAIDA
                                                         (IX-REQ)
                                                  TAB-QTDE-SUS (IX-REQ)
                 SET      TAB-MOTIVO-CONFERE (IX-REQ)   TO   FALSE
            END-IF.
            EXIT.


       LOCALIZA-REQUISICAO.
            SET      REQUISICAO-NA-TABELA   TO   FALSE.
            SET      IX-REQ   TO   1.
            SEARCH   TAB-REQ
                AT END
                     CONTINUE
                WHEN IX-REQ > QTDE-REQUISICOES
                     CONTINUE
                WHEN TAB-CHAVE (IX-REQ) = CHAVE-PROCURADA
                     SET REQUISICAO-NA-TABELA TO TRUE
                WHEN TAB-CHAVE (IX-REQ) > CHAVE-PROCURADA
                     CONTINUE
            END-SEARCH.
            EXIT.


      *----------------------------------------------------------------*
      * registros de lote da data de processamento no historico
      *----------------------------------------------------------------*

       CONTA-HISTORICO-CIRC.
            SET      FIM-HISTORICO   TO   FALSE.
            OPEN     INPUT   HIST-FILE.
            MOVE     "CIRCHIST"       TO   ABR-NOME.
            MOVE     WS-HIST-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-HIST-STATUS = "00"
                 MOVE    DATA-PROCESSAMENTO   TO   HIST-DATA DATA-LIMITE
                 PERFORM POSICIONA-HISTORICO-CIRC
                 PERFORM SOMA-HISTORICO-CIRC  UNTIL  FIM-HISTORICO
                 CLOSE   HIST-FILE
            END-IF.
            EXIT.


       POSICIONA-HISTORICO-CIRC.
            MOVE     ZEROS   TO   HIST-REQUISICAO HIST-SEQUENCIA.
            START    HIST-FILE  KEY NOT LESS THAN HIST-CHAVE
                INVALID KEY
                     SET FIM-HISTORICO TO TRUE
            END-START.
            IF       NOT FIM-HISTORICO
                 PERFORM LE-HISTORICO-CIRC
            END-IF.
            EXIT.


       LE-HISTORICO-CIRC.
            READ     HIST-FILE  NEXT RECORD
                AT END
                     SET FIM-HISTORICO TO TRUE
                NOT AT END
                     IF   HIST-DATA > DATA-LIMITE
                          SET FIM-HISTORICO TO TRUE
                     END-IF
            END-READ.
            EXIT.


       SOMA-HISTORICO-CIRC.
            IF       HIST-DEPTO NOT = "TELA"
                 MOVE    HIST-DEPTO        TO   PROC-DEPTO
                 MOVE    HIST-REQUISICAO   TO   PROC-NUMERO
                 PERFORM LOCALIZA-REQUISICAO
                 IF      REQUISICAO-NA-TABELA
                      ADD 1   TO   TAB-QTDE-HIST (IX-REQ)
                 END-IF
            END-IF.
            PERFORM  LE-HISTORICO-CIRC.
            EXIT.


       CONTA-HISTORICO-FIB.
            SET      FIM-HISTORICO   TO   FALSE.
            OPEN     INPUT   FHIS-FILE.
            MOVE     "FIBHIST"        TO   ABR-NOME.
            MOVE     WS-FHIS-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-FHIS-STATUS = "00"
                 MOVE    DATA-PROCESSAMENTO   TO   FHIS-DATA DATA-LIMITE
                 PERFORM POSICIONA-HISTORICO-FIB
                 PERFORM SOMA-HISTORICO-FIB  UNTIL  FIM-HISTORICO
                 CLOSE   FHIS-FILE
            END-IF.
            EXIT.


       POSICIONA-HISTORICO-FIB.
            MOVE     ZEROS   TO   FHIS-REQUISICAO FHIS-SEQUENCIA.
            START    FHIS-FILE  KEY NOT LESS THAN FHIS-CHAVE
                INVALID KEY
                     SET FIM-HISTORICO TO TRUE
            END-START.
            IF       NOT FIM-HISTORICO
                 PERFORM LE-HISTORICO-FIB
            END-IF.
            EXIT.


       LE-HISTORICO-FIB.
            READ     FHIS-FILE  NEXT RECORD
                AT END
                     SET FIM-HISTORICO TO TRUE
                NOT AT END
                     IF   FHIS-DATA > DATA-LIMITE
                          SET FIM-HISTORICO TO TRUE
                     END-IF
            END-READ.
            EXIT.


       SOMA-HISTORICO-FIB.
            IF       FHIS-DO-LOTE
                 MOVE    FHIS-DEPTO        TO   PROC-DEPTO
                 MOVE    FHIS-REQUISICAO   TO   PROC-NUMERO
                 PERFORM LOCALIZA-REQUISICAO
                 IF      REQUISICAO-NA-TABELA
                      ADD 1   TO   TAB-QTDE-HIST (IX-REQ)
                 END-IF
            END-IF.
            PERFORM  LE-HISTORICO-FIB.
            EXIT.


      *----------------------------------------------------------------*
      * linhas de saida da noite, por requisicao e por perna
      *----------------------------------------------------------------*

       CONTA-SAIDAS-RAIO.
            SET      FIM-SAIDAS   TO   FALSE.
            OPEN     INPUT   RAIO-OUT-FILE.
            MOVE     "RAIOOUT"            TO   ABR-NOME.
            MOVE     WS-RAIO-OUT-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-RAIO-OUT-STATUS = "00"
                 PERFORM LE-SAIDA-RAIO
                 PERFORM SOMA-SAIDA-RAIO  UNTIL  FIM-SAIDAS
                 CLOSE   RAIO-OUT-FILE
            END-IF.
            EXIT.


       LE-SAIDA-RAIO.
            READ     RAIO-OUT-FILE
                AT END
                     SET FIM-SAIDAS TO TRUE
            END-READ.
            EXIT.


       SOMA-SAIDA-RAIO.
            ADD      1                   TO   TOT-SAIDAS (1).
            MOVE     RESULT-DEPTO        TO   PROC-DEPTO.
            MOVE     RESULT-REQUISICAO   TO   PROC-NUMERO.
            PERFORM  SOMA-SAIDA.
            PERFORM  LE-SAIDA-RAIO.
            EXIT.


       CONTA-SAIDAS-CIL.
            SET      FIM-SAIDAS   TO   FALSE.
            OPEN     INPUT   CIL-OUT-FILE.
            MOVE     "CILOUT"            TO   ABR-NOME.
            MOVE     WS-CIL-OUT-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-CIL-OUT-STATUS = "00"
                 PERFORM LE-SAIDA-CIL
                 PERFORM SOMA-SAIDA-CIL  UNTIL  FIM-SAIDAS
                 CLOSE   CIL-OUT-FILE
            END-IF.
            EXIT.


       LE-SAIDA-CIL.
            READ     CIL-OUT-FILE
                AT END
                     SET FIM-SAIDAS TO TRUE
            END-READ.
            EXIT.


       SOMA-SAIDA-CIL.
            ADD      1                 TO   TOT-SAIDAS (2).
            MOVE     CRES-DEPTO        TO   PROC-DEPTO.
            MOVE     CRES-REQUISICAO   TO   PROC-NUMERO.
            PERFORM  SOMA-SAIDA.
            PERFORM  LE-SAIDA-CIL.
            EXIT.


       CONTA-SAIDAS-FIB.
            SET      FIM-SAIDAS   TO   FALSE.
            OPEN     INPUT   FIB-OUT-FILE.
            MOVE     "FIBOUT"            TO   ABR-NOME.
            MOVE     WS-FIB-OUT-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-FIB-OUT-STATUS = "00"
                 PERFORM LE-SAIDA-FIB
                 PERFORM SOMA-SAIDA-FIB  UNTIL  FIM-SAIDAS
                 CLOSE   FIB-OUT-FILE
            END-IF.
            EXIT.


       LE-SAIDA-FIB.
            READ     FIB-OUT-FILE
                AT END
                     SET FIM-SAIDAS TO TRUE
            END-READ.
            EXIT.


       SOMA-SAIDA-FIB.
            ADD      1                    TO   TOT-SAIDAS (3).
            MOVE     FIB-DEPTO-OUT        TO   PROC-DEPTO.
            MOVE     FIB-REQUISICAO-OUT   TO   PROC-NUMERO.
            PERFORM  SOMA-SAIDA.
            PERFORM  LE-SAIDA-FIB.
            EXIT.


       SOMA-SAIDA.
            PERFORM  LOCALIZA-REQUISICAO.
            IF       REQUISICAO-NA-TABELA
                 ADD  1   TO   TAB-QTDE-SAIDA (IX-REQ)
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * linhas de suspensao da data de processamento; o motivo confere
      * quando alguma linha da requisicao traz o motivo do REQMAST
      *----------------------------------------------------------------*

       CONTA-SUSPENSOS-RAIO.
            SET      FIM-SUSPENSOS   TO   FALSE.
            OPEN     INPUT   SUS-RAIO-FILE.
            MOVE     "RAIOSUS"            TO   ABR-NOME.
            MOVE     WS-SUS-RAIO-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-SUS-RAIO-STATUS = "00"
                 PERFORM LE-SUSPENSO-RAIO
                 PERFORM SOMA-SUSPENSO-RAIO  UNTIL  FIM-SUSPENSOS
                 CLOSE   SUS-RAIO-FILE
            END-IF.
            EXIT.


       LE-SUSPENSO-RAIO.
            READ     SUS-RAIO-FILE
                AT END
                     SET FIM-SUSPENSOS TO TRUE
            END-READ.
            EXIT.


       SOMA-SUSPENSO-RAIO.
            IF       SUS-RAIO-DATA = DATA-PROCESSAMENTO
                 MOVE SUS-RAIO-REGISTRO   TO   RAIO-LOTE-REG
                 MOVE LOTE-DEPTO          TO   PROC-DEPTO
                 IF   LOTE-REQUISICAO IS NUMERIC
                      MOVE LOTE-REQUISICAO   TO   PROC-NUMERO
                 ELSE
                      MOVE ZEROS             TO   PROC-NUMERO
                 END-IF
                 MOVE SUS-RAIO-MOTIVO     TO   MOTIVO-SUSPENSO
                 PERFORM SOMA-SUSPENSO
            END-IF.
            PERFORM  LE-SUSPENSO-RAIO.
            EXIT.


       CONTA-SUSPENSOS-CIL.
            SET      FIM-SUSPENSOS   TO   FALSE.
            OPEN     INPUT   SUS-CIL-FILE.
            MOVE     "CILSUS"            TO   ABR-NOME.
            MOVE     WS-SUS-CIL-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-SUS-CIL-STATUS = "00"
                 PERFORM LE-SUSPENSO-CIL
                 PERFORM SOMA-SUSPENSO-CIL  UNTIL  FIM-SUSPENSOS
                 CLOSE   SUS-CIL-FILE
            END-IF.
            EXIT.


       LE-SUSPENSO-CIL.
            READ     SUS-CIL-FILE
                AT END
                     SET FIM-SUSPENSOS TO TRUE
            END-READ.
            EXIT.


       SOMA-SUSPENSO-CIL.
            IF       SUS-CIL-DATA = DATA-PROCESSAMENTO
                 MOVE SUS-CIL-REGISTRO    TO   CIL-LOTE-REG
                 MOVE CIL-DEPTO           TO   PROC-DEPTO
                 IF   CIL-REQUISICAO IS NUMERIC
                      MOVE CIL-REQUISICAO    TO   PROC-NUMERO
                 ELSE
                      MOVE ZEROS             TO   PROC-NUMERO
                 END-IF
                 MOVE SUS-CIL-MOTIVO      TO   MOTIVO-SUSPENSO
                 PERFORM SOMA-SUSPENSO
            END-IF.
            PERFORM  LE-SUSPENSO-CIL.
            EXIT.


       CONTA-SUSPENSOS-FIB.
            SET      FIM-SUSPENSOS   TO   FALSE.
            OPEN     INPUT   SUS-FIB-FILE.
            MOVE     "FIBSUS"            TO   ABR-NOME.
            MOVE     WS-SUS-FIB-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-SUS-FIB-STATUS = "00"
                 PERFORM LE-SUSPENSO-FIB
                 PERFORM SOMA-SUSPENSO-FIB  UNTIL  FIM-SUSPENSOS
                 CLOSE   SUS-FIB-FILE
            END-IF.
            EXIT.


       LE-SUSPENSO-FIB.
            READ     SUS-FIB-FILE
                AT END
                     SET FIM-SUSPENSOS TO TRUE
            END-READ.
            EXIT.


       SOMA-SUSPENSO-FIB.
            IF       SUS-FIB-DATA = DATA-PROCESSAMENTO
                 MOVE SUS-FIB-REGISTRO    TO   FIB-LOTE-REG
                 MOVE FIB-DEPTO           TO   PROC-DEPTO
                 IF   FIB-REQUISICAO IS NUMERIC
                      MOVE FIB-REQUISICAO    TO   PROC-NUMERO
                 ELSE
                      MOVE ZEROS             TO   PROC-NUMERO
                 END-IF
                 MOVE SUS-FIB-MOTIVO      TO   MOTIVO-SUSPENSO
                 PERFORM SOMA-SUSPENSO
            END-IF.
            PERFORM  LE-SUSPENSO-FIB.
            EXIT.


       SOMA-SUSPENSO.
            PERFORM  LOCALIZA-REQUISICAO.
            IF       REQUISICAO-NA-TABELA
                 ADD  1                 TO   TAB-QTDE-SUS (IX-REQ)
                 MOVE MOTIVO-SUSPENSO   TO   TAB-MOTIVO-SUS (IX-REQ)
                 IF   MOTIVO-SUSPENSO = TAB-MOTIVO (IX-REQ)
                      SET TAB-MOTIVO-CONFERE (IX-REQ)   TO   TRUE
                 END-IF
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * linhas "L" gravadas pelo lote (operador LOTE) depois da
      * abertura da data, por perna
      *----------------------------------------------------------------*

       CONTA-AUDITORIA.
            SET      FIM-AUDITORIA   TO   FALSE.
            OPEN     INPUT   AUDIT-FILE.
            MOVE     "AUDITLOG"        TO   ABR-NOME.
            MOVE     WS-AUDIT-STATUS   TO   ABR-STATUS.
            PERFORM  AVALIA-ABERTURA.
            IF       WS-AUDIT-STATUS = "00"
                 PERFORM LE-AUDITORIA
                 PERFORM SOMA-AUDITORIA  UNTIL  FIM-AUDITORIA
                 CLOSE   AUDIT-FILE
            END-IF.
            EXIT.


       LE-AUDITORIA.
            READ     AUDIT-FILE
                AT END
                     SET FIM-AUDITORIA TO TRUE
            END-READ.
            EXIT.


       SOMA-AUDITORIA.
            MOVE     AUDIT-DATA   TO   MOV-DATA.
            MOVE     AUDIT-HORA   TO   MOV-HORA.
            IF       AUDIT-OPERADOR = "LOTE"
                 AND AUDIT-SAIDA = "L"
                 AND MOMENTO-MOVIMENTO NOT < MOMENTO-ABERTURA
                 EVALUATE AUDIT-PROGRAMA
                 WHEN     "EX09"
                      ADD 1   TO   TOT-AUDIT-L (1)
                 WHEN     "CILESF"
                      ADD 1   TO   TOT-AUDIT-L (2)
                 WHEN     "FIBONACCI"
                      ADD 1   TO   TOT-AUDIT-L (3)
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
            END-IF.
            PERFORM  LE-AUDITORIA.
            EXIT.


      *----------------------------------------------------------------*
      * relatorio CRUZREL
      *----------------------------------------------------------------*

       IMPRIME-CABECALHO.
            WRITE    REL-LINHA   FROM   REL-TITULO.
            MOVE     DATA-PROCESSAMENTO   TO   RDT-DATA-PROC.
            MOVE     ABE-DATA             TO   RDT-ABE-DATA.
            MOVE     ABE-HORA             TO   RDT-ABE-HORA.
            WRITE    REL-LINHA   FROM   REL-DATAS.
            IF       TABELA-CHEIA
                 WRITE REL-LINHA   FROM   REL-TABELA-CHEIA
            END-IF.
            EXIT.


       IMPRIME-TITULO-SECAO.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            MOVE     TITULO-TIPO (TIPO-CORRENTE)   TO   RTS-TITULO.
            WRITE    REL-LINHA   FROM   REL-TITULO-SECAO.
            EXIT.


       IMPRIME-SECAO.
            PERFORM  IMPRIME-TITULO-SECAO.
            WRITE    REL-LINHA   FROM   REL-CAB-REQUISICAO.
            PERFORM  CONFERE-REQUISICAO
                     VARYING IX-REQ FROM 1 BY 1
                     UNTIL   IX-REQ > QTDE-REQUISICOES.
            IF       TOT-OCORRENCIA (TIPO-CORRENTE) = ZEROS
                 WRITE REL-LINHA   FROM   REL-NENHUMA
            END-IF.
            EXIT.


       CONFERE-REQUISICAO.
            EVALUATE TRUE
            WHEN     TIPO-CORRENTE = 1
                 AND TAB-SITUACAO (IX-REQ) = "PR"
                 AND TAB-QTDE-HIST (IX-REQ) = ZEROS
                 SET  OCORRENCIA   TO   TRUE
            WHEN     TIPO-CORRENTE = 2
                 AND TAB-SITUACAO (IX-REQ) = "PR"
                 AND TAB-QTDE-SAIDA (IX-REQ) = ZEROS
                 SET  OCORRENCIA   TO   TRUE
      * processada sem historico ou sem saida ja saiu no tipo 1 ou 2
            WHEN     TIPO-CORRENTE = 3
                 AND TAB-QTDE-HIST (IX-REQ) NOT =
                     TAB-QTDE-SAIDA (IX-REQ)
                 AND ( TAB-SITUACAO (IX-REQ) NOT = "PR"
                       OR ( TAB-QTDE-HIST (IX-REQ) > ZEROS
                            AND TAB-QTDE-SAIDA (IX-REQ) > ZEROS ) )
                 SET  OCORRENCIA   TO   TRUE
            WHEN     TIPO-CORRENTE = 4
                 AND TAB-SITUACAO (IX-REQ) = "SU"
                 AND TAB-QTDE-SUS (IX-REQ) = ZEROS
                 SET  OCORRENCIA   TO   TRUE
            WHEN     TIPO-CORRENTE = 5
                 AND TAB-SITUACAO (IX-REQ) = "SU"
                 AND TAB-QTDE-SUS (IX-REQ) > ZEROS
                 AND NOT TAB-MOTIVO-CONFERE (IX-REQ)
                 SET  OCORRENCIA   TO   TRUE
            WHEN OTHER
                 SET  OCORRENCIA   TO   FALSE
            END-EVALUATE.
            IF       OCORRENCIA
                 PERFORM IMPRIME-REQUISICAO
            END-IF.
            EXIT.


       IMPRIME-REQUISICAO.
            MOVE     TAB-DEPTO (IX-REQ)        TO   RRQ-DEPTO.
            MOVE     TAB-NUMERO (IX-REQ)       TO   RRQ-NUMERO.
            MOVE     TAB-SITUACAO (IX-REQ)     TO   RRQ-SITUACAO.
            MOVE     TAB-FILA (IX-REQ)         TO   RRQ-FILA.
            MOVE     TAB-MOTIVO (IX-REQ)       TO   RRQ-MOTIVO.
            MOVE     TAB-MOTIVO-SUS (IX-REQ)   TO   RRQ-MOTIVO-SUS.
            MOVE     TAB-QTDE-HIST (IX-REQ)    TO   RRQ-QTDE-HIST.
            MOVE     TAB-QTDE-SAIDA (IX-REQ)   TO   RRQ-QTDE-SAIDA.
            MOVE     TAB-QTDE-SUS (IX-REQ)     TO   RRQ-QTDE-SUS.
            WRITE    REL-LINHA   FROM   REL-REQUISICAO.
            ADD      1   TO   TOT-OCORRENCIA (TIPO-CORRENTE)
                              QTDE-OCORRENCIAS.
            EXIT.


      *----------------------------------------------------------------*
      * tipo 6: varre o CIRCHIST e o FIBHIST no periodo e procura cada
      * requisicao de lote no REQMAST
      *----------------------------------------------------------------*

       IMPRIME-ORFAOS.
            MOVE     6   TO   TIPO-CORRENTE.
            PERFORM  IMPRIME-TITULO-SECAO.
            MOVE     APUR-DATA-INI   TO   RVR-DATA-INI.
            MOVE     APUR-DATA-FIM   TO   RVR-DATA-FIM.
            WRITE    REL-LINHA   FROM   REL-VARREDURA.
            WRITE    REL-LINHA   FROM   REL-CAB-ORFAO.
            IF       APUR-DATA-FIM = ZEROS
                 MOVE 99999999        TO   DATA-LIMITE
            ELSE
                 MOVE APUR-DATA-FIM   TO   DATA-LIMITE
            END-IF.
            PERFORM  VARRE-ORFAOS-CIRC.
            PERFORM  VARRE-ORFAOS-FIB.
            IF       TOT-OCORRENCIA (6) = ZEROS
                 WRITE REL-LINHA   FROM   REL-NENHUMA
            END-IF.
            EXIT.


       VARRE-ORFAOS-CIRC.
            SET      FIM-HISTORICO   TO   FALSE.
            MOVE     "CIRCHIST"   TO   ARQUIVO-ORFAO.
            MOVE     ZEROS        TO   ORF-DATA ORF-REQUISICAO.
            MOVE     SPACES       TO   ORF-DEPTO.
            OPEN     INPUT   HIST-FILE.
            IF       WS-HIST-STATUS = "00"
                 MOVE    APUR-DATA-INI   TO   HIST-DATA
                 PERFORM POSICIONA-HISTORICO-CIRC
                 PERFORM CONFERE-ORFAO-CIRC  UNTIL  FIM-HISTORICO
                 CLOSE   HIST-FILE
            END-IF.
            EXIT.


       CONFERE-ORFAO-CIRC.
            IF       HIST-DEPTO NOT = "TELA"
                 MOVE    HIST-DATA         TO   RGO-DATA
                 MOVE    HIST-REQUISICAO   TO   RGO-REQUISICAO
                 MOVE    HIST-DEPTO        TO   RGO-DEPTO
                 PERFORM CONFERE-ORFAO
            END-IF.
            PERFORM  LE-HISTORICO-CIRC.
            EXIT.


       VARRE-ORFAOS-FIB.
            SET      FIM-HISTORICO   TO   FALSE.
            MOVE     "FIBHIST"    TO   ARQUIVO-ORFAO.
            MOVE     ZEROS        TO   ORF-DATA ORF-REQUISICAO.
            MOVE     SPACES       TO   ORF-DEPTO.
            OPEN     INPUT   FHIS-FILE.
            IF       WS-FHIS-STATUS = "00"
                 MOVE    APUR-DATA-INI   TO   FHIS-DATA
                 PERFORM POSICIONA-HISTORICO-FIB
                 PERFORM CONFERE-ORFAO-FIB  UNTIL  FIM-HISTORICO
                 CLOSE   FHIS-FILE
            END-IF.
            EXIT.


       CONFERE-ORFAO-FIB.
            IF       FHIS-DO-LOTE
                 MOVE    FHIS-DATA         TO   RGO-DATA
                 MOVE    FHIS-REQUISICAO   TO   RGO-REQUISICAO
                 MOVE    FHIS-DEPTO        TO   RGO-DEPTO
                 PERFORM CONFERE-ORFAO
            END-IF.
            PERFORM  LE-HISTORICO-FIB.
            EXIT.


       CONFERE-ORFAO.
            IF       REGISTRO-ORFAO NOT = ULTIMO-ORFAO
                 MOVE REGISTRO-ORFAO   TO   ULTIMO-ORFAO
                 MOVE RGO-DEPTO        TO   REQ-DEPTO
                 MOVE RGO-REQUISICAO   TO   REQ-NUMERO
                 READ REQ-FILE
                     INVALID KEY
                          PERFORM IMPRIME-ORFAO
                 END-READ
            END-IF.
            EXIT.


       IMPRIME-ORFAO.
            MOVE     RGO-DATA         TO   ROR-DATA.
            MOVE     RGO-REQUISICAO   TO   ROR-REQUISICAO.
            MOVE     RGO-DEPTO        TO   ROR-DEPTO.
            MOVE     ARQUIVO-ORFAO    TO   ROR-ARQUIVO.
            WRITE    REL-LINHA   FROM   REL-ORFAO.
            ADD      1   TO   TOT-OCORRENCIA (6) QTDE-OCORRENCIAS.
            EXIT.


      *----------------------------------------------------------------*
      * tipo 7: auditoria x saidas, por perna
      *----------------------------------------------------------------*

       IMPRIME-PERNAS.
            MOVE     7   TO   TIPO-CORRENTE.
            PERFORM  IMPRIME-TITULO-SECAO.
            WRITE    REL-LINHA   FROM   REL-CAB-PERNA.
            PERFORM  CONFERE-PERNA
                     VARYING SUB-PERNA FROM 1 BY 1
                     UNTIL   SUB-PERNA > 3.
            IF       TOT-OCORRENCIA (7) = ZEROS
                 WRITE REL-LINHA   FROM   REL-NENHUMA
            END-IF.
            EXIT.


       CONFERE-PERNA.
            IF       TOT-AUDIT-L (SUB-PERNA) NOT =
                     TOT-SAIDAS (SUB-PERNA)
                 MOVE  NOME-PERNA (SUB-PERNA)    TO   RPN-NOME
                 MOVE  TOT-AUDIT-L (SUB-PERNA)   TO   RPN-AUDIT-L
                 MOVE  TOT-SAIDAS (SUB-PERNA)    TO   RPN-SAIDAS
                 WRITE REL-LINHA   FROM   REL-PERNA
                 ADD   1   TO   TOT-OCORRENCIA (7) QTDE-OCORRENCIAS
            END-IF.
            EXIT.


       IMPRIME-RESUMO.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-CAB-RESUMO.
            MOVE     QTDE-REQUISICOES   TO   RCF-QTDE.
            WRITE    REL-LINHA   FROM   REL-CONFERIDAS.
            PERFORM  IMPRIME-RESUMO-TIPO
                     VARYING TIPO-CORRENTE FROM 1 BY 1
                     UNTIL   TIPO-CORRENTE > 7.
            MOVE     QTDE-OCORRENCIAS   TO   RTT-QTDE.
            WRITE    REL-LINHA   FROM   REL-TOTAL.
            EXIT.


       IMPRIME-RESUMO-TIPO.
            MOVE     TITULO-TIPO (TIPO-CORRENTE)      TO   RRS-TITULO.
            MOVE     TOT-OCORRENCIA (TIPO-CORRENTE)   TO   RRS-QTDE.
            WRITE    REL-LINHA   FROM   REL-RESUMO.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-REQUISICOES   TO   CTL-CONFERIDAS.
            MOVE     QTDE-OCORRENCIAS   TO   CTL-OCORRENCIAS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "CRUZMEST"           TO   GTM-PROGRAMA.
            MOVE     DATA-PROCESSAMENTO   TO   GTM-DATA-PROC.
            MOVE     QTDE-REQUISICOES     TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program CRUZMEST.
