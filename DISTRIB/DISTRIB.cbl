      *           nao entram no RAIOOUT/CILOUT e nao sao
      *           distribuidos. A linha de controle sai no SYSOUT com
      *           os totais; file status ruim devolve RETURN-CODE 8.
      *
      *           HISTORICO DE ALTERACOES:
      *           - a nota de entrega NTxxxx ganhou o nome, o centro
      *             de custo e o contato do departamento, lidos do
      *             mestre DEPTMAST pelo LEDEPTO, para a nota seguir
      *             direto para quem pediu; departamento fora do
      *             cadastro sai apontado na linha do nome.
      *           - a data da nota de entrega passa a ser a data de
      *             processamento do lote (DATAPROC, via LEDATPRO), a
      *             mesma do historico e do RUNCTL, e nao a do relogio.
      *           - o tempo do step (inicio, fim, registros tratados e
      *             RETURN-CODE) vai para o TEMPEXEC pelo GRAVATEM no
      *             fim do programa, para o RELTEMP acompanhar a janela
      *             do CIRCFIB.
      *           - relatorio de capacidade e material dos tanques: o
      *             TANQOUT gravado pelo RELTANQ entra no levantamento
      *             dos departamentos e e recortado em TNQ + codigo do
      *             departamento (linhas ja com o cabecalho do
      *             departamento); a nota de entrega ganhou a linha com
      *             as requisicoes de tanques do arquivo.
      *           - serie completa de Fibonacci: o FIBSER gravado pelo
      *             lote do FIBONACCI (pedidos com FIB-MODO "L") entra
      *             no levantamento dos departamentos e e recortado em
      *             SER + codigo do departamento; a nota de entrega
      *             ganhou a linha com as series do arquivo.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-FIB-OUT-STATUS.

           select TANQ-OUT-FILE assign to "TANQOUT"
                  organization is line sequential
                  file status  is WS-TANQ-OUT-STATUS.

           select DIST-RAIO-FILE assign to DIST-RAIO-NOME
                  organization is line sequential
                  file status  is WS-DIST-RAIO-STATUS.
                  organization is line sequential
                  file status  is WS-DIST-FIB-STATUS.

           select DIST-TNQ-FILE assign to DIST-TNQ-NOME
                  organization is line sequential
                  file status  is WS-DIST-TNQ-STATUS.

           select FIB-SER-FILE  assign to "FIBSER"
                  organization is line sequential
                  file status  is WS-FIB-SER-STATUS.

           select DIST-SER-FILE assign to DIST-SER-NOME
                  organization is line sequential
                  file status  is WS-DIST-SER-STATUS.

           select NOTA-FILE     assign to NOTA-NOME
                  organization is line sequential
                  file status  is WS-NOTA-STATUS.
       FD  DIST-FIB-FILE.
           copy FIBOUT replacing leading ==FIB== by ==DFIB==.

       FD  TANQ-OUT-FILE.
           copy TANQOUT.

       FD  DIST-TNQ-FILE.
       01 DIST-TNQ-LINHA         PIC X(80).

       FD  FIB-SER-FILE.
           copy FIBSER.

       FD  DIST-SER-FILE.
       01 DIST-SER-LINHA         PIC X(80).

       FD  NOTA-FILE.
       01 NOTA-LINHA             PIC X(60).

              88 FIM-CILS                      VALUE "S" FALSE "N".
           02 SW-FIM-FIBS        PIC X(01)     VALUE "N".
              88 FIM-FIBS                      VALUE "S" FALSE "N".
           02 SW-FIM-TANQS       PIC X(01)     VALUE "N".
              88 FIM-TANQS                     VALUE "S" FALSE "N".
           02 SW-FIM-SERS        PIC X(01)     VALUE "N".
              88 FIM-SERS                      VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
           02 WS-DIST-CIL-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-FIB-OUT-STATUS   PIC X(02)    VALUE SPACES.
           02 WS-DIST-FIB-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-TANQ-OUT-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-DIST-TNQ-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-FIB-SER-STATUS   PIC X(02)    VALUE SPACES.
           02 WS-DIST-SER-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-NOTA-STATUS      PIC X(02)    VALUE SPACES.

       01 NOMES-ARQUIVOS.
           02 DIST-RAIO-NOME     PIC X(07)     VALUE SPACES.
           02 DIST-CIL-NOME      PIC X(07)     VALUE SPACES.
           02 DIST-FIB-NOME      PIC X(07)     VALUE SPACES.
           02 DIST-TNQ-NOME      PIC X(07)     VALUE SPACES.
           02 DIST-SER-NOME      PIC X(07)     VALUE SPACES.
           02 NOTA-NOME          PIC X(06)     VALUE SPACES.

       01 QTDE-DEPTOS            PIC 9(03)     VALUE ZEROS.
               03 TAB-QTDE-RAIOS  PIC 9(05)     VALUE ZEROS.
               03 TAB-QTDE-CILS   PIC 9(05)     VALUE ZEROS.
               03 TAB-QTDE-FIBS   PIC 9(05)     VALUE ZEROS.
               03 TAB-QTDE-TNQS   PIC 9(05)     VALUE ZEROS.
               03 TAB-QTDE-SERS   PIC 9(05)     VALUE ZEROS.

       01 DEPTO-CORRENTE         PIC X(04)     VALUE SPACES.

           02 QTDE-RAIOS-DIST    PIC 9(05)     VALUE ZEROS.
           02 QTDE-CILS-DIST     PIC 9(05)     VALUE ZEROS.
           02 QTDE-FIBS-DIST     PIC 9(05)     VALUE ZEROS.
           02 QTDE-TNQS-DIST     PIC 9(05)     VALUE ZEROS.
           02 QTDE-LINHAS-TNQ    PIC 9(07)     VALUE ZEROS.
           02 QTDE-SERS-DIST     PIC 9(05)     VALUE ZEROS.
           02 QTDE-LINHAS-SER    PIC 9(07)     VALUE ZEROS.

           copy LEDEPTO.

           copy LEDATPRO.

       01 NOTA-CABECALHO         PIC X(40)
              VALUE "NOTA DE ENTREGA - LOTE NOTURNO".
              VALUE "  DEPARTAMENTO: ".
           02 NOTA-DEPTO         PIC X(04).

       01 NOTA-LINHA-NOME.
           02 FILLER             PIC X(06)     VALUE "NOME: ".
           02 NOTA-NOME-DEPTO    PIC X(30).

       01 NOTA-LINHA-CUSTO.
           02 FILLER             PIC X(17)
              VALUE "CENTRO DE CUSTO: ".
           02 NOTA-CENTRO-CUSTO  PIC X(08).

       01 NOTA-LINHA-CONTATO.
           02 FILLER             PIC X(05)     VALUE "A/C: ".
           02 NOTA-CONTATO       PIC X(30).

       01 NOTA-LINHA-RAIOS.
           02 FILLER             PIC X(33)
              VALUE "RESULTADOS DE CIRCULO (RES....): ".
              VALUE "RESULTADOS FIBONACCI  (FIB....): ".
           02 NOTA-QTDE-FIBS     PIC ZZZZ9.

       01 NOTA-LINHA-TNQS.
           02 FILLER             PIC X(33)
              VALUE "REQUISICOES TANQUES   (TNQ....): ".
           02 NOTA-QTDE-TNQS     PIC ZZZZ9.

       01 NOTA-LINHA-SERS.
           02 FILLER             PIC X(33)
              VALUE "SERIES FIBONACCI      (SER....): ".
           02 NOTA-QTDE-SERS     PIC ZZZZ9.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(17)
                                  VALUE "DISTRIB: DEPTOS =".
           02 FILLER             PIC X(12)
                                  VALUE "  FIBONACCI=".
           02 CTL-FIBS           PIC ZZZZ9.
           02 FILLER             PIC X(10)
                                  VALUE "  TANQUES=".
           02 CTL-TNQS           PIC ZZZZ9.
           02 FILLER             PIC X(09)
                                 VALUE "  SERIES=".
           02 CTL-SERS           PIC ZZZZ9.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            IF       LDP-STATUS NOT = "00"
                 DISPLAY "DISTRIB: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - NOTAS COM A DATA DO DIA"
            END-IF.
            PERFORM  LEVANTA-DEPTOS-RAIOS.
            PERFORM  LEVANTA-DEPTOS-CILS.
            PERFORM  LEVANTA-DEPTOS-FIBS.
            PERFORM  LEVANTA-DEPTOS-TANQS.
            PERFORM  LEVANTA-DEPTOS-SERS.
            PERFORM  DISTRIBUI-DEPTO
                     VARYING IX-DEPTO FROM 1 BY 1
                     UNTIL   IX-DEPTO > QTDE-DEPTOS.
            ELSE
                 MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


            EXIT.


       LEVANTA-DEPTOS-TANQS.
            SET      FIM-TANQS   TO   FALSE.
            OPEN     INPUT   TANQ-OUT-FILE.
            IF       WS-TANQ-OUT-STATUS NOT = "00"
                 DISPLAY "DISTRIB: TANQOUT AUSENTE OU VAZIO - "
                         "STATUS " WS-TANQ-OUT-STATUS
                 SET  FIM-TANQS   TO   TRUE
            ELSE
                 PERFORM LE-TANQ
                 PERFORM GUARDA-DEPTO-TANQ  UNTIL  FIM-TANQS
                 CLOSE   TANQ-OUT-FILE
            END-IF.
            EXIT.


       LE-TANQ.
            READ     TANQ-OUT-FILE
                AT END
                     SET FIM-TANQS TO TRUE
            END-READ.
            EXIT.


       GUARDA-DEPTO-TANQ.
            MOVE     TNQ-DEPTO   TO   DEPTO-CORRENTE.
            PERFORM  LOCALIZA-DEPTO.
            PERFORM  LE-TANQ.
            EXIT.


       LEVANTA-DEPTOS-SERS.
            SET      FIM-SERS   TO   FALSE.
            OPEN     INPUT   FIB-SER-FILE.
            IF       WS-FIB-SER-STATUS NOT = "00"
                 DISPLAY "DISTRIB: FIBSER AUSENTE OU VAZIO - "
                         "STATUS " WS-FIB-SER-STATUS
                 SET  FIM-SERS   TO   TRUE
            ELSE
                 PERFORM LE-SER
                 PERFORM GUARDA-DEPTO-SER  UNTIL  FIM-SERS
                 CLOSE   FIB-SER-FILE
            END-IF.
            EXIT.


       LE-SER.
            READ     FIB-SER-FILE
                AT END
                     SET FIM-SERS TO TRUE
            END-READ.
            EXIT.


       GUARDA-DEPTO-SER.
            MOVE     SER-DEPTO   TO   DEPTO-CORRENTE.
            PERFORM  LOCALIZA-DEPTO.
            PERFORM  LE-SER.
            EXIT.


       LOCALIZA-DEPTO.
            IF       DEPTO-CORRENTE = SPACES
                 OR  DEPTO-CORRENTE = "TELA"
                                                       (IX-DEPTO)
                                                TAB-QTDE-FIBS
                                                       (IX-DEPTO)
                                                TAB-QTDE-TNQS
                                                       (IX-DEPTO)
                                                TAB-QTDE-SERS
                                                       (IX-DEPTO)
            END-IF.
            EXIT.

       DISTRIBUI-DEPTO.
            MOVE     TAB-CODIGO (IX-DEPTO)   TO   DEPTO-CORRENTE.
            MOVE     SPACES   TO   DIST-RAIO-NOME DIST-CIL-NOME
                                   DIST-FIB-NOME DIST-TNQ-NOME
                                   DIST-SER-NOME NOTA-NOME.
            STRING   "RES"            DELIMITED BY SIZE
                     DEPTO-CORRENTE   DELIMITED BY SIZE
                INTO DIST-RAIO-NOME.
            STRING   "FIB"            DELIMITED BY SIZE
                     DEPTO-CORRENTE   DELIMITED BY SIZE
                INTO DIST-FIB-NOME.
            STRING   "TNQ"            DELIMITED BY SIZE
                     DEPTO-CORRENTE   DELIMITED BY SIZE
                INTO DIST-TNQ-NOME.
            STRING   "SER"            DELIMITED BY SIZE
                     DEPTO-CORRENTE   DELIMITED BY SIZE
                INTO DIST-SER-NOME.
            STRING   "NT"             DELIMITED BY SIZE
                     DEPTO-CORRENTE   DELIMITED BY SIZE
                INTO NOTA-NOME.
            PERFORM  COPIA-RAIOS-DEPTO.
            PERFORM  COPIA-CILS-DEPTO.
            PERFORM  COPIA-FIBS-DEPTO.
            PERFORM  COPIA-TANQS-DEPTO.
            PERFORM  COPIA-SERS-DEPTO.
            PERFORM  GRAVA-NOTA-ENTREGA.
            EXIT.

            EXIT.


      * o relatorio de capacidade e material do departamento sai com
      * o cabecalho que o RELTANQ ja repetiu para ele; a nota conta as
      * requisicoes (linhas "R")
       COPIA-TANQS-DEPTO.
            SET      FIM-TANQS   TO   FALSE.
            OPEN     INPUT   TANQ-OUT-FILE.
            IF       WS-TANQ-OUT-STATUS NOT = "00"
                 SET  FIM-TANQS   TO   TRUE
            ELSE
                 OPEN OUTPUT  DIST-TNQ-FILE
                 PERFORM LE-TANQ
                 PERFORM COPIA-UM-TANQ  UNTIL  FIM-TANQS
                 CLOSE   TANQ-OUT-FILE DIST-TNQ-FILE
            END-IF.
            EXIT.


       COPIA-UM-TANQ.
            IF       TNQ-DEPTO = DEPTO-CORRENTE
                 WRITE  DIST-TNQ-LINHA   FROM   TNQ-LINHA
                 IF     WS-DIST-TNQ-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      ADD  1   TO   QTDE-LINHAS-TNQ
                      IF   TNQ-REQUISICAO
                           ADD  1   TO   TAB-QTDE-TNQS (IX-DEPTO)
                           ADD  1   TO   QTDE-TNQS-DIST
                      END-IF
                 END-IF
            END-IF.
            PERFORM  LE-TANQ.
            EXIT.


      * a serie completa de Fibonacci sai inteira para o departamento,
      * identificacao, termos, transbordo e total; a nota conta as
      * series (linhas "R")
       COPIA-SERS-DEPTO.
            SET      FIM-SERS   TO   FALSE.
            OPEN     INPUT   FIB-SER-FILE.
            IF       WS-FIB-SER-STATUS NOT = "00"
                 SET  FIM-SERS   TO   TRUE
            ELSE
                 OPEN OUTPUT  DIST-SER-FILE
                 PERFORM LE-SER
                 PERFORM COPIA-UMA-SER  UNTIL  FIM-SERS
                 CLOSE   FIB-SER-FILE DIST-SER-FILE
            END-IF.
            EXIT.


       COPIA-UMA-SER.
            IF       SER-DEPTO = DEPTO-CORRENTE
                 WRITE  DIST-SER-LINHA   FROM   SER-LINHA
                 IF     WS-DIST-SER-STATUS NOT = "00"
                      SET  ERRO-ARQUIVO   TO   TRUE
                 ELSE
                      ADD  1   TO   QTDE-LINHAS-SER
                      IF   SER-REQUISICAO
                           ADD  1   TO   TAB-QTDE-SERS (IX-DEPTO)
                           ADD  1   TO   QTDE-SERS-DIST
                      END-IF
                 END-IF
            END-IF.
            PERFORM  LE-SER.
            EXIT.


       GRAVA-NOTA-ENTREGA.
            OPEN     OUTPUT   NOTA-FILE.
            IF       WS-NOTA-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 WRITE NOTA-LINHA   FROM   NOTA-CABECALHO
                 MOVE  LDP-DATA-PROC          TO   NOTA-DATA
                 MOVE  DEPTO-CORRENTE         TO   NOTA-DEPTO
                 WRITE NOTA-LINHA   FROM   NOTA-IDENTIFICACAO
                 PERFORM BUSCA-DEPARTAMENTO
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-NOME
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-CUSTO
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-CONTATO
                 MOVE  TAB-QTDE-RAIOS (IX-DEPTO)   TO NOTA-QTDE-RAIOS
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-RAIOS
                 MOVE  TAB-QTDE-CILS (IX-DEPTO)    TO NOTA-QTDE-CILS
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-CILS
                 MOVE  TAB-QTDE-FIBS (IX-DEPTO)    TO NOTA-QTDE-FIBS
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-FIBS
                 MOVE  TAB-QTDE-TNQS (IX-DEPTO)    TO NOTA-QTDE-TNQS
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-TNQS
                 MOVE  TAB-QTDE-SERS (IX-DEPTO)    TO NOTA-QTDE-SERS
                 WRITE NOTA-LINHA   FROM   NOTA-LINHA-SERS
                 CLOSE NOTA-FILE
            END-IF.
            EXIT.


       BUSCA-DEPARTAMENTO.
            MOVE     DEPTO-CORRENTE   TO   LED-DEPTO.
            CALL     "LEDEPTO"        USING LE-DEPTO-PARM.
            IF       LED-STATUS = "00"
                 MOVE LED-NOME            TO   NOTA-NOME-DEPTO
                 MOVE LED-CENTRO-CUSTO    TO   NOTA-CENTRO-CUSTO
                 MOVE LED-CONTATO         TO   NOTA-CONTATO
            ELSE
                 MOVE "(NAO CADASTRADO NO DEPTMAST)"
                                          TO   NOTA-NOME-DEPTO
                 MOVE SPACES              TO   NOTA-CENTRO-CUSTO
                                               NOTA-CONTATO
            END-IF.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-DEPTOS       TO   CTL-DEPTOS.
            MOVE     QTDE-RAIOS-DIST   TO   CTL-RAIOS.
            MOVE     QTDE-CILS-DIST    TO   CTL-CILS.
            MOVE     QTDE-FIBS-DIST    TO   CTL-FIBS.
            MOVE     QTDE-TNQS-DIST    TO   CTL-TNQS.
            MOVE     QTDE-SERS-DIST    TO   CTL-SERS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "DISTRIB"            TO   GTM-PROGRAMA.
            MOVE     LDP-DATA-PROC        TO   GTM-DATA-PROC.
            COMPUTE  GTM-REGISTROS = QTDE-RAIOS-DIST + QTDE-CILS-DIST
                                 + QTDE-FIBS-DIST + QTDE-LINHAS-TNQ
                                 + QTDE-LINHAS-SER.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program DISTRIB.
