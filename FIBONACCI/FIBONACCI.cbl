      *     DISTRIB recortando o arquivo inteiro por departamento,
      *     cada FIBxxxx e cada nota de entrega saia inflado com os
      *     resultados das noites anteriores.
      *   - PROCESSA-REQUISICAO passa a conferir o departamento
      *     solicitante contra o mestre DEPTMAST (via LEDEPTO) antes
      *     de calcular: departamento nao cadastrado ou inativo e
      *     rejeitado (AUDITLOG "R"), vai para o FIBSUS e para o
      *     REQMAST com o motivo "DP"; GRAVA-SUSPENSAO e
      *     REGISTRA-SUSPENSA gravam o motivo apurado (DP ou TR) em
      *     vez do TR fixo.
      *   - PROCESSA-REQUISICAO pula a requisicao do FIBIN cancelada
      *     na tela do ENTREQ (situacao "CA" no REQMAST, lida pelo
      *     LEREQ): sem FIBOUT, sem suspensao e sem cobranca. O pulo
      *     e contado a parte (QTDE-CANCELADOS), no FIBCKPT e no
      *     RUNCTL, para o FECHNOIT continuar batendo a fila.
      *   - o movimento registrado no REQMAST via ATUREQ leva o operador
      *     corrente (o da sessao ou "LOTE"), que vai para o historico
      *     de movimentos REQHIST.
      *   - cada sequencia calculada (tela ou lote, sem transbordo)
      *     grava um registro no novo historico FIBHIST via GRAVACOM -
      *     data, departamento ("TELA" na tela), requisicao, N, par de
      *     sementes, resultado, operador e origem T/L - para o trabalho
      *     de Fibonacci entrar no rateio do RELDEPT e no faturamento do
      *     FATDEPT como o do circulo. No lote, falha na gravacao do
      *     FIBHIST conta como erro de arquivo (RC 8).
      *   - no modo batch a data gravada no FIBHIST, no FIBSUS e no
      *     RUNCTL e a data de processamento do lote (registro DATAPROC,
      *     aberto pelo FECHVER e lido pelo LEDATPRO), e nao a do
      *     relogio; o AUDITLOG continua com a data e a hora reais.
      *   - no fim do lote o tempo do step (inicio do run-id, fim,
      *     registros lidos nesta rodada e RETURN-CODE) vai para o
      *     TEMPEXEC pelo GRAVATEM, para o RELTEMP acompanhar a janela
      *     do CIRCFIB.
      *   - novo modo de pedido no FIBIN (FIB-MODO "L"): a serie
      *     completa ate N, listada termo a termo no arquivo FIBSER com
      *     a soma acumulada, a razao sobre o termo anterior e o total
      *     da serie (CALCULA-SERIE), sem passar pelo FIBMAST. O
      *     transbordo interrompe a listagem no termo que nao coube e
      *     rejeita a requisicao (TR) como no termo unico; o FIBOUT
      *     recebe o termo N e a requisicao conta uma vez no REQMAST e
      *     no RUNCTL.
      *   - retirado o GOBACK solto no fim do programa: ele ficava
      *     dentro do GRAVA-CHECKPOINT, o ultimo paragrafo, e o lote
      *     encerrava depois da primeira requisicao do FIBIN (as demais
      *     so andavam uma por retomada). O modo batch ja termina pelo
      *     GOBACK depois do PROCESSA-LOTE e o interativo pelo STOP RUN
      *     do FINALIZA.
      *----------------------------------------------------------------*

      *================================================================*
                  organization is line sequential
                  file status  is WS-SES-STATUS.

           select FIB-SER-FILE  assign to "FIBSER"
                  organization is line sequential
                  file status  is WS-FIB-SER-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
           copy FIBMAST.

       FD  RUN-FILE.
       01 RUN-LINHA                           PIC X(52).

       FD  SUS-FILE.
           copy FIBSUS.
       FD  SES-FILE.
           copy OPERSES.

       FD  FIB-SER-FILE.
           copy FIBSER.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
           02 WS-RUN-STATUS                   PIC X(02)    VALUE SPACES.
           02 WS-SUS-STATUS                   PIC X(02)    VALUE SPACES.
           02 WS-SES-STATUS                   PIC X(02)    VALUE SPACES.
           02 WS-FIB-SER-STATUS               PIC X(02)    VALUE SPACES.

       01 WS-LIDOS                            PIC 9(05)    VALUE ZEROS.

           02 QTDE-LIDOS                      PIC 9(05)    VALUE ZEROS.
           02 QTDE-GRAVADOS                   PIC 9(05)    VALUE ZEROS.
           02 QTDE-REJEITADOS                 PIC 9(05)    VALUE ZEROS.
           02 QTDE-CANCELADOS                 PIC 9(05)    VALUE ZEROS.

           copy RUNCTL.


           copy ATUREQ.

           copy LEDEPTO.

           copy LEREQ.

           copy LEDATPRO.

           copy GRAVATEM.

           copy FIBHIST.

       01 MOTIVO-REJEICAO                     PIC X(02)    VALUE SPACES.

       01 WS-HORA-SISTEMA                     PIC 9(08)    VALUE ZEROS.

       01 DATA-PROCESSAMENTO                  PIC 9(08)    VALUE ZEROS.

       01 LIDOS-RETOMADA                      PIC 9(05)    VALUE ZEROS.

       01 VARIAVEIS-NUM.
           02 VALOR-ENTRADA                  PIC 9(02)     VALUE ZEROS.
           02 MASC-ENTRADA                   PIC Z9        VALUE ZEROS.
       01 MENSAGENS.
           02 MENS01                         PIC X(30)     VALUE SPACES.

      * serie completa (FIB-MODO "L"): listagem no FIBSER
       01 VARIAVEIS-SERIE.
           02 SERIE-TERMO                    PIC 9(03)     VALUE ZEROS.
           02 SERIE-QTDE-TERMOS              PIC 9(03)     VALUE ZEROS.
           02 SERIE-ANTERIOR                 PIC 9(21)     VALUE ZEROS.
           02 SERIE-SOMA                     PIC 9(22)     VALUE ZEROS.
           02 SERIE-RAZAO                    PIC 9(06)V9(06)
                                                           VALUE ZEROS.

       01 SERIE-SAIDA.
           02 SERIE-TIPO-SAIDA               PIC X(01)     VALUE SPACE.
           02 SERIE-LINHA-SAIDA              PIC X(80)     VALUE SPACES.

       01 SERIE-LINHA-REQUISICAO.
           02 FILLER                         PIC X(25)     VALUE
              "SERIE DE FIBONACCI - REQ ".
           02 SLR-DEPTO                      PIC X(04).
           02 FILLER                         PIC X(01)     VALUE "-".
           02 SLR-NUMERO                     PIC X(06).
           02 FILLER                         PIC X(04)     VALUE "  N=".
           02 SLR-ENTRADA                    PIC Z9.
           02 FILLER                         PIC X(04)     VALUE "  A=".
           02 SLR-SEMENTE-A                  PIC Z(05)9.
           02 FILLER                         PIC X(04)     VALUE "  B=".
           02 SLR-SEMENTE-B                  PIC Z(05)9.
           02 FILLER                         PIC X(07)     VALUE
              "  DATA ".
           02 SLR-DATA                       PIC 9(08).

       01 SERIE-LINHA-CABECALHO.
           02 FILLER                         PIC X(05)     VALUE
              "TERMO".
           02 FILLER                         PIC X(19)     VALUE SPACES.
           02 FILLER                         PIC X(05)     VALUE
              "VALOR".
           02 FILLER                         PIC X(11)     VALUE SPACES.
           02 FILLER                         PIC X(14)     VALUE
              "SOMA ACUMULADA".
           02 FILLER                         PIC X(11)     VALUE SPACES.
           02 FILLER                         PIC X(05)     VALUE
              "RAZAO".

       01 SERIE-LINHA-TERMO.
           02 FILLER                         PIC X(03)     VALUE SPACES.
           02 SLT-TERMO                      PIC Z9.
           02 FILLER                         PIC X(03)     VALUE SPACES.
           02 SLT-VALOR                      PIC Z(20)9.
           02 FILLER                         PIC X(03)     VALUE SPACES.
           02 SLT-SOMA                       PIC Z(21)9.
           02 FILLER                         PIC X(03)     VALUE SPACES.
           02 SLT-RAZAO                      PIC ZZZZZ9,999999.
           02 SLT-RAZAO-X REDEFINES SLT-RAZAO
                                             PIC X(13).

       01 SERIE-LINHA-TRANSBORDO.
           02 FILLER                         PIC X(20)     VALUE
              "TRANSBORDO NO TERMO ".
           02 SLO-TERMO                      PIC Z9.
           02 FILLER                         PIC X(48)     VALUE
              " - VALOR ACIMA DE 21 DIGITOS, SERIE INTERROMPIDA".

       01 SERIE-LINHA-TOTAL.
           02 FILLER                         PIC X(16)     VALUE
              "TOTAL DA SERIE: ".
           02 SLS-TERMOS                     PIC ZZ9.
           02 FILLER                         PIC X(07)     VALUE
              " TERMOS".
           02 FILLER                         PIC X(06)     VALUE SPACES.
           02 SLS-SOMA                       PIC Z(21)9.


       01 DATA-DO-SISTEMA.
           02 ANO                            PIC 9(04)     VALUE ZEROS.
      *================================================================*

            ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
            MOVE    DATA-DO-SISTEMA      TO DATA-PROCESSAMENTO.
            ACCEPT  WS-HORA-SISTEMA FROM TIME.
            MOVE    DATA-DO-SISTEMA      TO RUN-ID-EXECUCAO(1:8).
            MOVE    WS-HORA-SISTEMA      TO RUN-ID-EXECUCAO(9:8).
            PERFORM MOSTRA-TELA
            PERFORM ENTRA-DADOS
            PERFORM MOSTRA-RESULTADO
            PERFORM GRAVA-HIST-TELA
            PERFORM CONTINUAR
            EXIT.

            EXIT.


      *----------------------------------------------------------------*
      * historico FIBHIST: um registro por sequencia calculada, via
      * GRAVACOM (gravador unico), para o rateio e o faturamento
      *----------------------------------------------------------------*

       GRAVA-HIST-TELA.
            IF         NOT OVERFLOW-DETECTADO
            MOVE       SPACES               TO   FHIS-LOTE-REG
            MOVE       DATA-DO-SISTEMA      TO   FHIS-DATA
            MOVE       ZEROS                TO   FHIS-REQUISICAO
            MOVE       "TELA"               TO   FHIS-DEPTO
            MOVE       VALOR-ENTRADA        TO   FHIS-ENTRADA
            MOVE       SEMENTE-A-ORIG       TO   FHIS-SEMENTE-A
            MOVE       SEMENTE-B-ORIG       TO   FHIS-SEMENTE-B
            EVALUATE   VALOR-ENTRADA
            WHEN 0
            MOVE       SEMENTE-A-ORIG       TO   FHIS-RESULTADO
            WHEN 1
            MOVE       SEMENTE-B-ORIG       TO   FHIS-RESULTADO
            WHEN OTHER
            MOVE       VALORC               TO   FHIS-RESULTADO
            END-EVALUATE
            SET        FHIS-DA-TELA         TO   TRUE
            PERFORM    CHAMA-GRAVACOM-HIST
            END-IF
            EXIT.

       GRAVA-HIST-LOTE.
            MOVE       SPACES           TO   FHIS-LOTE-REG.
            MOVE       DATA-PROCESSAMENTO TO FHIS-DATA.
            IF         FIB-REQUISICAO IS NUMERIC
                MOVE   FIB-REQUISICAO   TO   FHIS-REQUISICAO
            ELSE
                MOVE   ZEROS            TO   FHIS-REQUISICAO
            END-IF.
            MOVE       FIB-DEPTO        TO   FHIS-DEPTO.
            MOVE       VALOR-ENTRADA    TO   FHIS-ENTRADA.
            MOVE       ZEROS            TO   FHIS-SEMENTE-A.
            MOVE       1                TO   FHIS-SEMENTE-B.
            IF         FIB-COM-SEMENTE
                IF     FIB-SEMENTE-A IS NUMERIC
                    MOVE FIB-SEMENTE-A  TO   FHIS-SEMENTE-A
                END-IF
                IF     FIB-SEMENTE-B IS NUMERIC
                    MOVE FIB-SEMENTE-B  TO   FHIS-SEMENTE-B
                END-IF
            END-IF.
            MOVE       VALORC           TO   FHIS-RESULTADO.
            SET        FHIS-DO-LOTE     TO   TRUE.
            PERFORM    CHAMA-GRAVACOM-HIST.
            IF         GRAVA-STATUS NOT = "00"
                SET    ERRO-ARQUIVO TO TRUE
            END-IF.
            EXIT.

       CHAMA-GRAVACOM-HIST.
            MOVE       OPERADOR-CORRENTE    TO   FHIS-OPERADOR
            SET        GRAVA-NO-HIST-FIB    TO   TRUE
            MOVE       FHIS-LOTE-REG        TO   GRAVA-REGISTRO
            CALL       "GRAVACOM"           USING GRAVA-COM-PARM
            EXIT.


      *----------------------------------------------------------------*
      * rotinas do modo batch (lote de requisicoes com checkpoint)
      *----------------------------------------------------------------*
            OPEN       INPUT   FIB-IN-FILE.
            IF         WS-FIB-IN-STATUS = "00"
                SET    MODO-BATCH TO TRUE
                PERFORM LE-DATA-PROCESSAMENTO
            ELSE
                SET    MODO-BATCH TO FALSE
            END-IF.
            EXIT.

       LE-DATA-PROCESSAMENTO.
      * no lote a data de negocio e a aberta pelo FECHVER no DATAPROC,
      * nao a do relogio
            CALL       "LEDATPRO"           USING LE-DATA-PROC-PARM.
            MOVE       LDP-DATA-PROC        TO   DATA-PROCESSAMENTO.
            IF         LDP-STATUS NOT = "00"
                DISPLAY "FIBONACCI: DATAPROC INDISPONIVEL - STATUS "
                        LDP-STATUS " - USANDO A DATA DO DIA"
            END-IF.
            EXIT.

       PROCESSA-LOTE.
            PERFORM    LE-CHECKPOINT.
            IF         CKPT-CONCLUIDOS > ZEROS
            ELSE
                OPEN   OUTPUT  FIB-OUT-FILE
            END-IF.
            PERFORM    ABRE-SERIE.
            PERFORM    ABRE-SUSPENSAO.
            PERFORM    ABRE-MASTER.
            MOVE       ZEROS   TO   WS-LIDOS.
      * retomada: restaura os contadores da parte ja concluida, para
      * o RUNCTL final cobrir a noite inteira
                MOVE   CKPT-LIDOS       TO   QTDE-LIDOS
                MOVE   CKPT-LIDOS       TO   LIDOS-RETOMADA
                MOVE   CKPT-GRAVADOS    TO   QTDE-GRAVADOS
                MOVE   CKPT-REJEITADOS  TO   QTDE-REJEITADOS
                MOVE   CKPT-CANCELADOS  TO   QTDE-CANCELADOS
            ELSE
                MOVE   ZEROS   TO   CONTADORES-LOTE
            END-IF.
            PERFORM    PROCESSA-REQUISICAO UNTIL FIM-LOTE.
            PERFORM    LIMPA-CHECKPOINT.
            CLOSE      FIB-IN-FILE FIB-OUT-FILE SUS-FILE.
            CLOSE      FIB-SER-FILE.
            CLOSE      FIB-MASTER-FILE.
            PERFORM    GRAVA-RUN-CONTROLE.
            PERFORM    DEFINE-RETORNO.
            PERFORM    GRAVA-TEMPO-EXECUCAO.
            EXIT.

       ABRE-MASTER.
       PROCESSA-REQUISICAO.
            MOVE       FIB-ENTRADA          TO   VALOR-ENTRADA.
            SET        OVERFLOW-DETECTADO    TO   FALSE.
            PERFORM    CONFERE-CANCELAMENTO.
            PERFORM    CONFERE-DEPARTAMENTO.
            IF         MOTIVO-REJEICAO = SPACES
                AND    NOT LER-REQ-CANCELADA
                PERFORM CALCULA-REQUISICAO
            END-IF.
            MOVE       VALOR-ENTRADA        TO   FIB-ENTRADA-OUT.
            ADD        1   TO   QTDE-LIDOS.
            EVALUATE   TRUE
            WHEN       LER-REQ-CANCELADA
                ADD    1   TO   QTDE-CANCELADOS
            WHEN       MOTIVO-REJEICAO NOT = SPACES
                PERFORM REJEITA-DEPARTAMENTO
            WHEN       OVERFLOW-DETECTADO
                PERFORM REJEITA-OVERFLOW
            WHEN OTHER
                MOVE    VALORC                TO   FIB-RESULTADO
                MOVE    FIB-DEPTO             TO   FIB-DEPTO-OUT
                IF      FIB-REQUISICAO IS NUMERIC
                ELSE
                    ADD 1   TO   QTDE-GRAVADOS
                END-IF
                PERFORM GRAVA-HIST-LOTE
                MOVE    "L"                   TO   CONTINUA
                PERFORM GRAVA-AUDITORIA
                PERFORM REGISTRA-PROCESSADA
            END-EVALUATE.
            ADD        1   TO   WS-LIDOS.
            PERFORM    GRAVA-CHECKPOINT.
            PERFORM    LE-REQUISICAO.
            EXIT.

       CONFERE-CANCELAMENTO.
            MOVE       FIB-DEPTO   TO   LER-DEPTO.
            IF         FIB-REQUISICAO IS NUMERIC
                MOVE   FIB-REQUISICAO   TO   LER-NUMERO
            ELSE
                MOVE   ZEROS            TO   LER-NUMERO
            END-IF.
            CALL       "LEREQ"     USING LE-REQ-PARM.
            EXIT.

       CONFERE-DEPARTAMENTO.
            MOVE       SPACES      TO   MOTIVO-REJEICAO.
            MOVE       FIB-DEPTO   TO   LED-DEPTO.
            CALL       "LEDEPTO"   USING LE-DEPTO-PARM.
            IF         NOT LED-DEPTO-VALIDO
                MOVE   "DP"        TO   MOTIVO-REJEICAO
            END-IF.
            EXIT.

       CALCULA-REQUISICAO.
            IF         FIB-LISTA-SERIE
      * serie completa: todos os termos sao calculados e listados no
      * FIBSER; o FIBMAST (so o termo N) nao ajuda e nao e tocado
                PERFORM CALCULA-SERIE
            ELSE
            IF         FIB-COM-SEMENTE
      * semente personalizada: calcula direto, sem consultar nem
      * gravar o FIBMAST - o mestre guarda so a sequencia classica
                PERFORM CALCULA-VALOR-SEMENTE
            ELSE
                MOVE   VALOR-ENTRADA         TO   FIBM-CHAVE
                READ   FIB-MASTER-FILE
                    INVALID KEY
                        PERFORM CALCULA-E-GRAVA-MASTER
                    NOT INVALID KEY
                        MOVE    FIBM-VALOR        TO   VALORC
                END-READ
            END-IF
            END-IF.
            EXIT.

       CALCULA-VALOR-SEMENTE.
            MOVE       ZEROS   TO   VALORA VALORC.
            MOVE       1       TO   VALORB.
            END-EVALUATE.
            EXIT.

      *----------------------------------------------------------------*
      * serie completa (FIB-MODO "L"): do termo 0 (semente A) ao
      * termo N, um termo por linha no FIBSER com a soma acumulada e a
      * razao sobre o termo anterior, e o total da serie no fim. O
      * transbordo para a serie no termo que nao coube: os termos
      * anteriores ficam listados, a linha "O" aponta onde parou e a
      * requisicao e rejeitada (TR) como no termo unico. No fim VALORC
      * tem o termo N, que vai para o FIBOUT e para o FIBHIST.
      *----------------------------------------------------------------*

       CALCULA-SERIE.
            MOVE       ZEROS   TO   VALORA VALORC SERIE-SOMA
                                    SERIE-ANTERIOR SERIE-QTDE-TERMOS.
            MOVE       1       TO   VALORB.
            IF         FIB-COM-SEMENTE
                IF     FIB-SEMENTE-A IS NUMERIC
                    MOVE FIB-SEMENTE-A  TO   VALORA
                END-IF
                IF     FIB-SEMENTE-B IS NUMERIC
                    MOVE FIB-SEMENTE-B  TO   VALORB
                END-IF
            END-IF.
            PERFORM    GRAVA-SERIE-CABECALHO.
            MOVE       ZEROS   TO   SERIE-TERMO.
            MOVE       VALORA  TO   VALORC.
            PERFORM    GRAVA-SERIE-TERMO.
            IF         VALOR-ENTRADA > ZEROS
                MOVE   1       TO   SERIE-TERMO
                MOVE   VALORB  TO   VALORC
                PERFORM GRAVA-SERIE-TERMO
            END-IF.
            MOVE       2       TO   CONTADOR.
            PERFORM    CALCULA-SERIE-TERMO
                UNTIL  CONTADOR > VALOR-ENTRADA
                OR     OVERFLOW-DETECTADO.
            IF         OVERFLOW-DETECTADO
                MOVE   SERIE-TERMO              TO   SLO-TERMO
                MOVE   SERIE-LINHA-TRANSBORDO   TO   SERIE-LINHA-SAIDA
                MOVE   "O"                      TO   SERIE-TIPO-SAIDA
                PERFORM GRAVA-SERIE-LINHA
            END-IF.
            MOVE       SERIE-QTDE-TERMOS    TO   SLS-TERMOS.
            MOVE       SERIE-SOMA           TO   SLS-SOMA.
            MOVE       SERIE-LINHA-TOTAL    TO   SERIE-LINHA-SAIDA.
            MOVE       "S"                  TO   SERIE-TIPO-SAIDA.
            PERFORM    GRAVA-SERIE-LINHA.
            EXIT.

       CALCULA-SERIE-TERMO.
            MOVE       CONTADOR   TO   SERIE-TERMO.
            PERFORM    CALCULA-LOTE-VALOR.
            IF         NOT OVERFLOW-DETECTADO
                PERFORM GRAVA-SERIE-TERMO
            END-IF.
            EXIT.

       GRAVA-SERIE-CABECALHO.
            MOVE       FIB-DEPTO            TO   SLR-DEPTO.
            MOVE       FIB-REQUISICAO       TO   SLR-NUMERO.
            MOVE       VALOR-ENTRADA        TO   SLR-ENTRADA.
            MOVE       VALORA               TO   SLR-SEMENTE-A.
            MOVE       VALORB               TO   SLR-SEMENTE-B.
            MOVE       DATA-PROCESSAMENTO   TO   SLR-DATA.
            MOVE       SERIE-LINHA-REQUISICAO   TO   SERIE-LINHA-SAIDA.
            MOVE       "R"                  TO   SERIE-TIPO-SAIDA.
            PERFORM    GRAVA-SERIE-LINHA.
            MOVE       SERIE-LINHA-CABECALHO    TO   SERIE-LINHA-SAIDA.
            MOVE       "C"                  TO   SERIE-TIPO-SAIDA.
            PERFORM    GRAVA-SERIE-LINHA.
            EXIT.

      * termo em VALORC; a razao sai com um traco no termo 0 e depois
      * de um termo zerado
       GRAVA-SERIE-TERMO.
            ADD        1                    TO   SERIE-QTDE-TERMOS.
            ADD        VALORC               TO   SERIE-SOMA.
            MOVE       SERIE-TERMO          TO   SLT-TERMO.
            MOVE       VALORC               TO   SLT-VALOR.
            MOVE       SERIE-SOMA           TO   SLT-SOMA.
            IF         SERIE-TERMO = ZEROS
                OR     SERIE-ANTERIOR = ZEROS
                MOVE   "            -"      TO   SLT-RAZAO-X
            ELSE
                COMPUTE SERIE-RAZAO ROUNDED = VALORC / SERIE-ANTERIOR
                    ON SIZE ERROR
                        MOVE "      *******" TO  SLT-RAZAO-X
                    NOT ON SIZE ERROR
                        MOVE SERIE-RAZAO     TO  SLT-RAZAO
                END-COMPUTE
            END-IF.
            MOVE       VALORC               TO   SERIE-ANTERIOR.
            MOVE       SERIE-LINHA-TERMO    TO   SERIE-LINHA-SAIDA.
            MOVE       "T"                  TO   SERIE-TIPO-SAIDA.
            PERFORM    GRAVA-SERIE-LINHA.
            EXIT.

       GRAVA-SERIE-LINHA.
            MOVE       SPACES               TO   FIB-SERIE-REG.
            MOVE       FIB-DEPTO            TO   SER-DEPTO.
            MOVE       SERIE-TIPO-SAIDA     TO   SER-TIPO.
            MOVE       SERIE-LINHA-SAIDA    TO   SER-LINHA.
            WRITE      FIB-SERIE-REG.
            IF         WS-FIB-SER-STATUS NOT = "00"
                SET    ERRO-ARQUIVO TO TRUE
            END-IF.
            EXIT.

      * reescrito por completo a cada rodada, como o FIBOUT; na
      * retomada continua no fim da listagem da parte concluida
       ABRE-SERIE.
            IF         CKPT-CONCLUIDOS > ZEROS
                OPEN   EXTEND  FIB-SER-FILE
                IF     WS-FIB-SER-STATUS NOT = "00"
                    OPEN   OUTPUT  FIB-SER-FILE
                END-IF
            ELSE
                OPEN   OUTPUT  FIB-SER-FILE
            END-IF.
            EXIT.

       REJEITA-DEPARTAMENTO.
            ADD        1   TO   QTDE-REJEITADOS.
            MOVE       "R"         TO   CONTINUA.
            PERFORM    GRAVA-AUDITORIA.
            PERFORM    GRAVA-SUSPENSAO.
            PERFORM    REGISTRA-SUSPENSA.
            EXIT.

       REJEITA-OVERFLOW.
            ADD        1   TO   QTDE-REJEITADOS.
            MOVE       "TR"        TO   MOTIVO-REJEICAO.
            PERFORM    GRAVA-AUDITORIA-TRANSBORDO.
            PERFORM    GRAVA-SUSPENSAO.
            PERFORM    REGISTRA-SUSPENSA.
            MOVE       "PR"        TO   ATU-SITUACAO.
            MOVE       "FIBIN"     TO   ATU-FILA.
            MOVE       SPACES      TO   ATU-MOTIVO.
            MOVE       OPERADOR-CORRENTE TO   ATU-OPERADOR.
            CALL       "ATUREQ"    USING ATU-REQ-PARM.
            IF         ATU-STATUS NOT = "00"
                SET    ERRO-ARQUIVO TO TRUE
            END-IF.
            MOVE       "SU"        TO   ATU-SITUACAO.
            MOVE       "FIBIN"     TO   ATU-FILA.
            MOVE       MOTIVO-REJEICAO  TO   ATU-MOTIVO.
            MOVE       OPERADOR-CORRENTE TO   ATU-OPERADOR.
            CALL       "ATUREQ"    USING ATU-REQ-PARM.
            IF         ATU-STATUS NOT = "00"
                SET    ERRO-ARQUIVO TO TRUE

       GRAVA-SUSPENSAO.
            MOVE       SPACES           TO   SUS-FIB-REG.
            MOVE       DATA-PROCESSAMENTO TO SUS-FIB-DATA.
            MOVE       MOTIVO-REJEICAO  TO   SUS-FIB-MOTIVO.
            MOVE       FIB-LOTE-REG     TO   SUS-FIB-REGISTRO.
            WRITE      SUS-FIB-REG.
            IF         WS-SUS-STATUS NOT = "00"
                OPEN   EXTEND RUN-FILE
            END-IF.
            ACCEPT     WS-HORA-SISTEMA      FROM TIME.
            MOVE       DATA-PROCESSAMENTO   TO   RUN-DATA.
            MOVE       WS-HORA-SISTEMA(1:6) TO   RUN-HORA.
            MOVE       "FIBONACCI"          TO   RUN-PROGRAMA.
            MOVE       QTDE-LIDOS           TO   RUN-LIDOS.
            MOVE       QTDE-GRAVADOS        TO   RUN-GRAVADOS.
            MOVE       QTDE-REJEITADOS      TO   RUN-REJEITADOS.
            MOVE       QTDE-CANCELADOS      TO   RUN-CANCELADOS.
            WRITE      RUN-LINHA            FROM RUN-CTL-REG.
            IF         WS-RUN-STATUS NOT = "00"
                SET    ERRO-ARQUIVO TO TRUE
            END-EVALUATE.
            EXIT.

      * tempo do step no TEMPEXEC (janela do CIRCFIB); o inicio e o
      * do run-id e os registros sao so os lidos nesta rodada
       GRAVA-TEMPO-EXECUCAO.
            MOVE       "FIBONACC"           TO   GTM-PROGRAMA.
            MOVE       DATA-PROCESSAMENTO   TO   GTM-DATA-PROC.
            MOVE       RUN-ID-EXECUCAO(1:8) TO   GTM-DATA-INICIO.
            MOVE       RUN-ID-EXECUCAO(9:8) TO   GTM-HORA-INICIO.
            SUBTRACT   LIDOS-RETOMADA FROM QTDE-LIDOS
                                      GIVING GTM-REGISTROS.
            MOVE       RETURN-CODE          TO   GTM-RETORNO.
            CALL       "GRAVATEM"           USING GRAVA-TEMPO-PARM.
            MOVE       GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       CALCULA-E-GRAVA-MASTER.
            PERFORM    CALCULA-VALOR-LOTE.
            IF         NOT OVERFLOW-DETECTADO
            IF         CKPT-REJEITADOS NOT NUMERIC
                MOVE   ZEROS   TO   CKPT-REJEITADOS
            END-IF.
            IF         CKPT-CANCELADOS NOT NUMERIC
                MOVE   ZEROS   TO   CKPT-CANCELADOS
            END-IF.
            EXIT.

       GRAVA-CHECKPOINT.
            MOVE       QTDE-LIDOS      TO   CKPT-LIDOS.
            MOVE       QTDE-GRAVADOS   TO   CKPT-GRAVADOS.
            MOVE       QTDE-REJEITADOS TO   CKPT-REJEITADOS.
            MOVE       QTDE-CANCELADOS TO   CKPT-CANCELADOS.
            WRITE      FIB-CKPT-REG.
            CLOSE      FIB-CKPT-FILE.
            EXIT.

       end program FIBONACCI.
