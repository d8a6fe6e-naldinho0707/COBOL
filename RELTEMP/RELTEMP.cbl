       program-id. RELTEMP as "RELTEMP".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * RELTEMP - Relatorio da janela noturna do CIRCFIB: tempo por
      *           step, tendencia e projecao do fim do lote.
      *
      *           Le o TEMPEXEC (um registro por step e por rodada,
      *           gravado pelo GRAVATEM) e fica com as ultimas 30
      *           datas de processamento. Rerodadas do mesmo step na
      *           mesma noite sao somadas (coluna RD = rodadas; o RC
      *           e o da ultima rodada). Tres partes:
      *            - DETALHE POR NOITE: cada step com inicio, fim,
      *              duracao, registros e registros por minuto; a
      *              linha LOTE traz o primeiro inicio, o ultimo fim
      *              e o tempo decorrido da noite, conferidos com a
      *              janela: o fim da janela e a hora JANFIM (SYSPARM,
      *              HHMM; padrao 0600) seguinte ao inicio do lote;
      *            - TENDENCIA POR STEP: noites, menor, maior, media
      *              das noites anteriores e a ultima noite, com a
      *              variacao percentual sobre a media; acima de
      *              TEMPPCT (SYSPARM, 3 digitos; padrao 020) sai
      *              CRESCEU;
      *            - PROJECAO: a proxima noite comecando no horario da
      *              ultima, cada step com o tempo da ultima noite
      *              mais o seu crescimento medio por noite, e as
      *              esperas entre steps da ultima noite; o fim
      *              projetado e conferido com a janela.
      *           Um lote que passa da meia-noite soma o dia virado
      *           (nenhuma noite chega perto de 24 horas).
      *
      *           Retorno: 0 normal; 4 com step CRESCEU, janela
      *           estourada na ultima noite ou estouro projetado; 8
      *           quando o TEMPEXEC nao pode ser aberto.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select TMP-FILE   assign to "TEMPEXEC"
                  organization is line sequential
                  file status  is WS-TMP-STATUS.

           select REL-FILE   assign to "TEMPREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  TMP-FILE.
           copy TEMPEXEC.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-TEMPO       PIC X(01)     VALUE "N".
              88 FIM-TEMPO                     VALUE "S" FALSE "N".
           02 SW-TABELA-CHEIA    PIC X(01)     VALUE "N".
              88 TABELA-CHEIA                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-TMP-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

      * fim da janela (JANFIM) e percentual de alerta (TEMPPCT)
       01 JANELA-FIM.
           02 JAN-HORA           PIC 9(02)     VALUE 06.
           02 JAN-MINUTO         PIC 9(02)     VALUE ZEROS.

       01 LIMITE-CRESCIMENTO     PIC 9(03)     VALUE 20.

       01 QTDE-ALERTAS           PIC 9(03)     VALUE ZEROS.

       77 QTDE-NOITES            PIC 9(03)     COMP VALUE ZEROS.
       77 QTDE-PASSOS            PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-NOITE              PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-PASSO              PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-DESTINO            PIC 9(03)     COMP VALUE ZEROS.
       77 SUB-POSICAO            PIC 9(03)     COMP VALUE ZEROS.

      * datas de processamento mantidas em ordem crescente, no maximo
      * as 30 mais recentes; entradas livres ficam com 99999999 para o
      * SEARCH parar na posicao de insercao
       01 TABELA-DATAS.
           02 TAB-DATA-NOITE     PIC 9(08)     OCCURS 30 TIMES
                                 INDEXED BY IX-DATA VALUE 99999999.

      * steps na ordem em que aparecem no TEMPEXEC (a ordem do stream)
       01 TABELA-PASSOS.
           02 TAB-PROGRAMA       PIC X(08)     OCCURS 20 TIMES
                                 INDEXED BY IX-PASSO VALUE SPACES.

      * tempos por noite (mesma posicao da TABELA-DATAS) e por step;
      * inicio e fim no formato AAAAMMDDHHMMSS
       01 TABELA-NOITES.
           02 NOI-ENTRADA        OCCURS 30 TIMES.
               03 NOI-INICIO     PIC 9(14).
               03 NOI-FIM        PIC 9(14).
               03 NOI-PASSO      OCCURS 20 TIMES.
                   04 NP-INICIO    PIC 9(14).
                   04 NP-FIM       PIC 9(14).
                   04 NP-DURACAO   PIC 9(07).
                   04 NP-REGISTROS PIC 9(08).
                   04 NP-RODADAS   PIC 9(02).
                   04 NP-RETORNO   PIC 9(02).

       01 CHAVE-TEMPO.
           02 CT-DATA            PIC 9(08).
           02 CT-HORA            PIC 9(02).
           02 CT-MINUTO          PIC 9(02).
           02 CT-SEGUNDO         PIC 9(02).
       01 CHAVE-TEMPO-N REDEFINES CHAVE-TEMPO
                                 PIC 9(14).

       01 MOMENTO-INICIO         PIC 9(14)     VALUE ZEROS.
       01 MOMENTO-FIM            PIC 9(14)     VALUE ZEROS.

      * apuracao da janela de uma noite (APURA-JANELA)
       01 CALCULO-JANELA.
           02 DATA-INICIO-NOITE  PIC 9(08)     VALUE ZEROS.
           02 SEG-INICIO         PIC 9(06)     VALUE ZEROS.
           02 SEG-FIM            PIC 9(06)     VALUE ZEROS.
           02 MIN-INICIO         PIC 9(05)     VALUE ZEROS.
           02 MIN-FIM            PIC 9(05)     VALUE ZEROS.
           02 MIN-JANELA         PIC 9(05)     VALUE ZEROS.
           02 SEG-DECORRIDOS     PIC S9(07)    VALUE ZEROS.
           02 FOLGA-MINUTOS      PIC S9(05)    VALUE ZEROS.

      * tendencia de um step e projecao da proxima noite
       01 CALCULO-TENDENCIA.
           02 PAS-NOITES         PIC 9(03)     VALUE ZEROS.
           02 PAS-MENOR          PIC 9(07)     VALUE ZEROS.
           02 PAS-MAIOR          PIC 9(07)     VALUE ZEROS.
           02 PAS-PRIMEIRA       PIC 9(07)     VALUE ZEROS.
           02 PAS-ULTIMA         PIC 9(07)     VALUE ZEROS.
           02 NOITES-ANTERIORES  PIC 9(03)     VALUE ZEROS.
           02 SOMA-ANTERIORES    PIC 9(09)     VALUE ZEROS.
           02 MEDIA-ANTERIORES   PIC 9(07)     VALUE ZEROS.
           02 VARIACAO           PIC S9(07)    VALUE ZEROS.
           02 INCREMENTO         PIC S9(07)    VALUE ZEROS.
           02 DURACAO-PROJETADA  PIC S9(07)    VALUE ZEROS.
           02 SEG-PROJETADOS     PIC 9(07)     VALUE ZEROS.
           02 SEG-ULTIMA-NOITE   PIC 9(07)     VALUE ZEROS.
           02 SEG-ESPERAS        PIC S9(07)    VALUE ZEROS.
           02 SEG-FIM-PROJETADO  PIC 9(07)     VALUE ZEROS.
           02 MIN-FIM-PROJETADO  PIC 9(05)     VALUE ZEROS.

       01 TOTAIS-NOITE.
           02 TOT-REGISTROS      PIC 9(09)     VALUE ZEROS.

       01 CALCULO-EDICAO.
           02 SEG-EDICAO         PIC 9(07)     VALUE ZEROS.
           02 MIN-EDICAO         PIC 9(05)     VALUE ZEROS.
           02 AUX-QUOCIENTE      PIC 9(07)     VALUE ZEROS.
           02 AUX-RESTO          PIC 9(05)     VALUE ZEROS.
           02 REGISTROS-TAXA     PIC 9(09)     VALUE ZEROS.
           02 SEG-TAXA           PIC 9(07)     VALUE ZEROS.
           02 TAXA-MINUTO        PIC 9(07)     VALUE ZEROS.

       01 DURACAO-ED.
           02 DUR-HORAS          PIC 9(02).
           02 FILLER             PIC X(01)      VALUE ":".
           02 DUR-MINUTOS        PIC 9(02).
           02 FILLER             PIC X(01)      VALUE ":".
           02 DUR-SEGUNDOS       PIC 9(02).

       01 MOMENTO-ED.
           02 MOM-DATA           PIC 9(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 MOM-HORA           PIC 9(02).
           02 FILLER             PIC X(01)      VALUE ":".
           02 MOM-MINUTO         PIC 9(02).
           02 FILLER             PIC X(01)      VALUE ":".
           02 MOM-SEGUNDO        PIC 9(02).

       01 HORA-MINUTO-ED.
           02 HM-HORA            PIC 9(02).
           02 FILLER             PIC X(01)      VALUE ":".
           02 HM-MINUTO          PIC 9(02).

       01 REL-TITULO             PIC X(60)
              VALUE "RELATORIO DA JANELA NOTURNA - CIRCFIB".

       01 REL-EMISSAO.
           02 FILLER             PIC X(11)      VALUE "EMITIDO EM ".
           02 EMI-DATA           PIC 9(08).
           02 FILLER             PIC X(14)      VALUE "   JANELA ATE ".
           02 EMI-JANELA         PIC X(05).
           02 FILLER             PIC X(19)
              VALUE "   ALERTA ACIMA DE ".
           02 EMI-PERCENTUAL     PIC ZZ9.
           02 FILLER             PIC X(10)      VALUE "% DA MEDIA".

       01 REL-SEM-TEMPOS         PIC X(60)
              VALUE "NENHUM TEMPO REGISTRADO NO TEMPEXEC".

       01 REL-CAB-NOITE.
           02 FILLER             PIC X(23)
              VALUE "NOITE DE PROCESSAMENTO ".
           02 CAB-DATA-NOITE     PIC 9(08).

       01 REL-CAB-DETALHE.
           02 FILLER             PIC X(10)      VALUE "PROGRAMA".
           02 FILLER             PIC X(18)      VALUE "INICIO".
           02 FILLER             PIC X(18)      VALUE "FIM".
           02 FILLER             PIC X(09)      VALUE "DURACAO".
           02 FILLER             PIC X(10)      VALUE "REGISTROS".
           02 FILLER             PIC X(08)      VALUE "REG/MIN".
           02 FILLER             PIC X(03)      VALUE "RD".
           02 FILLER             PIC X(02)      VALUE "RC".

       01 REL-DETALHE.
           02 DET-PROGRAMA       PIC X(08).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 DET-INICIO         PIC X(17).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 DET-FIM            PIC X(17).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 DET-DURACAO        PIC X(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 DET-REGISTROS      PIC ZZZZZZZZ9.
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 DET-TAXA           PIC ZZZZZZ9.
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 DET-RODADAS        PIC ZZ.
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 DET-RETORNO        PIC X(02).

       01 REL-JANELA-NOITE.
           02 FILLER             PIC X(21)
              VALUE "          JANELA ATE ".
           02 JNO-JANELA         PIC X(05).
           02 FILLER             PIC X(09)      VALUE "   FOLGA ".
           02 JNO-FOLGA          PIC ++++9.
           02 FILLER             PIC X(07)      VALUE " MIN   ".
           02 JNO-SITUACAO       PIC X(17).

       01 REL-CAB-TENDENCIA1.
           02 FILLER             PIC X(29)
              VALUE "TENDENCIA POR STEP - ULTIMAS ".
           02 TEN-QTDE-NOITES    PIC ZZ9.
           02 FILLER             PIC X(07)      VALUE " NOITES".

       01 REL-CAB-TENDENCIA2.
           02 FILLER             PIC X(10)      VALUE "PROGRAMA".
           02 FILLER             PIC X(07)      VALUE "NOITES".
           02 FILLER             PIC X(09)      VALUE "MENOR".
           02 FILLER             PIC X(09)      VALUE "MED.ANT.".
           02 FILLER             PIC X(09)      VALUE "MAIOR".
           02 FILLER             PIC X(09)      VALUE "ULTIMA".
           02 FILLER             PIC X(07)      VALUE "VAR%".
           02 FILLER             PIC X(06)      VALUE "ALERTA".

       01 REL-TENDENCIA.
           02 TEN-PROGRAMA       PIC X(08).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 TEN-NOITES         PIC ZZ9.
           02 FILLER             PIC X(04)      VALUE SPACES.
           02 TEN-MENOR          PIC X(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 TEN-MEDIA          PIC X(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 TEN-MAIOR          PIC X(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 TEN-ULTIMA         PIC X(08).
           02 FILLER             PIC X(01)      VALUE SPACES.
           02 TEN-VARIACAO       PIC ++++9.
           02 TEN-VARIACAO-X REDEFINES TEN-VARIACAO
                                 PIC X(05).
           02 FILLER             PIC X(02)      VALUE SPACES.
           02 TEN-ALERTA         PIC X(10).

       01 REL-CAB-PROJECAO1.
           02 FILLER             PIC X(28)
              VALUE "PROJECAO DA PROXIMA NOITE - ".
           02 FILLER             PIC X(34)
              VALUE "INICIO NO HORARIO DA ULTIMA NOITE,".

       01 REL-CAB-PROJECAO2.
           02 FILLER             PIC X(38)
              VALUE "CADA STEP COM O TEMPO DA ULTIMA NOITE ".
           02 FILLER             PIC X(36)
              VALUE "MAIS O SEU CRESCIMENTO MEDIO/NOITE".

       01 REL-PROJECAO1.
           02 FILLER             PIC X(13)
              VALUE "      INICIO ".
           02 PRO-INICIO         PIC X(08).
           02 FILLER             PIC X(17)
              VALUE "   PROCESSAMENTO ".
           02 PRO-PROCESSAMENTO  PIC X(08).
           02 FILLER             PIC X(11)      VALUE "   ESPERAS ".
           02 PRO-ESPERAS        PIC X(08).

       01 REL-PROJECAO2.
           02 FILLER             PIC X(20)
              VALUE "      FIM PROJETADO ".
           02 PRO-FIM            PIC X(05).
           02 FILLER             PIC X(13)      VALUE "  JANELA ATE ".
           02 PRO-JANELA         PIC X(05).
           02 FILLER             PIC X(08)      VALUE "  FOLGA ".
           02 PRO-FOLGA          PIC ++++9.
           02 FILLER             PIC X(06)      VALUE " MIN  ".
           02 PRO-SITUACAO       PIC X(17).

           copy LESPARM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE YYYYMMDD.
            PERFORM  LE-PARAMETROS.
            OPEN     INPUT    TMP-FILE.
            IF       WS-TMP-STATUS NOT = "00"
                 DISPLAY "RELTEMP: TEMPEXEC NAO PODE SER ABERTO - "
                         "STATUS " WS-TMP-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  LE-TEMPO.
            PERFORM  SELECIONA-NOITE  UNTIL  FIM-TEMPO.
            CLOSE    TMP-FILE.
            MOVE     ZEROS    TO   TABELA-NOITES.
            SET      FIM-TEMPO   TO   FALSE.
            OPEN     INPUT    TMP-FILE.
            PERFORM  LE-TEMPO.
            PERFORM  ACUMULA-TEMPO    UNTIL  FIM-TEMPO.
            CLOSE    TMP-FILE.
            OPEN     OUTPUT   REL-FILE.
            PERFORM  IMPRIME-CABECALHO.
            IF       QTDE-NOITES = ZEROS
                 WRITE REL-LINHA   FROM   REL-SEM-TEMPOS
            ELSE
                 PERFORM IMPRIME-NOITE
                         VARYING SUB-NOITE FROM 1 BY 1
                         UNTIL   SUB-NOITE > QTDE-NOITES
                 PERFORM IMPRIME-TENDENCIA
                 PERFORM IMPRIME-PROJECAO
            END-IF.
            CLOSE    REL-FILE.
            IF       QTDE-ALERTAS > ZEROS
                 MOVE 4   TO   RETURN-CODE
            ELSE
                 MOVE 0   TO   RETURN-CODE
            END-IF.
            STOP RUN.


       LE-PARAMETROS.
            MOVE     "JANFIM"     TO   LEP-CHAVE.
            MOVE     ZEROS        TO   LEP-DATA-REF.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                AND  LEP-VALOR (1:4) IS NUMERIC
                AND  LEP-VALOR (1:2) NOT > "23"
                AND  LEP-VALOR (3:2) NOT > "59"
                MOVE LEP-VALOR (1:4)   TO   JANELA-FIM
            END-IF.
            MOVE     "TEMPPCT"    TO   LEP-CHAVE.
            MOVE     ZEROS        TO   LEP-DATA-REF.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                AND  LEP-VALOR (1:3) IS NUMERIC
                AND  LEP-VALOR (1:3) NOT = "000"
                MOVE LEP-VALOR (1:3)   TO   LIMITE-CRESCIMENTO
            END-IF.
            EXIT.


       LE-TEMPO.
            READ     TMP-FILE
                AT END
                     SET FIM-TEMPO TO TRUE
            END-READ.
            EXIT.


      *----------------------------------------------------------------*
      * primeira leitura: as 30 datas de processamento mais recentes
      *----------------------------------------------------------------*

       SELECIONA-NOITE.
            IF       TMP-DATA-PROC IS NUMERIC
                AND  TMP-DATA-PROC NOT = ZEROS
                 PERFORM INCLUI-NOITE
            END-IF.
            PERFORM  LE-TEMPO.
            EXIT.


       INCLUI-NOITE.
            SET      IX-DATA   TO   1.
            SEARCH   TAB-DATA-NOITE
                AT END
                     MOVE 31   TO   SUB-POSICAO
                WHEN TAB-DATA-NOITE (IX-DATA) NOT < TMP-DATA-PROC
                     SET  SUB-POSICAO   TO   IX-DATA
            END-SEARCH.
            IF       SUB-POSICAO NOT > QTDE-NOITES
                AND  TAB-DATA-NOITE (SUB-POSICAO) = TMP-DATA-PROC
                 CONTINUE
            ELSE
                 IF   QTDE-NOITES < 30
                      PERFORM ABRE-POSICAO
                              VARYING SUB-DESTINO FROM QTDE-NOITES
                                      BY -1
                              UNTIL   SUB-DESTINO < SUB-POSICAO
                      MOVE TMP-DATA-PROC
                                TO   TAB-DATA-NOITE (SUB-POSICAO)
                      ADD  1    TO   QTDE-NOITES
                 ELSE
      * tabela cheia: sai a data mais antiga; uma data anterior a
      * todas as mantidas fica de fora
                      IF   SUB-POSICAO > 1
                           PERFORM DESCARTA-MAIS-ANTIGA
                                   VARYING SUB-DESTINO FROM 1 BY 1
                                   UNTIL   SUB-DESTINO > SUB-POSICAO - 2
                           MOVE TMP-DATA-PROC
                                TO   TAB-DATA-NOITE (SUB-POSICAO - 1)
                      END-IF
                 END-IF
            END-IF.
            EXIT.


       ABRE-POSICAO.
            MOVE     TAB-DATA-NOITE (SUB-DESTINO)
                                TO   TAB-DATA-NOITE (SUB-DESTINO + 1).
            EXIT.


       DESCARTA-MAIS-ANTIGA.
            MOVE     TAB-DATA-NOITE (SUB-DESTINO + 1)
                                TO   TAB-DATA-NOITE (SUB-DESTINO).
            EXIT.


      *----------------------------------------------------------------*
      * segunda leitura: tempos das noites selecionadas por step
      *----------------------------------------------------------------*

       ACUMULA-TEMPO.
            IF       TMP-DATA-PROC   IS NUMERIC
                AND  TMP-DATA-INICIO IS NUMERIC
                AND  TMP-HORA-INICIO IS NUMERIC
                AND  TMP-DATA-FIM    IS NUMERIC
                AND  TMP-HORA-FIM    IS NUMERIC
                AND  TMP-DURACAO     IS NUMERIC
                AND  TMP-REGISTROS   IS NUMERIC
                 SET    IX-DATA   TO   1
                 SEARCH TAB-DATA-NOITE
                     AT END
                          CONTINUE
                     WHEN TAB-DATA-NOITE (IX-DATA) = TMP-DATA-PROC
                          SET     SUB-NOITE   TO   IX-DATA
                          PERFORM REGISTRA-PASSO
                 END-SEARCH
            END-IF.
            PERFORM  LE-TEMPO.
            EXIT.


      * programa fora da tabela cheia (SUB-PASSO zerado) ja foi
      * avisado no LOCALIZA-PROGRAMA e nao acumula
       REGISTRA-PASSO.
            PERFORM  LOCALIZA-PROGRAMA.
            IF       SUB-PASSO NOT = ZEROS
                 PERFORM ACUMULA-PASSO
            END-IF.
            EXIT.


       ACUMULA-PASSO.
            MOVE     TMP-DATA-INICIO   TO   CT-DATA.
            MOVE     TMP-HORA-INICIO   TO   CHAVE-TEMPO (9:6).
            MOVE     CHAVE-TEMPO-N     TO   MOMENTO-INICIO.
            MOVE     TMP-DATA-FIM      TO   CT-DATA.
            MOVE     TMP-HORA-FIM      TO   CHAVE-TEMPO (9:6).
            MOVE     CHAVE-TEMPO-N     TO   MOMENTO-FIM.
            IF       NP-RODADAS (SUB-NOITE SUB-PASSO) = ZEROS
                OR   MOMENTO-INICIO < NP-INICIO (SUB-NOITE SUB-PASSO)
                 MOVE MOMENTO-INICIO
                                TO   NP-INICIO (SUB-NOITE SUB-PASSO)
            END-IF.
            IF       MOMENTO-FIM NOT < NP-FIM (SUB-NOITE SUB-PASSO)
                 MOVE MOMENTO-FIM
                                TO   NP-FIM (SUB-NOITE SUB-PASSO)
                 MOVE TMP-RETORNO
                                TO   NP-RETORNO (SUB-NOITE SUB-PASSO)
            END-IF.
            ADD      TMP-DURACAO
                                TO   NP-DURACAO (SUB-NOITE SUB-PASSO).
            ADD      TMP-REGISTROS
                                TO   NP-REGISTROS (SUB-NOITE SUB-PASSO).
            ADD      1          TO   NP-RODADAS (SUB-NOITE SUB-PASSO).
            IF       NOI-INICIO (SUB-NOITE) = ZEROS
                OR   MOMENTO-INICIO < NOI-INICIO (SUB-NOITE)
                 MOVE MOMENTO-INICIO   TO   NOI-INICIO (SUB-NOITE)
            END-IF.
            IF       MOMENTO-FIM > NOI-FIM (SUB-NOITE)
                 MOVE MOMENTO-FIM      TO   NOI-FIM (SUB-NOITE)
            END-IF.
            EXIT.


       LOCALIZA-PROGRAMA.
            MOVE     ZEROS     TO   SUB-PASSO.
            SET      IX-PASSO  TO   1.
            SEARCH   TAB-PROGRAMA
                AT END
                     PERFORM AVISA-TABELA-CHEIA
                WHEN TAB-PROGRAMA (IX-PASSO) = TMP-PROGRAMA
                     SET  SUB-PASSO   TO   IX-PASSO
                WHEN TAB-PROGRAMA (IX-PASSO) = SPACES
                     MOVE TMP-PROGRAMA   TO   TAB-PROGRAMA (IX-PASSO)
                     ADD  1              TO   QTDE-PASSOS
                     SET  SUB-PASSO   TO   IX-PASSO
            END-SEARCH.
            EXIT.


       AVISA-TABELA-CHEIA.
            IF       NOT TABELA-CHEIA
                 SET      TABELA-CHEIA   TO   TRUE
                 DISPLAY  "RELTEMP: TABELA CHEIA (20 PROGRAMAS) - "
                          "PROGRAMA " TMP-PROGRAMA " FORA DO RELATORIO"
            END-IF.
            EXIT.


       IMPRIME-CABECALHO.
            WRITE    REL-LINHA   FROM   REL-TITULO.
            MOVE     DATA-DO-SISTEMA     TO   EMI-DATA.
            MOVE     JAN-HORA            TO   HM-HORA.
            MOVE     JAN-MINUTO          TO   HM-MINUTO.
            MOVE     HORA-MINUTO-ED      TO   EMI-JANELA.
            MOVE     LIMITE-CRESCIMENTO  TO   EMI-PERCENTUAL.
            WRITE    REL-LINHA   FROM   REL-EMISSAO.
            EXIT.


      *----------------------------------------------------------------*
      * detalhe de uma noite e conferencia com a janela
      *----------------------------------------------------------------*

       IMPRIME-NOITE.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            MOVE     TAB-DATA-NOITE (SUB-NOITE)   TO   CAB-DATA-NOITE.
            WRITE    REL-LINHA   FROM   REL-CAB-NOITE.
            WRITE    REL-LINHA   FROM   REL-CAB-DETALHE.
            MOVE     ZEROS       TO     TOT-REGISTROS.
            PERFORM  IMPRIME-PASSO
                     VARYING SUB-PASSO FROM 1 BY 1
                     UNTIL   SUB-PASSO > QTDE-PASSOS.
            MOVE     NOI-INICIO (SUB-NOITE)   TO   MOMENTO-INICIO.
            MOVE     NOI-FIM (SUB-NOITE)      TO   MOMENTO-FIM.
            PERFORM  APURA-JANELA.
            MOVE     "LOTE"            TO   DET-PROGRAMA.
            MOVE     MOMENTO-INICIO    TO   CHAVE-TEMPO-N.
            PERFORM  EDITA-MOMENTO.
            MOVE     MOMENTO-ED        TO   DET-INICIO.
            MOVE     MOMENTO-FIM       TO   CHAVE-TEMPO-N.
            PERFORM  EDITA-MOMENTO.
            MOVE     MOMENTO-ED        TO   DET-FIM.
            MOVE     SEG-DECORRIDOS    TO   SEG-EDICAO.
            PERFORM  EDITA-DURACAO.
            MOVE     DURACAO-ED        TO   DET-DURACAO.
            MOVE     TOT-REGISTROS     TO   DET-REGISTROS
                                            REGISTROS-TAXA.
            MOVE     SEG-DECORRIDOS    TO   SEG-TAXA.
            PERFORM  CALCULA-TAXA.
            MOVE     TAXA-MINUTO       TO   DET-TAXA.
            MOVE     ZEROS             TO   DET-RODADAS.
            MOVE     SPACES            TO   DET-RETORNO.
            WRITE    REL-LINHA   FROM   REL-DETALHE.
            MOVE     MIN-JANELA        TO   MIN-EDICAO.
            PERFORM  EDITA-HORA-MINUTO.
            MOVE     HORA-MINUTO-ED    TO   JNO-JANELA.
            MOVE     FOLGA-MINUTOS     TO   JNO-FOLGA.
            IF       FOLGA-MINUTOS < ZEROS
                 MOVE "JANELA ESTOURADA"   TO   JNO-SITUACAO
                 IF   SUB-NOITE = QTDE-NOITES
                      ADD 1   TO   QTDE-ALERTAS
                 END-IF
            ELSE
                 MOVE "DENTRO DA JANELA"   TO   JNO-SITUACAO
            END-IF.
            WRITE    REL-LINHA   FROM   REL-JANELA-NOITE.
            EXIT.


       IMPRIME-PASSO.
            IF       NP-RODADAS (SUB-NOITE SUB-PASSO) > ZEROS
                 MOVE    TAB-PROGRAMA (SUB-PASSO)  TO   DET-PROGRAMA
                 MOVE    NP-INICIO (SUB-NOITE SUB-PASSO)
                                              TO   CHAVE-TEMPO-N
                 PERFORM EDITA-MOMENTO
                 MOVE    MOMENTO-ED           TO   DET-INICIO
                 MOVE    NP-FIM (SUB-NOITE SUB-PASSO)
                                              TO   CHAVE-TEMPO-N
                 PERFORM EDITA-MOMENTO
                 MOVE    MOMENTO-ED           TO   DET-FIM
                 MOVE    NP-DURACAO (SUB-NOITE SUB-PASSO)
                                              TO   SEG-EDICAO
                 PERFORM EDITA-DURACAO
                 MOVE    DURACAO-ED           TO   DET-DURACAO
                 MOVE    NP-REGISTROS (SUB-NOITE SUB-PASSO)
                                              TO   DET-REGISTROS
                 ADD     NP-REGISTROS (SUB-NOITE SUB-PASSO)
                                              TO   TOT-REGISTROS
                 MOVE    NP-REGISTROS (SUB-NOITE SUB-PASSO)
                                              TO   REGISTROS-TAXA
                 MOVE    NP-DURACAO (SUB-NOITE SUB-PASSO)
                                              TO   SEG-TAXA
                 PERFORM CALCULA-TAXA
                 MOVE    TAXA-MINUTO          TO   DET-TAXA
                 MOVE    NP-RODADAS (SUB-NOITE SUB-PASSO)
                                              TO   DET-RODADAS
                 MOVE    NP-RETORNO (SUB-NOITE SUB-PASSO)
                                              TO   DET-RETORNO
                 WRITE   REL-LINHA   FROM   REL-DETALHE
            END-IF.
            EXIT.


      * registros por minuto; um step de menos de um segundo fica com
      * a taxa zerada
       CALCULA-TAXA.
            IF       SEG-TAXA = ZEROS
                 MOVE ZEROS   TO   TAXA-MINUTO
            ELSE
                 COMPUTE TAXA-MINUTO ROUNDED
                       = REGISTROS-TAXA * 60 / SEG-TAXA
                     ON SIZE ERROR
                          MOVE 9999999   TO   TAXA-MINUTO
                 END-COMPUTE
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * janela de uma noite: MOMENTO-INICIO e MOMENTO-FIM -> tempo
      * decorrido, fim da janela (a hora JANFIM seguinte ao inicio, em
      * minutos contados da meia-noite do dia do inicio) e folga
      *----------------------------------------------------------------*

       APURA-JANELA.
            MOVE     MOMENTO-INICIO   TO   CHAVE-TEMPO-N.
            MOVE     CT-DATA          TO   DATA-INICIO-NOITE.
            COMPUTE  SEG-INICIO = CT-HORA * 3600 + CT-MINUTO * 60
                                + CT-SEGUNDO.
            COMPUTE  MIN-INICIO = CT-HORA * 60 + CT-MINUTO.
            MOVE     MOMENTO-FIM      TO   CHAVE-TEMPO-N.
            COMPUTE  SEG-FIM    = CT-HORA * 3600 + CT-MINUTO * 60
                                + CT-SEGUNDO.
            COMPUTE  MIN-FIM    = CT-HORA * 60 + CT-MINUTO.
            COMPUTE  SEG-DECORRIDOS = SEG-FIM - SEG-INICIO.
            IF       CT-DATA > DATA-INICIO-NOITE
                 ADD  86400   TO   SEG-DECORRIDOS
                 ADD  1440    TO   MIN-FIM
            END-IF.
            IF       SEG-DECORRIDOS < ZEROS
                 MOVE ZEROS   TO   SEG-DECORRIDOS
            END-IF.
            COMPUTE  MIN-JANELA = JAN-HORA * 60 + JAN-MINUTO.
            IF       MIN-JANELA NOT > MIN-INICIO
                 ADD  1440    TO   MIN-JANELA
            END-IF.
            COMPUTE  FOLGA-MINUTOS = MIN-JANELA - MIN-FIM.
            EXIT.


      *----------------------------------------------------------------*
      * tendencia por step sobre as noites mantidas
      *----------------------------------------------------------------*

       IMPRIME-TENDENCIA.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            MOVE     QTDE-NOITES TO     TEN-QTDE-NOITES.
            WRITE    REL-LINHA   FROM   REL-CAB-TENDENCIA1.
            WRITE    REL-LINHA   FROM   REL-CAB-TENDENCIA2.
            MOVE     ZEROS       TO     SEG-PROJETADOS SEG-ULTIMA-NOITE.
            PERFORM  APURA-PASSO
                     VARYING SUB-PASSO FROM 1 BY 1
                     UNTIL   SUB-PASSO > QTDE-PASSOS.
            EXIT.


       APURA-PASSO.
            MOVE     ZEROS       TO     PAS-NOITES PAS-MAIOR
                                        PAS-PRIMEIRA PAS-ULTIMA
                                        NOITES-ANTERIORES
                                        SOMA-ANTERIORES
                                        MEDIA-ANTERIORES.
            MOVE     9999999     TO     PAS-MENOR.
            PERFORM  SOMA-NOITE-PASSO
                     VARYING SUB-NOITE FROM 1 BY 1
                     UNTIL   SUB-NOITE > QTDE-NOITES.
            IF       NOITES-ANTERIORES > ZEROS
                 DIVIDE SOMA-ANTERIORES BY NOITES-ANTERIORES
                        GIVING MEDIA-ANTERIORES ROUNDED
            END-IF.
            MOVE     TAB-PROGRAMA (SUB-PASSO)   TO   TEN-PROGRAMA.
            MOVE     PAS-NOITES                 TO   TEN-NOITES.
            MOVE     PAS-MENOR         TO   SEG-EDICAO.
            PERFORM  EDITA-DURACAO.
            MOVE     DURACAO-ED        TO   TEN-MENOR.
            MOVE     PAS-MAIOR         TO   SEG-EDICAO.
            PERFORM  EDITA-DURACAO.
            MOVE     DURACAO-ED        TO   TEN-MAIOR.
            MOVE     SPACES            TO   TEN-MEDIA TEN-ULTIMA
                                            TEN-VARIACAO-X TEN-ALERTA.
            IF       NOITES-ANTERIORES > ZEROS
                 MOVE    MEDIA-ANTERIORES   TO   SEG-EDICAO
                 PERFORM EDITA-DURACAO
                 MOVE    DURACAO-ED         TO   TEN-MEDIA
            END-IF.
            IF       NP-RODADAS (QTDE-NOITES SUB-PASSO) = ZEROS
                 MOVE "NAO RODOU"   TO   TEN-ALERTA
            ELSE
                 MOVE    PAS-ULTIMA         TO   SEG-EDICAO
                 PERFORM EDITA-DURACAO
                 MOVE    DURACAO-ED         TO   TEN-ULTIMA
                 PERFORM CONFERE-CRESCIMENTO
                 PERFORM PROJETA-PASSO
            END-IF.
            WRITE    REL-LINHA   FROM   REL-TENDENCIA.
            EXIT.


       SOMA-NOITE-PASSO.
            IF       NP-RODADAS (SUB-NOITE SUB-PASSO) > ZEROS
                 ADD  1   TO   PAS-NOITES
                 IF   NP-DURACAO (SUB-NOITE SUB-PASSO) < PAS-MENOR
                      MOVE NP-DURACAO (SUB-NOITE SUB-PASSO)
                                     TO   PAS-MENOR
                 END-IF
                 IF   NP-DURACAO (SUB-NOITE SUB-PASSO) > PAS-MAIOR
                      MOVE NP-DURACAO (SUB-NOITE SUB-PASSO)
                                     TO   PAS-MAIOR
                 END-IF
                 IF   PAS-NOITES = 1
                      MOVE NP-DURACAO (SUB-NOITE SUB-PASSO)
                                     TO   PAS-PRIMEIRA
                 END-IF
                 MOVE NP-DURACAO (SUB-NOITE SUB-PASSO)
                                     TO   PAS-ULTIMA
                 IF   SUB-NOITE < QTDE-NOITES
                      ADD 1   TO   NOITES-ANTERIORES
                      ADD NP-DURACAO (SUB-NOITE SUB-PASSO)
                                     TO   SOMA-ANTERIORES
                 END-IF
            END-IF.
            EXIT.


      * a ultima noite contra a media das anteriores; sem noite
      * anterior (ou com media zerada) nao ha variacao a apontar
       CONFERE-CRESCIMENTO.
            IF       NOITES-ANTERIORES = ZEROS
                 MOVE "1A NOITE"    TO   TEN-ALERTA
            ELSE
                 IF   MEDIA-ANTERIORES > ZEROS
                      COMPUTE VARIACAO ROUNDED
                            = ( PAS-ULTIMA - MEDIA-ANTERIORES ) * 100
                              / MEDIA-ANTERIORES
                      IF   VARIACAO > 9999
                           MOVE 9999   TO   VARIACAO
                      END-IF
                      MOVE VARIACAO   TO   TEN-VARIACAO
                      IF   VARIACAO > LIMITE-CRESCIMENTO
                           MOVE "CRESCEU"   TO   TEN-ALERTA
                           ADD  1           TO   QTDE-ALERTAS
                      END-IF
                 END-IF
            END-IF.
            EXIT.


      * tempo projetado do step: o da ultima noite mais o crescimento
      * medio por noite entre a primeira e a ultima noite mantidas
       PROJETA-PASSO.
            MOVE     ZEROS   TO   INCREMENTO.
            IF       PAS-NOITES > 1
                 COMPUTE INCREMENTO ROUNDED
                       = ( PAS-ULTIMA - PAS-PRIMEIRA )
                         / ( PAS-NOITES - 1 )
            END-IF.
            COMPUTE  DURACAO-PROJETADA = PAS-ULTIMA + INCREMENTO.
            IF       DURACAO-PROJETADA < ZEROS
                 MOVE ZEROS   TO   DURACAO-PROJETADA
            END-IF.
            ADD      DURACAO-PROJETADA   TO   SEG-PROJETADOS.
            ADD      PAS-ULTIMA          TO   SEG-ULTIMA-NOITE.
            EXIT.


      *----------------------------------------------------------------*
      * projecao da proxima noite contra a janela
      *----------------------------------------------------------------*

       IMPRIME-PROJECAO.
            MOVE     NOI-INICIO (QTDE-NOITES)   TO   MOMENTO-INICIO.
            MOVE     NOI-FIM (QTDE-NOITES)      TO   MOMENTO-FIM.
            PERFORM  APURA-JANELA.
      * esperas: o que a ultima noite gastou entre um step e outro
            COMPUTE  SEG-ESPERAS = SEG-DECORRIDOS - SEG-ULTIMA-NOITE.
            IF       SEG-ESPERAS < ZEROS
                 MOVE ZEROS   TO   SEG-ESPERAS
            END-IF.
            COMPUTE  SEG-FIM-PROJETADO = SEG-INICIO + SEG-PROJETADOS
                                       + SEG-ESPERAS.
            DIVIDE   SEG-FIM-PROJETADO BY 60
                     GIVING MIN-FIM-PROJETADO.
            COMPUTE  FOLGA-MINUTOS = MIN-JANELA - MIN-FIM-PROJETADO.
            MOVE     SPACES      TO     REL-LINHA.
            WRITE    REL-LINHA.
            WRITE    REL-LINHA   FROM   REL-CAB-PROJECAO1.
            WRITE    REL-LINHA   FROM   REL-CAB-PROJECAO2.
            MOVE     SEG-INICIO          TO   SEG-EDICAO.
            PERFORM  EDITA-DURACAO.
            MOVE     DURACAO-ED          TO   PRO-INICIO.
            MOVE     SEG-PROJETADOS      TO   SEG-EDICAO.
            PERFORM  EDITA-DURACAO.
            MOVE     DURACAO-ED          TO   PRO-PROCESSAMENTO.
            MOVE     SEG-ESPERAS         TO   SEG-EDICAO.
            PERFORM  EDITA-DURACAO.
            MOVE     DURACAO-ED          TO   PRO-ESPERAS.
            WRITE    REL-LINHA   FROM   REL-PROJECAO1.
            MOVE     MIN-FIM-PROJETADO   TO   MIN-EDICAO.
            PERFORM  EDITA-HORA-MINUTO.
            MOVE     HORA-MINUTO-ED      TO   PRO-FIM.
            MOVE     MIN-JANELA          TO   MIN-EDICAO.
            PERFORM  EDITA-HORA-MINUTO.
            MOVE     HORA-MINUTO-ED      TO   PRO-JANELA.
            MOVE     FOLGA-MINUTOS       TO   PRO-FOLGA.
            IF       FOLGA-MINUTOS < ZEROS
                 MOVE "ESTOURO PROJETADO"   TO   PRO-SITUACAO
                 ADD  1                     TO   QTDE-ALERTAS
            ELSE
                 MOVE "DENTRO DA JANELA"    TO   PRO-SITUACAO
            END-IF.
            WRITE    REL-LINHA   FROM   REL-PROJECAO2.
            EXIT.


      *----------------------------------------------------------------*
      * edicoes: segundos em HH:MM:SS, AAAAMMDDHHMMSS em data e hora,
      * minutos desde a meia-noite em HH:MM (o dia virado e descontado)
      *----------------------------------------------------------------*

       EDITA-DURACAO.
            DIVIDE   SEG-EDICAO   BY 3600   GIVING AUX-QUOCIENTE
                                            REMAINDER AUX-RESTO.
            IF       AUX-QUOCIENTE > 99
                 MOVE 99   TO   AUX-QUOCIENTE
            END-IF.
            MOVE     AUX-QUOCIENTE   TO   DUR-HORAS.
            DIVIDE   AUX-RESTO    BY 60     GIVING DUR-MINUTOS
                                            REMAINDER DUR-SEGUNDOS.
            EXIT.


       EDITA-MOMENTO.
            MOVE     CT-DATA      TO   MOM-DATA.
            MOVE     CT-HORA      TO   MOM-HORA.
            MOVE     CT-MINUTO    TO   MOM-MINUTO.
            MOVE     CT-SEGUNDO   TO   MOM-SEGUNDO.
            EXIT.


       EDITA-HORA-MINUTO.
            DIVIDE   MIN-EDICAO   BY 1440   GIVING AUX-QUOCIENTE
                                            REMAINDER AUX-RESTO.
            DIVIDE   AUX-RESTO    BY 60     GIVING HM-HORA
                                            REMAINDER HM-MINUTO.
            EXIT.

       end program RELTEMP.
