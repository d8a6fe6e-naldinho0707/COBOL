       program-id. DIAUTIL as "DIAUTIL".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * DIAUTIL - Verificacao de dia util pelo calendario CALEND.
      *
      *           Recebe uma data em DUT-DATA (copybook DIAUTIL) e diz
      *           se e dia util de processamento: sabado e domingo nao
      *           sao, a nao ser que o CALEND os marque "U" (dia util
      *           extraordinario); dia de semana e, a nao ser que o
      *           CALEND o marque "F" (feriado) ou "N" (sem
      *           expediente). Devolve tambem o primeiro dia util
      *           DEPOIS da data, avancando dia a dia pelo mesmo
      *           criterio (no maximo um ano a frente), para o FECHVER
      *           anunciar para onde o trabalho de uma noite nao util
      *           fica e o MNTPARM levar a vigencia programada para
      *           dia util. O dia da semana sai da mesma contagem de
      *           dias corridos do EXPALT e do RELREQ. Sem o CALEND
      *           (status "35", antes do primeiro registro pelo
      *           MNTCAL) valem so sabado e domingo.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select CAL-FILE assign to "CALEND"
                  organization is indexed
                  access mode  is random
                  record key   is CAL-DATA
                  file status  is WS-CAL-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  CAL-FILE.
           copy CALEND.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-CALENDARIO      PIC X(01)     VALUE "N".
              88 CALENDARIO-ABERTO             VALUE "S" FALSE "N".
           02 SW-DIA-UTIL        PIC X(01)     VALUE "N".
              88 DIA-E-UTIL                    VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-CAL-STATUS      PIC X(02)     VALUE SPACES.

       01 DESCRICAO-DIA          PIC X(30)     VALUE SPACES.

       77 QTDE-DIAS-AVANCADOS    PIC 9(03)     VALUE ZEROS.

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
           02 RESTO-SEMANA       PIC 9(01)     VALUE ZEROS.
           02 RESTO-ANO          PIC 9(03)     VALUE ZEROS.
           02 DIAS-NO-MES        PIC 9(02)     VALUE ZEROS.

      * dias de cada mes (fevereiro acertado no ano bissexto)
       01 TABELA-MESES.
           02 FILLER             PIC X(24)
                                  VALUE "312831303130313130313031".
       01 TABELA-MESES-R REDEFINES TABELA-MESES.
           02 DIAS-MES           PIC 9(02)     OCCURS 12 TIMES.

       linkage section.

           copy DIAUTIL.

      *================================================================*
       procedure division using DIA-UTIL-PARM.
      *================================================================*

       VERIFICA-DIA.
            MOVE     SPACES   TO   DUT-DESCRICAO.
            MOVE     ZEROS    TO   DUT-PROXIMO-UTIL.
            SET      DUT-DIA-UTIL   TO   FALSE.
            MOVE     DUT-DATA       TO   DATA-CONV.
            PERFORM  VALIDA-DATA.
            IF       DUT-DESCRICAO NOT = SPACES
                 MOVE "00"   TO   DUT-STATUS
                 GOBACK
            END-IF.
            SET      CALENDARIO-ABERTO   TO   FALSE.
            OPEN     INPUT    CAL-FILE.
            IF       WS-CAL-STATUS = "00"
                 SET  CALENDARIO-ABERTO   TO   TRUE
            END-IF.
            MOVE     WS-CAL-STATUS   TO   DUT-STATUS.
            PERFORM  AVALIA-DIA.
            IF       DIA-E-UTIL
                 SET  DUT-DIA-UTIL   TO   TRUE
            END-IF.
            MOVE     DESCRICAO-DIA   TO   DUT-DESCRICAO.
            MOVE     ZEROS           TO   QTDE-DIAS-AVANCADOS.
            PERFORM  PROCURA-PROXIMO.
            PERFORM  PROCURA-PROXIMO
                     UNTIL DIA-E-UTIL
                     OR    QTDE-DIAS-AVANCADOS > 366.
            IF       DIA-E-UTIL
                 MOVE DATA-CONV   TO   DUT-PROXIMO-UTIL
            END-IF.
            IF       CALENDARIO-ABERTO
                 CLOSE CAL-FILE
            END-IF.
            GOBACK.


       VALIDA-DATA.
            IF       DATA-CONV NOT NUMERIC
                 OR  CONV-MES < 1 OR CONV-MES > 12
                 OR  CONV-DIA < 1
                 MOVE "DATA INVALIDA"   TO   DUT-DESCRICAO
            ELSE
                 PERFORM DEFINE-DIAS-NO-MES
                 IF   CONV-DIA > DIAS-NO-MES
                      MOVE "DATA INVALIDA"   TO   DUT-DESCRICAO
                 END-IF
            END-IF.
            EXIT.


       AVALIA-DIA.
            PERFORM  CALCULA-DIAS.
      * a contagem de dias corridos cai num resto 4 no sabado e 5 no
      * domingo
            DIVIDE   DIAS-CONV   BY 7   GIVING AUX-QUOCIENTE
                                        REMAINDER RESTO-SEMANA.
            EVALUATE RESTO-SEMANA
            WHEN     4
                 SET  DIA-E-UTIL   TO   FALSE
                 MOVE "SABADO"     TO   DESCRICAO-DIA
            WHEN     5
                 SET  DIA-E-UTIL   TO   FALSE
                 MOVE "DOMINGO"    TO   DESCRICAO-DIA
            WHEN OTHER
                 SET  DIA-E-UTIL   TO   TRUE
                 MOVE SPACES       TO   DESCRICAO-DIA
            END-EVALUATE.
            IF       CALENDARIO-ABERTO
                 MOVE DATA-CONV   TO   CAL-DATA
                 READ CAL-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          PERFORM APLICA-CALENDARIO
                 END-READ
            END-IF.
            EXIT.


       APLICA-CALENDARIO.
            EVALUATE TRUE
            WHEN     CAL-UTIL-EXTRA
                 SET  DIA-E-UTIL   TO   TRUE
                 MOVE CAL-DESCRICAO   TO   DESCRICAO-DIA
            WHEN     CAL-FERIADO
                 OR  CAL-SEM-EXPEDIENTE
                 SET  DIA-E-UTIL   TO   FALSE
                 MOVE CAL-DESCRICAO   TO   DESCRICAO-DIA
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.
            EXIT.


       PROCURA-PROXIMO.
            PERFORM  AVANCA-DIA.
            ADD      1   TO   QTDE-DIAS-AVANCADOS.
            PERFORM  AVALIA-DIA.
            EXIT.


       AVANCA-DIA.
            PERFORM  DEFINE-DIAS-NO-MES.
            ADD      1   TO   CONV-DIA.
            IF       CONV-DIA > DIAS-NO-MES
                 MOVE 1   TO   CONV-DIA
                 ADD  1   TO   CONV-MES
                 IF   CONV-MES > 12
                      MOVE 1   TO   CONV-MES
                      ADD  1   TO   CONV-ANO
                 END-IF
            END-IF.
            EXIT.


       DEFINE-DIAS-NO-MES.
            MOVE     DIAS-MES (CONV-MES)   TO   DIAS-NO-MES.
            IF       CONV-MES = 2
                 DIVIDE CONV-ANO BY 4   GIVING AUX-QUOCIENTE
                                        REMAINDER RESTO-ANO
                 IF   RESTO-ANO = ZEROS
                      MOVE 29   TO   DIAS-NO-MES
                      DIVIDE CONV-ANO BY 100 GIVING AUX-QUOCIENTE
                                             REMAINDER RESTO-ANO
                      IF   RESTO-ANO = ZEROS
                           MOVE 28   TO   DIAS-NO-MES
                           DIVIDE CONV-ANO BY 400 GIVING AUX-QUOCIENTE
                                                  REMAINDER RESTO-ANO
                           IF   RESTO-ANO = ZEROS
                                MOVE 29   TO   DIAS-NO-MES
                           END-IF
                      END-IF
                 END-IF
            END-IF.
            EXIT.


      *----------------------------------------------------------------*
      * DATA-CONV (AAAAMMDD) -> DIAS-CONV, dias corridos desde uma
      * origem fixa. Janeiro e fevereiro contam como meses 10 e 11 do
      * ano anterior.
      *----------------------------------------------------------------*

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

       end program DIAUTIL.
