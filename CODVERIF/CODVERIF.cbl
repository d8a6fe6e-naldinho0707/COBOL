       program-id. CODVERIF as "CODVERIF".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * CODVERIF - Codigo de verificacao dos registros do CIRCHIST.
      *
      *            Os departamentos anexam as nossas areas e volumes
      *            em documentos de engenharia e contratos, e a
      *            auditoria perguntou como provar que um valor
      *            impresso saiu deste sistema e nao foi editado
      *            depois. Cada registro do CIRCHIST recebe, na
      *            gravacao (GRAVACOM) e no reprocessamento
      *            (RESTHIST), um codigo de 12 digitos calculado por
      *            este subprograma a partir de todos os campos do
      *            registro - chave (data, requisicao, sequencia),
      *            departamento, raio, area, forma, altura, volume e
      *            operador - no molde do CIFRASEN: cada caractere e
      *            trocado pela sua posicao numa tabela fixa e
      *            misturado em dois acumuladores, cada um reduzido
      *            pelo resto da divisao por um primo diferente, com
      *            rodadas de mistura no final. Qualquer mudanca num
      *            campo muda o codigo; o CERTCALC imprime o codigo no
      *            certificado da requisicao e o VERCERT confere o
      *            codigo informado contra o registro. Mudar a
      *            tabela, os multiplicadores, os primos ou os campos
      *            que entram no calculo invalida todos os
      *            certificados emitidos.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 ALFABETO.
           02 FILLER             PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           02 FILLER             PIC X(26)
              VALUE "abcdefghijklmnopqrstuvwxyz".
           02 FILLER             PIC X(10)     VALUE "0123456789".
           02 FILLER             PIC X(20)
              VALUE " .,;:-_/*+=()!?@#$%&".
       01 TAB-ALFABETO REDEFINES ALFABETO.
           02 ALFA-CARACTER      PIC X(01)
                                 OCCURS 82 TIMES INDEXED BY IX-ALFA.

      * os 64 primeiros bytes do registro (layout CIRCHIST): chave,
      * departamento, raio, area, forma, altura, volume e operador -
      * tudo menos a marca de reprocessamento e o proprio codigo
       01 TEXTO-CODIGO           PIC X(64).
       01 TAB-TEXTO REDEFINES TEXTO-CODIGO.
           02 TXT-CARACTER       PIC X(01)     OCCURS 64 TIMES.

       01 CALCULO-CODIGO.
           02 POS-TEXTO          PIC 9(02)     COMP VALUE ZEROS.
           02 RODADA             PIC 9(02)     COMP VALUE ZEROS.
           02 VALOR-CARACTER     PIC 9(03)     VALUE ZEROS.
           02 ACUM-A             PIC 9(06)     VALUE ZEROS.
           02 ACUM-B             PIC 9(06)     VALUE ZEROS.
           02 AUX-PRODUTO        PIC 9(13)     VALUE ZEROS.
           02 AUX-QUOCIENTE      PIC 9(13)     VALUE ZEROS.

       01 RESULTADO-CODIGO.
           02 RES-A              PIC 9(06).
           02 RES-B              PIC 9(06).
       01 RESULTADO-PARTES REDEFINES RESULTADO-CODIGO.
           02 RES-PARTE-1        PIC X(04).
           02 RES-PARTE-2        PIC X(04).
           02 RES-PARTE-3        PIC X(04).

       linkage section.

           copy CODVERIF.

      *================================================================*
       procedure division using CODIGO-VERIF-PARM.
      *================================================================*

       CALCULA-CODIGO.
            MOVE     CVF-REGISTRO (1:64)   TO   TEXTO-CODIGO.
            MOVE     7723            TO   ACUM-A.
            MOVE     40499           TO   ACUM-B.
            PERFORM  MISTURA-CARACTER
                     VARYING POS-TEXTO FROM 1 BY 1
                     UNTIL   POS-TEXTO > 64.
            PERFORM  MISTURA-RODADA
                     VARYING RODADA FROM 1 BY 1
                     UNTIL   RODADA > 16.
            MOVE     ACUM-A             TO   RES-A.
            MOVE     ACUM-B             TO   RES-B.
            MOVE     RESULTADO-CODIGO   TO   CVF-CODIGO.
            MOVE     SPACES             TO   CVF-CODIGO-ED.
            STRING   RES-PARTE-1   DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                     RES-PARTE-2   DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                     RES-PARTE-3   DELIMITED BY SIZE
                INTO CVF-CODIGO-ED.
            GOBACK.


      * caractere fora da tabela vale 83 (todos iguais entre si)
       VALOR-DO-CARACTER.
            SET      IX-ALFA   TO   1.
            SEARCH   ALFA-CARACTER
                AT END
                     MOVE 83        TO   VALOR-CARACTER
                WHEN ALFA-CARACTER (IX-ALFA) = TXT-CARACTER (POS-TEXTO)
                     SET  VALOR-CARACTER   TO   IX-ALFA
            END-SEARCH.
            EXIT.


       MISTURA-CARACTER.
            PERFORM  VALOR-DO-CARACTER.
            COMPUTE  AUX-PRODUTO = ACUM-A * 131 + ACUM-B
                                 + VALOR-CARACTER * ( POS-TEXTO + 17 ).
            DIVIDE   AUX-PRODUTO BY 999983
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-A.
            COMPUTE  AUX-PRODUTO = ACUM-B * 257 + ACUM-A
                                 + VALOR-CARACTER * ( POS-TEXTO + 3 ).
            DIVIDE   AUX-PRODUTO BY 999979
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-B.
            EXIT.


       MISTURA-RODADA.
            COMPUTE  AUX-PRODUTO = ACUM-A * 7919 + ACUM-B + RODADA.
            DIVIDE   AUX-PRODUTO BY 999983
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-A.
            COMPUTE  AUX-PRODUTO = ACUM-B * 6007 + ACUM-A + RODADA.
            DIVIDE   AUX-PRODUTO BY 999979
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-B.
            EXIT.

       end program CODVERIF.
