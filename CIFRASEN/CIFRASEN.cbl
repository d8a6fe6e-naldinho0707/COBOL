       program-id. CIFRASEN as "CIFRASEN".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * CIFRASEN - Cifragem de mao unica da senha dos operadores.
      *
      *            A ultima auditoria apontou a senha gravada legivel
      *            no OPERMAST. Este subprograma recebe o codigo do
      *            operador e a senha (copybook CIFRASEN) e devolve
      *            16 digitos calculados a partir dos 16 caracteres
      *            (codigo + senha): cada caractere e trocado pela
      *            sua posicao numa tabela fixa de caracteres e
      *            misturado em dois acumuladores, cada um reduzido
      *            pelo resto da divisao por um primo diferente, com
      *            rodadas de mistura no final. Nao ha volta do
      *            resultado para a senha; o MENU, o MNTOPER e o
      *            CNVOPER chamam este programa e comparam ou gravam
      *            so o resultado. Mudar a tabela, os multiplicadores
      *            ou os primos invalida todas as senhas gravadas.
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

       01 TEXTO-CIFRA.
           02 TXT-OPERADOR       PIC X(08).
           02 TXT-SENHA          PIC X(08).
       01 TAB-TEXTO REDEFINES TEXTO-CIFRA.
           02 TXT-CARACTER       PIC X(01)     OCCURS 16 TIMES.

       01 CALCULO-CIFRA.
           02 POS-TEXTO          PIC 9(02)     COMP VALUE ZEROS.
           02 RODADA             PIC 9(02)     COMP VALUE ZEROS.
           02 VALOR-CARACTER     PIC 9(03)     VALUE ZEROS.
           02 ACUM-A             PIC 9(08)     VALUE ZEROS.
           02 ACUM-B             PIC 9(08)     VALUE ZEROS.
           02 AUX-PRODUTO        PIC 9(15)     VALUE ZEROS.
           02 AUX-QUOCIENTE      PIC 9(15)     VALUE ZEROS.

       01 RESULTADO-CIFRA.
           02 RES-A              PIC 9(08).
           02 RES-B              PIC 9(08).

       linkage section.

           copy CIFRASEN.

      *================================================================*
       procedure division using CIFRA-SENHA-PARM.
      *================================================================*

       CIFRA-SENHA.
            MOVE     CIF-OPERADOR   TO   TXT-OPERADOR.
            MOVE     CIF-SENHA      TO   TXT-SENHA.
            MOVE     5381           TO   ACUM-A.
            MOVE     52711          TO   ACUM-B.
            PERFORM  MISTURA-CARACTER
                     VARYING POS-TEXTO FROM 1 BY 1
                     UNTIL   POS-TEXTO > 16.
            PERFORM  MISTURA-RODADA
                     VARYING RODADA FROM 1 BY 1
                     UNTIL   RODADA > 16.
            MOVE     ACUM-A            TO   RES-A.
            MOVE     ACUM-B            TO   RES-B.
            MOVE     RESULTADO-CIFRA   TO   CIF-RESULTADO.
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
            DIVIDE   AUX-PRODUTO BY 99999989
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-A.
            COMPUTE  AUX-PRODUTO = ACUM-B * 257 + ACUM-A
                                 + VALOR-CARACTER * ( POS-TEXTO + 3 ).
            DIVIDE   AUX-PRODUTO BY 99999971
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-B.
            EXIT.


       MISTURA-RODADA.
            COMPUTE  AUX-PRODUTO = ACUM-A * 7919 + ACUM-B + RODADA.
            DIVIDE   AUX-PRODUTO BY 99999989
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-A.
            COMPUTE  AUX-PRODUTO = ACUM-B * 6007 + ACUM-A + RODADA.
            DIVIDE   AUX-PRODUTO BY 99999971
                     GIVING AUX-QUOCIENTE REMAINDER ACUM-B.
            EXIT.

       end program CIFRASEN.
