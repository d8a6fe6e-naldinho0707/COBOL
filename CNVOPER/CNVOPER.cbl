       program-id. CNVOPER as "CNVOPER".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * CNVOPER - Conversao unica do mestre de operadores OPERMAST
      *           para o layout com senha cifrada e controle de
      *           bloqueio e expiracao.
      *
      *           O OPERMAST antigo (codigo, nome, senha legivel e
      *           nivel) e renomeado para OPERANT antes da conversao;
      *           este programa le cada operador no layout antigo,
      *           cifra a senha pelo CIFRASEN e grava o registro no
      *           layout novo do copybook OPERMAST, ativo, sem falhas
      *           e com a troca de senha obrigatoria no primeiro
      *           sign-on (a senha antiga esteve legivel no arquivo e
      *           deixa de valer assim que o operador a troca). A
      *           linha de controle sai com lidos e gravados, que tem
      *           de bater; diferenca ou file status ruim devolve
      *           RETURN-CODE 8.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select ANT-FILE  assign to "OPERANT"
                  organization is indexed
                  access mode  is sequential
                  record key   is ANT-CHAVE
                  file status  is WS-ANT-STATUS.

           select OPER-FILE assign to "OPERMAST"
                  organization is indexed
                  access mode  is random
                  record key   is OPER-CHAVE
                  file status  is WS-OPER-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  ANT-FILE.
      * layout antigo do OPERMAST, congelado aqui porque o copybook ja
      * descreve o layout novo
       01 ANT-MASTER-REG.
           02 ANT-CHAVE              PIC X(08).
           02 ANT-NOME               PIC X(20).
           02 ANT-SENHA              PIC X(08).
           02 ANT-NIVEL              PIC 9(01).

       FD  OPER-FILE.
           copy OPERMAST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-ANTIGO      PIC X(01)     VALUE "N".
              88 FIM-ANTIGO                    VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-ANT-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-OPER-STATUS     PIC X(02)     VALUE SPACES.

       01 CONTADORES.
           02 QTDE-LIDOS         PIC 9(07)     VALUE ZEROS.
           02 QTDE-GRAVADOS      PIC 9(07)     VALUE ZEROS.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

           copy CIFRASEN.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(17)
                                  VALUE "CNVOPER: LIDOS = ".
           02 CTL-LIDOS          PIC ZZZZZZ9.
           02 FILLER             PIC X(13)
                                  VALUE "  GRAVADOS = ".
           02 CTL-GRAVADOS       PIC ZZZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE YYYYMMDD.
            OPEN     INPUT    ANT-FILE.
            IF       WS-ANT-STATUS NOT = "00"
                 DISPLAY "CNVOPER: OPERANT NAO PODE SER ABERTO - "
                         "STATUS " WS-ANT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   OPER-FILE.
            IF       WS-OPER-STATUS NOT = "00"
                 DISPLAY "CNVOPER: OPERMAST NAO PODE SER CRIADO - "
                         "STATUS " WS-OPER-STATUS
                 CLOSE   ANT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM  LE-ANTIGO.
            PERFORM  CONVERTE-REGISTRO  UNTIL  FIM-ANTIGO.
            CLOSE    ANT-FILE OPER-FILE.
            PERFORM  IMPRIME-CONTROLE.
            IF       ERRO-ARQUIVO
                 OR  QTDE-LIDOS NOT = QTDE-GRAVADOS
                 MOVE 8 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.


       LE-ANTIGO.
            READ     ANT-FILE
                AT END
                     SET FIM-ANTIGO TO TRUE
            END-READ.
            EXIT.


       CONVERTE-REGISTRO.
            ADD      1              TO   QTDE-LIDOS.
            MOVE     ANT-CHAVE      TO   OPER-CHAVE CIF-OPERADOR.
            MOVE     ANT-NOME       TO   OPER-NOME.
            MOVE     ANT-SENHA      TO   CIF-SENHA.
            CALL     "CIFRASEN"     USING CIFRA-SENHA-PARM.
            MOVE     CIF-RESULTADO  TO   OPER-SENHA.
            IF       ANT-NIVEL IS NUMERIC
                 MOVE ANT-NIVEL     TO   OPER-NIVEL
            ELSE
                 MOVE 1             TO   OPER-NIVEL
            END-IF.
            MOVE     SPACES            TO   OPER-SENHA-ANTERIOR.
            MOVE     DATA-DO-SISTEMA   TO   OPER-DATA-SENHA.
            MOVE     "S"               TO   OPER-TROCA-SENHA.
            MOVE     ZEROS             TO   OPER-FALHAS
                                            OPER-DATA-BLOQUEIO.
            SET      OPER-ATIVO        TO   TRUE.
            WRITE    OPER-MASTER-REG.
            IF       WS-OPER-STATUS = "00"
                 ADD  1   TO   QTDE-GRAVADOS
            ELSE
                 SET  ERRO-ARQUIVO   TO   TRUE
                 DISPLAY "CNVOPER: ERRO AO GRAVAR " ANT-CHAVE
                         " - STATUS " WS-OPER-STATUS
            END-IF.
            PERFORM  LE-ANTIGO.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-LIDOS      TO   CTL-LIDOS.
            MOVE     QTDE-GRAVADOS   TO   CTL-GRAVADOS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.

       end program CNVOPER.
