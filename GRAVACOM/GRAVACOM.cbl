      *     sucedida e e normalizado para "00" antes de voltar em
      *     GRAVA-STATUS, para os chamadores continuarem testando
      *     NOT = "00" como sempre fizeram.
      *   - novo historico FIBHIST dos calculos de Fibonacci (tela e
      *     lote), no molde do CIRCHIST: GRAVA-ARQUIVO "F", mesma
      *     abertura I-O com repeticao, sequencia atribuida aqui
      *     dentro da data + requisicao e "02" normalizado para "00".
      *   - codigo de verificacao do CIRCHIST: cada registro sai com
      *     HIST-CODIGO-VERIF calculado pelo CODVERIF sobre a chave ja
      *     com a sequencia atribuida - recalculado a cada avanco da
      *     sequencia, porque a sequencia entra no codigo.
      ******************************************************************

      *================================================================*
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select FHIS-FILE      assign to "FIBHIST"
                  organization is indexed
                  access mode  is random
                  record key   is FHIS-CHAVE
                  alternate record key is FHIS-DEPTO
                       with duplicates
                  file status  is WS-FHIS-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*
       FD  HIST-FILE.
           copy CIRCHIST.

       FD  FHIS-FILE.
           copy FIBHIST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*
       01 STATUS-ARQUIVOS.
           02 WS-AUDIT-STATUS    PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-FHIS-STATUS     PIC X(02)     VALUE SPACES.

       77 TENTATIVAS             PIC 9(03)     VALUE ZEROS.

           copy CODVERIF.

       linkage section.

           copy GRAVACOM.
                 PERFORM GRAVA-AUDIT-LOG
            WHEN     GRAVA-NO-HISTORICO
                 PERFORM GRAVA-HIST-CIRC
            WHEN     GRAVA-NO-HIST-FIB
                 PERFORM GRAVA-HIST-FIB
            WHEN OTHER
                 MOVE "99"   TO   GRAVA-STATUS
            END-EVALUATE.
            IF       WS-HIST-STATUS = "00"
                 MOVE  GRAVA-REGISTRO   TO   HIST-LOTE-REG
                 MOVE  1                TO   HIST-SEQUENCIA
                 PERFORM CALCULA-CODIGO-VERIF
                 WRITE HIST-LOTE-REG
                 PERFORM AVANCA-SEQUENCIA
                         UNTIL WS-HIST-STATUS NOT = "22"

       AVANCA-SEQUENCIA.
            ADD      1   TO   HIST-SEQUENCIA.
            PERFORM  CALCULA-CODIGO-VERIF.
            WRITE    HIST-LOTE-REG.
            EXIT.


       CALCULA-CODIGO-VERIF.
            MOVE     HIST-LOTE-REG   TO   CVF-REGISTRO.
            CALL     "CODVERIF"      USING CODIGO-VERIF-PARM.
            MOVE     CVF-CODIGO      TO   HIST-CODIGO-VERIF.
            EXIT.


       ABRE-HISTORICO.
            OPEN     I-O      HIST-FILE.
            IF       WS-HIST-STATUS = "35"
            PERFORM  ABRE-HISTORICO.
            EXIT.

       GRAVA-HIST-FIB.
            MOVE     ZEROS   TO   TENTATIVAS.
            PERFORM  ABRE-HIST-FIB.
            PERFORM  REPETE-ABRE-HIST-FIB
                     UNTIL WS-FHIS-STATUS = "00"
                     OR    TENTATIVAS > 100.
            IF       WS-FHIS-STATUS = "00"
                 MOVE  GRAVA-REGISTRO   TO   FHIS-LOTE-REG
                 MOVE  1                TO   FHIS-SEQUENCIA
                 WRITE FHIS-LOTE-REG
                 PERFORM AVANCA-SEQUENCIA-FIB
                         UNTIL WS-FHIS-STATUS NOT = "22"
                         OR    FHIS-SEQUENCIA NOT LESS THAN 99999
      * "02" = duplicata na chave alternativa de departamento
                 IF    WS-FHIS-STATUS = "02"
                      MOVE "00"         TO   WS-FHIS-STATUS
                 END-IF
                 MOVE  WS-FHIS-STATUS   TO   GRAVA-STATUS
                 CLOSE FHIS-FILE
            ELSE
                 MOVE  WS-FHIS-STATUS   TO   GRAVA-STATUS
            END-IF.
            EXIT.


       AVANCA-SEQUENCIA-FIB.
            ADD      1   TO   FHIS-SEQUENCIA.
            WRITE    FHIS-LOTE-REG.
            EXIT.


       ABRE-HIST-FIB.
            OPEN     I-O      FHIS-FILE.
            IF       WS-FHIS-STATUS = "35"
                 OPEN   OUTPUT  FHIS-FILE
                 CLOSE          FHIS-FILE
                 OPEN   I-O     FHIS-FILE
            END-IF.
            EXIT.


       REPETE-ABRE-HIST-FIB.
            ADD      1   TO   TENTATIVAS.
            PERFORM  ABRE-HIST-FIB.
            EXIT.

       end program GRAVACOM.
