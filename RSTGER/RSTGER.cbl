      *          Depois de um disco ruim ou de um LIMPAR errado no
      *          FIBUTIL, a operacao monta o arquivo de comandos
      *          RSTCMD (um nome de arquivo por linha: CIRCHIST,
      *          FIBHIST, AUDITLOG, FIBMAST, SYSPARM, RAIOSUS, FIBSUS
      *          ou CILSUS), aponta no job a geracao de backup
      *          desejada e roda este programa: cada arquivo comandado
      *          e recarregado por completo a partir da sua copia
      *          (CIRCBKP, FHISBKP, AUDBKP, FIBMBKP, PARMBKP, RSUSBKP,
      *          FSUSBKP, CSUSBKP), com a contagem restaurada na
      *          linha do relatorio RSTREL. Cada restauracao e
      *          registrada no AUDITLOG via GRAVACOM (programa
      *          registro entra depois da recarga. Comando nao
      *          reconhecido devolve RETURN-CODE 4; file status ruim,
      *          8.
      *
      *          HISTORICO DE ALTERACOES:
      *          - comando FIBHIST: recarga do historico dos calculos
      *            de Fibonacci a partir da copia FHISBKP.
      ******************************************************************

      *================================================================*
                  organization is line sequential
                  file status  is WS-HIST-BKP-STATUS.

           select FHIS-FILE  assign to "FIBHIST"
                  organization is indexed
                  access mode  is sequential
                  record key   is FHIS-CHAVE
                  alternate record key is FHIS-DEPTO
                       with duplicates
                  file status  is WS-FHIS-STATUS.

           select FHIS-BKP   assign to "FHISBKP"
                  organization is line sequential
                  file status  is WS-FHIS-BKP-STATUS.

           select AUDIT-FILE assign to "AUDITLOG"
                  organization is line sequential
                  file status  is WS-AUDIT-STATUS.
       FD  HIST-BKP.
           copy CIRCHIST replacing leading ==HIST== by ==BHIS==.

       FD  FHIS-FILE.
           copy FIBHIST.

       FD  FHIS-BKP.
           copy FIBHIST replacing leading ==FHIS== by ==BFHS==.

       FD  AUDIT-FILE.
           copy AUDITLOG.

           02 WS-SES-STATUS       PIC X(02)    VALUE SPACES.
           02 WS-HIST-STATUS      PIC X(02)    VALUE SPACES.
           02 WS-HIST-BKP-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-FHIS-STATUS      PIC X(02)    VALUE SPACES.
           02 WS-FHIS-BKP-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-AUDIT-STATUS     PIC X(02)    VALUE SPACES.
           02 WS-AUDIT-BKP-STATUS PIC X(02)    VALUE SPACES.
           02 WS-FIBM-STATUS      PIC X(02)    VALUE SPACES.
            WHEN     "CIRCHIST"
                 PERFORM RESTAURA-CIRCHIST
                 PERFORM FECHA-RESTAURACAO
            WHEN     "FIBHIST"
                 PERFORM RESTAURA-FIBHIST
                 PERFORM FECHA-RESTAURACAO
            WHEN     "AUDITLOG"
                 PERFORM RESTAURA-AUDITLOG
                 PERFORM FECHA-RESTAURACAO
            EXIT.


       RESTAURA-FIBHIST.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    FHIS-BKP.
            IF       WS-FHIS-BKP-STATUS NOT = "00"
                 DISPLAY "RSTGER: FHISBKP NAO PODE SER ABERTO - "
                         "STATUS " WS-FHIS-BKP-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 OPEN    OUTPUT   FHIS-FILE
                 PERFORM LE-BKP-FIBHIST
                 PERFORM CARGA-FIBHIST  UNTIL  FIM-ARQUIVO
                 CLOSE   FHIS-BKP FHIS-FILE
            END-IF.
            EXIT.

       LE-BKP-FIBHIST.
            READ     FHIS-BKP
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.

       CARGA-FIBHIST.
            MOVE     BFHS-LOTE-REG   TO   FHIS-LOTE-REG.
            WRITE    FHIS-LOTE-REG.
            IF       WS-FHIS-STATUS = "00" OR "02"
                 ADD  1   TO   QTDE-RESTAURADOS
            ELSE
                 SET  ERRO-ARQUIVO   TO   TRUE
            END-IF.
            PERFORM  LE-BKP-FIBHIST.
            EXIT.


       RESTAURA-AUDITLOG.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    AUDIT-BKP.
