      *          AUDITLOG/SYSPARM nao tinham copia em lugar nenhum.
      *          Este programa roda no fim do stream noturno e grava
      *          uma copia sequencial de cada mestre nos arquivos de
      *          geracao (CIRCBKP, FHISBKP, AUDBKP, FIBMBKP, PARMBKP,
      *          RSUSBKP, FSUSBKP, CSUSBKP - no job, geracoes
      *          datadas de GDG),
      *          CONFERINDO cada copia: depois de gravar, a copia e
      *          relida e a contagem tem de bater com a contagem do
      *          original. Uma linha de controle por arquivo sai no
      *          devolve RETURN-CODE 8, para a operacao nao dormir
      *          achando que tem backup quando nao tem. A restauracao
      *          documentada e o RSTGER.
      *
      *          HISTORICO DE ALTERACOES:
      *          - copia do novo historico FIBHIST dos calculos de
      *            Fibonacci (FHISBKP), conferida como a do CIRCHIST.
      *          - a primeira linha do SYSOUT identifica a data de
      *            processamento do lote (DATAPROC, via LEDATPRO) que
      *            as copias cobrem, para o RSTGER saber de que noite
      *            e o backup guardado.
      *          - o tempo do step (inicio, fim, registros tratados e
      *            RETURN-CODE) vai para o TEMPEXEC pelo GRAVATEM no fim
      *            do programa, para o RELTEMP acompanhar a janela do
      *            CIRCFIB.
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

       01 STATUS-ARQUIVOS.
           02 WS-HIST-STATUS      PIC X(02)    VALUE SPACES.
           02 WS-HIST-BKP-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-FHIS-STATUS      PIC X(02)    VALUE SPACES.
           02 WS-FHIS-BKP-STATUS  PIC X(02)    VALUE SPACES.
           02 WS-AUDIT-STATUS     PIC X(02)    VALUE SPACES.
           02 WS-AUDIT-BKP-STATUS PIC X(02)    VALUE SPACES.
           02 WS-FIBM-STATUS      PIC X(02)    VALUE SPACES.
       01 CONTADORES.
           02 QTDE-COPIADOS      PIC 9(07)     VALUE ZEROS.
           02 QTDE-CONFERIDOS    PIC 9(07)     VALUE ZEROS.
           02 QTDE-TOTAL-COPIADOS PIC 9(07)    VALUE ZEROS.

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(08)
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 CTL-SITUACAO       PIC X(12).

           copy LEDATPRO.

           copy GRAVATEM.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   GTM-DATA-INICIO   FROM DATE  YYYYMMDD.
            ACCEPT   GTM-HORA-INICIO   FROM TIME.
            CALL     "LEDATPRO"   USING LE-DATA-PROC-PARM.
            IF       LDP-STATUS = "00"
                 DISPLAY "BKPGER: COPIA DA DATA DE PROCESSAMENTO "
                         LDP-DATA-PROC " (SITUACAO " LDP-SITUACAO ")"
            ELSE
                 DISPLAY "BKPGER: DATAPROC INDISPONIVEL - STATUS "
                         LDP-STATUS " - COPIA DE " LDP-DATA-PROC
            END-IF.
            PERFORM  COPIA-CIRCHIST.
            PERFORM  COPIA-FIBHIST.
            PERFORM  COPIA-AUDITLOG.
            PERFORM  COPIA-FIBMAST.
            PERFORM  COPIA-SYSPARM.
            ELSE
                 MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM  GRAVA-TEMPO-EXECUCAO.
            STOP RUN.


       IMPRIME-CONTROLE.
            ADD      QTDE-COPIADOS     TO   QTDE-TOTAL-COPIADOS.
            MOVE     QTDE-COPIADOS     TO   CTL-COPIADOS.
            MOVE     QTDE-CONFERIDOS   TO   CTL-CONFERIDOS.
            IF       QTDE-COPIADOS = QTDE-CONFERIDOS
            EXIT.


       COPIA-FIBHIST.
            MOVE     "FIBHIST"   TO   CTL-ARQUIVO.
            MOVE     ZEROS   TO   QTDE-COPIADOS QTDE-CONFERIDOS.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT    FHIS-FILE.
            IF       WS-FHIS-STATUS NOT = "00"
                 DISPLAY "BKPGER: FIBHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-FHIS-STATUS
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 OPEN    OUTPUT   FHIS-BKP
                 PERFORM LE-FIBHIST
                 PERFORM COPIA-REG-FIBHIST  UNTIL  FIM-ARQUIVO
                 CLOSE   FHIS-FILE FHIS-BKP
                 PERFORM CONFERE-FIBHIST
                 PERFORM IMPRIME-CONTROLE
            END-IF.
            EXIT.

       LE-FIBHIST.
            READ     FHIS-FILE
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.

       COPIA-REG-FIBHIST.
            WRITE    BFHS-LOTE-REG   FROM   FHIS-LOTE-REG.
            IF       WS-FHIS-BKP-STATUS NOT = "00"
                 SET  ERRO-ARQUIVO   TO   TRUE
            ELSE
                 ADD  1   TO   QTDE-COPIADOS
            END-IF.
            PERFORM  LE-FIBHIST.
            EXIT.

       CONFERE-FIBHIST.
            SET      FIM-ARQUIVO   TO   FALSE.
            OPEN     INPUT   FHIS-BKP.
            PERFORM  LE-BKP-FIBHIST.
            PERFORM  CONTA-BKP-FIBHIST  UNTIL  FIM-ARQUIVO.
            CLOSE    FHIS-BKP.
            EXIT.

       LE-BKP-FIBHIST.
            READ     FHIS-BKP
                AT END
                     SET FIM-ARQUIVO TO TRUE
            END-READ.
            EXIT.

       CONTA-BKP-FIBHIST.
            ADD      1   TO   QTDE-CONFERIDOS.
            PERFORM  LE-BKP-FIBHIST.
            EXIT.


       COPIA-AUDITLOG.
            MOVE     "AUDITLOG"   TO   CTL-ARQUIVO.
            MOVE     ZEROS   TO   QTDE-COPIADOS QTDE-CONFERIDOS.
            PERFORM  LE-BKP-CILSUS.
            EXIT.


      * tempo do step no TEMPEXEC, para o RELTEMP acompanhar a janela
      * do CIRCFIB
       GRAVA-TEMPO-EXECUCAO.
            MOVE     "BKPGER"             TO   GTM-PROGRAMA.
            MOVE     LDP-DATA-PROC        TO   GTM-DATA-PROC.
            MOVE     QTDE-TOTAL-COPIADOS  TO   GTM-REGISTROS.
            MOVE     RETURN-CODE          TO   GTM-RETORNO.
            CALL     "GRAVATEM"   USING GRAVA-TEMPO-PARM.
            MOVE     GTM-RETORNO          TO   RETURN-CODE.
            EXIT.

       end program BKPGER.
