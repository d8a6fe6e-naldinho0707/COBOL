      *----------------------------------------------------------------*
      * GRAVACOM - area de parametros do subprograma GRAVACOM, o
      *            gravador unico dos arquivos compartilhados
      *            AUDITLOG, CIRCHIST e FIBHIST. O chamador monta o
      *            registro (layout AUDITLOG, CIRCHIST ou FIBHIST),
      *            indica o arquivo em GRAVA-ARQUIVO e recebe em
      *            GRAVA-STATUS o file status da gravacao.
      *            GRAVA-REGISTRO e maior que os layouts de hoje de
      *            proposito, para os registros poderem crescer sem
      *            mexer na interface.
      *----------------------------------------------------------------*
       01 GRAVA-COM-PARM.
           02 GRAVA-ARQUIVO          PIC X(01).
              88 GRAVA-NA-AUDITORIA                VALUE "A".
              88 GRAVA-NO-HISTORICO                VALUE "H".
              88 GRAVA-NO-HIST-FIB                 VALUE "F".
           02 GRAVA-STATUS           PIC X(02).
           02 GRAVA-REGISTRO         PIC X(80).
