      *----------------------------------------------------------------*
      * GRAVATEM - area de parametros do subprograma GRAVATEM, o
      *            gravador do registro de tempo TEMPEXEC dos steps do
      *            CIRCFIB. O chamador guarda a data e a hora (FROM
      *            TIME) do seu inicio em GTM-DATA-INICIO e
      *            GTM-HORA-INICIO e, no fim, preenche o programa, a
      *            data de processamento (zeros = o GRAVATEM le o
      *            DATAPROC pelo LEDATPRO), os registros tratados e o
      *            RETURN-CODE que vai devolver; o fim e a duracao sao
      *            apurados pelo GRAVATEM. GTM-STATUS traz o file
      *            status da gravacao - tempo nao gravado e so aviso,
      *            nunca muda o RETURN-CODE do step.
      *----------------------------------------------------------------*
       01 GRAVA-TEMPO-PARM.
           02 GTM-PROGRAMA           PIC X(08).
           02 GTM-DATA-PROC          PIC 9(08).
           02 GTM-DATA-INICIO        PIC 9(08).
           02 GTM-HORA-INICIO        PIC 9(08).
           02 GTM-REGISTROS          PIC 9(07).
           02 GTM-RETORNO            PIC 9(02).
           02 GTM-STATUS             PIC X(02).
