      *----------------------------------------------------------------*
      * DATAPROC - registro unico de controle da data de processamento
      *            (data de negocio) do lote noturno. O FECHVER abre a
      *            data no topo do CIRCFIB (situacao "A", aberta) e o
      *            FECHNOIT so a da por encerrada ("F", fechada) quando
      *            certifica a noite limpa - uma noite que nao fechou
      *            deixa a data aberta e a rerodada retoma na MESMA
      *            data, mesmo que o relogio ja tenha virado. Noite em
      *            dia nao util pelo calendario CALEND nao abre data
      *            nova: o trabalho da fila fica para o proximo dia
      *            util. Os lotes (EX09, FIBONACCI, CILESF), o BALCIRC,
      *            o DISTRIB, o EFETPARM, o FECHNOIT, o RETENG e o
      *            BKPGER tomam daqui a data de negocio, pelo
      *            subprograma LEDATPRO; o CRUZMEST toma tambem o
      *            momento da abertura, para separar o movimento da
      *            noite. DTP-DATA-ANTERIOR guarda a ultima data
      *            encerrada antes da aberta.
      *----------------------------------------------------------------*
       01 DATA-PROC-REG.
           02 DTP-DATA-PROC          PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 DTP-SITUACAO           PIC X(01).
              88 DTP-DATA-ABERTA                   VALUE "A".
              88 DTP-DATA-FECHADA                  VALUE "F".
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 DTP-DATA-ABERTURA      PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 DTP-HORA-ABERTURA      PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 DTP-DATA-FECHAMENTO    PIC 9(08).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 DTP-HORA-FECHAMENTO    PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 DTP-DATA-ANTERIOR      PIC 9(08).
