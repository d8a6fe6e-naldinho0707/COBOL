      *----------------------------------------------------------------*
      * LEDATPRO - area de parametros do subprograma LEDATPRO, o
      *            leitor comum do registro de controle DATAPROC. O
      *            chamador recebe a data de processamento (data de
      *            negocio do lote noturno) em LDP-DATA-PROC, a
      *            situacao da data (A = aberta, F = fechada pelo
      *            FECHNOIT) e o file status em LDP-STATUS. Com o
      *            DATAPROC ausente ou vazio (status diferente de
      *            "00") vem a data do dia, com a situacao em branco,
      *            e o chamador avisa no SYSOUT - os lotes nunca param
      *            por falta do controle. LDP-DATA-ABERTURA e
      *            LDP-HORA-ABERTURA trazem o momento em que o FECHVER
      *            abriu a data (zeros sem o DATAPROC), para quem
      *            precisa separar o que a noite movimentou.
      *----------------------------------------------------------------*
       01 LE-DATA-PROC-PARM.
           02 LDP-DATA-PROC          PIC 9(08).
           02 LDP-SITUACAO           PIC X(01).
              88 LDP-DATA-ABERTA                   VALUE "A".
              88 LDP-DATA-FECHADA                  VALUE "F".
           02 LDP-STATUS             PIC X(02).
           02 LDP-DATA-ABERTURA      PIC 9(08).
           02 LDP-HORA-ABERTURA      PIC 9(06).
