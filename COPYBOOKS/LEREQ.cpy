      *----------------------------------------------------------------*
      * LEREQ - area de parametros do subprograma LEREQ, o leitor
      *         comum do mestre de requisicoes REQMAST (o gravador
      *         continua sendo so o ATUREQ). O chamador preenche
      *         departamento e numero e recebe a situacao atual, a
      *         fila, o motivo e a data do ultimo movimento, com o
      *         file status da leitura em LER-STATUS. Requisicao nao
      *         registrada (ou REQMAST ainda nao criado) volta com a
      *         situacao em branco. E por aqui que os lotes da noite
      *         reconhecem a requisicao cancelada (LER-REQ-CANCELADA)
      *         e pulam o registro da fila, e o ORDFILA separa da
      *         fila os registros da requisicao retida pela cota
      *         (LER-REQ-RETIDA).
      *----------------------------------------------------------------*
       01 LE-REQ-PARM.
           02 LER-DEPTO              PIC X(04).
           02 LER-NUMERO             PIC 9(06).
           02 LER-SITUACAO           PIC X(02).
              88 LER-REQ-NA-FILA                   VALUE "FI".
              88 LER-REQ-CRITICADA                 VALUE "CR".
              88 LER-REQ-DEVOLVIDA                 VALUE "RE".
              88 LER-REQ-CANCELADA                 VALUE "CA".
              88 LER-REQ-RETIDA                    VALUE "RT".
              88 LER-REQ-LIBERADA                  VALUE "LI".
              88 LER-REQ-PROCESSADA                VALUE "PR".
              88 LER-REQ-SUSPENSA                  VALUE "SU".
              88 LER-REQ-NAO-REGISTRADA            VALUE SPACES.
           02 LER-FILA               PIC X(06).
           02 LER-MOTIVO             PIC X(02).
           02 LER-DATA-MOV           PIC 9(08).
           02 LER-STATUS             PIC X(02).
