      *             PR = processada pelo lote (CALCULA-LOTE);
      *             SU = suspensa pelo lote (REJEITA-LOTE), com o
      *                  motivo da suspensao;
      *             RE = devolvida a fila pelo RESUB;
      *             CA = cancelada pelo solicitante na tela do
      *                  ENTREQ enquanto ainda esperava na fila: o
      *                  lote noturno pula o registro da fila sem
      *                  calcular, sem suspender e sem cobrar, e o
      *                  ATUREQ nao deixa movimento nenhum tirar a
      *                  requisicao dessa situacao;
      *             RT = retida pela cota mensal do departamento
      *                  (COTADEP) na critica do EDLOTE ou na
      *                  entrada do INTENG, com o motivo "CT": os
      *                  registros ficam fora da fila (RAIORET/
      *                  CILRET, separados pelo ORDFILA) e nao entram
      *                  no lote da noite;
      *             LI = liberada acima da cota por um operador de
      *                  nivel 3 na tela do LIBREQ: volta para a fila
      *                  e nao e mais retida pela cota.
      *           E o que permite responder na hora "onde esta a
      *           requisicao 004711" pela tela do CONREQ, sem
      *           garimpar fila, suspensao e historico na mao.
              88 REQ-PROCESSADA                    VALUE "PR".
              88 REQ-SUSPENSA                      VALUE "SU".
              88 REQ-DEVOLVIDA                     VALUE "RE".
              88 REQ-CANCELADA                     VALUE "CA".
              88 REQ-RETIDA                        VALUE "RT".
              88 REQ-LIBERADA                      VALUE "LI".
           02 REQ-FILA               PIC X(06).
           02 REQ-MOTIVO             PIC X(02).
           02 REQ-DATA-MOV           PIC 9(08).
