      *----------------------------------------------------------------*
      * DEPTMAST - arquivo mestre de departamentos solicitantes,
      *            indexado pelo codigo do departamento (o mesmo
      *            codigo de 4 posicoes que viaja no RAIOIN, CILIN,
      *            FIBIN, na origem do ENGTRANS e no REQMAST). Guarda
      *            o nome, o centro de custo que recebe a cobranca do
      *            FATDEPT, o contato que recebe a entrega do DISTRIB
      *            e a situacao:
      *              A = ativo (aceita requisicoes);
      *              I = inativo (departamento extinto ou suspenso -
      *                  requisicao nova vai para a suspensao com o
      *                  motivo "DP").
      *            Departamento que nao esta aqui ou esta inativo e
      *            recusado em todas as entradas (EDLOTE, INTENG e os
      *            lotes do CIRCFIB) com o motivo "DP". Consultado
      *            sempre pelo subprograma LEDEPTO e mantido pela
      *            tela do MNTDEPT (nivel 3).
      *----------------------------------------------------------------*
       01 DEPT-MASTER-REG.
           02 DEPT-CHAVE             PIC X(04).
           02 DEPT-NOME              PIC X(30).
           02 DEPT-CENTRO-CUSTO      PIC X(08).
           02 DEPT-CONTATO           PIC X(30).
           02 DEPT-SITUACAO          PIC X(01).
              88 DEPT-ATIVO                        VALUE "A".
              88 DEPT-INATIVO                      VALUE "I".
