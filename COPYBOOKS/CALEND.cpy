      *----------------------------------------------------------------*
      * CALEND - calendario de dias nao uteis do processamento,
      *          indexado pela data (AAAAMMDD). Sabado e domingo sao
      *          nao uteis sem precisar de registro; o calendario
      *          guarda as excecoes:
      *            F = feriado;
      *            N = dia sem expediente (ponte, recesso);
      *            U = sabado ou domingo COM expediente (dia util
      *                extraordinario).
      *          Consultado sempre pelo subprograma DIAUTIL - o
      *          FECHVER nao abre data de processamento em dia nao
      *          util e o MNTPARM leva a vigencia das alteracoes
      *          programadas para dia util - e mantido pela tela do
      *          MNTCAL (nivel 3), que carimba o operador e a data da
      *          ultima alteracao.
      *----------------------------------------------------------------*
       01 CAL-REG.
           02 CAL-DATA               PIC 9(08).
           02 CAL-TIPO               PIC X(01).
              88 CAL-FERIADO                       VALUE "F".
              88 CAL-SEM-EXPEDIENTE                VALUE "N".
              88 CAL-UTIL-EXTRA                    VALUE "U".
           02 CAL-DESCRICAO          PIC X(30).
           02 CAL-OPERADOR           PIC X(08).
           02 CAL-DATA-ALTERACAO     PIC 9(08).
