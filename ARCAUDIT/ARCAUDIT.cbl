      *            data da linha. O RELAUDIT le o AUDARCH junto com o
      *            AUDITLOG quando o cartao PERIODO pede o arquivo
      *            morto, para um periodo que atravessa o corte.
      *
      *            HISTORICO DE ALTERACOES:
      *            - RARC-LINHA/RWRK-LINHA alargados para 52 bytes,
      *              acompanhando o contador de cancelados do RUNCTL.
      ******************************************************************

      *================================================================*
           copy RUNCTL.

       FD  RARC-FILE.
       01 RARC-LINHA             PIC X(52).

       FD  RWRK-FILE.
       01 RWRK-LINHA             PIC X(52).

       FD  CORTE-FILE.
           copy ARCCORTE replacing leading ==ARC== by ==AUD==.
