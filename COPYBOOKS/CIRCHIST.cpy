      *            de precisao no CIRCALC/CILCALC - a trilha mostra
      *            um reprocessamento deliberado em vez de uma
      *            divergencia permanente no RECCIRC.
      *            HIST-CODIGO-VERIF e o codigo de verificacao (12
      *            digitos) calculado pelo CODVERIF sobre todos os
      *            campos acima menos HIST-RECALC: o GRAVACOM preenche
      *            na gravacao (depois de atribuir a sequencia) e o
      *            RESTHIST recalcula no reprocessamento, guardando o
      *            codigo anterior no CODANT como superado. O CERTCALC
      *            imprime o codigo no certificado e o VERCERT confere.
      *            Os registros anteriores ao codigo (mestre e arquivo
      *            morto) receberam o codigo na conversao do CNVVERIF.
      *----------------------------------------------------------------*
       01 HIST-LOTE-REG.
           02 HIST-CHAVE.
           02 HIST-OPERADOR          PIC X(08).
           02 HIST-RECALC            PIC X(01).
              88 HIST-RESTATUADO                   VALUE "R".
           02 HIST-CODIGO-VERIF      PIC X(12).
