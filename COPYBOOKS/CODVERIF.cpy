      *----------------------------------------------------------------*
      * CODVERIF - area de parametros do subprograma CODVERIF, o unico
      *            lugar do sistema que calcula o codigo de
      *            verificacao de um registro do CIRCHIST. O chamador
      *            move o registro inteiro (layout CIRCHIST, ou a
      *            copia do arquivo morto CIRCARCH) para
      *            CVF-REGISTRO e recebe em CVF-CODIGO os 12 digitos
      *            do codigo e em CVF-CODIGO-ED o mesmo codigo no
      *            formato do certificado (NNNN-NNNN-NNNN). O codigo
      *            gravado no proprio registro (HIST-CODIGO-VERIF) nao
      *            entra no calculo.
      *----------------------------------------------------------------*
       01 CODIGO-VERIF-PARM.
           02 CVF-REGISTRO           PIC X(80).
           02 CVF-CODIGO             PIC X(12).
           02 CVF-CODIGO-ED          PIC X(14).
