      *----------------------------------------------------------------*
      * CIFRASEN - area de parametros do subprograma CIFRASEN, o unico
      *            lugar do sistema que transforma a senha digitada
      *            na forma gravada no OPERMAST. O chamador preenche
      *            o codigo do operador e a senha e recebe em
      *            CIF-RESULTADO a senha cifrada (16 digitos). A
      *            transformacao e de mao unica: o OPERMAST guarda
      *            so o resultado, e o sign-on compara resultado com
      *            resultado. O codigo do operador entra no calculo
      *            para a mesma senha dar resultados diferentes em
      *            operadores diferentes.
      *----------------------------------------------------------------*
       01 CIFRA-SENHA-PARM.
           02 CIF-OPERADOR           PIC X(08).
           02 CIF-SENHA              PIC X(08).
           02 CIF-RESULTADO          PIC X(16).
