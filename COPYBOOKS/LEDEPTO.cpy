      *----------------------------------------------------------------*
      * LEDEPTO - area de parametros do subprograma LEDEPTO, o leitor
      *           comum do mestre de departamentos DEPTMAST. O
      *           chamador preenche LED-DEPTO com o codigo e recebe o
      *           nome, o centro de custo, o contato e a situacao, com
      *           o file status da leitura em LED-STATUS.
      *           LED-VALIDO volta "S" quando o departamento pode
      *           requisitar (cadastrado e ativo) e "N" quando deve
      *           ser recusado com o motivo "DP" (nao cadastrado ou
      *           inativo). Com o DEPTMAST ainda inexistente (status
      *           "35", antes da primeira carga pelo MNTDEPT) todo
      *           departamento e aceito, no mesmo espirito do sign-on
      *           de implantacao do MENU - os lotes nunca param por
      *           falta do cadastro.
      *----------------------------------------------------------------*
       01 LE-DEPTO-PARM.
           02 LED-DEPTO              PIC X(04).
           02 LED-NOME               PIC X(30).
           02 LED-CENTRO-CUSTO       PIC X(08).
           02 LED-CONTATO            PIC X(30).
           02 LED-SITUACAO           PIC X(01).
           02 LED-STATUS             PIC X(02).
           02 LED-VALIDO             PIC X(01).
              88 LED-DEPTO-VALIDO                  VALUE "S" FALSE "N".
