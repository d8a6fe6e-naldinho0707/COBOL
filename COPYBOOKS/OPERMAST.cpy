      *              2 = operacao (inclui manutencao de parametros
      *                  pelo MNTPARM);
      *              3 = administracao (inclui EXCLUIR/LIMPAR do
      *                  FIBUTIL, a manutencao deste proprio
      *                  cadastro pelo MNTOPER e a do mestre de
      *                  departamentos pelo MNTDEPT).
      *            Mantido pela tela do MNTOPER, com cada inclusao
      *            ou alteracao aprovada por outro administrador no
      *            APRALT (fora da implantacao).
      *            A senha nao e gravada legivel: OPER-SENHA e
      *            OPER-SENHA-ANTERIOR guardam o resultado do
      *            CIFRASEN (a anterior so serve para barrar a
      *            reutilizacao na troca). OPER-DATA-SENHA e a data
      *            da ultima troca, para a expiracao pelo SENHADIA
      *            do SYSPARM; OPER-TROCA-SENHA = "S" obriga a troca
      *            no proximo sign-on (senha provisoria dada pelo
      *            administrador). OPER-FALHAS conta os sign-ons
      *            recusados seguidos; ao chegar no SENHAMAX do
      *            SYSPARM o MENU bloqueia o operador (situacao "B"
      *            com a data), e so um administrador desbloqueia
      *            pelo MNTOPER.
      *----------------------------------------------------------------*
       01 OPER-MASTER-REG.
           02 OPER-CHAVE             PIC X(08).
           02 OPER-NOME              PIC X(20).
           02 OPER-SENHA             PIC X(16).
           02 OPER-NIVEL             PIC 9(01).
              88 NIVEL-CONSULTA                    VALUE 1.
              88 NIVEL-OPERACAO                    VALUE 2.
              88 NIVEL-ADMINISTRACAO               VALUE 3.
           02 OPER-SENHA-ANTERIOR    PIC X(16).
           02 OPER-DATA-SENHA        PIC 9(08).
           02 OPER-TROCA-SENHA       PIC X(01).
              88 TROCA-OBRIGATORIA                 VALUE "S".
           02 OPER-FALHAS            PIC 9(02).
           02 OPER-SITUACAO          PIC X(01).
              88 OPER-ATIVO                        VALUE "A".
              88 OPER-BLOQUEADO                    VALUE "B".
           02 OPER-DATA-BLOQUEIO     PIC 9(08).
