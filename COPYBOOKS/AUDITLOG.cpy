      *            AUDIT-OPERADOR e o codigo do operador da sessao
      *            (sign-on do MENU, validado no OPERMAST); nos
      *            lotes noturnos, sem operador de terminal, vai
      *            "LOTE". As linhas de seguranca do MENU (F sign-on
      *            recusado, B bloqueio, X tentativa em operador
      *            bloqueado, S troca de senha) e do MNTOPER (S senha
      *            redefinida, D desbloqueio, N nivel) levam o
      *            operador afetado em AUDIT-ENTRADA(1:8) e sao
      *            listadas pelo RELSEG. Na dupla custodia o MNTOPER
      *            grava o pedido ("Q") e o APRALT a aprovacao ("V",
      *            com o aprovador em AUDIT-OPERADOR, seguida das
      *            linhas M/S/D/N com o solicitante) ou a rejeicao
      *            ("J"); o EXPALT grava a expiracao ("E", operador
      *            "PRAZO"). O MNTCAL grava a manutencao do
      *            calendario de dias nao uteis ("M" inclusao ou
      *            alteracao, "R" exclusao, com a data em
      *            AUDIT-ENTRADA). O VERCERT grava cada verificacao de
      *            certificado, com a requisicao (6 digitos) e os 4
      *            ultimos digitos da sequencia em AUDIT-ENTRADA e o
      *            resultado em AUDIT-SAIDA: "V" valido, "S" superado
      *            por reprocessamento, "A" registro alterado, "I"
      *            codigo nao confere, "N" chave nao encontrada.
      *            O MNTCOTA grava a manutencao da cota mensal ("M"
      *            inclusao ou alteracao, com o departamento em
      *            AUDIT-ENTRADA) e o LIBREQ a liberacao de requisicao
      *            retida pela cota ("L", departamento + requisicao em
      *            AUDIT-ENTRADA e o operador que liberou em
      *            AUDIT-OPERADOR).
      *----------------------------------------------------------------*
       01 AUDIT-LOG-REG.
           02 AUDIT-DATA             PIC 9(08).
