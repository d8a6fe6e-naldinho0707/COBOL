      *             UNIDADE - unidade de exibicao inicial das telas
      *                       de circulo ("M" ou "I"; padrao "M");
      *             TARCTELA/TARCLOTE/TARLTELA/TARLLOTE/TARETELA/
      *             TARELOTE/TARFTELA/TARFLOTE - tarifas do
      *                       faturamento mensal (FATDEPT): preco por
      *                       calculo, 8 digitos com 2 decimais
      *                       implicitos, por forma (C = circulo,
      *                       L = cilindro, E = esfera, F = sequencia
      *                       de Fibonacci do FIBHIST) e por origem
      *                       (TELA ou LOTE); tarifa
      *                       ausente fatura a zero e sai apontada na
      *                       folha de controle.
      *             REQDIAS - dias em aberto a partir dos quais a
      *                       requisicao FI/CR/SU/RE sai no
      *                       envelhecimento do RELREQ (3 digitos;
      *                       padrao 7);
      *             SENHAMAX - sign-ons recusados seguidos ate o
      *                       MENU bloquear o operador (2 digitos;
      *                       padrao 3);
      *             SENHADIA - dias de validade da senha, contados
      *                       da ultima troca; vencida, o MENU obriga
      *                       a troca (3 digitos; padrao 90);
      *             PENDDIAS - dias que um pedido de alteracao do
      *                       MNTPARM/MNTOPER aguarda aprovacao no
      *                       PENDALT antes de o EXPALT expira-lo (3
      *                       digitos; padrao 7);
      *             JANFIM  - hora do fim da janela noturna do
      *                       CIRCFIB, HHMM (4 digitos; padrao 0600):
      *                       o RELTEMP projeta o fim do lote contra
      *                       ela e o PAINEL aponta a janela estourada;
      *             TEMPPCT - crescimento percentual do tempo de um
      *                       step sobre a sua media que o RELTEMP
      *                       aponta como tendencia (3 digitos;
      *                       padrao 020);
      *             PRCCHAPA/PRCTINTA - tabela de precos de material
      *                       do RELTANQ: preco do metro quadrado da
      *                       chapa de aco e do litro de tinta, 8
      *                       digitos com 2 decimais implicitos; preco
      *                       ausente custa o material a zero e sai
      *                       apontado no relatorio;
      *             PERDACHP - percentual de perda da chapa somado a
      *                       superficie dos tanques (3 digitos, de
      *                       000 a 100; padrao 010);
      *             RENDTINT - rendimento da tinta em metros quadrados
      *                       por litro, 4 digitos com 2 decimais
      *                       implicitos (padrao 0800 = 8,00);
      *             TENDPCT - variacao percentual do volume mensal de
      *                       um departamento (sobre o mes anterior ou
      *                       sobre o mesmo mes do ano anterior) que o
      *                       RELTEND aponta (3 digitos; padrao 025).
      *           Toda alteracao e pedida pela tela do MNTPARM e so
      *           chega a este arquivo aprovada no APRALT por outro
      *           operador de nivel 3 (dupla custodia); o PARMHIST
      *           guarda quem pediu, quem aprovou, quando, valor
      *           antigo e valor novo.
      *
      *           PARM-VALOR-PROG e PARM-VIGENCIA guardam uma
      *           alteracao PROGRAMADA: o MNTPARM grava o valor novo
