      *----------------------------------------------------------------*
      * SOMACOTA - area de parametros do subprograma SOMACOTA, que
      *            carrega as cotas mensais do COTADEP e conta no
      *            CIRCHIST os calculos de lote de cada departamento
      *            com cota no mes da data SMC-DATA-REF (do dia 1 ate
      *            a propria data; calculos de tela nao contam), o
      *            circulo em SMC-USO-RAIOS e o cilindro/esfera em
      *            SMC-USO-CILS. Chamado pelo EDLOTE e pelo INTENG,
      *            que somam a isso o que ja esta na fila, e pelo
      *            PAINEL para os departamentos em aviso. So entram na
      *            tabela os departamentos com registro no COTADEP;
      *            SMC-STATUS volta "00", "35" com o COTADEP ainda
      *            inexistente (tabela vazia, nenhuma cota) ou o file
      *            status da abertura que falhou. SMC-TABELA-CHEIA
      *            avisa que houve departamento alem dos 100 da
      *            tabela (esses ficam sem cota).
      *----------------------------------------------------------------*
       01 SOMA-COTA-PARM.
           02 SMC-DATA-REF           PIC 9(08).
           02 SMC-STATUS             PIC X(02).
           02 SMC-CHEIA              PIC X(01).
              88 SMC-TABELA-CHEIA                  VALUE "S" FALSE "N".
           02 SMC-QTDE-DEPTOS        PIC 9(03).
           02 SMC-DEPTO OCCURS 100 TIMES INDEXED BY IX-SMC.
               03 SMC-CODIGO         PIC X(04).
               03 SMC-COTA-RAIOS     PIC 9(06).
               03 SMC-COTA-CILS      PIC 9(06).
               03 SMC-AVISO-PCT      PIC 9(03).
               03 SMC-USO-RAIOS      PIC 9(06).
               03 SMC-USO-CILS       PIC 9(06).
