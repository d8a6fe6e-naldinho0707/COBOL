      *----------------------------------------------------------------*
      * COTADEP - cota mensal de calculos por departamento, indexado
      *           pelo codigo do departamento (o mesmo do DEPTMAST).
      *           Uma cota por fila de lote: COT-COTA-RAIOS para o
      *           RAIOIN (circulo, forma "C" no CIRCHIST) e
      *           COT-COTA-CILS para o CILIN (cilindro "L" e esfera
      *           "E"), em quantidade de calculos no mes. Cota zerada
      *           - ou departamento sem registro aqui - e cota livre.
      *           COT-AVISO-PCT e o percentual da cota a partir do
      *           qual o EDLOTE e o PAINEL avisam que o departamento
      *           esta chegando no limite (zero = sem aviso). A
      *           requisicao que passaria da cota fica retida
      *           ("RT" no REQMAST) pelo EDLOTE ou pelo INTENG, ate a
      *           cota subir ou um operador de nivel 3 libera-la no
      *           LIBREQ. Mantido pela tela do MNTCOTA (nivel 3), que
      *           carimba o operador e a data da ultima alteracao.
      *----------------------------------------------------------------*
       01 COTA-DEPTO-REG.
           02 COT-DEPTO              PIC X(04).
           02 COT-COTA-RAIOS         PIC 9(06).
           02 COT-COTA-CILS          PIC 9(06).
           02 COT-AVISO-PCT          PIC 9(03).
           02 COT-OPERADOR           PIC X(08).
           02 COT-DATA-ALT           PIC 9(08).
