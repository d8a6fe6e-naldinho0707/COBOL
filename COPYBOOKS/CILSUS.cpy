      *          sem alteracao, com a data da rodada e o codigo do
      *          motivo, no mesmo molde do RAIOSUS. Motivos: FI =
      *          forma invalida, RZ = raio zerado, RL = raio acima do
      *          limite do CTRLRAIO, AL = altura zerada no cilindro,
      *          DP = departamento desconhecido ou inativo no DEPTMAST
      *          (pelo lote ou pela entrada de transmissao do INTENG).
      *----------------------------------------------------------------*
       01 SUS-CIL-REG.
           02 SUS-CIL-DATA           PIC 9(08).
