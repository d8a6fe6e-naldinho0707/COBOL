      *           operacao rever o que foi rejeitado e reencaminhar
      *           pelo RESUB depois de corrigir, em vez de redigitar
      *           de memoria. Motivos: RZ = raio zerado, RL = raio
      *           acima do limite do CTRLRAIO, DP = departamento
      *           desconhecido ou inativo no DEPTMAST (pelo lote ou
      *           pela entrada de transmissao do INTENG).
      *----------------------------------------------------------------*
       01 SUS-RAIO-REG.
           02 SUS-RAIO-DATA          PIC 9(08).
