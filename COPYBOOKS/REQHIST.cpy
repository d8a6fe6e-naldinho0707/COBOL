      *----------------------------------------------------------------*
      * REQHIST - historico dos movimentos das requisicoes. O REQMAST
      *           guarda so a ultima etapa de cada requisicao; aqui
      *           fica a trilha inteira: um registro por movimento
      *           gravado pelo ATUREQ (o gravador unico dos dois
      *           arquivos), com data, hora, a situacao nova, a fila,
      *           o motivo e o operador que provocou o movimento
      *           ("LOTE" nos lotes e na critica da tarde).
      *
      *           O arquivo e INDEXADO pela chave departamento +
      *           requisicao + data + hora + sequencia, entao a
      *           leitura em ordem de chave ja entrega a historia de
      *           cada requisicao em ordem cronologica e as
      *           requisicoes agrupadas por departamento - o caminho
      *           da linha do tempo do CONREQ e do relatorio semanal
      *           RELREQ. RH-SEQUENCIA e atribuida pelo ATUREQ de 1 em
      *           1 quando dois movimentos da mesma requisicao caem no
      *           mesmo segundo (uma requisicao de varios raios).
      *           O reencadastramento que nao muda nada (mesma
      *           situacao, fila e motivo - a critica da tarde repassa
      *           a fila inteira todo dia) NAO gera registro.
      *----------------------------------------------------------------*
       01 REQ-HIST-REG.
           02 RH-CHAVE.
               03 RH-DEPTO           PIC X(04).
               03 RH-NUMERO          PIC 9(06).
               03 RH-DATA            PIC 9(08).
               03 RH-HORA            PIC 9(06).
               03 RH-SEQUENCIA       PIC 9(03).
           02 RH-SITUACAO            PIC X(02).
              88 RH-NA-FILA                        VALUE "FI".
              88 RH-CRITICADA                      VALUE "CR".
              88 RH-PROCESSADA                     VALUE "PR".
              88 RH-SUSPENSA                       VALUE "SU".
              88 RH-DEVOLVIDA                      VALUE "RE".
              88 RH-CANCELADA                      VALUE "CA".
              88 RH-RETIDA                         VALUE "RT".
              88 RH-LIBERADA                       VALUE "LI".
           02 RH-FILA                PIC X(06).
           02 RH-MOTIVO              PIC X(02).
           02 RH-OPERADOR            PIC X(08).
