      *         tambem em lote para a area de modelagem; o resultado
      *         com semente NAO e gravado nem aproveitado do mestre
      *         FIBMAST, que guarda so a sequencia classica 0,1.
      *         FIB-MODO = "L" pede a serie completa, do termo 0 ao
      *         termo N, em vez de so o termo N: o lote grava a
      *         listagem formatada (termo, valor, soma acumulada e
      *         razao sobre o termo anterior, com o total da serie) no
      *         FIBSER, que o DISTRIB entrega ao departamento; branco
      *         ou "T" e o pedido de termo unico de sempre. A serie
      *         continua sendo UMA requisicao (uma linha no FIBOUT,
      *         com o termo N, no REQMAST e no RUNCTL).
      *----------------------------------------------------------------*
       01 FIB-LOTE-REG.
           02 FIB-ENTRADA            PIC 9(02).
           02 FIB-SEMENTE-A          PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 FIB-SEMENTE-B          PIC 9(06).
           02 FILLER                 PIC X(01)     VALUE SPACE.
           02 FIB-MODO               PIC X(01).
              88 FIB-TERMO-UNICO                   VALUE " " "T".
              88 FIB-LISTA-SERIE                   VALUE "L".
