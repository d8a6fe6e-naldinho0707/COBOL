       program-id. CERTCALC as "CERTCALC".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * CERTCALC - Certificado de calculo por requisicao.
      *
      *            A reimpressao do CONHIST e texto simples, que
      *            qualquer um redigita; o departamento que anexa uma
      *            area ou um volume a um documento de engenharia ou
      *            a um contrato pede agora o certificado da
      *            requisicao. Para cada cartao do CERTPED (data do
      *            calculo + requisicao) o programa le no CIRCHIST os
      *            registros da requisicao (START na chave data +
      *            requisicao, parada quando a data ou a requisicao
      *            muda) e imprime no CERTREL um certificado com uma
      *            linha por calculo - sequencia, forma, raio, altura,
      *            area ou superficie e volume - e, abaixo, o
      *            operador e o codigo de verificacao do registro
      *            (HIST-CODIGO-VERIF). Antes de imprimir, o codigo e
      *            recalculado pelo CODVERIF: registro cujo codigo nao
      *            confere (alterado fora do sistema) ou sem codigo
      *            sai apontado e sem codigo no certificado. O rodape
      *            ensina a conferir o certificado na tela VERCERT
      *            (opcao 14 do MENU).
      *
      *            RETURN-CODE 4 com requisicao nao encontrada,
      *            cartao invalido ou registro apontado; 8 com o
      *            CIRCHIST ou o CERTPED indisponivel.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select PED-FILE  assign to "CERTPED"
                  organization is line sequential
                  file status  is WS-PED-STATUS.

           select HIST-FILE assign to "CIRCHIST"
                  organization is indexed
                  access mode  is dynamic
                  record key   is HIST-CHAVE
                  alternate record key is HIST-DEPTO
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select REL-FILE  assign to "CERTREL"
                  organization is line sequential
                  file status  is WS-REL-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  PED-FILE.
           copy CERTPED.

       FD  HIST-FILE.
           copy CIRCHIST.

       FD  REL-FILE.
       01 REL-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-PEDIDOS     PIC X(01)     VALUE "N".
              88 FIM-PEDIDOS                   VALUE "S" FALSE "N".
           02 SW-FIM-REQUISICAO  PIC X(01)     VALUE "N".
              88 FIM-REQUISICAO                VALUE "S" FALSE "N".
           02 SW-ERRO-ARQUIVO    PIC X(01)     VALUE "N".
              88 ERRO-ARQUIVO                  VALUE "S" FALSE "N".
           02 SW-APONTADO        PIC X(01)     VALUE "N".
              88 HOUVE-APONTAMENTO             VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PED-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-REL-STATUS      PIC X(02)     VALUE SPACES.

       01 DATA-DO-SISTEMA.
           02 ANO                PIC 9(04)     VALUE ZEROS.
           02 MES                PIC 9(02)     VALUE ZEROS.
           02 DIA                PIC 9(02)     VALUE ZEROS.

       01 DATA-TRABALHO.
           02 DT-AAAA            PIC 9(04).
           02 DT-MM              PIC 9(02).
           02 DT-DD              PIC 9(02).
       01 DATA-TRABALHO-NUM REDEFINES DATA-TRABALHO
                                 PIC 9(08).

       01 CONTADORES.
           02 QTDE-PEDIDOS       PIC 9(05)     VALUE ZEROS.
           02 QTDE-CERTIFICADOS  PIC 9(05)     VALUE ZEROS.
           02 QTDE-CALCULOS      PIC 9(05)     VALUE ZEROS.
           02 QTDE-APONTADOS     PIC 9(05)     VALUE ZEROS.
           02 QTDE-NA-REQ        PIC 9(05)     VALUE ZEROS.

           copy CODVERIF.

       01 REL-TRACO              PIC X(80)     VALUE ALL "=".

       01 REL-TRACO-FINO         PIC X(80)     VALUE ALL "-".

       01 REL-TITULO.
           02 FILLER             PIC X(58)
              VALUE "CERTIFICADO DE CALCULO - AREA E VOLUME".
           02 FILLER             PIC X(11)     VALUE "EMITIDO EM ".
           02 TIT-EMISSAO        PIC X(10).

       01 REL-REQUISICAO.
           02 FILLER             PIC X(17)
                                  VALUE "DATA DO CALCULO: ".
           02 REQ-DATA-ED        PIC X(10).
           02 FILLER             PIC X(15)     VALUE "   REQUISICAO: ".
           02 REQ-NUMERO-ED      PIC 9(06).
           02 FILLER             PIC X(17)
                                  VALUE "   DEPARTAMENTO: ".
           02 REQ-DEPTO-ED       PIC X(04).

       01 REL-CABECALHO          PIC X(80)     VALUE
              "SEQ.  FORMA      RAIO  ALTURA   AREA/SUPERF.             
      -       "VOLUME".

       01 REL-DETALHE.
           02 DET-SEQUENCIA      PIC 9(05).
           02 FILLER             PIC X(01)     VALUE SPACE.
           02 DET-FORMA          PIC X(08).
           02 FILLER             PIC X(01)     VALUE SPACE.
           02 DET-RAIO           PIC ZZ9,99.
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 DET-ALTURA         PIC ZZ9,99.
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 DET-AREA           PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 DET-VOLUME         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 REL-CODIGO.
           02 FILLER             PIC X(16)     VALUE "      OPERADOR: ".
           02 COD-OPERADOR       PIC X(08).
           02 FILLER             PIC X(26)
                                  VALUE "   CODIGO DE VERIFICACAO: ".
           02 COD-CODIGO-ED      PIC X(14).
           02 FILLER             PIC X(02)     VALUE SPACES.
           02 COD-OBSERVACAO     PIC X(13)     VALUE SPACES.

       01 REL-APONTADO.
           02 FILLER             PIC X(16)     VALUE "      OPERADOR: ".
           02 APT-OPERADOR       PIC X(08).
           02 FILLER             PIC X(03)     VALUE SPACES.
           02 APT-MENSAGEM       PIC X(53).

       01 REL-TOTAL.
           02 FILLER             PIC X(19)
                                  VALUE "TOTAL DE CALCULOS: ".
           02 TOT-CALCULOS-ED    PIC ZZZZ9.

       01 REL-RODAPE-1           PIC X(80)     VALUE
              "Confira este certificado no MENU, opcao 14 (Verificacao d
      -       "e Certificado),".

       01 REL-RODAPE-2           PIC X(80)     VALUE
              "informando a data do calculo, a requisicao, a sequencia e
      -       " o codigo.".

       01 REL-NAO-ENCONTRADA.
           02 FILLER             PIC X(11)     VALUE "REQUISICAO ".
           02 NEN-NUMERO-ED      PIC 9(06).
           02 FILLER             PIC X(04)     VALUE " DE ".
           02 NEN-DATA-ED        PIC X(10).
           02 FILLER             PIC X(35)
              VALUE " NAO ENCONTRADA NO HISTORICO".

       01 REL-CARTAO-INVALIDO.
           02 FILLER             PIC X(34)
              VALUE "CARTAO INVALIDO (AAAAMMDD NNNNNN):".
           02 INV-CARTAO         PIC X(15).

       01 LINHA-CONTROLE.
           02 FILLER             PIC X(21)
                                  VALUE "CERTCALC: PEDIDOS = ".
           02 CTL-PEDIDOS        PIC ZZZZ9.
           02 FILLER             PIC X(17)
                                  VALUE "  CERTIFICADOS = ".
           02 CTL-CERTIFICADOS   PIC ZZZZ9.
           02 FILLER             PIC X(15)
                                  VALUE "  APONTADOS = ".
           02 CTL-APONTADOS      PIC ZZZZ9.

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            MOVE     DATA-DO-SISTEMA   TO   DATA-TRABALHO.
            PERFORM  EDITA-DATA.
            MOVE     REQ-DATA-ED       TO   TIT-EMISSAO.
            OPEN     INPUT    PED-FILE.
            IF       WS-PED-STATUS NOT = "00"
                 DISPLAY "CERTCALC: CERTPED NAO PODE SER ABERTO - "
                         "STATUS " WS-PED-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     INPUT    HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                 DISPLAY "CERTCALC: CIRCHIST NAO PODE SER ABERTO - "
                         "STATUS " WS-HIST-STATUS
                 CLOSE   PED-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
            END-IF.
            OPEN     OUTPUT   REL-FILE.
            PERFORM  LE-PEDIDO.
            PERFORM  TRATA-PEDIDO  UNTIL  FIM-PEDIDOS.
            CLOSE    PED-FILE HIST-FILE REL-FILE.
            PERFORM  IMPRIME-CONTROLE.
            EVALUATE TRUE
            WHEN     ERRO-ARQUIVO
                 MOVE 8 TO RETURN-CODE
            WHEN     HOUVE-APONTAMENTO
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.


       LE-PEDIDO.
            READ     PED-FILE
                AT END
                     SET FIM-PEDIDOS TO TRUE
            END-READ.
            EXIT.


       TRATA-PEDIDO.
            ADD      1   TO   QTDE-PEDIDOS.
            IF       CPD-DATA IS NUMERIC
                 AND CPD-REQUISICAO IS NUMERIC
                 PERFORM EMITE-CERTIFICADO
            ELSE
                 MOVE    CERT-PED-REG   TO   INV-CARTAO
                 WRITE   REL-LINHA   FROM   REL-CARTAO-INVALIDO
                 ADD     1   TO   QTDE-APONTADOS
                 SET     HOUVE-APONTAMENTO   TO   TRUE
            END-IF.
            PERFORM  LE-PEDIDO.
            EXIT.


       EMITE-CERTIFICADO.
            MOVE     ZEROS              TO   QTDE-NA-REQ.
            SET      FIM-REQUISICAO     TO   FALSE.
            MOVE     CPD-DATA           TO   HIST-DATA.
            MOVE     CPD-REQUISICAO     TO   HIST-REQUISICAO.
            MOVE     ZEROS              TO   HIST-SEQUENCIA.
            START    HIST-FILE  KEY NOT LESS THAN HIST-CHAVE
                INVALID KEY
                     SET FIM-REQUISICAO TO TRUE
            END-START.
            IF       NOT FIM-REQUISICAO
                 PERFORM LE-HISTORICO
            END-IF.
            MOVE     CPD-DATA   TO   DATA-TRABALHO.
            PERFORM  EDITA-DATA.
            IF       FIM-REQUISICAO
                 MOVE    CPD-REQUISICAO   TO   NEN-NUMERO-ED
                 MOVE    REQ-DATA-ED      TO   NEN-DATA-ED
                 WRITE   REL-LINHA   FROM   REL-NAO-ENCONTRADA
                 ADD     1   TO   QTDE-APONTADOS
                 SET     HOUVE-APONTAMENTO   TO   TRUE
            ELSE
                 PERFORM IMPRIME-CABECALHO
                 PERFORM IMPRIME-CALCULO  UNTIL  FIM-REQUISICAO
                 PERFORM IMPRIME-RODAPE
                 ADD     1   TO   QTDE-CERTIFICADOS
            END-IF.
            EXIT.


       LE-HISTORICO.
            READ     HIST-FILE  NEXT RECORD
                AT END
                     SET FIM-REQUISICAO TO TRUE
            END-READ.
            IF       NOT FIM-REQUISICAO
                 AND WS-HIST-STATUS NOT = "00" AND NOT = "02"
                 DISPLAY "CERTCALC: ERRO DE LEITURA NO CIRCHIST - "
                         "STATUS " WS-HIST-STATUS
                 SET  ERRO-ARQUIVO     TO   TRUE
                 SET  FIM-REQUISICAO   TO   TRUE
            END-IF.
            IF       NOT FIM-REQUISICAO
                 AND ( HIST-DATA NOT = CPD-DATA
                       OR HIST-REQUISICAO NOT = CPD-REQUISICAO )
                 SET  FIM-REQUISICAO   TO   TRUE
            END-IF.
            EXIT.


       IMPRIME-CABECALHO.
            MOVE     CPD-REQUISICAO   TO   REQ-NUMERO-ED.
            MOVE     HIST-DEPTO       TO   REQ-DEPTO-ED.
            WRITE    REL-LINHA   FROM   REL-TRACO.
            WRITE    REL-LINHA   FROM   REL-TITULO.
            WRITE    REL-LINHA   FROM   REL-REQUISICAO.
            WRITE    REL-LINHA   FROM   REL-TRACO-FINO.
            WRITE    REL-LINHA   FROM   REL-CABECALHO.
            EXIT.


       IMPRIME-CALCULO.
            ADD      1   TO   QTDE-NA-REQ QTDE-CALCULOS.
            MOVE     HIST-SEQUENCIA   TO   DET-SEQUENCIA.
            EVALUATE HIST-FORMA
            WHEN     "L"
                 MOVE "CILINDRO"   TO   DET-FORMA
            WHEN     "E"
                 MOVE "ESFERA"     TO   DET-FORMA
            WHEN OTHER
                 MOVE "CIRCULO"    TO   DET-FORMA
            END-EVALUATE.
            MOVE     HIST-RAIO        TO   DET-RAIO.
            MOVE     HIST-ALTURA      TO   DET-ALTURA.
            MOVE     HIST-AREA        TO   DET-AREA.
            MOVE     HIST-VOLUME      TO   DET-VOLUME.
            WRITE    REL-LINHA   FROM   REL-DETALHE.
            MOVE     HIST-LOTE-REG    TO   CVF-REGISTRO.
            CALL     "CODVERIF"       USING CODIGO-VERIF-PARM.
            EVALUATE TRUE
            WHEN     HIST-CODIGO-VERIF = SPACES
                 MOVE    HIST-OPERADOR   TO   APT-OPERADOR
                 MOVE    "*** REGISTRO SEM CODIGO DE VERIFICACAO ***"
                                         TO   APT-MENSAGEM
                 WRITE   REL-LINHA   FROM   REL-APONTADO
                 PERFORM CONTA-APONTADO
            WHEN     HIST-CODIGO-VERIF NOT = CVF-CODIGO
                 MOVE    HIST-OPERADOR   TO   APT-OPERADOR
                 MOVE "*** CODIGO NAO CONFERE - NAO CERTIFICADO ***"
                                         TO   APT-MENSAGEM
                 WRITE   REL-LINHA   FROM   REL-APONTADO
                 PERFORM CONTA-APONTADO
            WHEN OTHER
                 MOVE    HIST-OPERADOR   TO   COD-OPERADOR
                 MOVE    CVF-CODIGO-ED   TO   COD-CODIGO-ED
                 IF      HIST-RESTATUADO
                      MOVE "REPROCESSADO"   TO   COD-OBSERVACAO
                 ELSE
                      MOVE SPACES           TO   COD-OBSERVACAO
                 END-IF
                 WRITE   REL-LINHA   FROM   REL-CODIGO
            END-EVALUATE.
            PERFORM  LE-HISTORICO.
            EXIT.


       CONTA-APONTADO.
            ADD      1   TO   QTDE-APONTADOS.
            SET      HOUVE-APONTAMENTO   TO   TRUE.
            DISPLAY  "CERTCALC: REGISTRO " HIST-CHAVE
                     " SEM CODIGO VALIDO - NAO CERTIFICADO".
            EXIT.


       IMPRIME-RODAPE.
            WRITE    REL-LINHA   FROM   REL-TRACO-FINO.
            MOVE     QTDE-NA-REQ   TO   TOT-CALCULOS-ED.
            WRITE    REL-LINHA   FROM   REL-TOTAL.
            WRITE    REL-LINHA   FROM   REL-RODAPE-1.
            WRITE    REL-LINHA   FROM   REL-RODAPE-2.
            WRITE    REL-LINHA   FROM   REL-TRACO.
            MOVE     SPACES   TO   REL-LINHA.
            WRITE    REL-LINHA.
            EXIT.


       EDITA-DATA.
            MOVE     SPACES   TO   REQ-DATA-ED.
            STRING   DT-DD     DELIMITED BY SIZE
                     "/"       DELIMITED BY SIZE
                     DT-MM     DELIMITED BY SIZE
                     "/"       DELIMITED BY SIZE
                     DT-AAAA   DELIMITED BY SIZE
                INTO REQ-DATA-ED.
            EXIT.


       IMPRIME-CONTROLE.
            MOVE     QTDE-PEDIDOS        TO   CTL-PEDIDOS.
            MOVE     QTDE-CERTIFICADOS   TO   CTL-CERTIFICADOS.
            MOVE     QTDE-APONTADOS      TO   CTL-APONTADOS.
            DISPLAY  LINHA-CONTROLE.
            EXIT.

       end program CERTCALC.
