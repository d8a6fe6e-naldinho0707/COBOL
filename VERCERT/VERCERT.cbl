       program-id. VERCERT as "VERCERT".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * VERCERT - Verificacao de certificado de calculo (opcao 14 do
      *           MENU).
      *
      *           O auditor (ou qualquer operador) informa a chave de
      *           um calculo impresso no certificado do CERTCALC -
      *           data, requisicao e sequencia - e o codigo de
      *           verificacao (12 digitos, com ou sem os tracos). O
      *           programa le o registro no CIRCHIST (ou, se ja saiu
      *           do mestre, no arquivo morto CIRCARCH) e responde:
      *             VALIDO            - o codigo e o vigente do
      *                                 registro e o registro ainda
      *                                 gera o mesmo codigo no
      *                                 CODVERIF;
      *             REGISTRO ALTERADO - o codigo e o gravado, mas o
      *                                 registro nao gera mais esse
      *                                 codigo (alterado fora do
      *                                 sistema);
      *             SUPERADO          - o codigo esta no CODANT: o
      *                                 registro foi reprocessado pelo
      *                                 RESTHIST e o certificado
      *                                 mostra valores que nao valem
      *                                 mais (a tela mostra os valores
      *                                 antigos e o codigo vigente);
      *             NAO CONFERE       - a chave existe mas o codigo
      *                                 nao e nem o vigente nem um
      *                                 superado;
      *             NAO ENCONTRADO    - a chave nao existe no mestre
      *                                 nem no arquivo morto.
      *           Cada verificacao sai no AUDITLOG via GRAVACOM, com a
      *           requisicao e os 4 ultimos digitos da sequencia em
      *           AUDIT-ENTRADA e o resultado em AUDIT-SAIDA (V, A, S,
      *           I ou N), no molde do MNTCAL.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select HIST-FILE assign to "CIRCHIST"
                  organization is indexed
                  access mode  is random
                  record key   is HIST-CHAVE
                  alternate record key is HIST-DEPTO
                       with duplicates
                  file status  is WS-HIST-STATUS.

           select CANT-FILE assign to "CODANT"
                  organization is indexed
                  access mode  is random
                  record key   is CANT-CHAVE
                  file status  is WS-CANT-STATUS.

           select ARC-FILE  assign to "CIRCARCH"
                  organization is line sequential
                  file status  is WS-ARC-STATUS.

           select SES-FILE  assign to "OPERSES"
                  organization is line sequential
                  file status  is WS-SES-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  HIST-FILE.
           copy CIRCHIST.

       FD  CANT-FILE.
           copy CODANT.

       FD  ARC-FILE.
           copy CIRCHIST replacing leading ==HIST== by ==ARC==.

       FD  SES-FILE.
           copy OPERSES.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-ARQUIVO     PIC X(01)     VALUE "N".
              88 FIM-ARQUIVO-MORTO             VALUE "S" FALSE "N".
           02 SW-ACHOU           PIC X(01)     VALUE "N".
              88 REGISTRO-ACHADO               VALUE "S" FALSE "N".
           02 SW-NO-ARQUIVO      PIC X(01)     VALUE "N".
              88 ACHADO-NO-ARQUIVO             VALUE "S" FALSE "N".
           02 SW-CODANT-ABERTO   PIC X(01)     VALUE "N".
              88 CODANT-ABERTO                 VALUE "S" FALSE "N".
           02 SW-CODIGO-RUIM     PIC X(01)     VALUE "N".
              88 CODIGO-RUIM                   VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-CANT-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-ARC-STATUS      PIC X(02)     VALUE SPACES.
           02 WS-SES-STATUS      PIC X(02)     VALUE SPACES.

       01 SESSAO-CORRENTE.
           02 OPERADOR-SESSAO    PIC X(08)     VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)     VALUE ZEROS.

       01 CAMPOS-TELA.
           02 CHAVE-INFORMADA.
               03 DATA-INFORMADA       PIC 9(08)  VALUE ZEROS.
               03 REQUISICAO-INFORMADA PIC 9(06)  VALUE ZEROS.
               03 SEQUENCIA-INFORMADA  PIC 9(05)  VALUE ZEROS.
           02 CODIGO-DIGITADO    PIC X(14)     VALUE SPACES.
           02 TAB-DIGITADO REDEFINES CODIGO-DIGITADO.
               03 DIG-CARACTER   PIC X(01)     OCCURS 14 TIMES.
           02 CONTINUA           PIC X(01)     VALUE SPACES.

       01 CODIGO-INFORMADO       PIC X(12)     VALUE SPACES.
       01 TAB-INFORMADO REDEFINES CODIGO-INFORMADO.
           02 INF-CARACTER       PIC X(01)     OCCURS 12 TIMES.

       77 SUB-DIGITADO           PIC 9(02)     COMP VALUE ZEROS.
       77 QTDE-DIGITOS           PIC 9(02)     COMP VALUE ZEROS.

      * registro conferido (do mestre ou do arquivo morto)
           copy CIRCHIST replacing leading ==HIST== by ==VRF==.

           copy CODVERIF.

       01 CAMPOS-EXIBICAO.
           02 EXB-FORMA          PIC X(08)     VALUE SPACES.
           02 EXB-RAIO           PIC ZZ9,99.
           02 EXB-ALTURA         PIC ZZ9,99.
           02 EXB-AREA           PIC ZZ.ZZZ.ZZ9,99.
           02 EXB-VOLUME         PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 EXB-DATA-ED        PIC X(10)     VALUE SPACES.

       01 DATA-TRABALHO.
           02 DT-AAAA            PIC 9(04).
           02 DT-MM              PIC 9(02).
           02 DT-DD              PIC 9(02).

       01 CONTROLE-RUN-ID.
           02 RUN-ID-EXECUCAO     PIC 9(16)    VALUE ZEROS.
           02 SEQUENCIA-AUDITORIA PIC 9(05)    VALUE ZEROS.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 DATA-DO-SISTEMA.
           02 ANO                PIC 9(04)     VALUE ZEROS.
           02 MES                PIC 9(02)     VALUE ZEROS.
           02 DIA                PIC 9(02)     VALUE ZEROS.

           copy AUDITLOG.

           copy GRAVACOM.

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/   USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/   USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04)    USING ANO.
           02 LINE 02 COLUMN 25 VALUE
              "Verificacao de Certificado de Calculo".
           02 LINE 05 COLUMN 05 VALUE
              "Data do calculo (AAAAMMDD).: ".
           02 LINE 06 COLUMN 05 VALUE
              "Requisicao.................: ".
           02 LINE 07 COLUMN 05 VALUE
              "Sequencia..................: ".
           02 LINE 08 COLUMN 05 VALUE
              "Codigo de verificacao......: ".
           02 LINE 18 COLUMN 05 VALUE
              "Deseja Continuar (S/N): < >".
      *----------------------------------------------------------------*

      *================================================================*
       procedure division.
      *================================================================*

       INICIO.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     DATA-DO-SISTEMA   TO   RUN-ID-EXECUCAO(1:8).
            MOVE     WS-HORA-SISTEMA   TO   RUN-ID-EXECUCAO(9:8).
            PERFORM  LE-SESSAO.
            PERFORM  ABRE-ARQUIVOS.
            DISPLAY  ERASE   AT   0101.
            PERFORM  TRATA-CERTIFICADO  UNTIL  CONTINUA = "N" OR "n".
            CLOSE    HIST-FILE.
            IF       CODANT-ABERTO
                 CLOSE   CANT-FILE
            END-IF.
            DISPLAY  "FIM DO PROGRAMA"   AT   2205.
            Stop " ".
            GOBACK.


       ABRE-ARQUIVOS.
            OPEN     INPUT    HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                 DISPLAY "CIRCHIST NAO PODE SER ABERTO - STATUS "
                         WS-HIST-STATUS   AT   2005
                 Stop " "
                 GOBACK
            END-IF.
      * CODANT ausente: nenhum reprocessamento ainda - nenhum superado
            OPEN     INPUT    CANT-FILE.
            IF       WS-CANT-STATUS = "00"
                 SET  CODANT-ABERTO   TO   TRUE
            END-IF.
            EXIT.


       LE-SESSAO.
            MOVE     SPACES   TO   OPERADOR-SESSAO.
            MOVE     ZEROS    TO   NIVEL-SESSAO.
            OPEN     INPUT    SES-FILE.
            IF       WS-SES-STATUS = "00"
                 READ SES-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          MOVE SES-OPERADOR   TO   OPERADOR-SESSAO
                          MOVE SES-NIVEL      TO   NIVEL-SESSAO
                 END-READ
                 CLOSE SES-FILE
            END-IF.
            EXIT.


       TRATA-CERTIFICADO.
            DISPLAY  ERASE    AT   0101.
            DISPLAY  TELA01   AT   0101.
            PERFORM  ENTRA-CHAVE.
            PERFORM  ENTRA-CODIGO.
            PERFORM  LOCALIZA-REGISTRO.
            IF       REGISTRO-ACHADO
                 PERFORM CONFERE-REGISTRO
            ELSE
                 DISPLAY "NAO ENCONTRADO - NAO HA CALCULO COM ESTA "
                         "CHAVE NO HISTORICO"   AT   1005
                 MOVE    "N"   TO   AUDIT-SAIDA
            END-IF.
            PERFORM  GRAVA-AUDITORIA.
            PERFORM  PERGUNTA-CONTINUA.
            EXIT.


       ENTRA-CHAVE.
            MOVE     ZEROS            TO   CHAVE-INFORMADA.
            ACCEPT   DATA-INFORMADA        AT   0534 PROMPT AUTO.
            ACCEPT   REQUISICAO-INFORMADA  AT   0634 PROMPT AUTO.
            ACCEPT   SEQUENCIA-INFORMADA   AT   0734 PROMPT AUTO.
            IF       DATA-INFORMADA = ZEROS
                 OR  SEQUENCIA-INFORMADA = ZEROS
                DISPLAY "INFORME A DATA E A SEQUENCIA DO CERTIFICADO!!"
                        AT   2005
                PERFORM ENTRA-CHAVE
            END-IF.
            EXIT.


       ENTRA-CODIGO.
            MOVE     SPACES            TO   CODIGO-DIGITADO.
            ACCEPT   CODIGO-DIGITADO   AT   0834 PROMPT AUTO.
            MOVE     SPACES            TO   CODIGO-INFORMADO.
            MOVE     ZEROS             TO   QTDE-DIGITOS.
            SET      CODIGO-RUIM       TO   FALSE.
            PERFORM  EXTRAI-DIGITO
                     VARYING SUB-DIGITADO FROM 1 BY 1
                     UNTIL   SUB-DIGITADO > 14.
            IF       CODIGO-RUIM
                 OR  QTDE-DIGITOS NOT = 12
                DISPLAY "CODIGO: INFORME OS 12 DIGITOS "
                        "(NNNN-NNNN-NNNN)!!"   AT   2005
                PERFORM ENTRA-CODIGO
            END-IF.
            EXIT.


       EXTRAI-DIGITO.
            EVALUATE TRUE
            WHEN     DIG-CARACTER (SUB-DIGITADO) IS NUMERIC
                 ADD  1   TO   QTDE-DIGITOS
                 IF   QTDE-DIGITOS NOT > 12
                      MOVE DIG-CARACTER (SUB-DIGITADO)
                                   TO   INF-CARACTER (QTDE-DIGITOS)
                 END-IF
            WHEN     DIG-CARACTER (SUB-DIGITADO) = "-" OR SPACE
                 CONTINUE
            WHEN OTHER
                 SET  CODIGO-RUIM   TO   TRUE
            END-EVALUATE.
            EXIT.


       LOCALIZA-REGISTRO.
            SET      REGISTRO-ACHADO     TO   FALSE.
            SET      ACHADO-NO-ARQUIVO   TO   FALSE.
            MOVE     CHAVE-INFORMADA     TO   HIST-CHAVE.
            READ     HIST-FILE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET  REGISTRO-ACHADO   TO   TRUE
                     MOVE HIST-LOTE-REG     TO   VRF-LOTE-REG
            END-READ.
            IF       NOT REGISTRO-ACHADO
                 PERFORM PROCURA-ARQUIVO-MORTO
            END-IF.
            EXIT.


       PROCURA-ARQUIVO-MORTO.
            SET      FIM-ARQUIVO-MORTO   TO   FALSE.
            OPEN     INPUT    ARC-FILE.
            IF       WS-ARC-STATUS = "00"
                 PERFORM LE-ARQUIVO-MORTO
                 PERFORM CONFERE-ARQUIVADO  UNTIL  FIM-ARQUIVO-MORTO
                 CLOSE   ARC-FILE
            END-IF.
            EXIT.


       LE-ARQUIVO-MORTO.
            READ     ARC-FILE
                AT END
                     SET FIM-ARQUIVO-MORTO TO TRUE
            END-READ.
      * o ARCHIST acrescenta os meses em ordem de data: passou da data
      * informada, a chave nao esta no arquivo morto
            IF       NOT FIM-ARQUIVO-MORTO
                 AND ARC-DATA > DATA-INFORMADA
                 SET  FIM-ARQUIVO-MORTO   TO   TRUE
            END-IF.
            EXIT.


       CONFERE-ARQUIVADO.
            IF       ARC-CHAVE = CHAVE-INFORMADA
                 SET  REGISTRO-ACHADO     TO   TRUE
                 SET  ACHADO-NO-ARQUIVO   TO   TRUE
                 SET  FIM-ARQUIVO-MORTO   TO   TRUE
                 MOVE ARC-LOTE-REG        TO   VRF-LOTE-REG
            ELSE
                 PERFORM LE-ARQUIVO-MORTO
            END-IF.
            EXIT.


       CONFERE-REGISTRO.
            MOVE     VRF-LOTE-REG   TO   CVF-REGISTRO.
            CALL     "CODVERIF"     USING CODIGO-VERIF-PARM.
            PERFORM  MOSTRA-REGISTRO.
            EVALUATE TRUE
            WHEN     VRF-CODIGO-VERIF = CODIGO-INFORMADO
                 AND CVF-CODIGO = VRF-CODIGO-VERIF
                 DISPLAY "VALIDO - O CERTIFICADO CONFERE COM O "
                         "HISTORICO"   AT   1005
                 MOVE    "V"   TO   AUDIT-SAIDA
            WHEN     VRF-CODIGO-VERIF = CODIGO-INFORMADO
                 DISPLAY "REGISTRO ALTERADO - O HISTORICO NAO GERA "
                         "MAIS ESTE CODIGO"   AT   1005
                 MOVE    "A"   TO   AUDIT-SAIDA
            WHEN OTHER
                 PERFORM PROCURA-SUPERADO
            END-EVALUATE.
            IF       ACHADO-NO-ARQUIVO
                 DISPLAY "(ARQUIVO MORTO)"   AT   1105
            END-IF.
            EXIT.


       PROCURA-SUPERADO.
            SET      REGISTRO-ACHADO     TO   FALSE.
            IF       CODANT-ABERTO
                 MOVE    CHAVE-INFORMADA    TO   CANT-HIST-CHAVE
                 MOVE    CODIGO-INFORMADO   TO   CANT-CODIGO
                 READ    CANT-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          SET  REGISTRO-ACHADO   TO   TRUE
                 END-READ
            END-IF.
            IF       REGISTRO-ACHADO
                 MOVE    CANT-DATA-REPROC   TO   DATA-TRABALHO
                 PERFORM EDITA-DATA
                 DISPLAY "SUPERADO PELO REPROCESSAMENTO DE "   AT   1005
                 DISPLAY EXB-DATA-ED                           AT   1038
                 MOVE    CANT-AREA-ANT      TO   EXB-AREA
                 MOVE    CANT-VOLUME-ANT    TO   EXB-VOLUME
                 DISPLAY "Valores do certificado superado: area "
                         AT   1605
                 DISPLAY EXB-AREA                              AT   1643
                 DISPLAY "volume "                             AT   1657
                 DISPLAY EXB-VOLUME                            AT   1664
                 DISPLAY "Codigo vigente: "                    AT   1705
                 DISPLAY CANT-CODIGO-NOVO (1:4)                AT   1721
                 DISPLAY "-"                                   AT   1725
                 DISPLAY CANT-CODIGO-NOVO (5:4)                AT   1726
                 DISPLAY "-"                                   AT   1730
                 DISPLAY CANT-CODIGO-NOVO (9:4)                AT   1731
                 MOVE    "S"   TO   AUDIT-SAIDA
            ELSE
                 DISPLAY "CODIGO NAO CONFERE - NAO E O CODIGO DESTE "
                         "CALCULO"   AT   1005
                 MOVE    "I"   TO   AUDIT-SAIDA
            END-IF.
            EXIT.


       MOSTRA-REGISTRO.
            EVALUATE VRF-FORMA
            WHEN     "L"
                 MOVE "CILINDRO"   TO   EXB-FORMA
            WHEN     "E"
                 MOVE "ESFERA"     TO   EXB-FORMA
            WHEN OTHER
                 MOVE "CIRCULO"    TO   EXB-FORMA
            END-EVALUATE.
            MOVE     VRF-RAIO      TO   EXB-RAIO.
            MOVE     VRF-ALTURA    TO   EXB-ALTURA.
            MOVE     VRF-AREA      TO   EXB-AREA.
            MOVE     VRF-VOLUME    TO   EXB-VOLUME.
            DISPLAY  "Departamento: "   AT   1205.
            DISPLAY  VRF-DEPTO          AT   1219.
            DISPLAY  "Operador: "       AT   1230.
            DISPLAY  VRF-OPERADOR       AT   1240.
            DISPLAY  "Forma: "          AT   1305.
            DISPLAY  EXB-FORMA          AT   1312.
            DISPLAY  "Raio: "           AT   1330.
            DISPLAY  EXB-RAIO           AT   1336.
            DISPLAY  "Altura: "         AT   1350.
            DISPLAY  EXB-ALTURA         AT   1358.
            DISPLAY  "Area/superficie: "   AT   1405.
            DISPLAY  EXB-AREA              AT   1422.
            DISPLAY  "Volume: "            AT   1440.
            DISPLAY  EXB-VOLUME            AT   1448.
            IF       VRF-RESTATUADO
                 DISPLAY "(REPROCESSADO)"   AT   1255
            END-IF.
            EXIT.


       EDITA-DATA.
            MOVE     SPACES   TO   EXB-DATA-ED.
            STRING   DT-DD     DELIMITED BY SIZE
                     "/"       DELIMITED BY SIZE
                     DT-MM     DELIMITED BY SIZE
                     "/"       DELIMITED BY SIZE
                     DT-AAAA   DELIMITED BY SIZE
                INTO EXB-DATA-ED.
            EXIT.


       GRAVA-AUDITORIA.
            ACCEPT   WS-HORA-SISTEMA  FROM TIME.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "VERCERT"            TO   AUDIT-PROGRAMA.
            MOVE     SPACES               TO   AUDIT-ENTRADA.
            MOVE     REQUISICAO-INFORMADA TO   AUDIT-ENTRADA(1:6).
            MOVE     SEQUENCIA-INFORMADA(2:4)
                                          TO   AUDIT-ENTRADA(7:4).
            MOVE     OPERADOR-SESSAO      TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.
            MOVE     SEQUENCIA-AUDITORIA  TO   AUDIT-SEQUENCIA.
            SET      GRAVA-NA-AUDITORIA   TO   TRUE.
            MOVE     AUDIT-LOG-REG        TO   GRAVA-REGISTRO.
            CALL     "GRAVACOM"           USING GRAVA-COM-PARM.
            EXIT.


       PERGUNTA-CONTINUA.
            MOVE     SPACES     TO   CONTINUA.
            ACCEPT   CONTINUA   AT   1830 PROMPT AUTO.
            IF       CONTINUA NOT = "S" AND NOT = "s"
                         AND NOT = "N" AND NOT = "n"
                PERFORM PERGUNTA-CONTINUA
            END-IF.
            EXIT.

       end program VERCERT.
