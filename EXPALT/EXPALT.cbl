       program-id. EXPALT as "EXPALT".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * EXPALT - Expiracao dos pedidos de alteracao do PENDALT.
      *
      *          Um pedido do MNTPARM ou do MNTOPER que ninguem
      *          aprova nem rejeita nao pode ficar aguardando para
      *          sempre: aprovado semanas depois, levaria ao SYSPARM
      *          ou ao OPERMAST um valor que ninguem mais lembra de
      *          ter pedido. Este subprograma varre o PENDALT e passa
      *          para expirado ("E", decisor "PRAZO") todo pedido
      *          aguardando ha mais dias que o PENDDIAS do SYSPARM
      *          (padrao 7), deixando o rastro no mesmo lugar da
      *          decisao: linha "X" no PARMHIST para parametro,
      *          linha "E" no AUDITLOG (via GRAVACOM) para operador.
      *          Devolve quantos expirou e quantos continuam
      *          aguardando (copybook EXPALT). Chamado por quem olha
      *          o PENDALT - MNTPARM, MNTOPER, APRALT e PAINEL -, de
      *          modo que nenhum deles ve pedido vencido como
      *          pendente.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select PEND-FILE assign to "PENDALT"
                  organization is indexed
                  access mode  is dynamic
                  record key   is PEND-NUMERO
                  file status  is WS-PEND-STATUS.

           select HIST-FILE assign to "PARMHIST"
                  organization is line sequential
                  file status  is WS-HIST-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  PEND-FILE.
           copy PENDALT.

       FD  HIST-FILE.
           copy PARMHIST.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 CONTROLE-FIM.
           02 SW-FIM-PENDENCIAS  PIC X(01)     VALUE "N".
              88 FIM-PENDENCIAS                VALUE "S" FALSE "N".

       01 STATUS-ARQUIVOS.
           02 WS-PEND-STATUS     PIC X(02)     VALUE SPACES.
           02 WS-HIST-STATUS     PIC X(02)     VALUE SPACES.

       01 DATA-DO-SISTEMA        PIC 9(08)     VALUE ZEROS.

       01 WS-HORA-SISTEMA        PIC 9(08)     VALUE ZEROS.

       77 PRAZO-PENDENCIA        PIC 9(03)     VALUE 7.

       01 CONTROLE-RUN-ID.
           02 RUN-ID-EXECUCAO     PIC 9(16)    VALUE ZEROS.
           02 SEQUENCIA-AUDITORIA PIC 9(05)    VALUE ZEROS.

      * conversao de data AAAAMMDD em numero de dias corridos (conta
      * a partir de marco, para o dia 29/02 cair no fim do "ano")
       01 DATA-CONV.
           02 CONV-ANO           PIC 9(04)     VALUE ZEROS.
           02 CONV-MES           PIC 9(02)     VALUE ZEROS.
           02 CONV-DIA           PIC 9(02)     VALUE ZEROS.

       01 CALCULO-DIAS.
           02 DIAS-CONV          PIC 9(07)     VALUE ZEROS.
           02 DIAS-HOJE          PIC 9(07)     VALUE ZEROS.
           02 AUX-ANO            PIC 9(04)     VALUE ZEROS.
           02 AUX-MES            PIC 9(02)     VALUE ZEROS.
           02 AUX-QUOCIENTE      PIC 9(07)     VALUE ZEROS.

           copy AUDITLOG.

           copy GRAVACOM.

           copy LESPARM.

       linkage section.

           copy EXPALT.

      *================================================================*
       procedure division using EXPIRA-ALT-PARM.
      *================================================================*

       EXPIRA-PENDENCIAS.
            MOVE     ZEROS    TO   EXP-QTDE-EXPIRADAS
                                   EXP-QTDE-PENDENTES.
            SET      FIM-PENDENCIAS   TO   FALSE.
            ACCEPT   DATA-DO-SISTEMA   FROM DATE  YYYYMMDD.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            MOVE     DATA-DO-SISTEMA   TO   RUN-ID-EXECUCAO(1:8).
            MOVE     WS-HORA-SISTEMA   TO   RUN-ID-EXECUCAO(9:8).
            MOVE     ZEROS             TO   SEQUENCIA-AUDITORIA.
            PERFORM  LE-PRAZO.
            MOVE     DATA-DO-SISTEMA   TO   DATA-CONV.
            PERFORM  CONVERTE-DATA.
            MOVE     DIAS-CONV         TO   DIAS-HOJE.
            OPEN     I-O      PEND-FILE.
            IF       WS-PEND-STATUS NOT = "00"
                 MOVE WS-PEND-STATUS   TO   EXP-STATUS
                 GOBACK
            END-IF.
            MOVE     LOW-VALUES   TO   PEND-NUMERO.
            START    PEND-FILE  KEY NOT LESS THAN PEND-NUMERO
                INVALID KEY
                     SET FIM-PENDENCIAS TO TRUE
            END-START.
            IF       NOT FIM-PENDENCIAS
                 PERFORM LE-PENDENCIA
                 PERFORM TRATA-PENDENCIA  UNTIL  FIM-PENDENCIAS
            END-IF.
            CLOSE    PEND-FILE.
            MOVE     "00"   TO   EXP-STATUS.
            GOBACK.


       LE-PRAZO.
            MOVE     "PENDDIAS"   TO   LEP-CHAVE.
            MOVE     ZEROS        TO   LEP-DATA-REF.
            CALL     "LESPARM"    USING LE-PARM-PARM.
            IF       LEP-STATUS = "00"
                 AND LEP-VALOR (1:3) IS NUMERIC
                 AND LEP-VALOR (1:3) NOT = "000"
                 MOVE LEP-VALOR (1:3)   TO   PRAZO-PENDENCIA
            END-IF.
            EXIT.


       LE-PENDENCIA.
            READ     PEND-FILE  NEXT RECORD
                AT END
                     SET FIM-PENDENCIAS TO TRUE
            END-READ.
            EXIT.


       TRATA-PENDENCIA.
            IF       PEND-AGUARDANDO
                 MOVE    PEND-DATA-PEDIDO   TO   DATA-CONV
                 PERFORM CONVERTE-DATA
                 IF      DIAS-HOJE > DIAS-CONV + PRAZO-PENDENCIA
                      PERFORM EXPIRA-PEDIDO
                 ELSE
                      ADD  1   TO   EXP-QTDE-PENDENTES
                 END-IF
            END-IF.
            PERFORM  LE-PENDENCIA.
            EXIT.


       EXPIRA-PEDIDO.
            ACCEPT   WS-HORA-SISTEMA   FROM TIME.
            SET      PEND-EXPIRADA     TO   TRUE.
            MOVE     "PRAZO"           TO   PEND-DECISOR.
            MOVE     DATA-DO-SISTEMA   TO   PEND-DATA-DECISAO.
            MOVE     WS-HORA-SISTEMA(1:6)   TO   PEND-HORA-DECISAO.
            REWRITE  PEND-REG.
            IF       WS-PEND-STATUS = "00"
                 ADD  1   TO   EXP-QTDE-EXPIRADAS
                 IF   PEND-PARAMETRO
                      PERFORM GRAVA-HISTORICO-PARM
                 ELSE
                      PERFORM GRAVA-AUDITORIA
                 END-IF
            END-IF.
            EXIT.


       GRAVA-HISTORICO-PARM.
            OPEN     EXTEND   HIST-FILE.
            IF       WS-HIST-STATUS NOT = "00"
                OPEN   OUTPUT  HIST-FILE
                CLOSE          HIST-FILE
                OPEN   EXTEND  HIST-FILE
            END-IF.
            MOVE     SPACES               TO   PARM-HIST-REG.
            MOVE     DATA-DO-SISTEMA      TO   PH-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   PH-HORA.
            MOVE     PEND-SOLICITANTE     TO   PH-OPERADOR.
            MOVE     PEND-ALVO            TO   PH-CHAVE.
            IF       PEND-PARM-INCLUSAO
                MOVE "(NOVO)"             TO   PH-VALOR-ANT
            ELSE
                MOVE PEND-VALOR-ANT       TO   PH-VALOR-ANT
            END-IF.
            MOVE     PEND-VALOR-NOVO      TO   PH-VALOR-NOVO.
            MOVE     "X"                  TO   PH-TIPO.
            MOVE     PEND-DECISOR         TO   PH-APROVADOR.
            WRITE    PARM-HIST-REG.
            CLOSE    HIST-FILE.
            EXIT.


       GRAVA-AUDITORIA.
            MOVE     DATA-DO-SISTEMA      TO   AUDIT-DATA.
            MOVE     WS-HORA-SISTEMA(1:6) TO   AUDIT-HORA.
            MOVE     "EXPALT"             TO   AUDIT-PROGRAMA.
            MOVE     PEND-ALVO            TO   AUDIT-ENTRADA.
            MOVE     "E"                  TO   AUDIT-SAIDA.
            MOVE     PEND-DECISOR         TO   AUDIT-OPERADOR.
            ADD      1                    TO   SEQUENCIA-AUDITORIA.
            MOVE     RUN-ID-EXECUCAO      TO   AUDIT-RUN-ID.
            MOVE     SEQUENCIA-AUDITORIA  TO   AUDIT-SEQUENCIA.
            SET      GRAVA-NA-AUDITORIA   TO   TRUE.
            MOVE     AUDIT-LOG-REG        TO   GRAVA-REGISTRO.
            CALL     "GRAVACOM"           USING GRAVA-COM-PARM.
            EXIT.


      *----------------------------------------------------------------*
      * DATA-CONV (AAAAMMDD) -> DIAS-CONV, dias corridos desde uma
      * origem fixa; a diferenca entre duas datas convertidas e o
      * numero de dias entre elas. Janeiro e fevereiro contam como
      * meses 10 e 11 do ano anterior.
      *----------------------------------------------------------------*

       CONVERTE-DATA.
            IF       DATA-CONV NOT NUMERIC
                 OR  CONV-MES < 1 OR CONV-MES > 12
                 MOVE ZEROS   TO   DIAS-CONV
            ELSE
                 PERFORM CALCULA-DIAS
            END-IF.
            EXIT.


       CALCULA-DIAS.
            IF       CONV-MES > 2
                 MOVE     CONV-ANO   TO   AUX-ANO
                 SUBTRACT 3          FROM CONV-MES GIVING AUX-MES
            ELSE
                 SUBTRACT 1          FROM CONV-ANO GIVING AUX-ANO
                 ADD      9          TO   CONV-MES GIVING AUX-MES
            END-IF.
            COMPUTE  DIAS-CONV = AUX-ANO * 365 + CONV-DIA.
            DIVIDE   AUX-ANO   BY 4     GIVING AUX-QUOCIENTE.
            ADD      AUX-QUOCIENTE      TO   DIAS-CONV.
            DIVIDE   AUX-ANO   BY 100   GIVING AUX-QUOCIENTE.
            SUBTRACT AUX-QUOCIENTE      FROM DIAS-CONV.
            DIVIDE   AUX-ANO   BY 400   GIVING AUX-QUOCIENTE.
            ADD      AUX-QUOCIENTE      TO   DIAS-CONV.
            COMPUTE  AUX-QUOCIENTE = AUX-MES * 153 + 2.
            DIVIDE   AUX-QUOCIENTE BY 5 GIVING AUX-QUOCIENTE.
            ADD      AUX-QUOCIENTE      TO   DIAS-CONV.
            EXIT.

       end program EXPALT.
