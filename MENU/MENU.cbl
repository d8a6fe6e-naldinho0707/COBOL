      *   - opcao 9 chama a consulta de requisicoes (CONREQ, mestre
      *     REQMAST); a saida passou a ser a opcao 0, para continuar
      *     cabendo em um digito.
      *   - opcao passou a ter dois digitos, com as funcoes novas numa
      *     segunda coluna a partir da 10 (a saida continua na 0);
      *     opcao 10 chama a manutencao de departamentos (MNTDEPT,
      *     mestre DEPTMAST).
      *   - opcao 11 chama a entrada e o cancelamento de requisicoes
      *     pela tela (ENTREQ), com a critica do EDLOTE na hora.
      *   - seguranca do sign-on: a senha e conferida cifrada (o
      *     CIFRASEN transforma a digitada e o resultado e comparado
      *     com o gravado - o OPERMAST nao guarda mais a senha
      *     legivel). Cada recusa soma no contador de falhas do
      *     operador; ao chegar no SENHAMAX do SYSPARM (padrao 3) o
      *     operador fica bloqueado ate um administrador desbloquear
      *     pelo MNTOPER. Senha vencida (mais de SENHADIA dias desde
      *     a ultima troca, padrao 90) ou provisoria obriga a troca
      *     antes do menu, sem repetir a atual nem a anterior. No
      *     AUDITLOG saem, alem do acesso ("A") e da recusa ("F"), o
      *     bloqueio ("B"), a tentativa em operador ja bloqueado
      *     ("X") e a troca de senha ("S"), lidos pelo RELSEG.
      *   - opcao 12 chama a aprovacao das alteracoes pendentes do
      *     SYSPARM e do OPERMAST (APRALT, dupla custodia - nivel 3,
      *     outro operador que nao o solicitante).
      *   - opcao 13 chama a manutencao do calendario de dias nao uteis
      *     (MNTCAL, arquivo CALEND), que decide as noites de
      *     processamento do CIRCFIB e a vigencia das alteracoes
      *     programadas.
      *   - opcao 14 chama a verificacao de certificado de calculo
      *     (VERCERT): chave e codigo de verificacao do certificado do
      *     CERTCALC, com a resposta valido, superado por
      *     reprocessamento, alterado, nao confere ou nao encontrado,
      *     cada verificacao gravada no AUDITLOG.
      *   - opcao 15 chama a manutencao da cota mensal de calculos por
      *     departamento (MNTCOTA, arquivo COTADEP, nivel 3).
      *   - opcao 16 chama a liberacao de requisicao retida pela cota
      *     (LIBREQ, nivel 3), gravada no AUDITLOG com o operador.
      *   - a liberacao de implantacao (nivel 3 sem senha) vale so com o
      *     OPERMAST inexistente (status 35) ou vazio; qualquer outra
      *     falha na abertura do cadastro - preso por outro terminal,
      *     37, 9x - mostra o status e recusa o sign-on, sem passar por
      *     cima do bloqueio.
      ******************************************************************

      *================================================================*
           02 MES                PIC 9(02)         VALUE ZEROS.
           02 DIA                PIC 9(02)         VALUE ZEROS.

       01 OPCAO                  PIC 9(02)         VALUE ZEROS.

       01 STATUS-ARQUIVOS.
           02 WS-OPER-STATUS     PIC X(02)         VALUE SPACES.
              88 SESSAO-ABERTA                     VALUE "S" FALSE "N".
           02 SW-MESTRE-VAZIO    PIC X(01)         VALUE "N".
              88 MESTRE-VAZIO                      VALUE "S" FALSE "N".
           02 SW-MESTRE-INDISP   PIC X(01)         VALUE "N".
              88 MESTRE-INDISPONIVEL               VALUE "S" FALSE "N".
           02 OPERADOR-INF       PIC X(08)         VALUE SPACES.
           02 SENHA-INF          PIC X(08)         VALUE SPACES.
           02 NIVEL-SESSAO       PIC 9(01)         VALUE ZEROS.

       01 WS-HORA-SISTEMA        PIC 9(08)         VALUE ZEROS.

       01 CONTROLE-SEGURANCA.
           02 SW-BLOQUEADO       PIC X(01)         VALUE "N".
              88 JA-BLOQUEADO                      VALUE "S" FALSE "N".
           02 SW-BLOQUEIO-AGORA  PIC X(01)         VALUE "N".
              88 BLOQUEIO-AGORA                    VALUE "S" FALSE "N".
           02 SW-SENHA-VENCIDA   PIC X(01)         VALUE "N".
              88 SENHA-VENCIDA                     VALUE "S" FALSE "N".
           02 SW-SENHA-TROCADA   PIC X(01)         VALUE "N".
              88 SENHA-TROCADA                     VALUE "S" FALSE "N".
           02 SW-TROCA-RECUSADA  PIC X(01)         VALUE "N".
              88 TROCA-RECUSADA                    VALUE "S" FALSE "N".
           02 NOVA-SENHA         PIC X(08)         VALUE SPACES.
           02 CONFIRMA-SENHA     PIC X(08)         VALUE SPACES.

       77 TENTATIVAS-TROCA       PIC 9(01)         VALUE ZEROS.

       77 LIMITE-FALHAS          PIC 9(02)         VALUE 3.

       77 VALIDADE-SENHA         PIC 9(03)         VALUE 90.

      * conversao de data AAAAMMDD em numero de dias corridos (conta
      * a partir de marco, para o dia 29/02 cair no fim do "ano")
       01 DATA-CONV.
           02 CONV-ANO           PIC 9(04)         VALUE ZEROS.
           02 CONV-MES           PIC 9(02)         VALUE ZEROS.
           02 CONV-DIA           PIC 9(02)         VALUE ZEROS.

       01 CALCULO-DIAS.
           02 DIAS-CONV          PIC 9(07)         VALUE ZEROS.
           02 DIAS-SENHA         PIC 9(07)         VALUE ZEROS.
           02 AUX-ANO            PIC 9(04)         VALUE ZEROS.
           02 AUX-MES            PIC 9(02)         VALUE ZEROS.
           02 AUX-QUOCIENTE      PIC 9(07)         VALUE ZEROS.

           copy AUDITLOG.

           copy GRAVACOM.

           copy LESPARM.

           copy CIFRASEN.

      *----------------------------------------------------------------*
       SCREEN SECTION.
      *----------------------------------------------------------------*
              "9 - Consulta de Requisicoes".
           02 LINE 14 COLUMN 05 VALUE
              "0 - Sair".
           02 LINE 05 COLUMN 48 VALUE
              "10 - Manutencao de Departamentos".
           02 LINE 06 COLUMN 48 VALUE
              "11 - Incluir/Cancelar Requisicao".
           02 LINE 07 COLUMN 48 VALUE
              "12 - Aprovacao de Alteracoes".
           02 LINE 08 COLUMN 48 VALUE
              "13 - Calendario de Dias Nao Uteis".
           02 LINE 09 COLUMN 48 VALUE
              "14 - Verificacao de Certificado".
           02 LINE 10 COLUMN 48 VALUE
              "15 - Cota Mensal por Departamento".
           02 LINE 11 COLUMN 48 VALUE
              "16 - Liberacao de Req. Retida".
           02 LINE 15 COLUMN 05 VALUE "Escolha uma opcao: <  >".
      *----------------------------------------------------------------*

      *================================================================*
            ACCEPT     WS-HORA-SISTEMA   FROM TIME.
            MOVE       DATA-DO-SISTEMA   TO   RUN-ID-EXECUCAO(1:8).
            MOVE       WS-HORA-SISTEMA   TO   RUN-ID-EXECUCAO(9:8).
            PERFORM    LE-PARAMETROS-SEGURANCA.
            PERFORM    IDENTIFICA-OPERADOR.
            IF         NOT SESSAO-ABERTA
                DISPLAY "ACESSO NEGADO - TENTATIVAS ESGOTADAS"
            PERFORM    FINALIZA.


       LE-PARAMETROS-SEGURANCA.
            MOVE       "SENHAMAX"   TO   LEP-CHAVE.
            MOVE       ZEROS        TO   LEP-DATA-REF.
            CALL       "LESPARM"    USING LE-PARM-PARM.
            IF         LEP-STATUS = "00"
                AND    LEP-VALOR (1:2) IS NUMERIC
                AND    LEP-VALOR (1:2) NOT = "00"
                MOVE   LEP-VALOR (1:2)   TO   LIMITE-FALHAS
            END-IF.
            MOVE       "SENHADIA"   TO   LEP-CHAVE.
            MOVE       ZEROS        TO   LEP-DATA-REF.
            CALL       "LESPARM"    USING LE-PARM-PARM.
            IF         LEP-STATUS = "00"
                AND    LEP-VALOR (1:3) IS NUMERIC
                AND    LEP-VALOR (1:3) NOT = "000"
                MOVE   LEP-VALOR (1:3)   TO   VALIDADE-SENHA
            END-IF.
            EXIT.


       IDENTIFICA-OPERADOR.
            DISPLAY    ERASE   AT   0101.
            DISPLAY    "IDENTIFICACAO DO OPERADOR"   AT   0225.
            DISPLAY    "Senha..............: "   AT   0705.
            ACCEPT     SENHA-INF      AT   0726 PROMPT AUTO.
            PERFORM    VALIDA-OPERADOR.
            IF         SENHA-TROCADA
                MOVE    "S"   TO   AUDIT-SAIDA
                PERFORM GRAVA-AUDITORIA
            END-IF.
            EVALUATE   TRUE
            WHEN       SESSAO-ABERTA
                PERFORM GRAVA-SESSAO
                PERFORM GRAVA-AUDITORIA-ACESSO
            WHEN       MESTRE-INDISPONIVEL
                DISPLAY "OPERMAST INDISPONIVEL - STATUS "
                        WS-OPER-STATUS " - SIGN-ON RECUSADO"
                        AT   2005
                MOVE    3     TO   TENTATIVAS
            WHEN       JA-BLOQUEADO
                DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
                        AT   2005
                MOVE    "X"   TO   AUDIT-SAIDA
                PERFORM GRAVA-AUDITORIA
                MOVE    3     TO   TENTATIVAS
            WHEN       BLOQUEIO-AGORA
                DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO"
                        AT   2005
                PERFORM GRAVA-AUDITORIA-FALHA
                MOVE    "B"   TO   AUDIT-SAIDA
                PERFORM GRAVA-AUDITORIA
                MOVE    3     TO   TENTATIVAS
            WHEN       TROCA-RECUSADA
                DISPLAY "TROCA DE SENHA OBRIGATORIA NAO CONCLUIDA"
                        AT   2005
                MOVE    3     TO   TENTATIVAS
            WHEN OTHER
                DISPLAY "OPERADOR OU SENHA INVALIDOS!!"   AT   2005
                PERFORM GRAVA-AUDITORIA-FALHA
            END-EVALUATE.
            EXIT.


       VALIDA-OPERADOR.
            SET        SESSAO-ABERTA   TO   FALSE.
            SET        JA-BLOQUEADO    TO   FALSE.
            SET        BLOQUEIO-AGORA  TO   FALSE.
            SET        SENHA-TROCADA   TO   FALSE.
            SET        TROCA-RECUSADA  TO   FALSE.
            SET        MESTRE-INDISPONIVEL   TO   FALSE.
            IF         OPERADOR-INF NOT = SPACES
                PERFORM CONFERE-NO-MESTRE
            END-IF.


       CONFERE-NO-MESTRE.
            OPEN       I-O     OPER-FILE.
            EVALUATE   WS-OPER-STATUS
            WHEN       "35"
      * cadastro ainda nao existe (implantacao): entrada liberada
      * com nivel 3 para o MNTOPER poder semear o OPERMAST
                MOVE   3   TO   NIVEL-SESSAO
                SET    SESSAO-ABERTA   TO   TRUE
            WHEN       "00"
                PERFORM CONFERE-CADASTRO
            WHEN OTHER
      * cadastro preso por outro terminal ou com erro: sem sign-on,
      * nunca a liberacao de implantacao
                SET    MESTRE-INDISPONIVEL   TO   TRUE
            END-EVALUATE.
            EXIT.


       CONFERE-CADASTRO.
            PERFORM    VERIFICA-MESTRE-VAZIO.
            IF         MESTRE-VAZIO
      * cadastro existe mas esta vazio (o MNTOPER cria o arquivo na
      * abertura, antes do primeiro operador): mesma liberacao de
      * implantacao, senao o sistema tranca para sempre
                MOVE   3   TO   NIVEL-SESSAO
                SET    SESSAO-ABERTA   TO   TRUE
            ELSE
                MOVE   OPERADOR-INF    TO   OPER-CHAVE
                READ   OPER-FILE
                    INVALID KEY
                         SET  SESSAO-ABERTA   TO   FALSE
                    NOT INVALID KEY
                         PERFORM CONFERE-SENHA
                END-READ
            END-IF.
            CLOSE      OPER-FILE.
            EXIT.


      * senha certa zera as falhas seguidas; errada soma e, no
      * limite do SENHAMAX, bloqueia o operador
       CONFERE-SENHA.
            IF         OPER-BLOQUEADO
                SET     JA-BLOQUEADO   TO   TRUE
            ELSE
                MOVE    OPERADOR-INF   TO   CIF-OPERADOR
                MOVE    SENHA-INF      TO   CIF-SENHA
                CALL    "CIFRASEN"     USING CIFRA-SENHA-PARM
                IF      CIF-RESULTADO = OPER-SENHA
                     MOVE    ZEROS   TO   OPER-FALHAS
                     PERFORM VERIFICA-VALIDADE-SENHA
                     IF      SENHA-VENCIDA
                          PERFORM TROCA-SENHA
                     ELSE
                          SET  SESSAO-ABERTA   TO   TRUE
                     END-IF
                     IF      SESSAO-ABERTA
                          MOVE OPER-NIVEL   TO   NIVEL-SESSAO
                     END-IF
                ELSE
                     ADD     1   TO   OPER-FALHAS
                     IF      OPER-FALHAS NOT < LIMITE-FALHAS
                          SET  OPER-BLOQUEADO    TO   TRUE
                          MOVE DATA-DO-SISTEMA   TO   OPER-DATA-BLOQUEIO
                          SET  BLOQUEIO-AGORA    TO   TRUE
                     END-IF
                END-IF
                REWRITE OPER-MASTER-REG
                    INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR O OPERADOR!!"
                                 AT   2005
                END-REWRITE
            END-IF.
            EXIT.


       VERIFICA-VALIDADE-SENHA.
            SET        SENHA-VENCIDA   TO   FALSE.
            IF         TROCA-OBRIGATORIA
                SET     SENHA-VENCIDA   TO   TRUE
            ELSE
                MOVE    OPER-DATA-SENHA   TO   DATA-CONV
                PERFORM CONVERTE-DATA
                MOVE    DIAS-CONV         TO   DIAS-SENHA
                MOVE    DATA-DO-SISTEMA   TO   DATA-CONV
                PERFORM CONVERTE-DATA
                IF      DIAS-SENHA = ZEROS
                     OR DIAS-CONV NOT < DIAS-SENHA + VALIDADE-SENHA
                     SET SENHA-VENCIDA   TO   TRUE
                END-IF
            END-IF.
            EXIT.


       TROCA-SENHA.
            DISPLAY    "SENHA VENCIDA OU PROVISORIA - TROCA OBRIGATORIA"
                       AT   1105.
            MOVE       ZEROS   TO   TENTATIVAS-TROCA.
            PERFORM    ENTRA-NOVA-SENHA
                       UNTIL SENHA-TROCADA
                       OR    TENTATIVAS-TROCA >= 3.
            IF         SENHA-TROCADA
                SET     SESSAO-ABERTA    TO   TRUE
            ELSE
                SET     TROCA-RECUSADA   TO   TRUE
            END-IF.
            EXIT.


       ENTRA-NOVA-SENHA.
            ADD        1        TO   TENTATIVAS-TROCA.
            MOVE       SPACES   TO   NOVA-SENHA CONFIRMA-SENHA.
            DISPLAY    "Nova senha.........: "   AT   1305.
            ACCEPT     NOVA-SENHA       AT   1326 PROMPT AUTO.
            DISPLAY    "Confirme a senha...: "   AT   1505.
            ACCEPT     CONFIRMA-SENHA   AT   1526 PROMPT AUTO.
            MOVE       OPERADOR-INF     TO   CIF-OPERADOR.
            MOVE       NOVA-SENHA       TO   CIF-SENHA.
            CALL       "CIFRASEN"       USING CIFRA-SENHA-PARM.
            EVALUATE   TRUE
            WHEN       NOVA-SENHA = SPACES
                DISPLAY "SENHA NAO PODE FICAR EM BRANCO!!"   AT   2005
            WHEN       NOVA-SENHA NOT = CONFIRMA-SENHA
                DISPLAY "CONFIRMACAO NAO CONFERE!!"   AT   2005
            WHEN       CIF-RESULTADO = OPER-SENHA
                DISPLAY "NOVA SENHA IGUAL A ATUAL!!"   AT   2005
            WHEN       CIF-RESULTADO = OPER-SENHA-ANTERIOR
                DISPLAY "NOVA SENHA IGUAL A ANTERIOR - NAO PODE SER "
                        "REUTILIZADA!!"   AT   2005
            WHEN OTHER
                MOVE    OPER-SENHA        TO   OPER-SENHA-ANTERIOR
                MOVE    CIF-RESULTADO     TO   OPER-SENHA
                MOVE    DATA-DO-SISTEMA   TO   OPER-DATA-SENHA
                MOVE    "N"               TO   OPER-TROCA-SENHA
                SET     SENHA-TROCADA     TO   TRUE
            END-EVALUATE.
            EXIT.


       VERIFICA-MESTRE-VAZIO.
            SET        MESTRE-VAZIO   TO   TRUE.
            MOVE       LOW-VALUES     TO   OPER-CHAVE.
                CALL   "MNTOPER"
            WHEN       9
                CALL   "CONREQ"
            WHEN       10
                CALL   "MNTDEPT"
            WHEN       11
                CALL   "ENTREQ"
            WHEN       12
                CALL   "APRALT"
            WHEN       13
                CALL   "MNTCAL"
            WHEN       14
                CALL   "VERCERT"
            WHEN       15
                CALL   "MNTCOTA"
            WHEN       16
                CALL   "LIBREQ"
            WHEN       0
                CONTINUE
            WHEN OTHER
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


       FINALIZA.
            DISPLAY    "FIM DO PROGRAMA"   AT   1625.
            Stop " ".
