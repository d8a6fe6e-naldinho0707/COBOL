       program-id. LEDATPRO as "LEDATPRO".

       author. Setor de Operacoes.

       date-written. 15/10/2026.

      ******************************************************************
      * LEDATPRO - Leitor comum do controle da data de processamento.
      *
      *            Le o registro unico do DATAPROC (aberto pelo
      *            FECHVER no topo do CIRCFIB e encerrado pelo
      *            FECHNOIT na certificacao da noite) e devolve a data
      *            de negocio em LDP-DATA-PROC, com a situacao e o
      *            file status (copybook LEDATPRO). Os programas do
      *            stream noturno chamam na inicializacao e carimbam
      *            com esta data o historico, as suspensoes, o RUNCTL
      *            e as notas, em vez da data do relogio - uma noite
      *            retomada depois da meia-noite continua gravando na
      *            data que abriu. DATAPROC ausente ou vazio devolve a
      *            data do dia com o status da leitura; o chamador
      *            avisa no SYSOUT e segue. Devolve tambem a data e a
      *            hora em que a data foi aberta.
      ******************************************************************

      *================================================================*
       environment division.
      *================================================================*

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           select DTP-FILE assign to "DATAPROC"
                  organization is line sequential
                  file status  is WS-DTP-STATUS.

      *----------------------------------------------------------------*
       data division.
      *----------------------------------------------------------------*

       file section.

       FD  DTP-FILE.
           copy DATAPROC.

      *----------------------------------------------------------------*
       working-storage section.
      *----------------------------------------------------------------*

       01 STATUS-ARQUIVOS.
           02 WS-DTP-STATUS      PIC X(02)     VALUE SPACES.

       linkage section.

           copy LEDATPRO.

      *================================================================*
       procedure division using LE-DATA-PROC-PARM.
      *================================================================*

       LE-DATA-PROCESSAMENTO.
            MOVE     SPACES   TO   LDP-SITUACAO.
            MOVE     ZEROS    TO   LDP-DATA-ABERTURA LDP-HORA-ABERTURA.
            ACCEPT   LDP-DATA-PROC   FROM DATE  YYYYMMDD.
            OPEN     INPUT    DTP-FILE.
            IF       WS-DTP-STATUS NOT = "00"
                 MOVE WS-DTP-STATUS   TO   LDP-STATUS
                 GOBACK
            END-IF.
            READ     DTP-FILE
                AT END
                     CONTINUE
                NOT AT END
                     PERFORM DEVOLVE-DATA
            END-READ.
            MOVE     WS-DTP-STATUS    TO   LDP-STATUS.
            CLOSE    DTP-FILE.
            GOBACK.


       DEVOLVE-DATA.
            IF       DTP-DATA-PROC IS NUMERIC
                 AND DTP-DATA-PROC NOT = ZEROS
                 MOVE DTP-DATA-PROC   TO   LDP-DATA-PROC
                 MOVE DTP-SITUACAO    TO   LDP-SITUACAO
                 MOVE DTP-DATA-ABERTURA  TO   LDP-DATA-ABERTURA
                 MOVE DTP-HORA-ABERTURA  TO   LDP-HORA-ABERTURA
            ELSE
                 MOVE "99"   TO   WS-DTP-STATUS
            END-IF.
            EXIT.

       end program LEDATPRO.
