      *           fila, mas o ORDFILA reordena por urgencia antes do
      *           lote seguinte, entao um rejeito urgente volta para
      *           a frente na proxima noite.
      *         - o movimento registrado no REQMAST via ATUREQ leva o
      *           operador ("LOTE"), que vai para o historico de
      *           movimentos REQHIST.
      ******************************************************************

      *================================================================*
            MOVE     "RE"              TO   ATU-SITUACAO.
            MOVE     "RAIOIN"          TO   ATU-FILA.
            MOVE     SUS-RAIO-MOTIVO   TO   ATU-MOTIVO.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 SET  ERRO-REGISTRO    TO   TRUE
            MOVE     "RE"              TO   ATU-SITUACAO.
            MOVE     "FIBIN"           TO   ATU-FILA.
            MOVE     SUS-FIB-MOTIVO    TO   ATU-MOTIVO.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 SET  ERRO-REGISTRO    TO   TRUE
            MOVE     "RE"              TO   ATU-SITUACAO.
            MOVE     "CILIN"           TO   ATU-FILA.
            MOVE     SUS-CIL-MOTIVO    TO   ATU-MOTIVO.
            MOVE     "LOTE"            TO   ATU-OPERADOR.
            CALL     "ATUREQ"          USING ATU-REQ-PARM.
            IF       ATU-STATUS NOT = "00"
                 SET  ERRO-REGISTRO    TO   TRUE
