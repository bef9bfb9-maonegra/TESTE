           MOVE 'SICCV32   '   TO PP-OPERADOR
           MOVE WS-MOTIVO      TO PP-MOTIVO
           MOVE 'P'            TO PP-SITUACAO
           MOVE SPACES         TO PP-PARECER PP-SUPERVISOR PP-DELEGANTE
           MOVE 0              TO PP-DATA-DECISAO
           MOVE 'R'            TO PP-TIPO
           MOVE 0              TO PP-DATA-VIGENCIA
           WRITE REG-PROPOSTA
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-PROPOSTAS.
