           MOVE ' VEND '       TO PP-MOTIVO(24:6)
           MOVE WS-ULT-VENDA   TO PP-MOTIVO(30:6)
           MOVE 'P'            TO PP-SITUACAO
           MOVE SPACES         TO PP-PARECER PP-SUPERVISOR PP-DELEGANTE
           MOVE 0              TO PP-DATA-DECISAO
           MOVE 'S'            TO PP-TIPO
           MOVE 0              TO PP-DATA-VIGENCIA
           WRITE REG-PROPOSTA
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-PROPOSTAS.
