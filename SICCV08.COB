       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-FIM-CLIENTES      PIC X(01) VALUE 'N'.
           88 FIM-CLIENTES           VALUE 'S'.
           MOVE CP-LATITUDE   TO CL-LATITUDE
           MOVE CP-LONGITUDE  TO CL-LONGITUDE
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-REGRAVADOS
              WRITE LINHA FROM LINHA-05 BEFORE 1
              STOP RUN.
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIENTES.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIENTES' TO WS-JN-ARQUIVO
              MOVE REG-CLIENTES TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV08 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
