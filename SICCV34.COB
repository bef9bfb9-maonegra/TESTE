           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
       FD  AUDVDD   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDVDD.
       01  REG-AUDVDD.
           05 AV-CPF-ANTES        PIC 9(14).
           05 AV-F8                PIC X(01).
           05 AV-CPF-DEPOIS       PIC 9(14).
           05 AV-FS               PIC X(01).
           05 AV-SELO             PIC X(19).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR          PIC X(10) VALUE 'ERP-MATRIZ'.
           IF ED-STATUS NOT = SPACE
              MOVE ED-STATUS TO CL-STATUS.
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-APLICADOS
              PERFORM GRAVA-AUDITORIA-CLIENTE
           ELSE
              MOVE ED-STATUS TO CL-STATUS.
           WRITE REG-CLIENTES
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-APLICADOS
              MOVE SPACES TO AU-RAZAO-ANTES
           MOVE ED-NOME TO VD-NOME
           MOVE ED-DOC  TO VD-CPF
           REWRITE REG-VENDEDOR
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-VENDEDOR
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-APLICADOS
              PERFORM GRAVA-AUDITORIA-VENDEDOR
           MOVE ED-NOME   TO VD-NOME
           MOVE ED-DOC    TO VD-CPF
           MOVE 0 TO VD-LATITUDE VD-LONGITUDE
                     VD-CAPACIDADE VD-VISITAS-DIA VD-EQUIPE
           MOVE 'A' TO VD-STATUS
           WRITE REG-VENDEDOR
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-VENDEDOR
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-APLICADOS
              MOVE SPACES TO AV-NOME-ANTES
           MOVE CL-VENDEDOR TO AU-VENDEDOR-ANTES
           MOVE CL-STATUS   TO AU-STATUS-ANTES
           DELETE CLIENTES
           MOVE 'E' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-APLICADOS
              MOVE 'EXCLUSAO  ' TO AU-ACAO
           MOVE VD-NOME TO AV-NOME-ANTES
           MOVE VD-CPF  TO AV-CPF-ANTES
           DELETE VENDEDOR
           MOVE 'E' TO WS-JN-OPERACAO
           PERFORM JORNAL-VENDEDOR
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-APLICADOS
              MOVE 'EXCLUSAO  ' TO AV-ACAO
           MOVE CL-STATUS   TO AU-STATUS-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5
                       AU-F6 AU-F7 AU-F8 AU-F9 AU-F10 AU-F11 AU-F12
           PERFORM SELA-AUDCLI
           WRITE REG-AUDCLI
           MOVE 'C'                TO AX-TIPO
           MOVE AU-CODIGO          TO AX-CODIGO
           MOVE AU-STATUS-DEPOIS   TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCLI.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCLI  ' TO WS-AS-CADEIA
           MOVE REG-AUDCLI TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
       GRAVA-AUDITORIA-VENDEDOR.
           ACCEPT AV-DATA FROM DATE YYYYMMDD
           ACCEPT AV-HORA FROM TIME
           MOVE VD-NOME     TO AV-NOME-DEPOIS
           MOVE VD-CPF      TO AV-CPF-DEPOIS
           MOVE ';' TO AV-F1 AV-F2 AV-F3 AV-F4 AV-F5 AV-F6 AV-F7 AV-F8
           PERFORM SELA-AUDVDD
           WRITE REG-AUDVDD
           MOVE 'V'                TO AX-TIPO
           MOVE AV-CODIGO          TO AX-CODIGO
           MOVE SPACES             TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDVDD.
           MOVE SPACES TO AV-FS AV-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDVDD  ' TO WS-AS-CADEIA
           MOVE REG-AUDVDD TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AV-FS
           MOVE WS-AS-SELO TO AV-SELO.
      * -----------------------------------
       GRAVA-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENTES
              OPEN EXTEND AUDVDD.
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
       JORNAL-VENDEDOR.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VENDEDOR' TO WS-JN-ARQUIVO
              MOVE REG-VENDEDOR TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV34 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
