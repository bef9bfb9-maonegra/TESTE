           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-APLICA       PIC X(01) VALUE 'N'.
           IF FS-STAT = 00
              MOVE WS-SEG-NOVO TO CL-SEGMENTO
              REWRITE REG-CLIENTES
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              IF FS-STAT = 00
                 ADD 1 TO WS-QTD-APLICADAS
                 PERFORM GRAVA-AUDITORIA.
           MOVE CL-STATUS   TO AU-STATUS-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5
                       AU-F6 AU-F7 AU-F8 AU-F9 AU-F10 AU-F11 AU-F12
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV
           MOVE 'C'                TO AX-TIPO
           MOVE AU-CODIGO          TO AX-CODIGO
           MOVE AU-STATUS-DEPOIS   TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCLI  ' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
       CABEC-PROPOSTA.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
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
           MOVE 'SICCV30 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
