           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
       COPY SESSAO.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-RESPOSTA          PIC X(01) VALUE SPACES.
              PERFORM REGRAVA-COORDENADAS
              IF WS-RESOLVEU = 'S'
                 MOVE WS-NOVO-CEP TO CL-CEP
                 REWRITE REG-CLIENTES
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES.
           MOVE 0 TO FS-STAT.
       CORRIGE-MANUAL.
           DISPLAY(13, 12) "LATITUDE NOVA.....: "
              MOVE WS-NOVA-LAT  TO CL-LATITUDE
              MOVE WS-NOVA-LONG TO CL-LONGITUDE
              REWRITE REG-CLIENTES
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              IF FS-STAT = 00
                 MOVE 'S' TO WS-RESOLVEU
                 PERFORM GRAVA-AUDITORIA
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
      * -----------------------------------
      * LE O OPERADOR AUTENTICADO GRAVADO PELO LOGIN DO MENU.
       LE-OPERADOR-LOGADO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIENTES.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIENTES' TO WS-JN-ARQUIVO
              MOVE REG-CLIENTES TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV44 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
