           05 AU-VALOR-ANTES      PIC 9(07)V9(02).
           05 AU-F6                PIC X(01).
           05 AU-VALOR-DEPOIS     PIC 9(07)V9(02).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
       COPY SESSAO.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
           MOVE WS-VALOR-ANTES TO AU-VALOR-ANTES
           MOVE WS-PR-VALOR    TO AU-VALOR-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5 AU-F6
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDPARAM' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
      * -----------------------------------
      * LE O OPERADOR AUTENTICADO GRAVADO PELO LOGIN DO MENU.
       LE-OPERADOR-LOGADO.
