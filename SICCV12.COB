      * OBJETIVO.....: SICCV12 - CRUD DE OPERADORES                         *
      *                CODIGO, NOME, SENHA E AS PERMISSOES DOS MODULOS      *
      *                1 A 5 USADAS NO LOGIN DO MENU PRINCIPAL.             *
      *                A SENHA SEGUE A POLITICA DO SENHAPOL E SO O HASH E   *
      *                GRAVADO. NA ALTERACAO, SENHA EM BRANCO MANTEM A      *
      *                ATUAL; SENHA DIGITADA E UM RESET DO SUPERVISOR E O   *
      *                OPERADOR TERA DE TROCA-LA NO PROXIMO LOGIN. CRIACAO  *
      *                E RESET DE SENHA VAO PARA O SEGLOG.CSV.              *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY OPERADOR.SEL.
       COPY SESSAO.SEL.
           SELECT SEGLOG ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERADOR.FD.
       COPY SESSAO.FD.
      * LOG DE SEGURANCA, MESMO LAYOUT DO SICCV.
       FD  SEGLOG   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SEGLOG.
       01  REG-SEGLOG.
           05 SL-DATA           PIC 9(08).
           05 SL-F1             PIC X(01).
           05 SL-HORA           PIC 9(08).
           05 SL-F2             PIC X(01).
           05 SL-TERMINAL       PIC X(02).
           05 SL-F3             PIC X(01).
           05 SL-OPERADOR       PIC X(10).
           05 SL-F4             PIC X(01).
           05 SL-EVENTO         PIC X(08).
           05 SL-F5             PIC X(01).
           05 SL-RESPONSAVEL    PIC X(10).
           05 SL-FS             PIC X(01).
           05 SL-SELO           PIC X(19).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
           05 WS-OP-PERM-5      PIC X(01) VALUE 'N'.
           05 WS-OP-FALHAS      PIC 9(02) VALUE ZEROS.
           05 WS-OP-BLOQUEADO   PIC X(01) VALUE 'N'.
           05 WS-OP-SENHA-HASH  PIC X(18) VALUE SPACES.
           05 WS-OP-SENHA-DATA  PIC 9(08) VALUE ZEROS.
           05 WS-OP-TROCA-SENHA PIC X(01) VALUE 'S'.
           05 WS-OP-HIST-SENHAS PIC X(90) VALUE SPACES.
      * SENHA DIGITADA NA TELA (NUNCA EXIBIDA NEM GRAVADA: VIRA HASH
      * PELO SENHAPOL) E O SUPERVISOR LOGADO NESTE TERMINAL, QUE
      * ASSINA A CRIACAO E O RESET DE SENHA NO SEGLOG.CSV.
       01  WS-SENHA-NOVA        PIC X(16) VALUE SPACES.
       01  WS-SP-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-SP-HASH           PIC X(18) VALUE SPACES.
       01  WS-SP-MSG            PIC X(43) VALUE SPACES.
       01  WS-HIST-AUX          PIC X(90) VALUE SPACES.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-EVENTO            PIC X(08) VALUE SPACES.

       SCREEN SECTION.
       01  SS-JANELA.
           02 LINE 18 COLUMN 12 VALUE "Modulo 5 Distribuic(S/N):".
           02 LINE 19 COLUMN 12 VALUE "Bloqueado..........(S/N):".
           02 LINE 19 COLUMN 42 VALUE "Falhas:".
           02 LINE 20 COLUMN 12 VALUE "Troca de senha.....(S/N):".
           02 LINE 20 COLUMN 42 VALUE "Ultima troca:".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           MOVE 0 TO WS-OPCAO
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-OPERADOR-LOGADO
           PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           MOVE 'N' TO WS-OP-PERM-1 WS-OP-PERM-2 WS-OP-PERM-3
                       WS-OP-PERM-4 WS-OP-PERM-5
           MOVE 0 TO WS-OP-FALHAS
           MOVE 'N' TO WS-OP-BLOQUEADO
           MOVE SPACES TO WS-OP-SENHA-HASH WS-OP-HIST-SENHAS
                          WS-SENHA-NOVA
           MOVE 0 TO WS-OP-SENHA-DATA
           MOVE 'S' TO WS-OP-TROCA-SENHA.
           IF WS-OPCAO = 1
              PERFORM INCLUI UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
                 PERFORM INCLUI-GRAVAR.
       ACEITA-DADOS-NOVOS.
           ACCEPT(10, 32) WS-OP-NOME WITH PROMPT
           MOVE SPACES TO WS-SENHA-NOVA
           ACCEPT(12, 32) WS-SENHA-NOVA WITH PROMPT
           ACCEPT(14, 38) WS-OP-PERM-1 WITH PROMPT
           ACCEPT(15, 38) WS-OP-PERM-2 WITH PROMPT
           ACCEPT(16, 38) WS-OP-PERM-3 WITH PROMPT
           PERFORM ACEITA-BLOQUEIO.
       ACEITA-CAMPOS-UPDATE.
           ACCEPT(10, 32) WS-OP-NOME WITH PROMPT UPDATE
           MOVE SPACES TO WS-SENHA-NOVA
           DISPLAY(12, 50) "(BRANCO MANTEM A ATUAL)"
           ACCEPT(12, 32) WS-SENHA-NOVA WITH PROMPT
           DISPLAY(12, 50) "                       "
           ACCEPT(14, 38) WS-OP-PERM-1 WITH PROMPT UPDATE
           ACCEPT(15, 38) WS-OP-PERM-2 WITH PROMPT UPDATE
           ACCEPT(16, 38) WS-OP-PERM-3 WITH PROMPT UPDATE
              MOVE 'N' TO WS-OP-BLOQUEADO
              MOVE 0 TO WS-OP-FALHAS.
       INCLUI-GRAVAR.
           MOVE SPACES TO WS-SP-MSG
           IF WS-OP-NOME = SPACES OR WS-SENHA-NOVA = SPACES
              MOVE 'NOME OU SENHA SEM PREENCHIMENTO' TO WS-SP-MSG
           ELSE
              PERFORM CONFERE-SENHA-NOVA.
           IF WS-SP-MSG NOT = SPACES
              MOVE WS-SP-MSG TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM INCLUI-REGISTRO.
       INCLUI-REGISTRO.
           PERFORM REDEFINE-SENHA
           MOVE WS-REG-OPERADOR TO REG-OPERADOR
           WRITE REG-OPERADOR
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR OPERADOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'CRIASEN ' TO WS-EVENTO
              PERFORM GRAVA-SEGLOG
              MOVE 'OPERADOR INCLUIDO COM SUCESSO !!!'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
      * -----------------------------------
       ALTERA.
           PERFORM MOSTRA-TELA-REGISTRO
                 PERFORM ACEITA-DADOS-UPDATE
                 PERFORM ALTERA-GRAVAR.
       ALTERA-GRAVAR.
           MOVE SPACES TO WS-SP-MSG
           IF WS-OP-NOME = SPACES
              MOVE 'NOME SEM PREENCHIMENTO' TO WS-SP-MSG
           ELSE
              IF WS-SENHA-NOVA NOT = SPACES
                 PERFORM CONFERE-SENHA-NOVA.
           IF WS-SP-MSG NOT = SPACES
              MOVE WS-SP-MSG TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM ALTERA-REGISTRO.
       ALTERA-REGISTRO.
           IF WS-SENHA-NOVA NOT = SPACES
              PERFORM REDEFINE-SENHA.
           MOVE WS-REG-OPERADOR TO REG-OPERADOR
           REWRITE REG-OPERADOR
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO REGRAVAR OPERADOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              PERFORM REGISTRA-RESET
              MOVE 'OPERADOR ALTERADO COM SUCESSO !!!'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       REGISTRA-RESET.
           IF WS-SENHA-NOVA NOT = SPACES
              MOVE 'RESETSEN' TO WS-EVENTO
              PERFORM GRAVA-SEGLOG.
      * -----------------------------------
      * REGRA DA SENHA (TAMANHO, LETRAS E NUMEROS, DIFERENTE DO
      * CODIGO); WS-SP-MSG VOLTA COM O MOTIVO SE NAO PASSAR.
       CONFERE-SENHA-NOVA.
           MOVE 'V' TO WS-SP-FUNCAO
           CALL 'SENHAPOL' USING WS-SP-FUNCAO WS-OP-CODIGO
                                 WS-SENHA-NOVA WS-SP-HASH WS-SP-MSG.
      * SENHA DEFINIDA PELO SUPERVISOR: A ATUAL (SE HOUVER) ENTRA NO
      * HISTORICO, FICA SO O HASH DA NOVA E O OPERADOR E OBRIGADO A
      * TROCA-LA NO PROXIMO LOGIN.
       REDEFINE-SENHA.
           MOVE 'H' TO WS-SP-FUNCAO
           CALL 'SENHAPOL' USING WS-SP-FUNCAO WS-OP-CODIGO
                                 WS-SENHA-NOVA WS-SP-HASH WS-SP-MSG
           IF WS-OP-SENHA-HASH NUMERIC
              MOVE WS-OP-HIST-SENHAS TO WS-HIST-AUX
              MOVE WS-HIST-AUX(1:72) TO WS-OP-HIST-SENHAS(19:72)
              MOVE WS-OP-SENHA-HASH  TO WS-OP-HIST-SENHAS(1:18).
           MOVE WS-SP-HASH TO WS-OP-SENHA-HASH
           MOVE SPACES     TO WS-OP-SENHA
           MOVE 0          TO WS-OP-SENHA-DATA
           MOVE 'S'        TO WS-OP-TROCA-SENHA.
      * -----------------------------------
       EXCLUI.
           PERFORM MOSTRA-TELA-REGISTRO
               DISPLAY(23, 14) '                           '.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * SUPERVISOR LOGADO NESTE TERMINAL (SESSAO GRAVADA PELO LOGIN
      * DO MENU); SEM SESSAO, PRIMEIRO USO DO SISTEMA.
       LE-OPERADOR-LOGADO.
           MOVE SPACES TO WS-OPERADOR
           MOVE SPACES TO WS-TERMINAL
           ACCEPT WS-TERMINAL FROM ENVIRONMENT "SICCVTERM"
           IF WS-TERMINAL NOT = SPACES
              OPEN INPUT SESSAO
              IF FS-STAT = 00
                 MOVE WS-TERMINAL TO SE-TERMINAL
                 READ SESSAO
                 IF FS-STAT = 00
                    MOVE SE-OPERADOR TO WS-OPERADOR.
           IF WS-TERMINAL NOT = SPACES
              CLOSE SESSAO.
           IF WS-OPERADOR = SPACES
              MOVE 'SUPERVISOR' TO WS-OPERADOR.
           MOVE 0 TO FS-STAT.
      * UMA LINHA NO SEGLOG.CSV: DATA;HORA;TERMINAL;OPERADOR;EVENTO;
      * RESPONSAVEL.
       GRAVA-SEGLOG.
           OPEN EXTEND SEGLOG
           IF FS-STAT NOT = '00'
              OPEN OUTPUT SEGLOG
              CLOSE SEGLOG
              OPEN EXTEND SEGLOG.
           ACCEPT SL-DATA FROM DATE YYYYMMDD
           ACCEPT SL-HORA FROM TIME
           MOVE WS-TERMINAL  TO SL-TERMINAL
           MOVE WS-OP-CODIGO TO SL-OPERADOR
           MOVE WS-EVENTO    TO SL-EVENTO
           MOVE WS-OPERADOR  TO SL-RESPONSAVEL
           MOVE ';' TO SL-F1 SL-F2 SL-F3 SL-F4 SL-F5
           PERFORM SELA-SEGLOG
           WRITE REG-SEGLOG
           CLOSE SEGLOG
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-SEGLOG.
           MOVE SPACES TO SL-FS SL-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'SEGLOG  ' TO WS-AS-CADEIA
           MOVE REG-SEGLOG TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO SL-FS
           MOVE WS-AS-SELO TO SL-SELO.
      * -----------------------------------
      * MOSTRA TELA DO REGISTRO SEM INFORMACOES
       MOSTRA-TELA-REGISTRO.
           DISPLAY SS-JANELA
           DISPLAY(17, 38) OP-PERM-4
           DISPLAY(18, 38) OP-PERM-5
           DISPLAY(19, 38) OP-BLOQUEADO
           DISPLAY(19, 50) OP-FALHAS
           DISPLAY(20, 38) OP-TROCA-SENHA
           DISPLAY(20, 56) OP-SENHA-DATA.

      * -----------------------------------
       TEMPO.
