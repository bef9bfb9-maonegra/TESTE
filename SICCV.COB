       FILE-CONTROL.
       COPY OPERADOR.SEL.
       COPY SESSAO.SEL.
       COPY PARAMS.SEL.
           SELECT SEGLOG ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
      * POR PROCESSO), ENTAO DOIS TERMINAIS LOGADOS AO MESMO TEMPO
      * NAO SE ATROPELAM: CADA UM ENXERGA SO O SEU REGISTRO.
       COPY SESSAO.FD.
       COPY PARAMS.FD.
      * LOG DE SEGURANCA: UMA LINHA POR LOGIN, LOGOUT, FALHA DE
      * SENHA E BLOQUEIO DE CONTA, COM DATA/HORA E TERMINAL, PARA
      * A AUDITORIA SABER QUEM ESTAVA LOGADO EM QUE SESSAO. TODA
      * MUDANCA DE SENHA TAMBEM VAI PARA CA; SL-RESPONSAVEL E QUEM
      * FEZ A MUDANCA QUANDO NAO FOI O PROPRIO OPERADOR (RESET PELO
      * SUPERVISOR NO SICCV12).
       FD  SEGLOG   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SEGLOG.
       01  REG-SEGLOG.
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
       01  WS-OPCAO      PIC 9(02) VALUE ZERO.
       01  WS-PARM-EXECUCAO PIC X(01) VALUE SPACES.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-LOGIN-TENTATIVA   PIC 9(01) VALUE ZEROS.
       01  WS-LOGIN-OK          PIC X(01) VALUE 'N'.
       01  WS-COD-DIG           PIC X(10) VALUE SPACES.
       01  WS-SENHA-DIG         PIC X(16) VALUE SPACES.
       01  WS-PERM-OK           PIC X(01) VALUE 'S'.
           88 OPERACAO-PERMITIDA     VALUE 'S'.
      * SESSAO DESTE TERMINAL: O CODIGO E PEDIDO NO LOGIN (BRANCO
       01  WS-EVENTO            PIC X(08) VALUE SPACES.
       01  WS-EVT-OPERADOR      PIC X(10) VALUE SPACES.
       01  WS-STAT-GUARDA       PIC 9(02) VALUE ZEROS.
       01  WS-EVT-RESPONSAVEL   PIC X(10) VALUE SPACES.
      * POLITICA DE SENHA: NO OPERADOR.DAT FICA SO O HASH (SENHAPOL),
      * NUNCA A SENHA. SENHA-DIAS DO PARAMS.DAT E A VALIDADE EM DIAS
      * (ZERO NAO EXPIRA) E SENHA-HIST QUANTAS SENHAS ANTERIORES NAO
      * PODEM SER REPETIDAS (ATE 5). PRIMEIRO LOGIN, RESET PELO
      * SUPERVISOR OU SENHA VENCIDA OBRIGAM A TROCA ANTES DO MENU.
       01  WS-SENHA-DIAS        PIC 9(04) VALUE 0090.
       01  WS-SENHA-HIST        PIC 9(01) VALUE 5.
       01  WS-SENHA-NOVA        PIC X(16) VALUE SPACES.
       01  WS-SENHA-CONF        PIC X(16) VALUE SPACES.
       01  WS-SP-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-SP-HASH           PIC X(18) VALUE SPACES.
       01  WS-SP-MSG            PIC X(43) VALUE SPACES.
       01  WS-TROCA-TENTATIVA   PIC 9(01) VALUE ZEROS.
       01  WS-TROCA-OK          PIC X(01) VALUE 'N'.
       01  WS-SENHA-REPETIDA    PIC X(01) VALUE 'N'.
       01  WS-IH                PIC 9(01) VALUE ZEROS.
       01  WS-HIST-AUX          PIC X(90) VALUE SPACES.
       01  WS-FIM-OPERADOR      PIC X(01) VALUE 'N'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-JD-HOJE           PIC 9(08) VALUE ZEROS.
       01  WS-JD-SENHA          PIC 9(08) VALUE ZEROS.
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01  LIMPA-TELA.
       01  OPCOES-MENU.
           02  LINE 01 COLUMN 18 VALUE "SISTEMA DE CONTROLE DE CLIENTES
      -        "POR VENDEDOR".
           02  LINE 02 COLUMN 28  VALUE "     C A D A S T R O S     ".
           02  LINE 03 COLUMN 28  VALUE "===========================".
           02  LINE 04 COLUMN 28  VALUE "1. Cadastro de Clientes    ".
           02  LINE 05 COLUMN 28  VALUE "2. Cadastro de Vendedores  ".
           02  LINE 06 COLUMN 28  VALUE "6. Cadastro de Regioes     ".
           02  LINE 07 COLUMN 28  VALUE "8. Cadastro de Operadores  ".
           02  LINE 08 COLUMN 28  VALUE "    R E L A T O R I O S    ".
           02  LINE 09 COLUMN 28  VALUE "===========================".
           02  LINE 10 COLUMN 28  VALUE "3. Cadastro de Clientes    ".
           02  LINE 11 COLUMN 28  VALUE "4. Cadastro de Vendedores  ".
           02  LINE 12 COLUMN 28  VALUE "14. Extrato de dados       ".
           02  LINE 13 COLUMN 28  VALUE "      E X E C U T A R      ".
           02  LINE 14 COLUMN 28  VALUE "===========================".
           02  LINE 15 COLUMN 28  VALUE "5. Distribuicao de clientes".
           ELSE
              DISPLAY LIMPA-TELA
              PERFORM ABRIR-OPERADOR
              PERFORM LE-POLITICA-SENHA
              PERFORM CONVERTE-SENHAS-ANTIGAS
              PERFORM FAZ-LOGIN
              DISPLAY LIMPA-TELA
              DISPLAY OPCOES-MENU
           IF WS-LOGIN-OK NOT = 'S'
              DISPLAY(22, 01) "ACESSO NEGADO. SISTEMA ENCERRADO"
              STOP RUN.
           PERFORM VERIFICA-VALIDADE-SENHA
           MOVE OP-CODIGO TO WS-OPERADOR-LOGADO
           MOVE 'S' TO WS-TEM-LOGIN
           PERFORM ABRE-SESSAO-TERMINAL.
           ACCEPT(12, 31) WS-SENHA-DIG
           MOVE WS-COD-DIG TO OP-CODIGO
           READ OPERADOR
           MOVE SPACES TO WS-SP-HASH
           IF FS-STAT = 00
              MOVE 'H' TO WS-SP-FUNCAO
              CALL 'SENHAPOL' USING WS-SP-FUNCAO OP-CODIGO WS-SENHA-DIG
                                    WS-SP-HASH WS-SP-MSG.
           IF FS-STAT = 00 AND OPERADOR-BLOQUEADO
              DISPLAY(14, 20) "OPERADOR BLOQUEADO. PROCURE O SUPERVISOR"
              PERFORM REGISTRA-FALHA
           ELSE
              IF FS-STAT = 00 AND OP-SENHA-HASH = WS-SP-HASH
                 MOVE 'S' TO WS-LOGIN-OK
                 PERFORM ZERA-FALHAS
              ELSE
              MOVE 0 TO OP-FALHAS
              REWRITE REG-OPERADOR.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * VALIDADE E HISTORICO DE SENHA DO PARAMS.DAT; CHAVE AUSENTE
      * FICA COM O PADRAO (90 DIAS, 5 SENHAS).
       LE-POLITICA-SENHA.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              PERFORM LE-SENHA-DIAS
              PERFORM LE-SENHA-HIST
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
       LE-SENHA-DIAS.
           MOVE 'SENHA-DIAS' TO PR-CHAVE
           READ PARAMS
           IF FS-STAT = 00
              MOVE PR-VALOR TO WS-SENHA-DIAS.
       LE-SENHA-HIST.
           MOVE 'SENHA-HIST' TO PR-CHAVE
           READ PARAMS
           IF FS-STAT = 00
              IF PR-VALOR > 5
                 MOVE 5 TO WS-SENHA-HIST
              ELSE
                 MOVE PR-VALOR TO WS-SENHA-HIST.
      * OPERADOR AINDA COM A SENHA ABERTA (CADASTRO ANTERIOR AO
      * HASH) E CONVERTIDO NA PRIMEIRA ENTRADA: A SENHA VIRA HASH,
      * SOME DO ARQUIVO E O OPERADOR FICA OBRIGADO A TROCA-LA.
       CONVERTE-SENHAS-ANTIGAS.
           IF ARQUIVO-OPERADOR-OK
              MOVE 'N' TO WS-FIM-OPERADOR
              MOVE LOW-VALUES TO OP-CODIGO
              START OPERADOR KEY NOT LESS THAN OP-CODIGO
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-OPERADOR.
           IF ARQUIVO-OPERADOR-OK
              PERFORM CONVERTE-PASSO UNTIL WS-FIM-OPERADOR = 'S'.
           MOVE 0 TO FS-STAT.
       CONVERTE-PASSO.
           READ OPERADOR NEXT AT END
                MOVE 'S' TO WS-FIM-OPERADOR.
           IF WS-FIM-OPERADOR NOT = 'S'
              IF OP-SENHA-HASH NOT NUMERIC
                 PERFORM CONVERTE-OPERADOR.
       CONVERTE-OPERADOR.
           MOVE OP-SENHA TO WS-SENHA-NOVA
           MOVE 'H' TO WS-SP-FUNCAO
           CALL 'SENHAPOL' USING WS-SP-FUNCAO OP-CODIGO WS-SENHA-NOVA
                                 WS-SP-HASH WS-SP-MSG
           MOVE WS-SP-HASH TO OP-SENHA-HASH
           MOVE SPACES     TO OP-SENHA OP-HIST-SENHAS
           MOVE 0          TO OP-SENHA-DATA
           MOVE 'S'        TO OP-TROCA-SENHA
           REWRITE REG-OPERADOR
           MOVE 'HASHSEN ' TO WS-EVENTO
           MOVE OP-CODIGO  TO WS-EVT-OPERADOR
           PERFORM GRAVA-SEGLOG
           MOVE SPACES TO WS-SENHA-NOVA.
      * DEPOIS DA SENHA CERTA: SENHA VENCIDA (DATA DA ULTIMA TROCA
      * MAIS SENHA-DIAS JA PASSOU) OU TROCA MARCADA OBRIGAM A TROCA.
       VERIFICA-VALIDADE-SENHA.
           IF NOT TROCA-SENHA-OBRIGATORIA AND WS-SENHA-DIAS > 0
              PERFORM CONFERE-EXPIRACAO.
           IF TROCA-SENHA-OBRIGATORIA
              PERFORM TROCA-SENHA.
       CONFERE-EXPIRACAO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-HOJE TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-JD-HOJE
           MOVE 0 TO WS-JD-SENHA
           IF OP-SENHA-DATA NUMERIC AND OP-SENHA-DATA > 0
              MOVE OP-SENHA-DATA TO WS-DU-DATA
              CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                   WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
              MOVE WS-DU-DIAS TO WS-JD-SENHA.
           IF WS-JD-SENHA = 0
              OR WS-JD-HOJE - WS-JD-SENHA > WS-SENHA-DIAS
              MOVE 'S' TO OP-TROCA-SENHA
              MOVE 'SENHAEXP' TO WS-EVENTO
              MOVE OP-CODIGO  TO WS-EVT-OPERADOR
              PERFORM GRAVA-SEGLOG
              DISPLAY(14, 20) "SENHA EXPIRADA                        ".
      * ATE 3 TENTATIVAS DE SENHA NOVA COM CONFIRMACAO; SEM TROCA O
      * OPERADOR NAO ENTRA.
       TROCA-SENHA.
           DISPLAY(16, 20) "TROCA DE SENHA OBRIGATORIA"
           MOVE 0 TO WS-TROCA-TENTATIVA
           MOVE 'N' TO WS-TROCA-OK
           PERFORM TENTA-TROCA-SENHA
                   UNTIL WS-TROCA-OK = 'S'
                      OR WS-TROCA-TENTATIVA > 2
           IF WS-TROCA-OK NOT = 'S'
              DISPLAY(22, 01) "SENHA NAO TROCADA. SISTEMA ENCERRADO"
              STOP RUN.
       TENTA-TROCA-SENHA.
           ADD 1 TO WS-TROCA-TENTATIVA
           MOVE SPACES TO WS-SENHA-NOVA WS-SENHA-CONF WS-SP-MSG
           DISPLAY(18, 20) "NOVA SENHA: "
           ACCEPT(18, 33) WS-SENHA-NOVA
           DISPLAY(19, 20) "CONFIRME..: "
           ACCEPT(19, 33) WS-SENHA-CONF
           DISPLAY(20, 20) WS-SP-MSG
           IF WS-SENHA-NOVA = SPACES
              MOVE 'SENHA SEM PREENCHIMENTO' TO WS-SP-MSG
           ELSE
              IF WS-SENHA-NOVA NOT = WS-SENHA-CONF
                 MOVE 'CONFIRMACAO DIFERENTE DA SENHA NOVA' TO WS-SP-MSG
              ELSE
                 MOVE 'V' TO WS-SP-FUNCAO
                 CALL 'SENHAPOL' USING WS-SP-FUNCAO OP-CODIGO
                                       WS-SENHA-NOVA WS-SP-HASH
                                       WS-SP-MSG.
           IF WS-SP-MSG = SPACES
              MOVE 'H' TO WS-SP-FUNCAO
              CALL 'SENHAPOL' USING WS-SP-FUNCAO OP-CODIGO
                                    WS-SENHA-NOVA WS-SP-HASH WS-SP-MSG
              PERFORM CONFERE-HISTORICO
              IF WS-SENHA-REPETIDA = 'S'
                 MOVE 'SENHA JA USADA ANTES, ESCOLHA OUTRA'
                       TO WS-SP-MSG.
           IF WS-SP-MSG NOT = SPACES
              DISPLAY(20, 20) WS-SP-MSG
           ELSE
              PERFORM GRAVA-SENHA-NOVA
              MOVE 'S' TO WS-TROCA-OK.
       CONFERE-HISTORICO.
           MOVE 'N' TO WS-SENHA-REPETIDA
           IF WS-SP-HASH = OP-SENHA-HASH
              MOVE 'S' TO WS-SENHA-REPETIDA.
           MOVE 1 TO WS-IH
           PERFORM CONFERE-HIST-PASSO UNTIL WS-IH > WS-SENHA-HIST.
       CONFERE-HIST-PASSO.
           IF WS-SP-HASH = OP-HIST-HASH(WS-IH)
              MOVE 'S' TO WS-SENHA-REPETIDA.
           ADD 1 TO WS-IH.
      * A SENHA ATUAL ENTRA NO TOPO DO HISTORICO (A MAIS ANTIGA SAI)
      * E O HASH NOVO PASSA A VALER A PARTIR DE HOJE.
       GRAVA-SENHA-NOVA.
           MOVE OP-HIST-SENHAS TO WS-HIST-AUX
           MOVE WS-HIST-AUX(1:72) TO OP-HIST-SENHAS(19:72)
           MOVE OP-SENHA-HASH TO OP-HIST-HASH(1)
           MOVE WS-SP-HASH    TO OP-SENHA-HASH
           MOVE SPACES        TO OP-SENHA
           ACCEPT OP-SENHA-DATA FROM DATE YYYYMMDD
           MOVE 'N'           TO OP-TROCA-SENHA
           REWRITE REG-OPERADOR
           MOVE 0 TO FS-STAT
           MOVE 'TROCASEN'    TO WS-EVENTO
           MOVE OP-CODIGO     TO WS-EVT-OPERADOR
           PERFORM GRAVA-SEGLOG
           DISPLAY(20, 20) "SENHA TROCADA".
      * TODA FALHA VAI PARA O SEGLOG; EM OPERADOR CONHECIDO O
      * CONTADOR PERSISTIDO SOBE E, NO LIMITE, A CONTA E BLOQUEADA.
       REGISTRA-FALHA.
           DISPLAY WS-TERMINAL     UPON ENVIRONMENT-VALUE
           IF ARQUIVO-OPERADOR-OK
              CLOSE OPERADOR.
      * UMA LINHA NO SEGLOG.CSV: DATA;HORA;TERMINAL;OPERADOR;EVENTO;
      * RESPONSAVEL.
       GRAVA-SEGLOG.
           OPEN EXTEND SEGLOG
           IF FS-STAT NOT = '00'
           MOVE WS-TERMINAL     TO SL-TERMINAL
           MOVE WS-EVT-OPERADOR TO SL-OPERADOR
           MOVE WS-EVENTO       TO SL-EVENTO
           MOVE WS-EVT-RESPONSAVEL TO SL-RESPONSAVEL
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
      * CONFERE A PERMISSAO DO OPERADOR LOGADO PARA A OPCAO PEDIDA.
      * CADASTRO DE REGIAO CONTA COMO MODULO 2 (VENDEDOR/REGIAO);
      * BACKUP E CADASTRO DE OPERADORES CONTAM COMO MODULO 5. O
      * EXTRATO DE DADOS PEDE UM DOS MODULOS DE RELATORIO (3 OU 4)
      * OU O 5; O SICCV66 CONFERE O ARQUIVO DE CADA EXTRATO.
       VERIFICA-PERMISSAO.
           MOVE 'S' TO WS-PERM-OK
           IF LOGIN-ATIVO
                  OR WS-OPCAO = 10)
                 AND NOT OP-PODE-MODULO-5
                 MOVE 'N' TO WS-PERM-OK.
           IF LOGIN-ATIVO
              IF WS-OPCAO = 14 AND NOT OP-PODE-MODULO-3
                 AND NOT OP-PODE-MODULO-4 AND NOT OP-PODE-MODULO-5
                 MOVE 'N' TO WS-PERM-OK.
       TESTA-OPCAO.
           ACCEPT OPCOES-MENU.
           PERFORM EXECUTA-OPCAO.
              DISPLAY(22, 30) "Acessando Propostas de Remanejo..."
              MOVE 0 TO WS-OPCAO
              CHAIN "SICCV26.EXE".
           IF WS-OPCAO = 14
              DISPLAY(22, 30) "Acessando Extrato de Dados..."
              MOVE 0 TO WS-OPCAO
              CHAIN "SICCV66.EXE".

