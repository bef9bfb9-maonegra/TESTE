      *                FECHA UMA COMPETENCIA NO FECHAMES.DAT (QUEM/QUANDO), *
      *                GRAVA A FOTOGRAFIA DATADA DA CARTEIRA                *
      *                (CARTSNAP.AAAAMMDD + CATALOGO, COMO A RODADA DO      *
      *                SICCV05 FAZ) E EMENDA NA RETENCAO DO SICCV14, PARA O *
      *                FIM DE MES SER UMA OPERACAO SO. COMPETENCIA COM      *
      *                DIVERGENCIA ABERTA NA CONCILIACAO DE VENDAS          *
      *                (CONCIL.DAT DO SICCV74, AINDA SEM JUSTIFICATIVA DO   *
      *                SUPERVISOR) NAO FECHA. MES FECHADO RECUSA RECARGA DO *
      *                VENDHIST NO SICCV15 E AJUSTE NOVO NO SICCV27. A      *
      *                REABERTURA E SO DE SUPERVISOR (MODULO 5) E FICA      *
      *                REGISTRADA NO LIVRO E NO FECHALOG.CSV. LINHA DE      *
      *                COMANDO: 'FECHA AAAAMM' FECHA DIRETO E JA CHAMA A    *
      *                RETENCAO.                                            *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY CARTEIRA.SEL.
       COPY OPERADOR.SEL.
       COPY DELEGA.SEL.
       COPY FECHAMES.SEL.
       COPY CONCIL.SEL.
           SELECT CARTSNAP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY CARTEIRA.FD.
       COPY OPERADOR.FD.
       COPY DELEGA.FD.
       COPY FECHAMES.FD.
       COPY CONCIL.FD.
      * FOTOGRAFIA DATADA DA CARTEIRA, NO MESMO LAYOUT E CATALOGO
      * DAS FOTOGRAFIAS DE RODADA DO SICCV05.
       FD  CARTSNAP LABEL RECORD IS STANDARD
           05 FL-EVENTO         PIC X(10).
           05 FL-F4             PIC X(01).
           05 FL-OPERADOR       PIC X(10).
           05 FL-FS             PIC X(01).
           05 FL-SELO           PIC X(19).
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
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
      * DELEGACAO DE ALCADA (DELEGA.DAT): TITULAR QUE DELEGOU AO
      * OPERADOR LOGADO; BRANCO QUANDO ELE MESMO E SUPERVISOR.
       01  WS-DELEGANTE         PIC X(10) VALUE SPACES.
       01  WS-DG-FIM            PIC X(01) VALUE 'N'.
       01  WS-DG-ABERTO         PIC X(01) VALUE 'N'.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
       01  WS-SNAP-ARQ           PIC X(40) VALUE SPACES.
       01  WS-SNAP-BASE-TAM      PIC 9(02) COMP VALUE ZEROS.
       01  WS-SNAP-FIM           PIC X(01) VALUE 'N'.
           88 SNAP-FIM                 VALUE 'S'.
      * CONCILIACAO DE VENDAS (SICCV74): DIVERGENCIA AINDA SEM
      * JUSTIFICATIVA DO SUPERVISOR NA COMPETENCIA.
       01  WS-CC-FIM             PIC X(01) VALUE 'N'.
       01  WS-QTD-DIVERGENCIA    PIC 9(05) VALUE ZEROS.
       01  WS-MSG-CONCIL.
           05 F                  PIC X(37) VALUE
              'DIVERGENCIAS DE VENDAS SEM JUSTIF.: '.
           05 WS-MC-QTD          PIC ZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  SS-JANELA.
              MOVE 'COMPETENCIA JA FECHADA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM CONFERE-CONCILIACAO
              IF WS-QTD-DIVERGENCIA > 0
                 MOVE WS-QTD-DIVERGENCIA TO WS-MC-QTD
                 MOVE WS-MSG-CONCIL TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 PERFORM GRAVA-FECHAMENTO
                 PERFORM GRAVA-SNAPSHOT
                 PERFORM GRAVA-FECHALOG-FECHA
                 PERFORM EMENDA-RETENCAO.
           MOVE 0 TO FS-STAT.
      * CONTA AS DIVERGENCIAS ABERTAS DA COMPETENCIA NO CONCIL.DAT;
      * SEM O ARQUIVO (CONCILIACAO NUNCA RODOU) NAO HA BLOQUEIO.
       CONFERE-CONCILIACAO.
           MOVE 0 TO WS-QTD-DIVERGENCIA
           OPEN INPUT CONCIL
           IF FS-STAT = 00
              PERFORM CONTA-DIVERGENCIAS
              CLOSE CONCIL.
           MOVE 0 TO FS-STAT.
       CONTA-DIVERGENCIAS.
           MOVE WS-ANOMES TO CC-ANOMES
           MOVE ZEROS TO CC-VENDEDOR
           START CONCIL KEY NOT LESS THAN CC-CHAVE
           MOVE 'N' TO WS-CC-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-CC-FIM.
           PERFORM CONFERE-CONCILIACAO-PASSO UNTIL WS-CC-FIM = 'S'.
       CONFERE-CONCILIACAO-PASSO.
           READ CONCIL NEXT AT END
              MOVE 'S' TO WS-CC-FIM.
           IF WS-CC-FIM = 'N'
              IF CC-ANOMES NOT = WS-ANOMES
                 MOVE 'S' TO WS-CC-FIM
              ELSE
                 IF CONCIL-ABERTA
                    ADD 1 TO WS-QTD-DIVERGENCIA.
       GRAVA-FECHAMENTO.
           MOVE WS-ANOMES   TO FM-ANOMES
           MOVE 'F'         TO FM-SITUACAO
           MOVE WS-OPERADOR TO FM-OPERADOR
           MOVE WS-HOJE     TO FM-DATA
           ACCEPT FM-HORA FROM TIME
           MOVE SPACES      TO FM-REABERTO-POR FM-REABERTO-DELEG
           MOVE 0           TO FM-DATA-REABERT
           WRITE REG-FECHAMES
           IF FS-STAT NOT = 00
           MOVE WS-ANOMES   TO FL-ANOMES
           MOVE WS-OPERADOR TO FL-OPERADOR
           MOVE ';' TO FL-F1 FL-F2 FL-F3 FL-F4
           PERFORM SELA-FECHALOG
           WRITE REG-FECHALOG
           CLOSE FECHALOG
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-FECHALOG.
           MOVE SPACES TO FL-FS FL-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'FECHALOG' TO WS-AS-CADEIA
           MOVE REG-FECHALOG TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO FL-FS
           MOVE WS-AS-SELO TO FL-SELO.
      * A RETENCAO RODA COMO ULTIMO PASSO DO FECHAMENTO; NA TELA O
      * OPERADOR ESCOLHE, NO BATCH VAI DIRETO.
       EMENDA-RETENCAO.
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * REABERTURA: SO SUPERVISOR (MODULO 5) OU O DELEGADO DELE NO
      * PERIODO, REGISTRADA NO LIVRO E NO FECHALOG.CSV.
       REABRE-COMPETENCIA.
           PERFORM VERIFICA-SUPERVISOR
           IF WS-E-SUPERVISOR NOT = 'S'
              ELSE
                 MOVE 'R'         TO FM-SITUACAO
                 MOVE WS-OPERADOR TO FM-REABERTO-POR
                 MOVE WS-DELEGANTE TO FM-REABERTO-DELEG
                 MOVE WS-HOJE     TO FM-DATA-REABERT
                 REWRITE REG-FECHAMES
                 MOVE 'REABERTURA' TO FL-EVENTO
           MOVE 0 TO FS-STAT.
       VERIFICA-SUPERVISOR.
           MOVE 'N' TO WS-E-SUPERVISOR
           MOVE SPACES TO WS-DELEGANTE
           PERFORM VERIFICA-OPERADOR-VAZIO
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-E-SUPERVISOR
                 READ OPERADOR
                 IF FS-STAT = 00
                    IF OP-PODE-MODULO-5
                       MOVE 'S' TO WS-E-SUPERVISOR
                    ELSE
                       PERFORM VERIFICA-DELEGACAO.
           MOVE 0 TO FS-STAT.
      * DELEGACAO: O OPERADOR SEM O MODULO 5 DECIDE NO LUGAR DO
      * SUPERVISOR QUE O CADASTROU COMO DELEGADO NO DELEGA.DAT
      * (SICCV71), DENTRO DO PERIODO E ENQUANTO O TITULAR AINDA TIVER
      * O MODULO 5. O TITULAR VAI PARA WS-DELEGANTE E FICA ANOTADO
      * NA DECISAO.
       VERIFICA-DELEGACAO.
           MOVE 'S' TO WS-DG-FIM
           MOVE 'N' TO WS-DG-ABERTO
           OPEN INPUT DELEGA
           IF FS-STAT = 00
              MOVE 'S' TO WS-DG-ABERTO
              MOVE 'N' TO WS-DG-FIM
              MOVE WS-OPERADOR TO DG-DELEGADO
              MOVE ZEROS TO DG-INICIO
              START DELEGA KEY NOT LESS THAN DG-CHAVE
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-DG-FIM.
           PERFORM VERIFICA-DELEGACAO-PASSO UNTIL WS-DG-FIM = 'S'
           IF WS-DG-ABERTO = 'S'
              CLOSE DELEGA.
           MOVE 0 TO FS-STAT.
       VERIFICA-DELEGACAO-PASSO.
           READ DELEGA NEXT AT END
              MOVE 'S' TO WS-DG-FIM.
           IF WS-DG-FIM = 'N'
              IF DG-DELEGADO NOT = WS-OPERADOR OR DG-INICIO > WS-HOJE
                 MOVE 'S' TO WS-DG-FIM
              ELSE
                 IF DG-FIM NOT < WS-HOJE
                    PERFORM CONFERE-DELEGANTE.
       CONFERE-DELEGANTE.
           MOVE DG-SUPERVISOR TO OP-CODIGO
           READ OPERADOR
           IF FS-STAT = 00
              IF OP-PODE-MODULO-5
                 MOVE 'S' TO WS-E-SUPERVISOR WS-DG-FIM
                 MOVE DG-SUPERVISOR TO WS-DELEGANTE.
           MOVE 0 TO FS-STAT.
       VERIFICA-OPERADOR-VAZIO.
           MOVE 'S' TO WS-OP-VAZIO
