      *                APROVADOS DA COMPETENCIA NO DEMONSTRATIVO E NO       *
      *                FOLHA.CSV COMO LINHAS PROPRIAS, ACABANDO COM A       *
      *                EDICAO MANUAL DO FOLHA.CSV DEPOIS DA RODADA.         *
      *                COM EQUIPES DE VENDAS (SICCV72), O AJUSTE DE         *
      *                VENDEDOR DE UMA EQUIPE SO E DECIDIDO PELO SUPERVISOR *
      *                DELA OU POR QUEM ELE DELEGOU NO PERIODO (MESMO OUTRO *
      *                SUPERVISOR), COM O TITULAR ANOTADO; OS DAS OUTRAS    *
      *                EQUIPES SAO PULADOS E CONTADOS NO FIM DA REVISAO.    *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY VENDEDOR.SEL.
       COPY OPERADOR.SEL.
       COPY EQUIPE.SEL.
       COPY DELEGA.SEL.
       COPY AJUSTE.SEL.
       COPY FECHAMES.SEL.
       COPY SESSAO.SEL.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY OPERADOR.FD.
       COPY EQUIPE.FD.
       COPY DELEGA.FD.
       COPY AJUSTE.FD.
       COPY FECHAMES.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
           88 FIM-ARQ                VALUE 'S'.
       01  WS-PROX-NUMERO       PIC 9(05) VALUE ZEROS.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
      * DELEGACAO DE ALCADA (DELEGA.DAT): TITULAR QUE DELEGOU AO
      * OPERADOR LOGADO; BRANCO QUANDO ELE MESMO E SUPERVISOR.
       01  WS-DELEGANTE         PIC X(10) VALUE SPACES.
       01  WS-DG-FIM            PIC X(01) VALUE 'N'.
       01  WS-DG-ABERTO         PIC X(01) VALUE 'N'.
      * EQUIPE DE VENDAS (EQUIPE.DAT, SICCV72): ITEM DE VENDEDOR COM
      * EQUIPE SO E DECIDIDO PELO SUPERVISOR DELA (OU PELO DELEGADO
      * DELE); WS-DELEG-ITEM E O TITULAR ANOTADO NA DECISAO DO ITEM.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
       01  WS-DELEG-ITEM        PIC X(10) VALUE SPACES.
      * DELEGACAO PROCURADA NO DELEGA.DAT: TITULAR EXIGIDO (BRANCO =
      * QUALQUER UM) E O TITULAR ACHADO (BRANCO = NENHUMA VIGENTE).
       01  WS-DG-TITULAR        PIC X(10) VALUE SPACES.
       01  WS-DG-ACHOU          PIC X(10) VALUE SPACES.
       01  WS-EQ-ITEM           PIC 9(03) VALUE ZEROS.
       01  WS-DA-EQUIPE         PIC X(01) VALUE 'S'.
       01  WS-QTD-OUTRAS        PIC 9(05) VALUE ZEROS.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
       01  WS-VALOR-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.
      * -----------------------------------
       FINALIZA.
           CLOSE VENDEDOR OPERADOR AJUSTE FECHAMES
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           DISPLAY(01, 01) ERASE
           STOP RUN.
       PROCESSA.
           MOVE WS-OPERADOR       TO AJ-OPERADOR
           MOVE WS-HOJE           TO AJ-DATA
           MOVE 'P'               TO AJ-SITUACAO
           MOVE SPACES            TO AJ-SUPERVISOR AJ-DELEGANTE
           MOVE 0                 TO AJ-DATA-DECISAO
           WRITE REG-AJUSTE
           IF FS-STAT NOT = 00
              MOVE AJ-NUMERO TO WS-PROX-NUMERO.
      * -----------------------------------
      * APROVACAO: SO OPERADOR COM PERMISSAO DO MODULO 5 (SUPERVISOR)
      * (OU O DELEGADO DELE NO PERIODO) DECIDE; PASSA PELOS
      * PENDENTES UM A UM, COMO O SICCV26 FAZ COM AS PROPOSTAS DE
      * REMANEJO.
       REVISA-PENDENTES.
           PERFORM VERIFICA-SUPERVISOR
           MOVE 0 TO WS-QTD-OUTRAS
           IF WS-E-SUPERVISOR NOT = 'S'
              MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 'N' TO WS-FIM-ARQ
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           IF WS-E-SUPERVISOR = 'S' AND WS-DELEGANTE NOT = SPACES
              MOVE 'ALCADA DELEGADA POR' TO WS-MSGERRO
              MOVE WS-DELEGANTE TO WS-MSGERRO(21:10)
              PERFORM MOSTRA-ERRO.
           IF WS-E-SUPERVISOR = 'S'
              PERFORM REVISA-PASSO UNTIL FIM-ARQ
              MOVE 'FIM DOS AJUSTES PENDENTES' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           IF WS-QTD-OUTRAS > 0
              MOVE 'PENDENTES DE OUTRAS EQUIPES:' TO WS-MSGERRO
              MOVE WS-QTD-OUTRAS TO WS-MSGERRO(30:5)
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * SUPERVISOR = OPERADOR LOGADO COM O MODULO 5 LIBERADO. SO COM
      * O CADASTRO DE OPERADORES AUSENTE OU VAZIO (PRIMEIRO USO, COMO
      * NO LOGIN DO MENU) A APROVACAO FICA ABERTA.
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
           MOVE SPACES TO WS-DG-TITULAR
           PERFORM PROCURA-DELEGACAO
           IF WS-DG-ACHOU NOT = SPACES
              MOVE 'S' TO WS-E-SUPERVISOR
              MOVE WS-DG-ACHOU TO WS-DELEGANTE.
      * DELEGACAO VIGENTE HOJE PARA O OPERADOR LOGADO, DE QUALQUER
      * TITULAR OU SO DO WS-DG-TITULAR, COM O TITULAR AINDA NO
      * MODULO 5.
       PROCURA-DELEGACAO.
           MOVE SPACES TO WS-DG-ACHOU
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
           PERFORM PROCURA-DELEGACAO-PASSO UNTIL WS-DG-FIM = 'S'
           IF WS-DG-ABERTO = 'S'
              CLOSE DELEGA.
           MOVE 0 TO FS-STAT.
       PROCURA-DELEGACAO-PASSO.
           READ DELEGA NEXT AT END
              MOVE 'S' TO WS-DG-FIM.
           IF WS-DG-FIM = 'N'
              IF DG-DELEGADO NOT = WS-OPERADOR OR DG-INICIO > WS-HOJE
                 MOVE 'S' TO WS-DG-FIM
              ELSE
                 IF DG-FIM NOT < WS-HOJE
                    AND (WS-DG-TITULAR = SPACES
                         OR DG-SUPERVISOR = WS-DG-TITULAR)
                    PERFORM CONFERE-DELEGANTE.
       CONFERE-DELEGANTE.
           MOVE DG-SUPERVISOR TO OP-CODIGO
           READ OPERADOR
           IF FS-STAT = 00
              IF OP-PODE-MODULO-5
                 MOVE 'S' TO WS-DG-FIM
                 MOVE DG-SUPERVISOR TO WS-DG-ACHOU.
           MOVE 0 TO FS-STAT.
       VERIFICA-OPERADOR-VAZIO.
           MOVE 'S' TO WS-OP-VAZIO
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AJUSTE-PENDENTE
                 PERFORM CONFERE-EQUIPE-AJUSTE
                 IF WS-DA-EQUIPE = 'S'
                    PERFORM MOSTRA-AJUSTE
                    PERFORM DECIDE-AJUSTE
                 ELSE
                    ADD 1 TO WS-QTD-OUTRAS.
      * EQUIPE DO AJUSTE: A DO VENDEDOR DO AJUSTE.
       CONFERE-EQUIPE-AJUSTE.
           MOVE 0 TO WS-EQ-ITEM
           MOVE AJ-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-EQUIPE TO WS-EQ-ITEM.
           PERFORM CONFERE-SUPERVISOR-EQUIPE.
      * O ITEM DE VENDEDOR SEM EQUIPE (OU DE EQUIPE QUE NAO ESTA
      * MAIS NO CADASTRO) CONTINUA COM QUALQUER SUPERVISOR.
       CONFERE-SUPERVISOR-EQUIPE.
           MOVE 'S' TO WS-DA-EQUIPE
           MOVE WS-DELEGANTE TO WS-DELEG-ITEM
           IF WS-EQ-ITEM > 0 AND ARQUIVO-EQUIPE-OK
              AND NOT CADASTRO-OPERADOR-VAZIO
              MOVE WS-EQ-ITEM TO EQ-CODIGO
              READ EQUIPE
              IF FS-STAT = 00 AND EQ-SUPERVISOR NOT = SPACES
                 PERFORM CONFERE-TITULAR-EQUIPE.
           MOVE 0 TO FS-STAT.
      * O SUPERVISOR DA EQUIPE DECIDE EM NOME PROPRIO; OUTRO OPERADOR
      * SO COM DELEGACAO VIGENTE DELE (INCLUSIVE OUTRO SUPERVISOR NA
      * COBERTURA DE FERIAS), E O TITULAR FICA ANOTADO NA DECISAO.
       CONFERE-TITULAR-EQUIPE.
           IF EQ-SUPERVISOR = WS-OPERADOR AND WS-DELEGANTE = SPACES
              MOVE SPACES TO WS-DELEG-ITEM
           ELSE
              MOVE EQ-SUPERVISOR TO WS-DG-TITULAR
              PERFORM PROCURA-DELEGACAO
              IF WS-DG-ACHOU = SPACES
                 MOVE 'N' TO WS-DA-EQUIPE
              ELSE
                 MOVE WS-DG-ACHOU TO WS-DELEG-ITEM.
       MOSTRA-AJUSTE.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           IF WS-RESPOSTA = 'A'
              MOVE 'A' TO AJ-SITUACAO
              MOVE WS-OPERADOR TO AJ-SUPERVISOR
              MOVE WS-DELEG-ITEM TO AJ-DELEGANTE
              MOVE WS-HOJE TO AJ-DATA-DECISAO
              REWRITE REG-AJUSTE.
           IF WS-RESPOSTA = 'R'
              MOVE 'R' TO AJ-SITUACAO
              MOVE WS-OPERADOR TO AJ-SUPERVISOR
              MOVE WS-DELEG-ITEM TO AJ-DELEGANTE
              MOVE WS-HOJE TO AJ-DATA-DECISAO
              REWRITE REG-AJUSTE.
           IF WS-RESPOSTA = 'S'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN INPUT EQUIPE
           IF FS-STAT = 00
              MOVE 'S' TO WS-TEM-EQUIPE
           ELSE
              MOVE 'N' TO WS-TEM-EQUIPE.
           OPEN I-O AJUSTE
           IF FS-STAT = '30'
              OPEN OUTPUT AJUSTE
