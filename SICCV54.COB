       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV54.
       AUTHOR.       FRANCISCO
       INSTALLATION. HBSIS.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      *
      ***********************************************************************
      * SISTEMA......: SICCV - SISTEMA DE CONTROLE DE CLIENTES POR VENDEDOR *
      ***********************************************************************
      * ANALISTA.....: FRANCISCO A. ROLIM DE MOURA JR                       *
      * LINGUAGEM....: COBOL                                                *
      * PROGRAMADOR..: FRANCISCO A. ROLIM DE MOURA JR                       *
      * DATA.........: 15/10/2026                                           *
      ***********************************************************************
      * OBJETIVO.....: SICCV54 - OCORRENCIAS (RECLAMACOES) DE CLIENTES      *
      *                MANTEM A TABELA DE TIPOS DE OCORRENCIA (OCTIPO.DAT)  *
      *                COM O PRAZO DE SOLUCAO EM DIAS CORRIDOS (SLA) E A    *
      *                AREA RESPONSAVEL SUGERIDA, ABRE A OCORRENCIA DO      *
      *                CLIENTE (OCORREN.DAT) E FECHA COM A NOTA DE          *
      *                SOLUCAO. A VERIFICACAO DO SLA ESCALA A OCORRENCIA    *
      *                ABERTA PARA A FILA DE ALERTAS (ALERTA.DAT, REVISADA  *
      *                NO SICCV37): AVISO QUANDO VENCE O PRAZO E MEDIO      *
      *                QUANDO PASSA DO DOBRO, UMA VEZ CADA NIVEL, E LISTA   *
      *                AS ABERTAS COM DIAS EM ABERTO E SITUACAO.            *
      *                A OCORRENCIA ABERTA SAI NA AGENDA DO SICCV19 E NO    *
      *                DOSSIE DO CLIENTE DO SICCV03.                        *
      *                LINHA DE COMANDO: 'SLA' VERIFICA E LISTA, SEM TELA.  *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY OCORREN.SEL.
       COPY OCTIPO.SEL.
       COPY ALERTA.SEL.
       COPY SESSAO.SEL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY OCORREN.FD.
       COPY OCTIPO.FD.
       COPY ALERTA.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL, COMO NO
      * SICCV27.
       COPY SESSAO.FD.
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
      * CAMPOS DAS TELAS.
       01  WS-OT-CODIGO         PIC X(03) VALUE SPACES.
       01  WS-OT-DESCRICAO      PIC X(30) VALUE SPACES.
       01  WS-OT-SLA-DIAS       PIC 9(03) VALUE ZEROS.
       01  WS-OT-AREA           PIC X(10) VALUE SPACES.
       01  WS-OC-CLIENTE        PIC 9(07) VALUE ZEROS.
       01  WS-OC-SEQ            PIC 9(03) VALUE ZEROS.
       01  WS-OC-TIPO           PIC X(03) VALUE SPACES.
       01  WS-OC-AREA           PIC X(10) VALUE SPACES.
       01  WS-OC-DESCRICAO      PIC X(40) VALUE SPACES.
       01  WS-OC-NOTA           PIC X(40) VALUE SPACES.
       01  WS-OC-ULT-SEQ        PIC 9(03) VALUE ZEROS.
       01  WS-OC-FIM            PIC X(01) VALUE 'N'.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL ('D' = DIA JULIANO), PARA
      * OS DIAS CORRIDOS DESDE A ABERTURA.
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  WS-JD-HOJE           PIC 9(08) VALUE ZEROS.
       01  WS-OC-DIAS           PIC 9(05) VALUE ZEROS.
       01  WS-OC-SLA            PIC 9(03) VALUE ZEROS.
       01  WS-OC-DOBRO          PIC 9(05) VALUE ZEROS.
       01  WS-OC-NIVEL-DEVIDO   PIC 9(01) VALUE ZEROS.
      * PROXIMO NUMERO DA FILA DE ALERTAS (ACHADO UMA VEZ POR RODADA).
       01  WS-AL-FIM            PIC X(01) VALUE 'N'.
       01  WS-AL-PROX           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ABERTAS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VENCIDAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALERTAS       PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(94) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'OCORRENCIAS ABERTAS E PRAZO (SLA)'.
           05 F                  PIC X(06) VALUE 'DATA: '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'CLIENTE SEQ TIP ABERTURA AREA       DIAS'.
           05 F                  PIC X(23) VALUE
              ' SLA SITUACAO DESCRICAO'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '------- --- --- -------- ---------- ----'.
           05 F                  PIC X(14) VALUE
              ' --- -------- '.
           05 F                  PIC X(40) VALUE ALL '-'.
       01  LINHA-06.
           05 L06-CLIENTE        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-SEQ            PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-TIPO           PIC X(03) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-ABERTURA       PIC 9(08) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-AREA           PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-DIAS           PIC ZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-SLA            PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-SITUACAO       PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-DESCRICAO      PIC X(40) VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(18) VALUE 'ABERTAS.........: '.
           05 L07-ABERTAS        PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(20) VALUE
              '   FORA DO PRAZO..: '.
           05 L07-VENCIDAS       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(21) VALUE
              '   ALERTAS GRAVADOS: '.
           05 L07-ALERTAS        PIC ZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  SS-JANELA.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1  VALUE
               "+---------------------------------------".
           02  LINE 1  COLUMN 41 VALUE
               "---------------------------------------+".
           02  LINE 2  COLUMN 1  VALUE "|".
           02  LINE 2  COLUMN 80 VALUE "|".
           02  LINE 3  COLUMN 1  VALUE
               "+---------------------------------------".
           02  LINE 3  COLUMN 41 VALUE
               "---------------------------------------+".
           02  LINE 22 COLUMN 1  VALUE
               "+----------+----------------------------".
           02  LINE 22 COLUMN 41 VALUE
               "---------------+----------+------------".
           02  LINE 23 COLUMN 1  VALUE "| MENSAGEM |".
           02  LINE 23 COLUMN 80 VALUE "|".
           02  LINE 24 COLUMN 1  VALUE
               "+----------+----------------------------".
           02  LINE 24 COLUMN 41 VALUE
               "---------------+----------+------------".
           02  LINE 2  COLUMN 25 VALUE
               "*** OCORRENCIAS CLIENTE  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - TIPOS E PRAZOS (SLA)".
           02 LINE 08 COLUMN 28  VALUE "2 - ABRIR OCORRENCIA".
           02 LINE 09 COLUMN 28  VALUE "3 - FECHAR OCORRENCIA".
           02 LINE 10 COLUMN 28  VALUE "4 - VERIFICAR SLA E LISTAR".
           02 LINE 11 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 13 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 13 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-TIPO.
           02 LINE 08 COLUMN 12 VALUE "Tipo..............:".
           02 LINE 10 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 12 COLUMN 12 VALUE "Prazo (dias)......:".
           02 LINE 14 COLUMN 12 VALUE "Area responsavel..:".
           02 LINE 17 COLUMN 12 VALUE
              "(DESCRICAO EM BRANCO EXCLUI; TIPO EM BRANCO SAI)".
       01  SS-TELA-ABRE.
           02 LINE 06 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 08 COLUMN 12 VALUE "Tipo..............:".
           02 LINE 10 COLUMN 12 VALUE "Area responsavel..:".
           02 LINE 12 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 17 COLUMN 12 VALUE
              "(CLIENTE ZERADO SAI)".
       01  SS-TELA-FECHA.
           02 LINE 06 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 08 COLUMN 12 VALUE "Sequencia.........:".
           02 LINE 10 COLUMN 12 VALUE "Tipo/abertura.....:".
           02 LINE 12 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 14 COLUMN 12 VALUE "Nota de solucao...:".
           02 LINE 17 COLUMN 12 VALUE
              "(NOTA EM BRANCO NAO FECHA; CLIENTE ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:3) = 'SLA'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM VERIFICA-SLA.
           IF NOT EXECUCAO-BATCH
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES OCORREN OCTIPO
           IF NOT EXECUCAO-BATCH
              DISPLAY(01, 01) ERASE.
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-MENU
           ACCEPT SS-MENU.
       SEGUE-01.
           IF WS-OPCAO = 1
              PERFORM TELA-TIPO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM TELA-ABRE UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 3
              PERFORM TELA-FECHA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 4
              PERFORM VERIFICA-SLA
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 4 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * TIPOS DE OCORRENCIA: DIGITA O CODIGO; SE JA EXISTE MOSTRA E
      * DEIXA ALTERAR (DESCRICAO EM BRANCO EXCLUI), SE NAO INCLUI.
       TELA-TIPO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-TIPO
           MOVE SPACES TO WS-OT-CODIGO WS-OT-DESCRICAO WS-OT-AREA
           MOVE 0 TO WS-OT-SLA-DIAS
           ACCEPT(08, 33) WS-OT-CODIGO WITH PROMPT
           IF WS-OT-CODIGO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-OT-CODIGO TO OT-CODIGO
              READ OCTIPO
              IF FS-STAT = 00
                 MOVE OT-DESCRICAO TO WS-OT-DESCRICAO
                 MOVE OT-SLA-DIAS  TO WS-OT-SLA-DIAS
                 MOVE OT-AREA      TO WS-OT-AREA
                 DISPLAY(10, 33) WS-OT-DESCRICAO
                 DISPLAY(12, 33) WS-OT-SLA-DIAS
                 DISPLAY(14, 33) WS-OT-AREA
                 ACCEPT(10, 33) WS-OT-DESCRICAO WITH PROMPT UPDATE
                 PERFORM ACEITA-PRAZO-TIPO
                 PERFORM GRAVA-TIPO-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 ACCEPT(10, 33) WS-OT-DESCRICAO WITH PROMPT
                 PERFORM ACEITA-PRAZO-TIPO
                 PERFORM GRAVA-TIPO-INCLUSAO.
      * NA EXCLUSAO (DESCRICAO EM BRANCO) O RESTO NEM E PERGUNTADO.
       ACEITA-PRAZO-TIPO.
           IF WS-OT-DESCRICAO NOT = SPACES
              ACCEPT(12, 33) WS-OT-SLA-DIAS WITH PROMPT UPDATE
              ACCEPT(14, 33) WS-OT-AREA WITH PROMPT UPDATE.
       GRAVA-TIPO-ALTERACAO.
           IF WS-OT-DESCRICAO = SPACES
              DELETE OCTIPO
              MOVE 'TIPO EXCLUIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-OT-DESCRICAO TO OT-DESCRICAO
              MOVE WS-OT-SLA-DIAS  TO OT-SLA-DIAS
              MOVE WS-OT-AREA      TO OT-AREA
              REWRITE REG-OCTIPO
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR TIPO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'TIPO ALTERADO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-TIPO-INCLUSAO.
           IF WS-OT-DESCRICAO = SPACES
              MOVE 'DESCRICAO EM BRANCO NAO ACEITA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-OT-CODIGO    TO OT-CODIGO
              MOVE WS-OT-DESCRICAO TO OT-DESCRICAO
              MOVE WS-OT-SLA-DIAS  TO OT-SLA-DIAS
              MOVE WS-OT-AREA      TO OT-AREA
              WRITE REG-OCTIPO
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR TIPO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'TIPO INCLUIDO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * ABERTURA: CLIENTE CADASTRADO, TIPO DA TABELA (A AREA VEM
      * SUGERIDA PELO TIPO) E DESCRICAO; A SEQUENCIA E A PROXIMA DO
      * CLIENTE.
       TELA-ABRE.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-ABRE
           MOVE 0 TO WS-OC-CLIENTE
           ACCEPT(06, 33) WS-OC-CLIENTE WITH PROMPT
           IF WS-OC-CLIENTE = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-OC-CLIENTE TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'CLIENTE NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(06, 42) CL-RAZAO(1:30)
                 PERFORM ACEITA-TIPO-ABERTURA
                 PERFORM ACEITA-DADOS-ABERTURA.
       ACEITA-TIPO-ABERTURA.
           MOVE SPACES TO WS-OC-TIPO
           ACCEPT(08, 33) WS-OC-TIPO WITH PROMPT
           MOVE WS-OC-TIPO TO OT-CODIGO
           READ OCTIPO
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'TIPO NAO CADASTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO ACEITA-TIPO-ABERTURA
           ELSE
              DISPLAY(08, 38) OT-DESCRICAO.
       ACEITA-DADOS-ABERTURA.
           MOVE OT-AREA TO WS-OC-AREA
           MOVE SPACES TO WS-OC-DESCRICAO
           DISPLAY(10, 33) WS-OC-AREA
           ACCEPT(10, 33) WS-OC-AREA WITH PROMPT UPDATE
           ACCEPT(12, 33) WS-OC-DESCRICAO WITH PROMPT
           IF WS-OC-DESCRICAO = SPACES
              MOVE 'DESCRICAO EM BRANCO - NAO ABERTA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM GRAVA-ABERTURA.
       GRAVA-ABERTURA.
           PERFORM ACHA-ULTIMA-SEQ
           MOVE WS-OC-CLIENTE   TO OC-CLIENTE
           COMPUTE OC-SEQ = WS-OC-ULT-SEQ + 1
           MOVE WS-OC-TIPO      TO OC-TIPO
           MOVE WS-HOJE         TO OC-ABERTURA
           MOVE WS-OC-AREA      TO OC-AREA
           MOVE 'A'             TO OC-STATUS
           MOVE WS-OC-DESCRICAO TO OC-DESCRICAO
           MOVE WS-OPERADOR     TO OC-OPERADOR
           MOVE 0               TO OC-FECHAMENTO OC-NIVEL
           MOVE SPACES          TO OC-NOTA
           WRITE REG-OCORREN
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR OCORRENCIA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'OCORRENCIA ABERTA - SEQUENCIA' TO WS-MSGERRO
              MOVE OC-SEQ TO WS-MSGERRO(31:3)
              PERFORM MOSTRA-ERRO.
       ACHA-ULTIMA-SEQ.
           MOVE 0 TO WS-OC-ULT-SEQ
           MOVE WS-OC-CLIENTE TO OC-CLIENTE
           MOVE 0 TO OC-SEQ
           START OCORREN KEY NOT LESS THAN OC-CHAVE
           MOVE 'N' TO WS-OC-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-OC-FIM.
           PERFORM ACHA-SEQ-PASSO UNTIL WS-OC-FIM = 'S'
           MOVE 0 TO FS-STAT.
       ACHA-SEQ-PASSO.
           READ OCORREN NEXT AT END
              MOVE 'S' TO WS-OC-FIM.
           IF WS-OC-FIM = 'N'
              IF OC-CLIENTE NOT = WS-OC-CLIENTE
                 MOVE 'S' TO WS-OC-FIM
              ELSE
                 MOVE OC-SEQ TO WS-OC-ULT-SEQ.
      * -----------------------------------
      * FECHAMENTO: SO OCORRENCIA ABERTA, COM A NOTA DE SOLUCAO.
       TELA-FECHA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-FECHA
           MOVE 0 TO WS-OC-CLIENTE WS-OC-SEQ
           ACCEPT(06, 33) WS-OC-CLIENTE WITH PROMPT
           IF WS-OC-CLIENTE = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              ACCEPT(08, 33) WS-OC-SEQ WITH PROMPT
              MOVE WS-OC-CLIENTE TO OC-CLIENTE
              MOVE WS-OC-SEQ     TO OC-SEQ
              READ OCORREN
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'OCORRENCIA NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 IF NOT OCORRENCIA-ABERTA
                    MOVE 'OCORRENCIA JA FECHADA' TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
                 ELSE
                    PERFORM ACEITA-FECHAMENTO.
       ACEITA-FECHAMENTO.
           DISPLAY(10, 33) OC-TIPO
           DISPLAY(10, 37) OC-ABERTURA
           DISPLAY(10, 46) OC-AREA
           DISPLAY(12, 33) OC-DESCRICAO
           MOVE SPACES TO WS-OC-NOTA
           ACCEPT(14, 33) WS-OC-NOTA WITH PROMPT
           IF WS-OC-NOTA = SPACES
              MOVE 'NOTA EM BRANCO - CONTINUA ABERTA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE 'F'        TO OC-STATUS
              MOVE WS-HOJE    TO OC-FECHAMENTO
              MOVE WS-OC-NOTA TO OC-NOTA
              REWRITE REG-OCORREN
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR OCORRENCIA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'OCORRENCIA FECHADA !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * VERIFICACAO DO SLA: PERCORRE AS OCORRENCIAS, MEDE OS DIAS
      * CORRIDOS DAS ABERTAS CONTRA O PRAZO DO TIPO E, QUANDO ELA
      * SOBE DE NIVEL (VENCIDA, DEPOIS DOBRO DO PRAZO), GRAVA O
      * ALERTA PARA A AREA RESPONSAVEL E GUARDA O NIVEL PARA NAO
      * REPETIR. TIPO SEM PRAZO (OU EXCLUIDO) NAO ESCALA.
       VERIFICA-SLA.
           MOVE 0 TO WS-QTD-ABERTAS WS-QTD-VENCIDAS WS-QTD-ALERTAS
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-HOJE TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-JD-HOJE
           PERFORM ABRE-ALERTA
           OPEN OUTPUT LISTAG
           MOVE WS-HOJE TO L02-DATA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE ZEROS TO OC-CLIENTE OC-SEQ
           START OCORREN KEY NOT LESS THAN OC-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VERIFICA-SLA-PASSO UNTIL FIM-ARQ
           MOVE WS-QTD-ABERTAS  TO L07-ABERTAS
           MOVE WS-QTD-VENCIDAS TO L07-VENCIDAS
           MOVE WS-QTD-ALERTAS  TO L07-ALERTAS
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           CLOSE LISTAG ALERTA
           IF EXECUCAO-BATCH
              DISPLAY 'SLA DE OCORRENCIAS - ABERTAS: ' WS-QTD-ABERTAS
                      ' FORA DO PRAZO: ' WS-QTD-VENCIDAS
                      ' ALERTAS: ' WS-QTD-ALERTAS
           ELSE
              MOVE 'ALERTAS GRAVADOS:' TO WS-MSGERRO
              MOVE WS-QTD-ALERTAS TO WS-MSGERRO(19:5)
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       VERIFICA-SLA-PASSO.
           READ OCORREN NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF OCORRENCIA-ABERTA
                 PERFORM AVALIA-OCORRENCIA.
       AVALIA-OCORRENCIA.
           ADD 1 TO WS-QTD-ABERTAS
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE OC-ABERTURA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE 0 TO WS-OC-DIAS
           IF WS-JD-HOJE > WS-DU-DIAS
              COMPUTE WS-OC-DIAS = WS-JD-HOJE - WS-DU-DIAS.
           MOVE 0 TO WS-OC-SLA
           MOVE OC-TIPO TO OT-CODIGO
           READ OCTIPO
           IF FS-STAT = 00
              MOVE OT-SLA-DIAS TO WS-OC-SLA.
           MOVE 0 TO FS-STAT WS-OC-NIVEL-DEVIDO
           COMPUTE WS-OC-DOBRO = WS-OC-SLA * 2
           IF WS-OC-SLA > 0 AND WS-OC-DIAS > WS-OC-SLA
              MOVE 1 TO WS-OC-NIVEL-DEVIDO
              ADD 1 TO WS-QTD-VENCIDAS
              IF WS-OC-DIAS > WS-OC-DOBRO
                 MOVE 2 TO WS-OC-NIVEL-DEVIDO.
           IF WS-OC-NIVEL-DEVIDO > OC-NIVEL
              PERFORM ESCALA-OCORRENCIA.
           MOVE OC-CLIENTE   TO L06-CLIENTE
           MOVE OC-SEQ       TO L06-SEQ
           MOVE OC-TIPO      TO L06-TIPO
           MOVE OC-ABERTURA  TO L06-ABERTURA
           MOVE OC-AREA      TO L06-AREA
           MOVE WS-OC-DIAS   TO L06-DIAS
           MOVE WS-OC-SLA    TO L06-SLA
           MOVE OC-DESCRICAO TO L06-DESCRICAO
           IF WS-OC-NIVEL-DEVIDO = 0
              MOVE 'NO PRAZO' TO L06-SITUACAO
           ELSE
              IF WS-OC-NIVEL-DEVIDO = 1
                 MOVE 'VENCIDA ' TO L06-SITUACAO
              ELSE
                 MOVE 'ESCALADA' TO L06-SITUACAO.
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       ESCALA-OCORRENCIA.
           ADD 1 TO WS-AL-PROX
           MOVE WS-AL-PROX TO AL-NUMERO
           MOVE 'SICCV54 ' TO AL-PROGRAMA
           MOVE WS-HOJE TO AL-DATA
           ACCEPT AL-HORA FROM TIME
           MOVE SPACES TO AL-MENSAGEM AL-REFERENCIA
           IF WS-OC-NIVEL-DEVIDO = 1
              MOVE 'A' TO AL-SEVERIDADE
              STRING 'OCORR. ' OC-TIPO ' FORA DO SLA - '
                     OC-AREA DELIMITED BY SIZE INTO AL-MENSAGEM
           ELSE
              MOVE 'M' TO AL-SEVERIDADE
              STRING 'OCORR. ' OC-TIPO ' 2X O SLA - '
                     OC-AREA DELIMITED BY SIZE INTO AL-MENSAGEM.
           STRING OC-CLIENTE '/' OC-SEQ DELIMITED BY SIZE
                  INTO AL-REFERENCIA
           MOVE 'N'    TO AL-RECONHECIDO
           MOVE SPACES TO AL-OPERADOR-REC
           MOVE 0      TO AL-DATA-REC
           WRITE REG-ALERTA
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-ALERTAS
              MOVE WS-OC-NIVEL-DEVIDO TO OC-NIVEL
              REWRITE REG-OCORREN.
           MOVE 0 TO FS-STAT.
      * ABRE A FILA DE ALERTAS E ACHA O ULTIMO NUMERO USADO.
       ABRE-ALERTA.
           OPEN I-O ALERTA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT ALERTA
              CLOSE ALERTA
              OPEN I-O ALERTA.
           MOVE 0 TO WS-AL-PROX
           MOVE ZEROS TO AL-NUMERO
           START ALERTA KEY NOT LESS THAN AL-NUMERO
           MOVE 'N' TO WS-AL-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-AL-FIM.
           PERFORM ACHA-ALERTA-PASSO UNTIL WS-AL-FIM = 'S'
           MOVE 0 TO FS-STAT.
       ACHA-ALERTA-PASSO.
           READ ALERTA NEXT AT END
              MOVE 'S' TO WS-AL-FIM.
           IF WS-AL-FIM = 'N'
              MOVE AL-NUMERO TO WS-AL-PROX.
      * -----------------------------------
      * OPERADOR LOGADO NO TERMINAL (SESSAO DO MENU PRINCIPAL); SEM
      * SESSAO, PERGUNTA.
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
              DISPLAY(15, 14) "OPERADOR..: "
              ACCEPT(15, 26) WS-OPERADOR.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN I-O OCORREN
           IF FS-STAT = '30'
              OPEN OUTPUT OCORREN
              CLOSE OCORREN
              OPEN I-O OCORREN.
           OPEN I-O OCTIPO
           IF FS-STAT = '30'
              OPEN OUTPUT OCTIPO
              CLOSE OCTIPO
              OPEN I-O OCTIPO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
