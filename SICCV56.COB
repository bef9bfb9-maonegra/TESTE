       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV56.
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
      * OBJETIVO.....: SICCV56 - PIPELINE DE OPORTUNIDADES DE VENDA         *
      *                MANTEM AS OPORTUNIDADES DO CLIENTE (OPORTUN.DAT:     *
      *                DESCRICAO, VALOR ESTIMADO, ESTAGIO, PROBABILIDADE,   *
      *                MES PREVISTO DE FECHAMENTO E VENDEDOR DONO) E        *
      *                REGISTRA CADA TROCA DE ESTAGIO NO OPESTAG.DAT COM    *
      *                OS DIAS PARADOS NO ESTAGIO ANTERIOR. EMITE O         *
      *                PIPELINE PONDERADO (VALOR X PROBABILIDADE) DAS       *
      *                OPORTUNIDADES ABERTAS POR VENDEDOR, FILIAL E MES     *
      *                PREVISTO DE FECHAMENTO, E O TEMPO MEDIO EM CADA      *
      *                ESTAGIO.                                             *
      *                ESTAGIOS: Q-QUALIFICACAO, P-PROPOSTA, N-NEGOCIACAO,  *
      *                G-GANHA E X-PERDIDA (AS DUAS ULTIMAS ENCERRAM).      *
      *                LINHA DE COMANDO: 'PIPELINE' OU 'ESTAGIOS'.          *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY OPORTUN.SEL.
       COPY OPESTAG.SEL.
       COPY SESSAO.SEL.
           SELECT OPTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PT-CHAVE.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY OPORTUN.FD.
       COPY OPESTAG.FD.
       COPY SESSAO.FD.
      * OPORTUNIDADES ABERTAS REORDENADAS POR (VENDEDOR, FILIAL, MES
      * DE FECHAMENTO) PARA O PIPELINE.
       FD  OPTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-OPTMP.
       01  REG-OPTMP.
           05 PT-CHAVE.
              10 PT-VENDEDOR    PIC 9(03).
              10 PT-FILIAL      PIC X(02).
              10 PT-FECHAMENTO  PIC 9(06).
              10 PT-CLIENTE     PIC 9(07).
              10 PT-SEQ         PIC 9(03).
           05 PT-VALOR          PIC 9(09)V9(02).
           05 PT-PROBABILIDADE  PIC 9(03).
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
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-HORA              PIC 9(08) VALUE ZEROS.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
      * CAMPOS DA TELA DE OPORTUNIDADE.
       01  WS-PO-CLIENTE        PIC 9(07) VALUE ZEROS.
       01  WS-PO-SEQ            PIC 9(03) VALUE ZEROS.
       01  WS-PO-ULT-SEQ        PIC 9(03) VALUE ZEROS.
       01  WS-PO-DESCRICAO      PIC X(40) VALUE SPACES.
       01  WS-PO-VALOR          PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PO-ESTAGIO        PIC X(01) VALUE SPACES.
           88 ESTAGIO-INFORMADO-OK   VALUE 'Q' 'P' 'N' 'G' 'X'.
       01  WS-PO-PROBABILIDADE  PIC 9(03) VALUE ZEROS.
       01  WS-PO-FECHAMENTO     PIC 9(06) VALUE ZEROS.
       01  WS-PO-FECHAMENTO-R REDEFINES WS-PO-FECHAMENTO.
           05 WS-PO-FECH-ANO    PIC 9(04).
           05 WS-PO-FECH-MES    PIC 9(02).
       01  WS-PO-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-ESTAGIO-ANT       PIC X(01) VALUE SPACES.
       01  WS-NOVA              PIC X(01) VALUE 'N'.
           88 OPORTUNIDADE-NOVA      VALUE 'S'.
      * ESTAGIOS: CODIGO, NOME E PROBABILIDADE SUGERIDA.
       01  WS-ESTAGIOS-VALORES.
           05 F PIC X(21) VALUE 'QQUALIFICACAO     010'.
           05 F PIC X(21) VALUE 'PPROPOSTA         040'.
           05 F PIC X(21) VALUE 'NNEGOCIACAO       070'.
           05 F PIC X(21) VALUE 'GGANHA            100'.
           05 F PIC X(21) VALUE 'XPERDIDA          000'.
       01  WS-ESTAGIOS REDEFINES WS-ESTAGIOS-VALORES.
           05 WS-EST OCCURS 5 TIMES.
              10 WS-EST-CODIGO  PIC X(01).
              10 WS-EST-NOME    PIC X(17).
              10 WS-EST-PROB    PIC 9(03).
       01  WS-EST-IX            PIC 9(02) VALUE ZEROS.
       01  WS-EST-ACHADO        PIC 9(02) VALUE ZEROS.
       01  WS-EST-PROCURA       PIC X(01) VALUE SPACES.
      * TEMPO NOS ESTAGIOS: SAIDAS DO LOG E OPORTUNIDADES AINDA
      * PARADAS NO ESTAGIO.
       01  WS-TEMPOS.
           05 WS-TP OCCURS 5 TIMES.
              10 WS-TP-SAIDAS      PIC 9(05).
              10 WS-TP-DIAS-SAIDA  PIC 9(09).
              10 WS-TP-ABERTAS     PIC 9(05).
              10 WS-TP-DIAS-ABERTA PIC 9(09).
      * PARAMETROS DO SUBPROGRAMA DIAUTIL ('D' = DIA JULIANO).
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  WS-JD-HOJE           PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-ESTAGIO      PIC 9(08) VALUE ZEROS.
      * PIPELINE: QUEBRAS E ACUMULADORES.
       01  WS-PRIMEIRO          PIC X(01) VALUE 'S'.
       01  WS-QB-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-QB-FILIAL         PIC X(02) VALUE SPACES.
       01  WS-QB-MES            PIC 9(06) VALUE ZEROS.
       01  WS-PONDERADO         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-ACUMULA-MES.
           05 WS-MES-QTD        PIC 9(05).
           05 WS-MES-VALOR      PIC 9(11)V9(02).
           05 WS-MES-PONDERADO  PIC 9(11)V9(02).
       01  WS-ACUMULA-VDD.
           05 WS-VDD-QTD        PIC 9(05).
           05 WS-VDD-VALOR      PIC 9(11)V9(02).
           05 WS-VDD-PONDERADO  PIC 9(11)V9(02).
       01  WS-ACUMULA-TOT.
           05 WS-TOT-QTD        PIC 9(05).
           05 WS-TOT-VALOR      PIC 9(11)V9(02).
           05 WS-TOT-PONDERADO  PIC 9(11)V9(02).
       01  LINHA-01              PIC X(68) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L02-TITULO         PIC X(45) VALUE SPACES.
           05 F                  PIC X(09) VALUE 'POSICAO: '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'VDD NOME                 FL MES      QTD'.
           05 F                  PIC X(28) VALUE
              '         VALOR     PONDERADO'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '--- -------------------- -- ------ -----'.
           05 F                  PIC X(28) VALUE
              ' ------------- -------------'.
       01  LINHA-06.
           05 L06-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-NOME           PIC X(20) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-FILIAL         PIC X(02) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-MES            PIC X(06) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-QTD            PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-VALOR          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-PONDERADO      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'ESTAGIO           SAIDAS DIAS MEDIOS ABE'.
           05 F                  PIC X(20) VALUE
              'RTAS DIAS NO ESTAGIO'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '----------------- ------ ----------- ---'.
           05 F                  PIC X(20) VALUE
              '---- ---------------'.
       01  LINHA-10.
           05 L10-NOME           PIC X(17) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-SAIDAS         PIC ZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-MEDIA-SAIDA    PIC ZZZZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-ABERTAS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-MEDIA-ABERTA   PIC ZZZZZZZZZZZZZZ9 VALUE ZEROS.
       01  WS-MEDIA             PIC 9(09) VALUE ZEROS.

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
               "*** PIPELINE DE VENDAS   ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - OPORTUNIDADES".
           02 LINE 08 COLUMN 28  VALUE "2 - PIPELINE PONDERADO".
           02 LINE 09 COLUMN 28  VALUE "3 - TEMPO POR ESTAGIO".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-OPORTUNIDADE.
           02 LINE 05 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 06 COLUMN 12 VALUE "Sequencia (0=NOVA):".
           02 LINE 08 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 09 COLUMN 12 VALUE "Valor estimado....:".
           02 LINE 10 COLUMN 12 VALUE "Estagio...........:".
           02 LINE 11 COLUMN 12 VALUE "Probabilidade (%).:".
           02 LINE 12 COLUMN 12 VALUE "Fechamento (AAAAMM)".
           02 LINE 13 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 14 COLUMN 12 VALUE "No estagio desde..:".
           02 LINE 17 COLUMN 12 VALUE
              "(ESTAGIOS: Q-QUALIFICACAO P-PROPOSTA N-NEGOCIACAO".
           02 LINE 18 COLUMN 12 VALUE
              " G-GANHA X-PERDIDA; CLIENTE ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           MOVE WS-HOJE TO WS-DU-DATA
           PERFORM DIA-JULIANO
           MOVE WS-DU-DIAS TO WS-JD-HOJE
           IF WS-PARM-EXECUCAO(1:8) = 'PIPELINE'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM RELATORIO-PIPELINE.
           IF WS-PARM-EXECUCAO(1:8) = 'ESTAGIOS'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM RELATORIO-ESTAGIOS.
           IF NOT EXECUCAO-BATCH
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR OPORTUN OPESTAG OPTMP
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
              PERFORM TELA-OPORTUNIDADE UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM RELATORIO-PIPELINE
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 3
              PERFORM RELATORIO-ESTAGIOS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO: CLIENTE E SEQUENCIA (ZERO ABRE UMA NOVA). A
      * OPORTUNIDADE NAO E EXCLUIDA: ENCERRA COMO GANHA OU PERDIDA.
       TELA-OPORTUNIDADE.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-OPORTUNIDADE
           MOVE 0 TO WS-PO-CLIENTE WS-PO-SEQ
           ACCEPT(05, 33) WS-PO-CLIENTE WITH PROMPT
           IF WS-PO-CLIENTE = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-PO-CLIENTE TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'CLIENTE NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(05, 42) CL-RAZAO(1:30)
                 ACCEPT(06, 33) WS-PO-SEQ WITH PROMPT
                 PERFORM CARREGA-OPORTUNIDADE.
       CARREGA-OPORTUNIDADE.
           IF WS-PO-SEQ = 0
              MOVE 'S'            TO WS-NOVA
              MOVE SPACES         TO WS-PO-DESCRICAO WS-ESTAGIO-ANT
              MOVE 0              TO WS-PO-VALOR WS-PO-PROBABILIDADE
              MOVE 'Q'            TO WS-PO-ESTAGIO
              MOVE WS-HOJE-ANOMES TO WS-PO-FECHAMENTO
              MOVE CL-VENDEDOR    TO WS-PO-VENDEDOR
              PERFORM ACEITA-OPORTUNIDADE
           ELSE
              MOVE WS-PO-CLIENTE TO PO-CLIENTE
              MOVE WS-PO-SEQ     TO PO-SEQ
              READ OPORTUN
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'OPORTUNIDADE NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'N'              TO WS-NOVA
                 MOVE PO-DESCRICAO     TO WS-PO-DESCRICAO
                 MOVE PO-VALOR         TO WS-PO-VALOR
                 MOVE PO-ESTAGIO       TO WS-PO-ESTAGIO WS-ESTAGIO-ANT
                 MOVE PO-PROBABILIDADE TO WS-PO-PROBABILIDADE
                 MOVE PO-FECHAMENTO    TO WS-PO-FECHAMENTO
                 MOVE PO-VENDEDOR      TO WS-PO-VENDEDOR
                 DISPLAY(14, 33) PO-DATA-ESTAGIO
                 PERFORM ACEITA-OPORTUNIDADE.
       ACEITA-OPORTUNIDADE.
           DISPLAY(08, 33) WS-PO-DESCRICAO
           DISPLAY(09, 33) WS-PO-VALOR
           DISPLAY(11, 33) WS-PO-PROBABILIDADE
           DISPLAY(12, 33) WS-PO-FECHAMENTO
           DISPLAY(13, 33) WS-PO-VENDEDOR
           ACCEPT(08, 33) WS-PO-DESCRICAO WITH PROMPT UPDATE
           IF WS-PO-DESCRICAO = SPACES
              MOVE 'DESCRICAO EM BRANCO - NAO GRAVADA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              ACCEPT(09, 33) WS-PO-VALOR WITH PROMPT UPDATE
              PERFORM ACEITA-ESTAGIO
              PERFORM ACEITA-PROBABILIDADE
              PERFORM ACEITA-FECHAMENTO
              PERFORM ACEITA-VENDEDOR
              PERFORM GRAVA-OPORTUNIDADE.
       ACEITA-ESTAGIO.
           DISPLAY(10, 33) WS-PO-ESTAGIO
           ACCEPT(10, 33) WS-PO-ESTAGIO WITH PROMPT UPDATE
           IF NOT ESTAGIO-INFORMADO-OK
              MOVE 'ESTAGIO INVALIDO (Q/P/N/G/X)' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO ACEITA-ESTAGIO.
           MOVE WS-PO-ESTAGIO TO WS-EST-PROCURA
           PERFORM ACHA-ESTAGIO
           DISPLAY(10, 38) WS-EST-NOME(WS-EST-ACHADO).
      * NA TROCA DE ESTAGIO (OU NA ABERTURA) SUGERE A PROBABILIDADE
      * DO ESTAGIO; GANHA E SEMPRE 100 E PERDIDA SEMPRE ZERO.
       ACEITA-PROBABILIDADE.
           IF WS-PO-ESTAGIO NOT = WS-ESTAGIO-ANT
              MOVE WS-EST-PROB(WS-EST-ACHADO) TO WS-PO-PROBABILIDADE.
           IF WS-PO-ESTAGIO = 'G' OR WS-PO-ESTAGIO = 'X'
              MOVE WS-EST-PROB(WS-EST-ACHADO) TO WS-PO-PROBABILIDADE
              DISPLAY(11, 33) WS-PO-PROBABILIDADE
           ELSE
              PERFORM ACEITA-PERCENTUAL.
       ACEITA-PERCENTUAL.
           DISPLAY(11, 33) WS-PO-PROBABILIDADE
           ACCEPT(11, 33) WS-PO-PROBABILIDADE WITH PROMPT UPDATE
           IF WS-PO-PROBABILIDADE > 100
              MOVE 'PROBABILIDADE ACIMA DE 100%' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO ACEITA-PERCENTUAL.
       ACEITA-FECHAMENTO.
           ACCEPT(12, 33) WS-PO-FECHAMENTO WITH PROMPT UPDATE
           IF WS-PO-FECH-MES < 1 OR WS-PO-FECH-MES > 12
              OR WS-PO-FECH-ANO < 2000
              MOVE 'MES DE FECHAMENTO INVALIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO ACEITA-FECHAMENTO.
       ACEITA-VENDEDOR.
           ACCEPT(13, 33) WS-PO-VENDEDOR WITH PROMPT UPDATE
           IF WS-PO-VENDEDOR > 0
              MOVE WS-PO-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO ACEITA-VENDEDOR
              ELSE
                 DISPLAY(13, 38) VD-NOME(1:30).
           MOVE 0 TO FS-STAT.
       GRAVA-OPORTUNIDADE.
           IF OPORTUNIDADE-NOVA
              PERFORM INCLUI-OPORTUNIDADE
           ELSE
              PERFORM REGRAVA-OPORTUNIDADE.
       INCLUI-OPORTUNIDADE.
           PERFORM ACHA-ULTIMA-SEQ
           MOVE WS-PO-CLIENTE TO PO-CLIENTE
           COMPUTE PO-SEQ = WS-PO-ULT-SEQ + 1
           MOVE WS-HOJE       TO PO-ABERTURA PO-DATA-ESTAGIO
           MOVE 0             TO WS-DIAS-ESTAGIO
           PERFORM MOVE-OPORTUNIDADE
           WRITE REG-OPORTUN
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR OPORTUNIDADE' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              PERFORM GRAVA-LOG-ESTAGIO
              MOVE 'OPORTUNIDADE ABERTA - SEQUENCIA' TO WS-MSGERRO
              MOVE PO-SEQ TO WS-MSGERRO(33:3)
              PERFORM MOSTRA-ERRO.
      * NA TROCA DE ESTAGIO CONTA OS DIAS PARADOS NO ANTERIOR E
      * REINICIA A DATA DO ESTAGIO.
       REGRAVA-OPORTUNIDADE.
           MOVE 0 TO WS-DIAS-ESTAGIO
           IF WS-PO-ESTAGIO NOT = WS-ESTAGIO-ANT
              MOVE PO-DATA-ESTAGIO TO WS-DU-DATA
              PERFORM DIA-JULIANO
              MOVE WS-HOJE TO PO-DATA-ESTAGIO
              IF WS-JD-HOJE > WS-DU-DIAS
                 COMPUTE WS-DIAS-ESTAGIO = WS-JD-HOJE - WS-DU-DIAS.
           PERFORM MOVE-OPORTUNIDADE
           REWRITE REG-OPORTUN
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO REGRAVAR OPORTUNIDADE' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              IF WS-PO-ESTAGIO NOT = WS-ESTAGIO-ANT
                 PERFORM GRAVA-LOG-ESTAGIO
                 MOVE 'ESTAGIO ALTERADO - DIAS NO ANTERIOR:'
                       TO WS-MSGERRO
                 MOVE WS-DIAS-ESTAGIO(4:5) TO WS-MSGERRO(38:5)
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'OPORTUNIDADE ALTERADA COM SUCESSO !!!'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       MOVE-OPORTUNIDADE.
           MOVE WS-PO-DESCRICAO     TO PO-DESCRICAO
           MOVE WS-PO-VALOR         TO PO-VALOR
           MOVE WS-PO-ESTAGIO       TO PO-ESTAGIO
           MOVE WS-PO-PROBABILIDADE TO PO-PROBABILIDADE
           MOVE WS-PO-FECHAMENTO    TO PO-FECHAMENTO
           MOVE WS-PO-VENDEDOR      TO PO-VENDEDOR.
      * UMA LINHA POR TROCA: NA ABERTURA O ESTAGIO ANTERIOR FICA EM
      * BRANCO E OS DIAS ZERADOS.
       GRAVA-LOG-ESTAGIO.
           ACCEPT WS-HORA FROM TIME
           MOVE PO-CLIENTE      TO OE-CLIENTE
           MOVE PO-SEQ          TO OE-SEQ
           MOVE WS-HOJE         TO OE-DATA
           MOVE WS-HORA         TO OE-HORA
           MOVE WS-ESTAGIO-ANT  TO OE-ESTAGIO-ANT
           MOVE WS-PO-ESTAGIO   TO OE-ESTAGIO
           MOVE WS-DIAS-ESTAGIO TO OE-DIAS
           MOVE WS-OPERADOR     TO OE-OPERADOR
           WRITE REG-OPESTAG
           MOVE 0 TO FS-STAT.
       ACHA-ULTIMA-SEQ.
           MOVE 0 TO WS-PO-ULT-SEQ
           MOVE WS-PO-CLIENTE TO PO-CLIENTE
           MOVE 0 TO PO-SEQ
           START OPORTUN KEY NOT LESS THAN PO-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACHA-SEQ-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ACHA-SEQ-PASSO.
           READ OPORTUN NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF PO-CLIENTE NOT = WS-PO-CLIENTE
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 MOVE PO-SEQ TO WS-PO-ULT-SEQ.
       ACHA-ESTAGIO.
           MOVE 1 TO WS-EST-ACHADO
           MOVE 1 TO WS-EST-IX
           PERFORM ACHA-ESTAGIO-PASSO UNTIL WS-EST-IX > 5.
       ACHA-ESTAGIO-PASSO.
           IF WS-EST-CODIGO(WS-EST-IX) = WS-EST-PROCURA
              MOVE WS-EST-IX TO WS-EST-ACHADO.
           ADD 1 TO WS-EST-IX.
       DIA-JULIANO.
           MOVE 'D' TO WS-DU-FUNCAO
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL.
      * -----------------------------------
      * PIPELINE PONDERADO: 1A PASSADA LEVA AS OPORTUNIDADES ABERTAS
      * PARA O OPTMP NA ORDEM VENDEDOR/FILIAL/MES; 2A PASSADA IMPRIME
      * UMA LINHA POR MES DE FECHAMENTO, COM TOTAL POR VENDEDOR.
       RELATORIO-PIPELINE.
           CLOSE OPTMP
           OPEN OUTPUT OPTMP
           CLOSE OPTMP
           OPEN I-O OPTMP
           MOVE ZEROS TO PO-CLIENTE PO-SEQ
           START OPORTUN KEY NOT LESS THAN PO-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SEPARA-OPORTUNIDADE-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT
           PERFORM IMPRIME-PIPELINE
           IF EXECUCAO-BATCH
              DISPLAY 'PIPELINE - OPORTUNIDADES ABERTAS: ' WS-TOT-QTD
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       SEPARA-OPORTUNIDADE-PASSO.
           READ OPORTUN NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF OPORTUNIDADE-ABERTA
                 MOVE PO-CLIENTE TO CL-CODIGO
                 READ CLIENTES
                 IF FS-STAT NOT = 00
                    MOVE SPACES TO CL-FILIAL.
           IF NOT FIM-ARQ
              IF OPORTUNIDADE-ABERTA
                 MOVE PO-VENDEDOR      TO PT-VENDEDOR
                 MOVE CL-FILIAL        TO PT-FILIAL
                 MOVE PO-FECHAMENTO    TO PT-FECHAMENTO
                 MOVE PO-CLIENTE       TO PT-CLIENTE
                 MOVE PO-SEQ           TO PT-SEQ
                 MOVE PO-VALOR         TO PT-VALOR
                 MOVE PO-PROBABILIDADE TO PT-PROBABILIDADE
                 WRITE REG-OPTMP.
           MOVE 0 TO FS-STAT.
       IMPRIME-PIPELINE.
           OPEN OUTPUT LISTAG
           MOVE 'PIPELINE PONDERADO - OPORTUNIDADES ABERTAS'
                 TO L02-TITULO
           PERFORM CABECALHO
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           INITIALIZE WS-ACUMULA-MES WS-ACUMULA-VDD WS-ACUMULA-TOT
           MOVE 'S' TO WS-PRIMEIRO
           MOVE ZEROS TO PT-VENDEDOR PT-FECHAMENTO PT-CLIENTE PT-SEQ
           MOVE SPACES TO PT-FILIAL
           START OPTMP KEY NOT LESS THAN PT-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-PIPELINE-PASSO UNTIL FIM-ARQ
           IF WS-PRIMEIRO = 'N'
              PERFORM FECHA-MES
              PERFORM FECHA-VENDEDOR.
           MOVE 0                  TO L06-VENDEDOR
           MOVE 'TOTAL GERAL'      TO L06-NOME
           MOVE SPACES             TO L06-FILIAL L06-MES
           MOVE WS-TOT-QTD         TO L06-QTD
           MOVE WS-TOT-VALOR       TO L06-VALOR
           MOVE WS-TOT-PONDERADO   TO L06-PONDERADO
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG.
       IMPRIME-PIPELINE-PASSO.
           READ OPTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF WS-PRIMEIRO = 'S'
                 MOVE 'N' TO WS-PRIMEIRO
                 PERFORM GUARDA-QUEBRA
              ELSE
                 IF PT-VENDEDOR NOT = WS-QB-VENDEDOR
                    PERFORM FECHA-MES
                    PERFORM FECHA-VENDEDOR
                    PERFORM GUARDA-QUEBRA
                 ELSE
                    IF PT-FILIAL NOT = WS-QB-FILIAL
                       OR PT-FECHAMENTO NOT = WS-QB-MES
                       PERFORM FECHA-MES
                       PERFORM GUARDA-QUEBRA.
           IF NOT FIM-ARQ
              COMPUTE WS-PONDERADO ROUNDED =
                      PT-VALOR * PT-PROBABILIDADE / 100
              ADD 1            TO WS-MES-QTD
              ADD PT-VALOR     TO WS-MES-VALOR
              ADD WS-PONDERADO TO WS-MES-PONDERADO.
       GUARDA-QUEBRA.
           MOVE PT-VENDEDOR   TO WS-QB-VENDEDOR
           MOVE PT-FILIAL     TO WS-QB-FILIAL
           MOVE PT-FECHAMENTO TO WS-QB-MES.
       FECHA-MES.
           MOVE WS-QB-VENDEDOR TO VD-CODIGO
           IF WS-QB-VENDEDOR = 0
              MOVE 'SEM VENDEDOR' TO VD-NOME
           ELSE
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE SPACES TO VD-NOME.
           MOVE 0 TO FS-STAT
           MOVE WS-QB-VENDEDOR   TO L06-VENDEDOR
           MOVE VD-NOME          TO L06-NOME
           MOVE WS-QB-FILIAL     TO L06-FILIAL
           MOVE WS-QB-MES        TO L06-MES
           MOVE WS-MES-QTD       TO L06-QTD
           MOVE WS-MES-VALOR     TO L06-VALOR
           MOVE WS-MES-PONDERADO TO L06-PONDERADO
           WRITE LINHA FROM LINHA-06 BEFORE 1
           ADD WS-MES-QTD       TO WS-VDD-QTD
           ADD WS-MES-VALOR     TO WS-VDD-VALOR
           ADD WS-MES-PONDERADO TO WS-VDD-PONDERADO
           INITIALIZE WS-ACUMULA-MES.
       FECHA-VENDEDOR.
           MOVE WS-QB-VENDEDOR     TO L06-VENDEDOR
           MOVE 'TOTAL DO VENDEDOR' TO L06-NOME
           MOVE SPACES             TO L06-FILIAL L06-MES
           MOVE WS-VDD-QTD         TO L06-QTD
           MOVE WS-VDD-VALOR       TO L06-VALOR
           MOVE WS-VDD-PONDERADO   TO L06-PONDERADO
           WRITE LINHA FROM LINHA-06 BEFORE 2
           ADD WS-VDD-QTD       TO WS-TOT-QTD
           ADD WS-VDD-VALOR     TO WS-TOT-VALOR
           ADD WS-VDD-PONDERADO TO WS-TOT-PONDERADO
           INITIALIZE WS-ACUMULA-VDD.
       CABECALHO.
           MOVE WS-HOJE TO L02-DATA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2.
      * -----------------------------------
      * TEMPO POR ESTAGIO: MEDIA DE DIAS DAS SAIDAS REGISTRADAS NO
      * OPESTAG E MEDIA DE DIAS DAS ABERTAS QUE AINDA ESTAO PARADAS
      * NO ESTAGIO (ATE HOJE).
       RELATORIO-ESTAGIOS.
           INITIALIZE WS-TEMPOS
           MOVE ZEROS TO OE-CLIENTE OE-SEQ OE-DATA OE-HORA
           START OPESTAG KEY NOT LESS THAN OE-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SOMA-SAIDA-PASSO UNTIL FIM-ARQ
           MOVE ZEROS TO PO-CLIENTE PO-SEQ
           START OPORTUN KEY NOT LESS THAN PO-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SOMA-ABERTA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT
           OPEN OUTPUT LISTAG
           MOVE 'TEMPO MEDIO DAS OPORTUNIDADES POR ESTAGIO'
                 TO L02-TITULO
           PERFORM CABECALHO
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 1 TO WS-EST-IX
           PERFORM IMPRIME-ESTAGIO UNTIL WS-EST-IX > 3
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'TEMPO POR ESTAGIO - RELATORIO GERADO'
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       SOMA-SAIDA-PASSO.
           READ OPESTAG NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF OE-ESTAGIO-ANT NOT = SPACE
                 MOVE OE-ESTAGIO-ANT TO WS-EST-PROCURA
                 PERFORM ACHA-ESTAGIO
                 ADD 1       TO WS-TP-SAIDAS(WS-EST-ACHADO)
                 ADD OE-DIAS TO WS-TP-DIAS-SAIDA(WS-EST-ACHADO).
       SOMA-ABERTA-PASSO.
           READ OPORTUN NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF OPORTUNIDADE-ABERTA
                 MOVE PO-ESTAGIO TO WS-EST-PROCURA
                 PERFORM ACHA-ESTAGIO
                 MOVE PO-DATA-ESTAGIO TO WS-DU-DATA
                 PERFORM DIA-JULIANO
                 MOVE 0 TO WS-DIAS-ESTAGIO
                 IF WS-JD-HOJE > WS-DU-DIAS
                    COMPUTE WS-DIAS-ESTAGIO = WS-JD-HOJE - WS-DU-DIAS.
           IF NOT FIM-ARQ
              IF OPORTUNIDADE-ABERTA
                 ADD 1 TO WS-TP-ABERTAS(WS-EST-ACHADO)
                 ADD WS-DIAS-ESTAGIO
                     TO WS-TP-DIAS-ABERTA(WS-EST-ACHADO).
       IMPRIME-ESTAGIO.
           MOVE WS-EST-NOME(WS-EST-IX)  TO L10-NOME
           MOVE WS-TP-SAIDAS(WS-EST-IX) TO L10-SAIDAS
           MOVE 0 TO WS-MEDIA
           IF WS-TP-SAIDAS(WS-EST-IX) > 0
              DIVIDE WS-TP-DIAS-SAIDA(WS-EST-IX)
                     BY WS-TP-SAIDAS(WS-EST-IX) GIVING WS-MEDIA.
           MOVE WS-MEDIA TO L10-MEDIA-SAIDA
           MOVE WS-TP-ABERTAS(WS-EST-IX) TO L10-ABERTAS
           MOVE 0 TO WS-MEDIA
           IF WS-TP-ABERTAS(WS-EST-IX) > 0
              DIVIDE WS-TP-DIAS-ABERTA(WS-EST-IX)
                     BY WS-TP-ABERTAS(WS-EST-IX) GIVING WS-MEDIA.
           MOVE WS-MEDIA TO L10-MEDIA-ABERTA
           WRITE LINHA FROM LINHA-10 BEFORE 1
           ADD 1 TO WS-EST-IX.
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
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN I-O OPORTUN
           IF FS-STAT = '30'
              OPEN OUTPUT OPORTUN
              CLOSE OPORTUN
              OPEN I-O OPORTUN.
           OPEN I-O OPESTAG
           IF FS-STAT = '30'
              OPEN OUTPUT OPESTAG
              CLOSE OPESTAG
              OPEN I-O OPESTAG.
           OPEN OUTPUT OPTMP
           CLOSE OPTMP
           OPEN I-O OPTMP
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
