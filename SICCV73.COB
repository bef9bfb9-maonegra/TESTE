       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV73.
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
      * OBJETIVO.....: SICCV73 - COMPROMISSOS DE VISITA COM HORA MARCADA.   *
      *                AGENDA NO COMPROM.DAT O COMPROMISSO DO VENDEDOR      *
      *                (DATA, HORA DE INICIO, DURACAO, CLIENTE E SITE),     *
      *                RECUSANDO DATA PASSADA, DOMINGO OU FERIADO           *
      *                (DIAUTIL), VENDEDOR AUSENTE NO PERIODO DA            *
      *                AUSENCIA.DAT, CLIENTE DE OUTRA CARTEIRA, HORARIO     *
      *                FORA DA JANELA DE ATENDIMENTO DO CLIENTE E           *
      *                SOBREPOSICAO COM OUTRO COMPROMISSO DO VENDEDOR NO    *
      *                DIA, CONTANDO O DESLOCAMENTO ENTRE OS DOIS LOCAIS    *
      *                (FORMULA, NA VELOCIDADE VELOC-KMH DO PARAMS.DAT).    *
      *                FORA DO DIA PREFERIDO DO CLIENTE AVISA ANTES DA      *
      *                CONFIRMACAO. CANCELA O COMPROMISSO E LISTA A AGENDA  *
      *                DE HOJE EM DIANTE. O COMPROMISSO E PONTO FIXO NA     *
      *                ROTA DO SICCV20 E VAI COM A HORA NO EXPVISIT.CSV DO  *
      *                SICCV21.                                             *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY COMPROM.SEL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CLISITE.SEL.
       COPY AUSENCIA.SEL.
       COPY PARAMS.SEL.
       COPY SESSAO.SEL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY COMPROM.FD.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CLISITE.FD.
       COPY AUSENCIA.FD.
       COPY PARAMS.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: ASSINA O
      * COMPROMISSO AGENDADO.
       COPY SESSAO.FD.
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
      * SPOOL DE RELATORIO: CADA RELATORIO GRAVA UM ARQUIVO DATADO
      * EM DISCO, REGISTRADO NO CATALOGO.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV73'.
           05 F                  PIC X(01) VALUE '.'.
           05 WS-SPOOL-DATA      PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(01) VALUE '.'.
           05 WS-SPOOL-HORA      PIC 9(06) VALUE ZEROS.
       01  WS-SPOOL-HORA-TODA    PIC 9(08) VALUE ZEROS.
       01  WS-SPOOL-GERACOES     PIC 9(03) VALUE 010.
       01  WS-SPOOL-FIM          PIC X(01) VALUE 'N'.
       01  WS-SPOOL-QTD          PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-IDX          PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-EXCEDE       PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-VELHOS.
           05 WS-SPOOL-VELHO OCCURS 200 TIMES.
              10 WS-SPV-CHAVE    PIC X(22).
              10 WS-SPV-ARQUIVO  PIC X(30).
       01  DADOS-LINKAGE.
           05  C-LA                   PIC S9(03)V9(8).
           05  C-LO                   PIC S9(03)V9(8).
           05  V-LA                   PIC S9(03)V9(8).
           05  V-LO                   PIC S9(03)V9(8).
           05  DISTANCIA              PIC  9(05)V9(3).
           05  WS-MULTIPLICADOR       PIC  9(01)V9(02).
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-AGORA             PIC 9(08) VALUE ZEROS.
       01  WS-RESPOSTA          PIC X(01) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-TEM-CLISITE       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLISITE-OK     VALUE 'S'.
       01  WS-TEM-AUSENCIA      PIC X(01) VALUE 'N'.
           88 ARQUIVO-AUSENCIA-OK    VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
      * VELOCIDADE MEDIA NO DESLOCAMENTO ENTRE DOIS COMPROMISSOS
      * (VELOC-KMH DO PARAMS.DAT, A MESMA DA APURACAO DE JORNADA DO
      * SICCV61; CHAVE AUSENTE OU ZERADA FICA COM O PADRAO).
       01  WS-VELOCIDADE        PIC 9(03) VALUE 040.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL: DOMINGO OU FERIADO NAO
      * RECEBE COMPROMISSO; O DIA DA SEMANA CONFERE O PREFERIDO.
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
      * CAMPOS DA TELA DE COMPROMISSO.
       01  WS-AP-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-AP-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-AP-DATA-R REDEFINES WS-AP-DATA.
           05 WS-AP-ANO         PIC 9(04).
           05 WS-AP-MES         PIC 9(02).
           05 WS-AP-DIA         PIC 9(02).
       01  WS-AP-HORA           PIC 9(04) VALUE ZEROS.
       01  WS-AP-HORA-R REDEFINES WS-AP-HORA.
           05 WS-AP-HH          PIC 9(02).
           05 WS-AP-MM          PIC 9(02).
       01  WS-AP-DURACAO        PIC 9(03) VALUE ZEROS.
       01  WS-AP-CLIENTE        PIC 9(07) VALUE ZEROS.
       01  WS-AP-SITE           PIC 9(02) VALUE ZEROS.
       01  WS-AP-DIA-PREF       PIC 9(01) VALUE ZEROS.
       01  WS-AP-HORA-FIM       PIC 9(04) VALUE ZEROS.
       01  WS-AP-INI-MIN        PIC 9(04) VALUE ZEROS.
       01  WS-AP-FIM-MIN        PIC 9(04) VALUE ZEROS.
       01  WS-AP-LA             PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-AP-LO             PIC S9(03)V9(8) VALUE ZEROS.
      * OUTRO COMPROMISSO DO VENDEDOR NO DIA, CONFERIDO CONTRA O NOVO.
       01  WS-OU-INI-MIN        PIC 9(04) VALUE ZEROS.
       01  WS-OU-FIM-MIN        PIC 9(04) VALUE ZEROS.
       01  WS-DESLOC-MIN        PIC 9(04) VALUE ZEROS.
       01  WS-DESLOC-CALC       PIC 9(07) VALUE ZEROS.
       01  WS-HORA-CALC         PIC 9(04) VALUE ZEROS.
       01  WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
           05 WS-HC-HH          PIC 9(02).
           05 WS-HC-MM          PIC 9(02).
      * LOCAL DE UM COMPROMISSO: SITE CADASTRADO NO CLISITE OU, COM
      * SITE ZERADO, O ENDERECO DO MESTRE DO CLIENTE.
       01  WS-LC-CLIENTE        PIC 9(07) VALUE ZEROS.
       01  WS-LC-SITE           PIC 9(02) VALUE ZEROS.
       01  WS-LC-LA             PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-LC-LO             PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-LC-ACHADO         PIC X(01) VALUE 'N'.
       01  WS-LC-SITE-ACHADO    PIC X(01) VALUE 'N'.
       01  WS-MSG-CONFLITO.
           05 F                 PIC X(10) VALUE 'CONFLITO: '.
           05 WS-MC-HORA        PIC 9(04) VALUE ZEROS.
           05 F                 PIC X(09) VALUE ' CLIENTE '.
           05 WS-MC-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(07) VALUE ' DESL. '.
           05 WS-MC-DESLOC      PIC ZZ9 VALUE ZEROS.
       01  WS-MSG-AUSENCIA.
           05 F                 PIC X(38) VALUE
              'VENDEDOR AUSENTE NA DATA - SUBSTITUTO '.
           05 WS-MA-SUBSTITUTO  PIC 9(03) VALUE ZEROS.
       01  WS-MSG-JANELA.
           05 F                 PIC X(32) VALUE
              'FORA DA JANELA DO CLIENTE:      '.
           05 WS-MJ-ABRE        PIC 9(04) VALUE ZEROS.
           05 F                 PIC X(01) VALUE '-'.
           05 WS-MJ-FECHA       PIC 9(04) VALUE ZEROS.
       01  WS-MSG-PREFERIDO.
           05 F                 PIC X(42) VALUE
              'ATENCAO: O DIA PREFERIDO DO CLIENTE E     '.
           05 WS-MP-DIA         PIC X(07) VALUE SPACES.
       01  WS-DIAS-SEMANA-T.
           05 F                 PIC X(07) VALUE 'SEGUNDA'.
           05 F                 PIC X(07) VALUE 'TERCA  '.
           05 F                 PIC X(07) VALUE 'QUARTA '.
           05 F                 PIC X(07) VALUE 'QUINTA '.
           05 F                 PIC X(07) VALUE 'SEXTA  '.
           05 F                 PIC X(07) VALUE 'SABADO '.
           05 F                 PIC X(07) VALUE 'DOMINGO'.
       01  WS-DIAS-SEMANA REDEFINES WS-DIAS-SEMANA-T.
           05 WS-NOME-DIA       PIC X(07) OCCURS 7 TIMES.
      * LISTAGEM.
       01  WS-ULT-VENDEDOR      PIC 9(03) VALUE ZEROS.
       01  WS-QTD-COMPROM       PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(46) VALUE
              'COMPROMISSOS AGENDADOS'.
           05 F                  PIC X(06) VALUE 'DATA: '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
      * QUEBRA POR VENDEDOR.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L07-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L07-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-03          PIC X(78) VALUE "  DATA      HORA  DUR  CLI
      -    "ENTE  RAZAO SOCIAL                  SITE  OPERADOR".
       01  LINHA-04.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-DATA           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-HORA           PIC 9(04) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-DURACAO        PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-CLIENTE        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-RAZAO          PIC X(30) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-SITE           PIC Z9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-OPERADOR       PIC X(10) VALUE SPACES.
       01  LINHA-06.
           05 F                  PIC X(18) VALUE 'COMPROMISSOS....: '.
           05 L06-QTD            PIC ZZZZ9 VALUE ZEROS.

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
               "*** COMPROMISSOS DE VISITA ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - AGENDAR COMPROMISSO".
           02 LINE 08 COLUMN 28  VALUE "2 - CANCELAR COMPROMISSO".
           02 LINE 09 COLUMN 28  VALUE "3 - LISTAGEM DA AGENDA".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-AGENDA.
           02 LINE 05 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 07 COLUMN 12 VALUE "Data (AAAAMMDD)...:".
           02 LINE 09 COLUMN 12 VALUE "Hora inicio (HHMM):".
           02 LINE 11 COLUMN 12 VALUE "Duracao (minutos).:".
           02 LINE 13 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 15 COLUMN 12 VALUE "Site..............:".
           02 LINE 17 COLUMN 12 VALUE "Confirma (S/N)....:".
           02 LINE 20 COLUMN 12 VALUE
              "(VENDEDOR ZERADO SAI; SITE ZERADO = ENDERECO DO".
           02 LINE 21 COLUMN 12 VALUE
              " MESTRE DO CLIENTE)".
       01  SS-TELA-CANCELA.
           02 LINE 05 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 07 COLUMN 12 VALUE "Data (AAAAMMDD)...:".
           02 LINE 09 COLUMN 12 VALUE "Hora inicio (HHMM):".
           02 LINE 11 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 13 COLUMN 12 VALUE "Duracao (minutos).:".
           02 LINE 15 COLUMN 12 VALUE "Cancela (S/N).....:".
           02 LINE 20 COLUMN 12 VALUE
              "(VENDEDOR ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           PERFORM LE-OPERADOR-LOGADO
           PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-CLISITE-OK
              CLOSE CLISITE.
           IF ARQUIVO-AUSENCIA-OK
              CLOSE AUSENCIA.
           CLOSE COMPROM CLIENTES VENDEDOR
           DISPLAY(01, 01) ERASE
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-MENU
           ACCEPT SS-MENU.
       SEGUE-01.
           IF WS-OPCAO = 1
              PERFORM TELA-AGENDA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM TELA-CANCELA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 3
              PERFORM LISTA-COMPROMISSOS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * AGENDAMENTO: VENDEDOR, DATA, HORA DE INICIO, DURACAO, CLIENTE
      * E SITE, CADA UM CONFERIDO LOGO DEPOIS DE DIGITADO; O PRIMEIRO
      * QUE NAO PASSA MOSTRA O MOTIVO E VOLTA PARA O VENDEDOR.
       TELA-AGENDA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-AGENDA
           MOVE 0 TO WS-AP-VENDEDOR
           ACCEPT(05, 33) WS-AP-VENDEDOR WITH PROMPT
           IF WS-AP-VENDEDOR = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM EDITA-AGENDA THRU EDITA-AGENDA-FIM.
       EDITA-AGENDA.
           MOVE WS-AP-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           DISPLAY(05, 37) VD-NOME
           IF VENDEDOR-INATIVO OR VENDEDOR-AFASTADO
              MOVE 'VENDEDOR INATIVO OU AFASTADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           MOVE 0 TO WS-AP-DATA
           ACCEPT(07, 33) WS-AP-DATA WITH PROMPT
           PERFORM VALIDA-DATA-AGENDA
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           MOVE 0 TO WS-AP-HORA
           ACCEPT(09, 33) WS-AP-HORA WITH PROMPT
           MOVE 0 TO WS-AP-DURACAO
           ACCEPT(11, 33) WS-AP-DURACAO WITH PROMPT
           PERFORM VALIDA-HORARIO
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           MOVE 0 TO WS-AP-CLIENTE
           ACCEPT(13, 33) WS-AP-CLIENTE WITH PROMPT
           PERFORM VALIDA-CLIENTE-AGENDA
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           MOVE 0 TO WS-AP-SITE
           ACCEPT(15, 33) WS-AP-SITE WITH PROMPT
           PERFORM VALIDA-SITE-AGENDA
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           PERFORM CONFERE-CONFLITO
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO EDITA-AGENDA-FIM.
           PERFORM CONFERE-DIA-PREFERIDO
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(17, 33) WS-RESPOSTA WITH PROMPT
           IF WS-RESPOSTA = 'S'
              PERFORM GRAVA-COMPROMISSO.
       EDITA-AGENDA-FIM.
           MOVE 0 TO FS-STAT.
      * DATA VALIDA, DE HOJE EM DIANTE, EM DIA UTIL (DOMINGO E
      * FERIADO DO FERIADO.DAT FICAM DE FORA, PELO DIAUTIL) E FORA
      * DOS PERIODOS DE AUSENCIA DO VENDEDOR.
       VALIDA-DATA-AGENDA.
           MOVE SPACES TO WS-MSGERRO
           IF WS-AP-MES < 1 OR WS-AP-MES > 12
              OR WS-AP-DIA < 1 OR WS-AP-DIA > 31
              OR WS-AP-ANO < 2000
              MOVE 'DATA INVALIDA' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              AND WS-AP-DATA < WS-HOJE
              MOVE 'DATA PASSADA NAO ACEITA' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              MOVE 'U' TO WS-DU-FUNCAO
              MOVE WS-AP-DATA TO WS-DU-DATA
              CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                   WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
              IF WS-DU-UTIL NOT = 'S'
                 MOVE 'DOMINGO OU FERIADO - DIA NAO UTIL'
                       TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              PERFORM CONFERE-AUSENCIA.
      * PERIODO DA AUSENCIA.DAT QUE CONTEM A DATA (INICIO ATE FIM,
      * INCLUSIVE); O SUBSTITUTO VAI NA MENSAGEM PARA O OPERADOR
      * AGENDAR COM ELE.
       CONFERE-AUSENCIA.
           MOVE 'S' TO WS-FIM-ARQ
           IF ARQUIVO-AUSENCIA-OK
              MOVE WS-AP-VENDEDOR TO AF-VENDEDOR
              MOVE ZEROS TO AF-DATA-INICIO
              START AUSENCIA KEY NOT LESS THAN AF-CHAVE
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-ARQ.
           PERFORM CONFERE-AUSENCIA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CONFERE-AUSENCIA-PASSO.
           READ AUSENCIA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AF-VENDEDOR NOT = WS-AP-VENDEDOR
                 OR AF-DATA-INICIO > WS-AP-DATA
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 IF AF-DATA-FIM NOT < WS-AP-DATA
                    MOVE AF-SUBSTITUTO TO WS-MA-SUBSTITUTO
                    MOVE WS-MSG-AUSENCIA TO WS-MSGERRO
                    MOVE 'S' TO WS-FIM-ARQ.
      * HORA HHMM VALIDA, DURACAO INFORMADA, TERMINO NO MESMO DIA E,
      * PARA HOJE, INICIO AINDA POR VIR. GUARDA INICIO E FIM EM
      * MINUTOS PARA A CONFERENCIA DE CONFLITO.
       VALIDA-HORARIO.
           MOVE SPACES TO WS-MSGERRO
           IF WS-AP-HH > 23 OR WS-AP-MM > 59
              MOVE 'HORA INVALIDA' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES AND WS-AP-DURACAO = 0
              MOVE 'DURACAO OBRIGATORIA' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              COMPUTE WS-AP-INI-MIN = WS-AP-HH * 60 + WS-AP-MM
              COMPUTE WS-AP-FIM-MIN = WS-AP-INI-MIN + WS-AP-DURACAO
              IF WS-AP-FIM-MIN > 1439
                 MOVE 'COMPROMISSO PASSA DA MEIA-NOITE' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              DIVIDE WS-AP-FIM-MIN BY 60 GIVING WS-HC-HH
                     REMAINDER WS-HC-MM
              MOVE WS-HORA-CALC TO WS-AP-HORA-FIM
              IF WS-AP-DATA = WS-HOJE
                 ACCEPT WS-AGORA FROM TIME
                 IF WS-AP-HORA NOT > WS-AGORA(1:4)
                    MOVE 'HORARIO DE HOJE JA PASSOU' TO WS-MSGERRO.
      * CLIENTE CADASTRADO, DA CARTEIRA DO VENDEDOR, E COMPROMISSO
      * INTEIRO DENTRO DA JANELA DE ATENDIMENTO (CL-HORA-ABRE ATE
      * CL-HORA-FECHA; ZERADA = SEM JANELA).
       VALIDA-CLIENTE-AGENDA.
           MOVE SPACES TO WS-MSGERRO
           MOVE WS-AP-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT NOT = 00
              MOVE 'CLIENTE NAO CADASTRADO' TO WS-MSGERRO
           ELSE
              DISPLAY(13, 41) CL-RAZAO(1:38)
              MOVE CL-DIA-PREF TO WS-AP-DIA-PREF
              IF CL-VENDEDOR NOT = WS-AP-VENDEDOR
                 MOVE 'CLIENTE NAO E DA CARTEIRA DO VENDEDOR'
                       TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              IF (CL-HORA-ABRE > 0 AND WS-AP-HORA < CL-HORA-ABRE)
                 OR (CL-HORA-FECHA > 0
                     AND WS-AP-HORA-FIM > CL-HORA-FECHA)
                 MOVE CL-HORA-ABRE  TO WS-MJ-ABRE
                 MOVE CL-HORA-FECHA TO WS-MJ-FECHA
                 MOVE WS-MSG-JANELA TO WS-MSGERRO.
           MOVE 0 TO FS-STAT.
      * SITE ZERADO = ENDERECO DO MESTRE; SITE INFORMADO TEM DE
      * EXISTIR NO CLISITE. GUARDA A COORDENADA DO LOCAL.
       VALIDA-SITE-AGENDA.
           MOVE SPACES TO WS-MSGERRO
           MOVE WS-AP-CLIENTE TO WS-LC-CLIENTE
           MOVE WS-AP-SITE    TO WS-LC-SITE
           PERFORM RESOLVE-LOCAL
           IF WS-AP-SITE NOT = 0 AND WS-LC-SITE-ACHADO NOT = 'S'
              MOVE 'SITE NAO CADASTRADO PARA O CLIENTE' TO WS-MSGERRO
           ELSE
              IF WS-AP-SITE NOT = 0
                 DISPLAY(15, 41) SI-ENDERECO(1:38).
           MOVE WS-LC-LA TO WS-AP-LA
           MOVE WS-LC-LO TO WS-AP-LO.
       RESOLVE-LOCAL.
           MOVE 'N' TO WS-LC-ACHADO WS-LC-SITE-ACHADO
           MOVE ZEROS TO WS-LC-LA WS-LC-LO
           MOVE WS-LC-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE 'S' TO WS-LC-ACHADO
              MOVE CL-LATITUDE  TO WS-LC-LA
              MOVE CL-LONGITUDE TO WS-LC-LO.
           IF WS-LC-SITE NOT = 0 AND ARQUIVO-CLISITE-OK
              MOVE WS-LC-CLIENTE TO SI-CLIENTE
              MOVE WS-LC-SITE    TO SI-SITE
              READ CLISITE
              IF FS-STAT = 00
                 MOVE 'S' TO WS-LC-SITE-ACHADO
                 MOVE SI-LATITUDE  TO WS-LC-LA
                 MOVE SI-LONGITUDE TO WS-LC-LO.
           MOVE 0 TO FS-STAT.
      * CONFLITO COM OS OUTROS COMPROMISSOS DO VENDEDOR NO DIA: OS
      * DOIS INTERVALOS, CADA UM ESTICADO PELO TEMPO DE DESLOCAMENTO
      * ENTRE OS DOIS LOCAIS (FORMULA, NA VELOCIDADE MEDIA), NAO
      * PODEM SE CRUZAR.
       CONFERE-CONFLITO.
           MOVE SPACES TO WS-MSGERRO
           MOVE WS-AP-VENDEDOR TO AP-VENDEDOR
           MOVE WS-AP-DATA     TO AP-DATA
           MOVE ZEROS          TO AP-HORA
           START COMPROM KEY NOT LESS THAN AP-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CONFERE-CONFLITO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CONFERE-CONFLITO-PASSO.
           READ COMPROM NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AP-VENDEDOR NOT = WS-AP-VENDEDOR
                 OR AP-DATA NOT = WS-AP-DATA
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 PERFORM MEDE-CONFLITO.
       MEDE-CONFLITO.
           MOVE AP-HORA TO WS-HORA-CALC
           COMPUTE WS-OU-INI-MIN = WS-HC-HH * 60 + WS-HC-MM
           COMPUTE WS-OU-FIM-MIN = WS-OU-INI-MIN + AP-DURACAO
           PERFORM MEDE-DESLOCAMENTO
           IF WS-AP-INI-MIN < WS-OU-FIM-MIN + WS-DESLOC-MIN
              AND WS-OU-INI-MIN < WS-AP-FIM-MIN + WS-DESLOC-MIN
              MOVE AP-HORA    TO WS-MC-HORA
              MOVE AP-CLIENTE TO WS-MC-CLIENTE
              MOVE WS-DESLOC-MIN TO WS-MC-DESLOC
              MOVE WS-MSG-CONFLITO TO WS-MSGERRO
              MOVE 'S' TO WS-FIM-ARQ.
      * MINUTOS DE VIAGEM ENTRE O LOCAL DO NOVO COMPROMISSO E O DO
      * COMPROMISSO LIDO (KM * 60 / VELOCIDADE, COMO NO SICCV61).
       MEDE-DESLOCAMENTO.
           MOVE 0 TO WS-DESLOC-MIN
           MOVE AP-CLIENTE TO WS-LC-CLIENTE
           MOVE AP-SITE    TO WS-LC-SITE
           PERFORM RESOLVE-LOCAL
           IF WS-LC-ACHADO = 'S'
              MOVE WS-AP-LA TO C-LA
              MOVE WS-AP-LO TO C-LO
              MOVE WS-LC-LA TO V-LA
              MOVE WS-LC-LO TO V-LO
              MOVE 0 TO DISTANCIA WS-MULTIPLICADOR
              CALL 'FORMULA' USING C-LA C-LO V-LA V-LO
                                   DISTANCIA WS-MULTIPLICADOR
              COMPUTE WS-DESLOC-CALC ROUNDED =
                      DISTANCIA * 60 / WS-VELOCIDADE
              IF WS-DESLOC-CALC > 999
                 MOVE 999 TO WS-DESLOC-CALC.
           IF WS-LC-ACHADO = 'S'
              MOVE WS-DESLOC-CALC TO WS-DESLOC-MIN.
      * FORA DO DIA PREFERIDO DO CLIENTE (CL-DIA-PREF) O COMPROMISSO
      * E ACEITO, MAS SO DEPOIS DE O OPERADOR VER O AVISO E CONFIRMAR.
       CONFERE-DIA-PREFERIDO.
           IF WS-AP-DIA-PREF > 0 AND WS-AP-DIA-PREF < 8
              MOVE 'W' TO WS-DU-FUNCAO
              MOVE WS-AP-DATA TO WS-DU-DATA
              MOVE 0 TO WS-DU-DIAS
              CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                   WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
              IF WS-DU-DIAS NOT = WS-AP-DIA-PREF
                 MOVE WS-NOME-DIA (WS-AP-DIA-PREF) TO WS-MP-DIA
                 DISPLAY(19, 12) WS-MSG-PREFERIDO.
       GRAVA-COMPROMISSO.
           MOVE WS-AP-VENDEDOR TO AP-VENDEDOR
           MOVE WS-AP-DATA     TO AP-DATA
           MOVE WS-AP-HORA     TO AP-HORA
           MOVE WS-AP-DURACAO  TO AP-DURACAO
           MOVE WS-AP-CLIENTE  TO AP-CLIENTE
           MOVE WS-AP-SITE     TO AP-SITE
           MOVE WS-OPERADOR    TO AP-OPERADOR
           MOVE WS-HOJE        TO AP-DATA-REG
           WRITE REG-COMPROM
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR COMPROMISSO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE 'COMPROMISSO AGENDADO COM SUCESSO !!!'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * CANCELAMENTO: VENDEDOR, DATA E HORA DE INICIO LOCALIZAM O
      * COMPROMISSO, QUE E MOSTRADO E EXCLUIDO DEPOIS DE CONFIRMADO.
       TELA-CANCELA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-CANCELA
           MOVE 0 TO WS-AP-VENDEDOR
           ACCEPT(05, 33) WS-AP-VENDEDOR WITH PROMPT
           IF WS-AP-VENDEDOR = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM EDITA-CANCELA.
       EDITA-CANCELA.
           MOVE 0 TO WS-AP-DATA WS-AP-HORA
           ACCEPT(07, 33) WS-AP-DATA WITH PROMPT
           ACCEPT(09, 33) WS-AP-HORA WITH PROMPT
           MOVE WS-AP-VENDEDOR TO AP-VENDEDOR
           MOVE WS-AP-DATA     TO AP-DATA
           MOVE WS-AP-HORA     TO AP-HORA
           READ COMPROM
           IF FS-STAT NOT = 00
              MOVE 'COMPROMISSO NAO ENCONTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM CONFIRMA-CANCELA.
           MOVE 0 TO FS-STAT.
       CONFIRMA-CANCELA.
           DISPLAY(11, 33) AP-CLIENTE
           DISPLAY(13, 33) AP-DURACAO
           MOVE AP-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              DISPLAY(11, 41) CL-RAZAO(1:38).
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(15, 33) WS-RESPOSTA WITH PROMPT
           IF WS-RESPOSTA = 'S'
              DELETE COMPROM
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO CANCELAR COMPROMISSO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'COMPROMISSO CANCELADO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * LISTAGEM: COMPROMISSOS DE HOJE EM DIANTE, POR VENDEDOR, DATA
      * E HORA (ORDEM DA CHAVE).
       LISTA-COMPROMISSOS.
           MOVE 0 TO WS-QTD-COMPROM WS-ULT-VENDEDOR
           PERFORM ABRE-SPOOL
           MOVE WS-HOJE TO L02-DATA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE ZEROS TO AP-VENDEDOR AP-DATA AP-HORA
           START COMPROM KEY NOT LESS THAN AP-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM LISTA-COMPROMISSO-PASSO UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-QTD-COMPROM TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           MOVE 'LISTAGEM GERADA NO SPOOL' TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           MOVE 0 TO FS-STAT.
       LISTA-COMPROMISSO-PASSO.
           READ COMPROM NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND AP-DATA NOT < WS-HOJE
              IF AP-VENDEDOR NOT = WS-ULT-VENDEDOR
                 PERFORM QUEBRA-VENDEDOR-LISTA.
           IF NOT FIM-ARQ AND AP-DATA NOT < WS-HOJE
              ADD 1 TO WS-QTD-COMPROM
              MOVE AP-DATA     TO L04-DATA
              MOVE AP-HORA     TO L04-HORA
              MOVE AP-DURACAO  TO L04-DURACAO
              MOVE AP-CLIENTE  TO L04-CLIENTE
              MOVE AP-SITE     TO L04-SITE
              MOVE AP-OPERADOR TO L04-OPERADOR
              MOVE SPACES      TO L04-RAZAO
              MOVE AP-CLIENTE  TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT = 00
                 MOVE CL-RAZAO TO L04-RAZAO.
           IF NOT FIM-ARQ AND AP-DATA NOT < WS-HOJE
              WRITE LINHA FROM LINHA-04 BEFORE 1.
           MOVE 0 TO FS-STAT.
       QUEBRA-VENDEDOR-LISTA.
           MOVE AP-VENDEDOR TO WS-ULT-VENDEDOR
           MOVE AP-VENDEDOR TO L07-VENDEDOR VD-CODIGO
           MOVE SPACES TO L07-NOME
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-NOME TO L07-NOME.
           IF WS-QTD-COMPROM > 0
              WRITE LINHA FROM SPACES BEFORE 1.
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * VELOCIDADE MEDIA DO PARAMS.DAT; CHAVE AUSENTE OU ZERADA FICA
      * COM O PADRAO DE COMPILACAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'VELOC-KMH   ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-VELOCIDADE.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
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
      * REGISTRA O RELATORIO NO CATALOGO E EXPURGA AS GERACOES ALEM
      * DO LIMITE.
       ABRE-SPOOL.
           ACCEPT WS-SPOOL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-SPOOL-HORA-TODA FROM TIME
           MOVE WS-SPOOL-HORA-TODA(1:6) TO WS-SPOOL-HORA
           OPEN OUTPUT LISTAG
           OPEN I-O SPOOLCAT
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT SPOOLCAT
              CLOSE SPOOLCAT
              OPEN I-O SPOOLCAT.
           MOVE SPACES TO REG-SPOOLCAT
           MOVE 0 TO SP-VENDEDOR
           MOVE WS-SPOOL-RELATORIO TO SP-RELATORIO
           MOVE WS-SPOOL-DATA      TO SP-DATA
           MOVE WS-SPOOL-HORA      TO SP-HORA
           MOVE WS-SPOOL-ARQ       TO SP-ARQUIVO
           WRITE REG-SPOOLCAT
           IF FS-STAT NOT = 00
              REWRITE REG-SPOOLCAT.
           PERFORM EXPURGA-SPOOL
           CLOSE SPOOLCAT
           MOVE 0 TO FS-STAT.
       EXPURGA-SPOOL.
           MOVE 0 TO WS-SPOOL-QTD
           MOVE WS-SPOOL-RELATORIO TO SP-RELATORIO
           MOVE ZEROS TO SP-DATA SP-HORA
           START SPOOLCAT KEY NOT LESS THAN SP-CHAVE
           MOVE 'N' TO WS-SPOOL-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-SPOOL-FIM.
           PERFORM CONTA-SPOOL-PASSO UNTIL WS-SPOOL-FIM = 'S'
           IF WS-SPOOL-QTD > WS-SPOOL-GERACOES
              COMPUTE WS-SPOOL-EXCEDE =
                      WS-SPOOL-QTD - WS-SPOOL-GERACOES
              MOVE 1 TO WS-SPOOL-IDX
              PERFORM APAGA-SPOOL-VELHO
                      UNTIL WS-SPOOL-IDX > WS-SPOOL-EXCEDE.
           MOVE 0 TO FS-STAT.
       CONTA-SPOOL-PASSO.
           READ SPOOLCAT NEXT AT END
              MOVE 'S' TO WS-SPOOL-FIM.
           IF WS-SPOOL-FIM = 'N'
              IF SP-RELATORIO NOT = WS-SPOOL-RELATORIO
                 MOVE 'S' TO WS-SPOOL-FIM
              ELSE
                 IF WS-SPOOL-QTD < 200
                    ADD 1 TO WS-SPOOL-QTD
                    MOVE SP-CHAVE TO WS-SPV-CHAVE (WS-SPOOL-QTD)
                    MOVE SP-ARQUIVO TO WS-SPV-ARQUIVO (WS-SPOOL-QTD).
       APAGA-SPOOL-VELHO.
           MOVE WS-SPV-CHAVE (WS-SPOOL-IDX) TO SP-CHAVE
           READ SPOOLCAT
           IF FS-STAT = 00
              DELETE SPOOLCAT
              CALL "CBL_DELETE_FILE"
                   USING WS-SPV-ARQUIVO (WS-SPOOL-IDX).
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-SPOOL-IDX.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
           OPEN I-O COMPROM
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT COMPROM
              CLOSE COMPROM
              OPEN I-O COMPROM.
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT CLISITE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLISITE
           ELSE
              MOVE 'N' TO WS-TEM-CLISITE.
           OPEN INPUT AUSENCIA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-AUSENCIA
           ELSE
              MOVE 'N' TO WS-TEM-AUSENCIA.
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
