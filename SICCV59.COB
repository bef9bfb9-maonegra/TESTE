       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV59.
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
      * OBJETIVO.....: SICCV59 - REPARTICAO E DISTRIBUICAO DO SPOOL         *
      *                REPARTE AS GERACOES DO SPOOL DA COMISSAO (SICCV16),  *
      *                CUMPRIMENTO DE VISITAS (SICCV17), AGENDA (SICCV19),  *
      *                ROTA (SICCV20), REMANEJOS AGENDADOS (SICCV26) E      *
      *                QUALIDADE DO CADASTRO (SICCV63) NA QUEBRA            *
      *                'VENDEDOR: ' EM UMA ENTRADA DE SPOOL POR VENDEDOR    *
      *                (RELATORIO 'VNNN-RR'), CADA UMA COM O CABECALHO DA   *
      *                GERACAO DE ORIGEM.                                   *
      *                PELA LISTA DE DISTRIBUICAO (DISTRIB.DAT: RELATORIO,  *
      *                VENDEDOR OU FILIAL, E-MAIL OU PASTA) O PEDACO VAI    *
      *                PARA A PASTA DE SAIDA (ENVIO/) A SER MANDADA POR     *
      *                E-MAIL, OU E COPIADO DIRETO NA PASTA DE DESTINO.     *
      *                TUDO QUE FOI ENTREGUE, A QUEM E COMO FICA NO         *
      *                MANIFESTO (ENVIO/MANIFESTO.CSV).                     *
      *                LINHA DE COMANDO: 'REPARTE' (PROCESSAMENTO NOTURNO). *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VENDEDOR.SEL.
       COPY SPOOLCAT.SEL.
       COPY DISTRIB.SEL.
           SELECT ORIGEM ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PECA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY SPOOLCAT.FD.
       COPY DISTRIB.FD.
      * GERACAO DO SPOOL SENDO REPARTIDA E O PEDACO DO VENDEDOR.
       FD  ORIGEM   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORIGEM-ARQ.
       01  REG-ORIGEM           PIC X(230).
       FD  PECA     LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-PECA-ARQ.
       01  REG-PECA             PIC X(230).
      * MANIFESTO DA DISTRIBUICAO: UMA LINHA POR PEDACO E DESTINO.
      * SITUACAO 'ENTREGUE' (COPIADO NA PASTA), 'PENDENTE' (NA PASTA
      * DE SAIDA, AGUARDANDO O ENVIO DO E-MAIL) OU 'FALHOU'.
       FD  MANIFEST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-MANIFEST.
       01  REG-MANIFEST.
           05 MF-DATA             PIC 9(08).
           05 MF-F1               PIC X(01).
           05 MF-HORA             PIC 9(06).
           05 MF-F2               PIC X(01).
           05 MF-RELATORIO        PIC X(07).
           05 MF-F3               PIC X(01).
           05 MF-GERACAO          PIC 9(08).
           05 MF-F4               PIC X(01).
           05 MF-VENDEDOR         PIC 9(03).
           05 MF-F5               PIC X(01).
           05 MF-FILIAL           PIC X(02).
           05 MF-F6               PIC X(01).
           05 MF-MEIO             PIC X(01).
           05 MF-F7               PIC X(01).
           05 MF-DESTINO          PIC X(60).
           05 MF-F8               PIC X(01).
           05 MF-ARQUIVO          PIC X(60).
           05 MF-F9               PIC X(01).
           05 MF-SITUACAO         PIC X(08).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-AGORA             PIC 9(08) VALUE ZEROS.
       01  WS-FIM-CAT           PIC X(01) VALUE 'N'.
           88 FIM-CAT                VALUE 'S'.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-DIST          PIC X(01) VALUE 'N'.
           88 FIM-DIST               VALUE 'S'.
      * RELATORIOS QUE TEM A QUEBRA PADRAO 'VENDEDOR: NNN'.
       01  WS-RELATORIOS.
           05 F                 PIC X(07) VALUE 'SICCV16'.
           05 F                 PIC X(07) VALUE 'SICCV17'.
           05 F                 PIC X(07) VALUE 'SICCV19'.
           05 F                 PIC X(07) VALUE 'SICCV20'.
           05 F                 PIC X(07) VALUE 'SICCV26'.
           05 F                 PIC X(07) VALUE 'SICCV63'.
       01  WS-RELATORIOS-R REDEFINES WS-RELATORIOS.
           05 WS-RELATORIO      PIC X(07) OCCURS 6 TIMES.
       01  WS-IR                PIC 9(01) VALUE ZEROS.
       01  WS-REL-OK            PIC X(01) VALUE 'N'.
      * GERACOES AINDA NAO REPARTIDAS, LIDAS ANTES DE GRAVAR OS
      * PEDACOS NO MESMO CATALOGO.
       01  WS-PENDENTES.
           05 WS-PENDENTE OCCURS 200 TIMES.
              10 WS-PEN-CHAVE    PIC X(22).
              10 WS-PEN-ARQUIVO  PIC X(30).
       01  WS-QTD-PEN           PIC 9(03) VALUE ZEROS.
       01  WS-IP                PIC 9(03) VALUE ZEROS.
       01  WS-ORIGEM-CHAVE.
           05 WS-ORI-RELATORIO  PIC X(08).
           05 WS-ORI-DATA       PIC 9(08).
           05 WS-ORI-HORA       PIC 9(06).
       01  WS-ORIGEM-ARQ        PIC X(30) VALUE SPACES.
      * CABECALHO DA GERACAO (LINHAS ANTES DA PRIMEIRA QUEBRA),
      * REPETIDO NO INICIO DE CADA PEDACO.
       01  WS-CABECALHO.
           05 WS-CAB-LINHA      PIC X(230) OCCURS 15 TIMES.
       01  WS-QTD-CAB           PIC 9(02) VALUE ZEROS.
       01  WS-IC                PIC 9(02) VALUE ZEROS.
       01  WS-TRACOS            PIC X(80) VALUE ALL '-'.
      * 'C' = CABECALHO, 'V' = DENTRO DE UM VENDEDOR, 'R' = RODAPE
      * (DEPOIS DO TRACO FINAL; SO FICA NO PEDACO SE FOR O UNICO).
       01  WS-ESTADO            PIC X(01) VALUE 'C'.
           88 LENDO-CABECALHO        VALUE 'C'.
           88 LENDO-VENDEDOR         VALUE 'V'.
           88 LENDO-RODAPE           VALUE 'R'.
       01  WS-PECA-ABERTA       PIC X(01) VALUE 'N'.
       01  WS-PECAS-GERACAO     PIC 9(03) VALUE ZEROS.
      * PEDACO DO VENDEDOR: SPOOL.VNNN-RR.AAAAMMDD.HHMMSS, COM A DATA
      * E HORA DA GERACAO DE ORIGEM.
       01  WS-PECA-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-PECA-RELATORIO.
              10 F               PIC X(01) VALUE 'V'.
              10 WS-PECA-VDD     PIC 9(03) VALUE ZEROS.
              10 F               PIC X(01) VALUE '-'.
              10 WS-PECA-ORIGEM  PIC X(02) VALUE SPACES.
           05 F                  PIC X(01) VALUE '.'.
           05 WS-PECA-DATA       PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(01) VALUE '.'.
           05 WS-PECA-HORA       PIC 9(06) VALUE ZEROS.
       01  WS-PECA-VDD-X        PIC X(03) VALUE SPACES.
       01  WS-PECA-FILIAL       PIC X(02) VALUE SPACES.
       01  WS-PECA-CODIGO       PIC X(03) VALUE SPACES.
      * DESTINOS DO PEDACO ACHADOS NA LISTA DE DISTRIBUICAO.
       01  WS-DESTINOS.
           05 WS-DESTINO OCCURS 20 TIMES.
              10 WS-DST-MEIO     PIC X(01).
              10 WS-DST-ENDERECO PIC X(60).
       01  WS-QTD-DST           PIC 9(02) VALUE ZEROS.
       01  WS-ID                PIC 9(02) VALUE ZEROS.
       01  WS-DST-RELATORIO     PIC X(08) VALUE SPACES.
       01  WS-TEM-EMAIL         PIC X(01) VALUE 'N'.
      * NOMES DE SAIDA: PASTA DE SAIDA (BASE DO AMBIENTE) OU PASTA
      * DE DESTINO, SEGUIDA DO NOME DO PEDACO E '.TXT'.
       01  WS-BASE-TAM          PIC 9(02) VALUE ZEROS.
       01  WS-ENVIO-ARQ         PIC X(60) VALUE SPACES.
       01  WS-COPIA-ARQ         PIC X(60) VALUE SPACES.
       01  WS-PASTA             PIC X(60) VALUE SPACES.
       01  WS-PASTA-TAM         PIC 9(02) VALUE ZEROS.
       01  WS-SITUACAO          PIC X(08) VALUE SPACES.
      * EXPURGO DOS PEDACOS (MESMA REGRA DAS GERACOES DE ORIGEM).
       01  WS-SPOOL-GERACOES     PIC 9(03) VALUE 010.
       01  WS-SPOOL-FIM          PIC X(01) VALUE 'N'.
       01  WS-SPOOL-QTD          PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-IDX          PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-EXCEDE       PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-VELHOS.
           05 WS-SPOOL-VELHO OCCURS 200 TIMES.
              10 WS-SPV-CHAVE    PIC X(22).
              10 WS-SPV-ARQUIVO  PIC X(30).
      * TOTAIS DA RODADA.
       01  WS-QTD-GERACOES      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PECAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ENTREGAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-DESTINO   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FALHAS        PIC 9(05) VALUE ZEROS.
      * LISTA DE DISTRIBUICAO NA TELA.
       01  WS-DI-RELATORIO      PIC X(08) VALUE SPACES.
       01  WS-DI-TIPO           PIC X(01) VALUE SPACES.
       01  WS-DI-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-DI-FILIAL         PIC X(02) VALUE SPACES.
       01  WS-DI-SEQ            PIC 9(02) VALUE ZEROS.
       01  WS-DI-MEIO           PIC X(01) VALUE SPACES.
       01  WS-DI-DESTINO        PIC X(60) VALUE SPACES.
       01  WS-DI-OK             PIC X(01) VALUE 'N'.

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
               "*** DISTRIBUICAO SPOOL   ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - REPARTIR E DISTRIBUIR".
           02 LINE 08 COLUMN 28  VALUE "2 - LISTA DE DISTRIBUICAO".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-DISTRIB.
           02 LINE 06 COLUMN 12 VALUE "Relatorio.........:".
           02 LINE 06 COLUMN 43 VALUE "(SICCV16/17/19/20/26/63/TODOS)".
           02 LINE 08 COLUMN 12 VALUE "Tipo..............:".
           02 LINE 08 COLUMN 43 VALUE "(V-VENDEDOR F-FILIAL)".
           02 LINE 10 COLUMN 12 VALUE "Vendedor/Filial...:".
           02 LINE 12 COLUMN 12 VALUE "Sequencia.........:".
           02 LINE 14 COLUMN 12 VALUE "Meio..............:".
           02 LINE 14 COLUMN 43 VALUE "(E-E-MAIL P-PASTA)".
           02 LINE 16 COLUMN 12 VALUE "Destino (e-mail ou pasta):".
           02 LINE 19 COLUMN 12 VALUE
              "(DESTINO EM BRANCO EXCLUI; RELATORIO EM BRANCO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:7) = 'REPARTE'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM REPARTE-SPOOL
              DISPLAY 'GERACOES REPARTIDAS: ' WS-QTD-GERACOES
              DISPLAY 'PEDACOS GERADOS....: ' WS-QTD-PECAS
              DISPLAY 'ENTREGAS...........: ' WS-QTD-ENTREGAS
              DISPLAY 'PEDACOS SEM DESTINO: ' WS-QTD-SEM-DESTINO
              DISPLAY 'FALHAS NA ENTREGA..: ' WS-QTD-FALHAS.
           IF NOT EXECUCAO-BATCH
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE VENDEDOR SPOOLCAT DISTRIB
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
              PERFORM REPARTE-SPOOL
              MOVE 'PEDACOS GERADOS:' TO WS-MSGERRO
              MOVE WS-QTD-PECAS TO WS-MSGERRO(18:5)
              MOVE 'SEM DESTINO:' TO WS-MSGERRO(25:12)
              MOVE WS-QTD-SEM-DESTINO TO WS-MSGERRO(38:5)
              PERFORM MOSTRA-ERRO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 2
              PERFORM TELA-DISTRIB UNTIL WS-OPCAO = 0.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * LISTA DE DISTRIBUICAO: DIGITA RELATORIO, TIPO, CODIGO E
      * SEQUENCIA; SE JA EXISTE MOSTRA E DEIXA ALTERAR (DESTINO EM
      * BRANCO EXCLUI), SE NAO INCLUI.
       TELA-DISTRIB.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-DISTRIB
           MOVE SPACES TO WS-DI-RELATORIO WS-DI-TIPO WS-DI-FILIAL
           MOVE SPACES TO WS-DI-MEIO WS-DI-DESTINO
           MOVE 0 TO WS-DI-VENDEDOR WS-DI-SEQ
           ACCEPT(06, 33) WS-DI-RELATORIO WITH PROMPT
           IF WS-DI-RELATORIO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM LE-CHAVE-DISTRIB.
           IF WS-OPCAO NOT = 0 AND WS-DI-OK = 'S'
              READ DISTRIB
              IF FS-STAT = 00
                 MOVE DI-MEIO    TO WS-DI-MEIO
                 MOVE DI-DESTINO TO WS-DI-DESTINO
                 DISPLAY(14, 33) WS-DI-MEIO
                 DISPLAY(17, 12) WS-DI-DESTINO
                 ACCEPT(17, 12) WS-DI-DESTINO WITH PROMPT UPDATE
                 PERFORM ACEITA-MEIO-DISTRIB
                 PERFORM GRAVA-DISTRIB-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 ACCEPT(17, 12) WS-DI-DESTINO WITH PROMPT
                 PERFORM ACEITA-MEIO-DISTRIB
                 PERFORM GRAVA-DISTRIB-INCLUSAO.
      * CONFERE RELATORIO, TIPO E CODIGO E MONTA A CHAVE.
       LE-CHAVE-DISTRIB.
           MOVE 'N' TO WS-DI-OK
           PERFORM CONFERE-RELATORIO-DIGITADO
           IF WS-REL-OK NOT = 'S'
              MOVE 'RELATORIO SEM REPARTICAO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              ACCEPT(08, 33) WS-DI-TIPO WITH PROMPT
              IF WS-DI-TIPO = 'V'
                 ACCEPT(10, 33) WS-DI-VENDEDOR WITH PROMPT
                 MOVE WS-DI-VENDEDOR TO VD-CODIGO
                 READ VENDEDOR
                 IF FS-STAT NOT = 00
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
                    MOVE 0 TO FS-STAT
                 ELSE
                    MOVE 'S' TO WS-DI-OK
                    MOVE WS-DI-VENDEDOR TO DI-CODIGO
              ELSE
                 IF WS-DI-TIPO = 'F'
                    ACCEPT(10, 33) WS-DI-FILIAL WITH PROMPT
                    MOVE 'S' TO WS-DI-OK
                    MOVE WS-DI-FILIAL TO DI-CODIGO
                 ELSE
                    MOVE 'TIPO DEVE SER V OU F' TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO.
           IF WS-DI-OK = 'S'
              ACCEPT(12, 33) WS-DI-SEQ WITH PROMPT
              MOVE WS-DI-RELATORIO TO DI-RELATORIO
              MOVE WS-DI-TIPO      TO DI-TIPO
              MOVE WS-DI-SEQ       TO DI-SEQ.
       CONFERE-RELATORIO-DIGITADO.
           MOVE 'N' TO WS-REL-OK
           IF WS-DI-RELATORIO = 'TODOS'
              MOVE 'S' TO WS-REL-OK.
           MOVE 1 TO WS-IR
           PERFORM CONFERE-RELATORIO-PASSO UNTIL WS-IR > 6.
       CONFERE-RELATORIO-PASSO.
           IF WS-DI-RELATORIO = WS-RELATORIO(WS-IR)
              MOVE 'S' TO WS-REL-OK.
           ADD 1 TO WS-IR.
      * NA EXCLUSAO (DESTINO EM BRANCO) O MEIO NEM E PERGUNTADO.
       ACEITA-MEIO-DISTRIB.
           IF WS-DI-DESTINO NOT = SPACES
              ACCEPT(14, 33) WS-DI-MEIO WITH PROMPT UPDATE.
       GRAVA-DISTRIB-ALTERACAO.
           IF WS-DI-DESTINO = SPACES
              DELETE DISTRIB
              MOVE 'DESTINO EXCLUIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF WS-DI-MEIO NOT = 'E' AND WS-DI-MEIO NOT = 'P'
                 MOVE 'MEIO DEVE SER E OU P' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE WS-DI-MEIO    TO DI-MEIO
                 MOVE WS-DI-DESTINO TO DI-DESTINO
                 REWRITE REG-DISTRIB
                 IF FS-STAT NOT = 00
                    MOVE 'ERRO AO REGRAVAR DESTINO' TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
                    MOVE 0 TO FS-STAT
                 ELSE
                    MOVE 'DESTINO ALTERADO COM SUCESSO !!!'
                         TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO.
       GRAVA-DISTRIB-INCLUSAO.
           IF WS-DI-DESTINO = SPACES
              MOVE 'DESTINO EM BRANCO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF WS-DI-MEIO NOT = 'E' AND WS-DI-MEIO NOT = 'P'
                 MOVE 'MEIO DEVE SER E OU P' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE WS-DI-MEIO    TO DI-MEIO
                 MOVE WS-DI-DESTINO TO DI-DESTINO
                 WRITE REG-DISTRIB
                 IF FS-STAT NOT = 00
                    MOVE 'ERRO AO GRAVAR DESTINO' TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
                    MOVE 0 TO FS-STAT
                 ELSE
                    MOVE 'DESTINO INCLUIDO COM SUCESSO !!!'
                         TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * REPARTICAO: JUNTA AS GERACOES PENDENTES DO CATALOGO E
      * REPARTE UMA A UMA. O MANIFESTO E SEMPRE ACRESCIDO.
       REPARTE-SPOOL.
           MOVE 0 TO WS-QTD-GERACOES WS-QTD-PECAS WS-QTD-ENTREGAS
           MOVE 0 TO WS-QTD-SEM-DESTINO WS-QTD-FALHAS
           ACCEPT WS-AGORA FROM TIME
           CALL "CBL_CREATE_DIR" USING WS-ARQ-ENVIO
           OPEN EXTEND MANIFEST
           IF FS-STAT NOT = '00'
              OPEN OUTPUT MANIFEST.
           PERFORM JUNTA-PENDENTES
           MOVE 1 TO WS-IP
           PERFORM REPARTE-GERACAO UNTIL WS-IP > WS-QTD-PEN
           CLOSE MANIFEST
           MOVE 0 TO FS-STAT.
       JUNTA-PENDENTES.
           MOVE 0 TO WS-QTD-PEN
           MOVE LOW-VALUES TO SP-CHAVE
           START SPOOLCAT KEY NOT LESS THAN SP-CHAVE
           MOVE 'N' TO WS-FIM-CAT
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CAT.
           PERFORM JUNTA-PENDENTES-PASSO UNTIL FIM-CAT
           MOVE 0 TO FS-STAT.
       JUNTA-PENDENTES-PASSO.
           READ SPOOLCAT NEXT
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CAT
           ELSE
              MOVE SP-RELATORIO TO WS-DI-RELATORIO
              PERFORM CONFERE-RELATORIO-DIGITADO
              IF WS-REL-OK = 'S' AND NOT GERACAO-REPARTIDA
                 AND WS-QTD-PEN < 200
                 ADD 1 TO WS-QTD-PEN
                 MOVE SP-CHAVE   TO WS-PEN-CHAVE(WS-QTD-PEN)
                 MOVE SP-ARQUIVO TO WS-PEN-ARQUIVO(WS-QTD-PEN).
      * LE A GERACAO LINHA A LINHA: O QUE VEM ANTES DA PRIMEIRA
      * QUEBRA E CABECALHO; CADA 'VENDEDOR: ' ABRE UM PEDACO NOVO.
      * SEM O ARQUIVO NO DISCO A GERACAO FICA PENDENTE.
       REPARTE-GERACAO.
           MOVE WS-PEN-CHAVE(WS-IP)   TO WS-ORIGEM-CHAVE
           MOVE WS-PEN-ARQUIVO(WS-IP) TO WS-ORIGEM-ARQ
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT ORIGEM
           IF FS-STAT = '00'
              MOVE 0 TO WS-QTD-CAB WS-PECAS-GERACAO
              MOVE 'C' TO WS-ESTADO
              MOVE 'N' TO WS-PECA-ABERTA
              PERFORM REPARTE-LINHA UNTIL FIM-ARQ
              IF WS-PECA-ABERTA = 'S'
                 PERFORM FECHA-PECA.
           IF FS-STAT = '00' OR FIM-ARQ
              CLOSE ORIGEM
              PERFORM MARCA-REPARTIDA
              ADD 1 TO WS-QTD-GERACOES.
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-IP.
       REPARTE-LINHA.
           READ ORIGEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ
           ELSE
              IF REG-ORIGEM(1:10) = 'VENDEDOR: '
                 PERFORM ABRE-PECA
                 MOVE 'V' TO WS-ESTADO
                 PERFORM GRAVA-LINHA-PECA
              ELSE
                 IF LENDO-CABECALHO
                    PERFORM GUARDA-CABECALHO
                 ELSE
                    IF LENDO-VENDEDOR
                       PERFORM TRATA-LINHA-VENDEDOR
                    ELSE
                       PERFORM TRATA-LINHA-RODAPE.
       GUARDA-CABECALHO.
           IF WS-QTD-CAB < 15
              ADD 1 TO WS-QTD-CAB
              MOVE REG-ORIGEM TO WS-CAB-LINHA(WS-QTD-CAB).
      * O TRACO DEPOIS DE UM VENDEDOR E O FECHAMENTO DO RELATORIO:
      * COM UM SO VENDEDOR O RODAPE (TOTAIS) FICA NO PEDACO; COM
      * VARIOS ELE E DO RELATORIO INTEIRO E NAO VAI PARA NENHUM.
       TRATA-LINHA-VENDEDOR.
           IF REG-ORIGEM(1:80) = WS-TRACOS
              MOVE 'R' TO WS-ESTADO
              IF WS-PECAS-GERACAO = 1
                 PERFORM GRAVA-LINHA-PECA
              ELSE
                 PERFORM FECHA-PECA
           ELSE
              PERFORM GRAVA-LINHA-PECA.
       TRATA-LINHA-RODAPE.
           IF WS-PECA-ABERTA = 'S'
              PERFORM GRAVA-LINHA-PECA.
       GRAVA-LINHA-PECA.
           WRITE REG-PECA FROM REG-ORIGEM
           MOVE 0 TO FS-STAT.
      * ABRE O PEDACO DO VENDEDOR DA LINHA DE QUEBRA, REGISTRA NO
      * CATALOGO E COPIA O CABECALHO DA GERACAO.
       ABRE-PECA.
           IF WS-PECA-ABERTA = 'S'
              PERFORM FECHA-PECA.
           MOVE REG-ORIGEM(11:3) TO WS-PECA-VDD-X
           INSPECT WS-PECA-VDD-X REPLACING LEADING SPACE BY ZERO
           MOVE 0 TO WS-PECA-VDD
           IF WS-PECA-VDD-X NUMERIC
              MOVE WS-PECA-VDD-X TO WS-PECA-VDD.
           MOVE SPACES TO WS-PECA-FILIAL
           MOVE WS-PECA-VDD TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-FILIAL TO WS-PECA-FILIAL.
           MOVE WS-ORI-RELATORIO(6:2) TO WS-PECA-ORIGEM
           MOVE WS-ORI-DATA TO WS-PECA-DATA
           MOVE WS-ORI-HORA TO WS-PECA-HORA
           OPEN OUTPUT PECA
           MOVE 'S' TO WS-PECA-ABERTA
           ADD 1 TO WS-PECAS-GERACAO WS-QTD-PECAS
           MOVE SPACES TO REG-SPOOLCAT
           MOVE WS-PECA-RELATORIO TO SP-RELATORIO
           MOVE WS-PECA-DATA      TO SP-DATA
           MOVE WS-PECA-HORA      TO SP-HORA
           MOVE WS-PECA-ARQ       TO SP-ARQUIVO
           MOVE WS-ORIGEM-CHAVE   TO SP-ORIGEM
           MOVE WS-PECA-VDD       TO SP-VENDEDOR
           WRITE REG-SPOOLCAT
           IF FS-STAT NOT = 00
              REWRITE REG-SPOOLCAT.
           PERFORM EXPURGA-SPOOL
           MOVE 1 TO WS-IC
           PERFORM COPIA-CABECALHO UNTIL WS-IC > WS-QTD-CAB
           MOVE 0 TO FS-STAT.
       COPIA-CABECALHO.
           WRITE REG-PECA FROM WS-CAB-LINHA(WS-IC)
           ADD 1 TO WS-IC.
      * FECHA O PEDACO (COM O TRACO, SE O RODAPE NAO FICOU NELE) E
      * ENTREGA NOS DESTINOS DA LISTA.
       FECHA-PECA.
           IF NOT LENDO-RODAPE
              WRITE REG-PECA FROM WS-TRACOS.
           CLOSE PECA
           MOVE 'N' TO WS-PECA-ABERTA
           PERFORM ACHA-DESTINOS
           IF WS-QTD-DST = 0
              ADD 1 TO WS-QTD-SEM-DESTINO
           ELSE
              PERFORM ENTREGA-PECA.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * DESTINOS DO PEDACO: ENTRADAS DO PROPRIO RELATORIO E AS DE
      * 'TODOS', DO VENDEDOR OU DA FILIAL DELE.
       ACHA-DESTINOS.
           MOVE 0 TO WS-QTD-DST
           MOVE WS-PECA-VDD TO WS-PECA-CODIGO
           MOVE WS-ORI-RELATORIO TO WS-DST-RELATORIO
           PERFORM ACHA-DESTINOS-RELATORIO
           MOVE 'TODOS' TO WS-DST-RELATORIO
           PERFORM ACHA-DESTINOS-RELATORIO.
       ACHA-DESTINOS-RELATORIO.
           MOVE WS-DST-RELATORIO TO DI-RELATORIO
           MOVE LOW-VALUES TO DI-TIPO DI-CODIGO
           MOVE 0 TO DI-SEQ
           START DISTRIB KEY NOT LESS THAN DI-CHAVE
           MOVE 'N' TO WS-FIM-DIST
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-DIST.
           PERFORM ACHA-DESTINO-PASSO UNTIL FIM-DIST
           MOVE 0 TO FS-STAT.
       ACHA-DESTINO-PASSO.
           READ DISTRIB NEXT
           IF FS-STAT NOT = 00 OR DI-RELATORIO NOT = WS-DST-RELATORIO
              MOVE 'S' TO WS-FIM-DIST
           ELSE
              IF ((DESTINO-VENDEDOR AND DI-CODIGO = WS-PECA-CODIGO)
                 OR (DESTINO-FILIAL AND WS-PECA-FILIAL NOT = SPACES
                     AND DI-CODIGO(1:2) = WS-PECA-FILIAL))
                 AND WS-QTD-DST < 20
                 ADD 1 TO WS-QTD-DST
                 MOVE DI-MEIO    TO WS-DST-MEIO(WS-QTD-DST)
                 MOVE DI-DESTINO TO WS-DST-ENDERECO(WS-QTD-DST).
      * -----------------------------------
      * ENTREGA: PARA E-MAIL O PEDACO VAI UMA VEZ PARA A PASTA DE
      * SAIDA (O ENVIO LE O MANIFESTO); PARA PASTA E COPIADO DIRETO.
       ENTREGA-PECA.
           MOVE 'N' TO WS-TEM-EMAIL
           MOVE 1 TO WS-ID
           PERFORM CONFERE-EMAIL UNTIL WS-ID > WS-QTD-DST
           IF WS-TEM-EMAIL = 'S'
              PERFORM MONTA-NOME-ENVIO
              CALL "CBL_COPY_FILE" USING WS-PECA-ARQ WS-ENVIO-ARQ
              IF RETURN-CODE = 0
                 MOVE 'PENDENTE' TO WS-SITUACAO
              ELSE
                 MOVE 'FALHOU  ' TO WS-SITUACAO.
           MOVE 1 TO WS-ID
           PERFORM ENTREGA-DESTINO UNTIL WS-ID > WS-QTD-DST.
       CONFERE-EMAIL.
           IF WS-DST-MEIO(WS-ID) = 'E'
              MOVE 'S' TO WS-TEM-EMAIL.
           ADD 1 TO WS-ID.
       ENTREGA-DESTINO.
           MOVE SPACES TO REG-MANIFEST
           IF WS-DST-MEIO(WS-ID) = 'E'
              MOVE WS-ENVIO-ARQ TO MF-ARQUIVO
              MOVE WS-SITUACAO  TO MF-SITUACAO
           ELSE
              PERFORM MONTA-NOME-COPIA
              CALL "CBL_COPY_FILE" USING WS-PECA-ARQ WS-COPIA-ARQ
              MOVE WS-COPIA-ARQ TO MF-ARQUIVO
              IF RETURN-CODE = 0
                 MOVE 'ENTREGUE' TO MF-SITUACAO
              ELSE
                 MOVE 'FALHOU  ' TO MF-SITUACAO.
           IF MF-SITUACAO = 'FALHOU  '
              ADD 1 TO WS-QTD-FALHAS
           ELSE
              ADD 1 TO WS-QTD-ENTREGAS.
           MOVE WS-HOJE            TO MF-DATA
           MOVE WS-AGORA(1:6)      TO MF-HORA
           MOVE WS-ORI-RELATORIO   TO MF-RELATORIO
           MOVE WS-ORI-DATA        TO MF-GERACAO
           MOVE WS-PECA-VDD        TO MF-VENDEDOR
           MOVE WS-PECA-FILIAL     TO MF-FILIAL
           MOVE WS-DST-MEIO(WS-ID) TO MF-MEIO
           MOVE WS-DST-ENDERECO(WS-ID) TO MF-DESTINO
           MOVE ';' TO MF-F1 MF-F2 MF-F3 MF-F4 MF-F5 MF-F6 MF-F7
                       MF-F8 MF-F9
           WRITE REG-MANIFEST
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-ID.
      * PASTA DE SAIDA DO AMBIENTE + NOME DO PEDACO + '.TXT'.
       MONTA-NOME-ENVIO.
           MOVE 30 TO WS-BASE-TAM
           PERFORM MEDE-BASE-ENVIO
                   UNTIL WS-BASE-TAM = 0
                      OR WS-ARQ-ENVIO(WS-BASE-TAM:1) NOT = SPACE
           MOVE SPACES TO WS-ENVIO-ARQ
           STRING WS-ARQ-ENVIO(1:WS-BASE-TAM) DELIMITED BY SIZE
                  WS-PECA-ARQ(7:23) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-ENVIO-ARQ.
       MEDE-BASE-ENVIO.
           IF WS-ARQ-ENVIO(WS-BASE-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-BASE-TAM.
      * PASTA DE DESTINO DA LISTA (COM A BARRA NO FIM) + NOME DO
      * PEDACO + '.TXT'.
       MONTA-NOME-COPIA.
           MOVE WS-DST-ENDERECO(WS-ID) TO WS-PASTA
           MOVE 60 TO WS-PASTA-TAM
           PERFORM MEDE-PASTA
                   UNTIL WS-PASTA-TAM = 0
                      OR WS-PASTA(WS-PASTA-TAM:1) NOT = SPACE
           IF WS-PASTA-TAM > 0 AND WS-PASTA-TAM < 60
              IF WS-PASTA(WS-PASTA-TAM:1) NOT = '/'
                 ADD 1 TO WS-PASTA-TAM
                 MOVE '/' TO WS-PASTA(WS-PASTA-TAM:1).
           MOVE SPACES TO WS-COPIA-ARQ
           IF WS-PASTA-TAM > 0
              STRING WS-PASTA(1:WS-PASTA-TAM) DELIMITED BY SIZE
                     WS-PECA-ARQ(7:23) DELIMITED BY SIZE
                     '.TXT' DELIMITED BY SIZE
                     INTO WS-COPIA-ARQ.
       MEDE-PASTA.
           IF WS-PASTA(WS-PASTA-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-PASTA-TAM.
      * -----------------------------------
       MARCA-REPARTIDA.
           MOVE WS-ORIGEM-CHAVE TO SP-CHAVE
           READ SPOOLCAT
           IF FS-STAT = 00
              MOVE 'S' TO SP-REPARTIDO
              REWRITE REG-SPOOLCAT.
           MOVE 0 TO FS-STAT.
      * MANTEM SO AS ULTIMAS GERACOES DO PEDACO NO DISCO.
       EXPURGA-SPOOL.
           MOVE 0 TO WS-SPOOL-QTD
           MOVE WS-PECA-RELATORIO TO SP-RELATORIO
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
           READ SPOOLCAT NEXT
           IF FS-STAT NOT = 00 OR SP-RELATORIO NOT = WS-PECA-RELATORIO
              MOVE 'S' TO WS-SPOOL-FIM
           ELSE
              IF WS-SPOOL-QTD < 200
                 ADD 1 TO WS-SPOOL-QTD
                 MOVE SP-CHAVE   TO WS-SPV-CHAVE(WS-SPOOL-QTD)
                 MOVE SP-ARQUIVO TO WS-SPV-ARQUIVO(WS-SPOOL-QTD).
       APAGA-SPOOL-VELHO.
           MOVE WS-SPV-CHAVE(WS-SPOOL-IDX) TO SP-CHAVE
           READ SPOOLCAT
           IF FS-STAT = 00
              DELETE SPOOLCAT
              CALL "CBL_DELETE_FILE"
                   USING WS-SPV-ARQUIVO(WS-SPOOL-IDX).
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-SPOOL-IDX.
      * -----------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN I-O SPOOLCAT
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT SPOOLCAT
              CLOSE SPOOLCAT
              OPEN I-O SPOOLCAT.
           OPEN I-O DISTRIB
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT DISTRIB
              CLOSE DISTRIB
              OPEN I-O DISTRIB.
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
