       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV74.
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
      * OBJETIVO.....: SICCV74 - CONCILIACAO DAS CARGAS DE VENDAS. SOMA O   *
      *                CLIHIST.DAT DA COMPETENCIA (CARGA DO VENDACLI.CSV,   *
      *                SICCV29) PELO VENDEDOR QUE TINHA O CLIENTE NA        *
      *                CARTEIRA NO MES: A ULTIMA FOTOGRAFIA CARTSNAP DO MES *
      *                NO CATALOGO OU, SEM FOTOGRAFIA, A CARTEIRA ATUAL     *
      *                DESFEITA PELOS MOVIMENTOS DO HISTCART.CSV            *
      *                POSTERIORES AO MES. COMPARA COM O VENDHIST.DAT       *
      *                (CARGA DO VENDAS.CSV, SICCV15, BASE DA COMISSAO) E   *
      *                GRAVA O RESULTADO POR VENDEDOR NO CONCIL.DAT.        *
      *                DIFERENCA ACIMA DA TOLERANCIA (TOL-CONCIL DO         *
      *                PARAMS.DAT, EM REAIS) SAI NO RELATORIO, VIRA ALERTA  *
      *                MEDIO NA FILA DO SICCV37 E FICA ABERTA ATE UM        *
      *                SUPERVISOR (MODULO 5, OU DELEGADO) JUSTIFICAR;       *
      *                ABERTA BLOQUEIA O FECHAMENTO DO MES NO SICCV33. NOVA *
      *                APURACAO MANTEM A JUSTIFICATIVA SO SE A DIFERENCA    *
      *                NAO MUDOU. LINHA DE COMANDO: 'CONCILIA AAAAMM'.      *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CONCIL.SEL.
       COPY VENDHIST.SEL.
       COPY CLIHIST.SEL.
       COPY CARTEIRA.SEL.
       COPY VENDEDOR.SEL.
       COPY FECHAMES.SEL.
       COPY OPERADOR.SEL.
       COPY DELEGA.SEL.
       COPY ALERTA.SEL.
       COPY PARAMS.SEL.
       COPY SESSAO.SEL.
           SELECT CARTSNAP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPCAT ASSIGN TO DISK
                  FILE STATUS IS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SNC-DATA.
           SELECT HISTCART ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CONCIL.FD.
       COPY VENDHIST.FD.
       COPY CLIHIST.FD.
       COPY CARTEIRA.FD.
       COPY VENDEDOR.FD.
       COPY FECHAMES.FD.
       COPY OPERADOR.FD.
       COPY DELEGA.FD.
       COPY ALERTA.FD.
       COPY PARAMS.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: ASSINA A
      * JUSTIFICATIVA DA DIVERGENCIA.
       COPY SESSAO.FD.
      * FOTOGRAFIA DATADA DA CARTEIRA, NO MESMO LAYOUT E CATALOGO
      * DAS FOTOGRAFIAS DO SICCV05 E DO FECHAMENTO DO SICCV33.
       FD  CARTSNAP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SNAP-ARQ.
       01  REG-CARTSNAP.
           05 SN-CLIENTE            PIC 9(07).
           05 SN-F1                 PIC X(01).
           05 SN-VENDEDOR           PIC 9(03).
           05 SN-F2                 PIC X(01).
           05 SN-DISTANCIA          PIC 9(05)V9(3).
       FD  SNAPCAT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SNAPCAT.
       01  REG-SNAPCAT.
           05 SNC-DATA              PIC 9(08).
           05 SNC-FILLER            PIC X(02).
      * HISTORICO DE MOVIMENTOS DE CARTEIRA (MESMO LAYOUT DO
      * SICCV05), SO LIDO.
       FD  HISTCART LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-HISTCART.
       01  REG-HISTCART.
           05 HC-DATA               PIC 9(08).
           05 HC-F1                 PIC X(01).
           05 HC-CLIENTE            PIC 9(07).
           05 HC-F2                 PIC X(01).
           05 HC-VENDEDOR-ANTERIOR  PIC 9(03).
           05 HC-F3                 PIC X(01).
           05 HC-VENDEDOR-NOVO      PIC 9(03).
           05 HC-F4                 PIC X(01).
           05 HC-DISTANCIA          PIC 9(05)V9(3).
           05 HC-FS                 PIC X(01).
           05 HC-SELO               PIC X(19).
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
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV74'.
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
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-RESPOSTA          PIC X(01) VALUE SPACES.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-FIM-MES           PIC 9(08) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-TEM-FECHAMES      PIC X(01) VALUE 'N'.
           88 ARQUIVO-FECHAMES-OK    VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-TEM-SNAPCAT       PIC X(01) VALUE 'N'.
      * DIFERENCA ACEITA ENTRE AS DUAS CARGAS, EM REAIS (TOL-CONCIL
      * DO PARAMS.DAT; CHAVE AUSENTE OU ZERADA FICA COM O PADRAO).
       01  WS-TOLERANCIA        PIC 9(07)V9(02) VALUE 100.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
      * DELEGACAO DE ALCADA (DELEGA.DAT): TITULAR QUE DELEGOU AO
      * OPERADOR LOGADO; BRANCO QUANDO ELE MESMO E SUPERVISOR.
       01  WS-DELEGANTE         PIC X(10) VALUE SPACES.
       01  WS-DG-FIM            PIC X(01) VALUE 'N'.
       01  WS-DG-ABERTO         PIC X(01) VALUE 'N'.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
      * CARTEIRA DO MES: F = FOTOGRAFIA DO CATALOGO, H = CARTEIRA
      * ATUAL DESFEITA PELO HISTCART.
       01  WS-ORIGEM            PIC X(01) VALUE 'H'.
       01  WS-SNAP-ARQ           PIC X(40) VALUE SPACES.
       01  WS-SNAP-ARQ-DATA      PIC 9(08) VALUE ZEROS.
       01  WS-SNAP-BASE-TAM      PIC 9(02) COMP VALUE ZEROS.
       01  WS-FIM-FOTO           PIC X(01) VALUE 'N'.
           88 FIM-FOTO                 VALUE 'S'.
      * TOTAIS DO MES POR VENDEDOR: POSICAO = CODIGO + 1 (A PRIMEIRA
      * E A DOS CLIENTES SEM CARTEIRA NO MES).
       01  WS-TAB-CONCIL.
           05 WS-TC OCCURS 1000 TIMES.
              10 WS-TC-VENDHIST  PIC 9(09)V9(02).
              10 WS-TC-CLIHIST   PIC 9(09)V9(02).
       01  WS-IX                PIC 9(04) VALUE ZEROS.
       01  WS-VEND-CLI          PIC 9(03) VALUE ZEROS.
      * PRIMEIRO MOVIMENTO DE CADA CLIENTE NO HISTCART DEPOIS DO FIM
      * DO MES: O VENDEDOR ANTERIOR DELE E O DONO NO FIM DO MES.
       01  WS-TAB-MOVIMENTOS.
           05 WS-MV OCCURS 3000 TIMES.
              10 WS-MV-CLIENTE   PIC 9(07).
              10 WS-MV-VENDEDOR  PIC 9(03).
       01  WS-QTD-MOV           PIC 9(04) VALUE ZEROS.
       01  WS-MOV-EXCEDE        PIC 9(05) VALUE ZEROS.
       01  WS-IM                PIC 9(04) VALUE ZEROS.
       01  WS-PROC-CLIENTE      PIC 9(07) VALUE ZEROS.
       01  WS-ACHOU-MOV         PIC X(01) VALUE 'N'.
      * APURACAO DE UM VENDEDOR.
       01  WS-DIFERENCA         PIC S9(09)V9(02) VALUE ZEROS.
       01  WS-DIF-ABS           PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-SITUACAO-NOVA     PIC X(01) VALUE SPACES.
       01  WS-JA-EXISTE         PIC X(01) VALUE 'N'.
       01  WS-QTD-CONFERE       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ABERTAS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-JUSTIF        PIC 9(05) VALUE ZEROS.
       01  WS-TOT-VENDHIST      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOT-CLIHIST       PIC 9(11)V9(02) VALUE ZEROS.
      * ALERTA DE DIVERGENCIA NA FILA DO SICCV37.
       01  WS-AL-PROX           PIC 9(05) VALUE ZEROS.
       01  WS-AL-FIM            PIC X(01) VALUE 'N'.
       01  WS-ALERTA-REF.
           05 WS-AL-REF-ANOMES   PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(01) VALUE '/'.
           05 WS-AL-REF-QTD      PIC 9(05) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
      * CAMPOS DA TELA DE JUSTIFICATIVA.
       01  WS-JU-ANOMES         PIC 9(06) VALUE ZEROS.
       01  WS-JU-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-JU-TEXTO          PIC X(40) VALUE SPACES.
       01  WS-VALOR-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-DIF-ED            PIC -ZZZZZZZZ9,99 VALUE ZEROS.
      * RELATORIO.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(46) VALUE
              'CONCILIACAO VENDHIST X CLIHIST'.
           05 F                  PIC X(13) VALUE 'COMPETENCIA: '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-05.
           05 F                  PIC X(17) VALUE 'CARTEIRA DO MES: '.
           05 L05-ORIGEM         PIC X(33) VALUE SPACES.
           05 F                  PIC X(12) VALUE 'TOLERANCIA: '.
           05 L05-TOLERANCIA     PIC ZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-03          PIC X(79) VALUE
           "VEND NOME                     VENDHIST      CLIHIST      DIF
      -    "ERENCA SITUACAO".
       01  LINHA-04.
           05 L04-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-NOME           PIC X(20) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACES.
           05 L04-VENDHIST       PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-CLIHIST        PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-DIFERENCA      PIC -ZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L04-SITUACAO       PIC X(11) VALUE SPACES.
       01  LINHA-06.
           05 L06-ROTULO         PIC X(30) VALUE SPACES.
           05 L06-QTD            PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-07.
           05 L07-ROTULO         PIC X(30) VALUE SPACES.
           05 L07-VALOR          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

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
               "*** CONCILIACAO DE VENDAS ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - APURAR COMPETENCIA".
           02 LINE 08 COLUMN 28  VALUE "2 - JUSTIFICAR DIVERGENCIA".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-JUSTIFICA.
           02 LINE 05 COLUMN 12 VALUE "Competencia.......:".
           02 LINE 07 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 09 COLUMN 12 VALUE "Total VENDHIST....:".
           02 LINE 10 COLUMN 12 VALUE "Total CLIHIST.....:".
           02 LINE 11 COLUMN 12 VALUE "Diferenca.........:".
           02 LINE 13 COLUMN 12 VALUE "Justificativa.....:".
           02 LINE 15 COLUMN 12 VALUE "Confirma (S/N)....:".
           02 LINE 20 COLUMN 12 VALUE
              "(COMPETENCIA ZERADA SAI; VENDEDOR ZERO = CLIENTES".
           02 LINE 21 COLUMN 12 VALUE
              " SEM CARTEIRA NO MES)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           PERFORM LE-OPERADOR-LOGADO
           IF WS-PARM-EXECUCAO(1:8) = 'CONCILIA'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(10:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(10:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF EXECUCAO-BATCH
              PERFORM APURA-CONCILIACAO THRU APURA-CONCILIACAO-FIM
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-FECHAMES-OK
              CLOSE FECHAMES.
           CLOSE CONCIL VENDHIST CLIHIST CARTEIRA VENDEDOR OPERADOR
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
              MOVE 0 TO WS-ANOMES
              DISPLAY(13, 28) "COMPETENCIA (AAAAMM): "
              ACCEPT(13, 50) WS-ANOMES WITH PROMPT
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-OPCAO = 1
              PERFORM APURA-CONCILIACAO THRU APURA-CONCILIACAO-FIM
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 2
              PERFORM VERIFICA-SUPERVISOR
              IF WS-E-SUPERVISOR NOT = 'S'
                 MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 2
              PERFORM TELA-JUSTIFICA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * APURACAO DA COMPETENCIA: TOTAIS DO VENDHIST, CARTEIRA DO MES,
      * SOMA DO CLIHIST POR VENDEDOR DA CARTEIRA E GRAVACAO DO
      * RESULTADO COM O RELATORIO DAS DIFERENCAS. MES FECHADO NAO
      * E APURADO DE NOVO.
       APURA-CONCILIACAO.
           IF ARQUIVO-FECHAMES-OK
              MOVE WS-ANOMES TO FM-ANOMES
              READ FECHAMES
              IF FS-STAT = 00 AND MES-FECHADO
                 MOVE 'COMPETENCIA FECHADA: APURACAO RECUSADA'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO APURA-CONCILIACAO-FIM.
           COMPUTE WS-FIM-MES = WS-ANOMES * 100 + 31
           MOVE ZEROS TO WS-TAB-CONCIL
           MOVE 0 TO WS-QTD-CONFERE WS-QTD-ABERTAS WS-QTD-JUSTIF
           MOVE 0 TO WS-TOT-VENDHIST WS-TOT-CLIHIST
           MOVE 0 TO WS-QTD-MOV WS-MOV-EXCEDE
           PERFORM SOMA-VENDHIST
           PERFORM ESCOLHE-FOTOGRAFIA
           IF WS-ORIGEM = 'H'
              PERFORM CARREGA-MOVIMENTOS.
           PERFORM SOMA-CLIHIST
           PERFORM GRAVA-CONCILIACAO
           IF WS-QTD-ABERTAS > 0
              PERFORM GRAVA-ALERTA-DIVERGENCIA.
           IF EXECUCAO-BATCH
              DISPLAY 'CONCILIACAO ' WS-ANOMES
                      ' - DIVERGENCIAS ABERTAS: ' WS-QTD-ABERTAS
                      ' JUSTIFICADAS: ' WS-QTD-JUSTIF
           ELSE
              IF WS-QTD-ABERTAS > 0
                 MOVE 'HA DIVERGENCIA ABERTA - VER O SPOOL'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'CONCILIACAO SEM PENDENCIA - VER O SPOOL'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       APURA-CONCILIACAO-FIM.
           MOVE 0 TO FS-STAT.
      * TOTAL DO VENDHIST DE CADA VENDEDOR NA COMPETENCIA.
       SOMA-VENDHIST.
           MOVE ZEROS TO VH-CHAVE
           START VENDHIST KEY NOT LESS THAN VH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SOMA-VENDHIST-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       SOMA-VENDHIST-PASSO.
           READ VENDHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND VH-ANOMES = WS-ANOMES
              COMPUTE WS-IX = VH-VENDEDOR + 1
              ADD VH-VALOR TO WS-TC-VENDHIST (WS-IX).
      * CARTEIRA DO MES: A ULTIMA FOTOGRAFIA DO CATALOGO DENTRO DA
      * COMPETENCIA (A DO SICCV05 OU A DO FECHAMENTO). SEM NENHUMA,
      * FICA A CARTEIRA ATUAL CORRIGIDA PELO HISTCART.
       ESCOLHE-FOTOGRAFIA.
           MOVE 'H' TO WS-ORIGEM
           MOVE 0 TO WS-SNAP-ARQ-DATA
           MOVE 'N' TO WS-TEM-SNAPCAT
           MOVE 'S' TO WS-FIM-ARQ
           OPEN INPUT SNAPCAT
           IF FS-STAT = 00
              MOVE 'S' TO WS-TEM-SNAPCAT
              COMPUTE SNC-DATA = WS-ANOMES * 100
              START SNAPCAT KEY NOT LESS THAN SNC-DATA
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-ARQ.
           PERFORM ESCOLHE-FOTOGRAFIA-PASSO UNTIL FIM-ARQ
           IF WS-TEM-SNAPCAT = 'S'
              CLOSE SNAPCAT.
           IF WS-ORIGEM = 'F'
              PERFORM MONTA-NOME-SNAP
              OPEN INPUT CARTSNAP
              IF FS-STAT NOT = 00
                 MOVE 'H' TO WS-ORIGEM.
           IF WS-ORIGEM = 'F'
              MOVE 'N' TO WS-FIM-FOTO
              PERFORM LE-FOTO.
           MOVE 0 TO FS-STAT.
       ESCOLHE-FOTOGRAFIA-PASSO.
           READ SNAPCAT NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF SNC-DATA > WS-FIM-MES
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 MOVE SNC-DATA TO WS-SNAP-ARQ-DATA
                 MOVE 'F' TO WS-ORIGEM.
       LE-FOTO.
           READ CARTSNAP AT END
              MOVE 'S' TO WS-FIM-FOTO.
      * MONTA O NOME CARTSNAP.AAAAMMDD SOBRE A BASE JA PREFIXADA
      * PELO AMBIENTE (SEM OS BRANCOS DA DIREITA).
       MONTA-NOME-SNAP.
           MOVE 30 TO WS-SNAP-BASE-TAM
           PERFORM MEDE-BASE-SNAP
                   UNTIL WS-SNAP-BASE-TAM = 0
                      OR WS-ARQ-CARTSNAP(WS-SNAP-BASE-TAM:1)
                         NOT = SPACE
           MOVE SPACES TO WS-SNAP-ARQ
           STRING WS-ARQ-CARTSNAP(1:WS-SNAP-BASE-TAM)
                  DELIMITED BY SIZE
                  WS-SNAP-ARQ-DATA DELIMITED BY SIZE
                  INTO WS-SNAP-ARQ.
       MEDE-BASE-SNAP.
           IF WS-ARQ-CARTSNAP(WS-SNAP-BASE-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-SNAP-BASE-TAM.
      * SEM FOTOGRAFIA: GUARDA O PRIMEIRO MOVIMENTO DE CADA CLIENTE
      * DEPOIS DO FIM DO MES (O HISTCART E GRAVADO EM ORDEM DE DATA).
       CARREGA-MOVIMENTOS.
           OPEN INPUT HISTCART
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM CARREGA-MOVIMENTO-PASSO UNTIL FIM-ARQ
              CLOSE HISTCART.
           MOVE 0 TO FS-STAT.
       CARREGA-MOVIMENTO-PASSO.
           READ HISTCART AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND HC-DATA NUMERIC
              IF HC-DATA > WS-FIM-MES
                 MOVE HC-CLIENTE TO WS-PROC-CLIENTE
                 PERFORM ACHA-MOVIMENTO
                 IF WS-ACHOU-MOV NOT = 'S'
                    PERFORM GUARDA-MOVIMENTO.
       GUARDA-MOVIMENTO.
           IF WS-QTD-MOV < 3000
              ADD 1 TO WS-QTD-MOV
              MOVE HC-CLIENTE           TO WS-MV-CLIENTE (WS-QTD-MOV)
              MOVE HC-VENDEDOR-ANTERIOR TO WS-MV-VENDEDOR (WS-QTD-MOV)
           ELSE
              ADD 1 TO WS-MOV-EXCEDE.
       ACHA-MOVIMENTO.
           MOVE 'N' TO WS-ACHOU-MOV
           MOVE 1 TO WS-IM
           PERFORM ACHA-MOVIMENTO-PASSO
                   UNTIL WS-IM > WS-QTD-MOV OR WS-ACHOU-MOV = 'S'.
       ACHA-MOVIMENTO-PASSO.
           IF WS-MV-CLIENTE (WS-IM) = WS-PROC-CLIENTE
              MOVE 'S' TO WS-ACHOU-MOV
           ELSE
              ADD 1 TO WS-IM.
      * SOMA O CLIHIST DA COMPETENCIA NO VENDEDOR DA CARTEIRA DO MES
      * (O CLIHIST E A FOTOGRAFIA ESTAO EM ORDEM DE CLIENTE).
       SOMA-CLIHIST.
           MOVE ZEROS TO CH-CHAVE
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SOMA-CLIHIST-PASSO UNTIL FIM-ARQ
           IF WS-ORIGEM = 'F'
              CLOSE CARTSNAP.
           MOVE 0 TO FS-STAT.
       SOMA-CLIHIST-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND CH-ANOMES = WS-ANOMES
              PERFORM RESOLVE-VENDEDOR
              COMPUTE WS-IX = WS-VEND-CLI + 1
              ADD CH-VALOR TO WS-TC-CLIHIST (WS-IX).
       RESOLVE-VENDEDOR.
           MOVE 0 TO WS-VEND-CLI
           IF WS-ORIGEM = 'F'
              PERFORM LE-FOTO
                      UNTIL FIM-FOTO OR SN-CLIENTE NOT < CH-CLIENTE
              IF NOT FIM-FOTO AND SN-CLIENTE = CH-CLIENTE
                 MOVE SN-VENDEDOR TO WS-VEND-CLI.
           IF WS-ORIGEM = 'H'
              PERFORM RESOLVE-PELO-HISTORICO.
           MOVE 0 TO FS-STAT.
       RESOLVE-PELO-HISTORICO.
           MOVE CH-CLIENTE TO CA-CLIENTE
           READ CARTEIRA
           IF FS-STAT = 00
              MOVE CA-VENDEDOR TO WS-VEND-CLI.
           MOVE CH-CLIENTE TO WS-PROC-CLIENTE
           PERFORM ACHA-MOVIMENTO
           IF WS-ACHOU-MOV = 'S'
              MOVE WS-MV-VENDEDOR (WS-IM) TO WS-VEND-CLI.
      * -----------------------------------
      * GRAVA O RESULTADO DE CADA VENDEDOR COM MOVIMENTO NO MES E
      * APAGA O DE QUEM FICOU SEM MOVIMENTO NESTA APURACAO. SO AS
      * DIFERENCAS ACIMA DA TOLERANCIA SAEM NO RELATORIO.
       GRAVA-CONCILIACAO.
           PERFORM ABRE-SPOOL
           MOVE WS-ANOMES TO L02-ANOMES
           MOVE WS-TOLERANCIA TO L05-TOLERANCIA
           MOVE SPACES TO L05-ORIGEM
           IF WS-ORIGEM = 'F'
              STRING 'FOTOGRAFIA DE ' DELIMITED BY SIZE
                     WS-SNAP-ARQ-DATA DELIMITED BY SIZE
                     INTO L05-ORIGEM
           ELSE
              MOVE 'CARTEIRA ATUAL + HISTCART' TO L05-ORIGEM.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           MOVE 1 TO WS-IX
           PERFORM CONCILIA-VENDEDOR UNTIL WS-IX > 1000
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 'VENDEDORES CONFERIDOS.......: ' TO L06-ROTULO
           MOVE WS-QTD-CONFERE TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'DIVERGENCIAS ABERTAS........: ' TO L06-ROTULO
           MOVE WS-QTD-ABERTAS TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'DIVERGENCIAS JUSTIFICADAS...: ' TO L06-ROTULO
           MOVE WS-QTD-JUSTIF TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'TOTAL VENDHIST..............: ' TO L07-ROTULO
           MOVE WS-TOT-VENDHIST TO L07-VALOR
           WRITE LINHA FROM LINHA-07 BEFORE 1
           MOVE 'TOTAL CLIHIST...............: ' TO L07-ROTULO
           MOVE WS-TOT-CLIHIST TO L07-VALOR
           WRITE LINHA FROM LINHA-07 BEFORE 1
           IF WS-MOV-EXCEDE > 0
              MOVE 'MOVIMENTOS HISTCART IGNORADOS: ' TO L06-ROTULO
              MOVE WS-MOV-EXCEDE TO L06-QTD
              WRITE LINHA FROM LINHA-06 BEFORE 1.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           MOVE 0 TO FS-STAT.
       CONCILIA-VENDEDOR.
           MOVE WS-ANOMES TO CC-ANOMES
           COMPUTE CC-VENDEDOR = WS-IX - 1
           IF WS-TC-VENDHIST (WS-IX) = 0 AND WS-TC-CLIHIST (WS-IX) = 0
              READ CONCIL
              IF FS-STAT = 00
                 DELETE CONCIL.
           IF WS-TC-VENDHIST (WS-IX) NOT = 0
              OR WS-TC-CLIHIST (WS-IX) NOT = 0
              PERFORM ATUALIZA-CONCILIACAO.
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-IX.
      * DIFERENCA DENTRO DA TOLERANCIA CONFERE; ACIMA DELA FICA
      * ABERTA, SALVO SE JA ESTAVA JUSTIFICADA COM O MESMO VALOR.
       ATUALIZA-CONCILIACAO.
           READ CONCIL
           IF FS-STAT = 00
              MOVE 'S' TO WS-JA-EXISTE
           ELSE
              MOVE 'N' TO WS-JA-EXISTE
              MOVE WS-ANOMES TO CC-ANOMES
              COMPUTE CC-VENDEDOR = WS-IX - 1.
           COMPUTE WS-DIFERENCA = WS-TC-VENDHIST (WS-IX)
                                - WS-TC-CLIHIST (WS-IX)
           MOVE WS-DIFERENCA TO WS-DIF-ABS
           MOVE 'A' TO WS-SITUACAO-NOVA
           IF WS-DIF-ABS NOT > WS-TOLERANCIA
              MOVE 'C' TO WS-SITUACAO-NOVA.
           IF WS-SITUACAO-NOVA = 'A' AND WS-JA-EXISTE = 'S'
              IF CONCIL-JUSTIFICADA AND CC-DIFERENCA = WS-DIFERENCA
                 MOVE 'J' TO WS-SITUACAO-NOVA.
           IF WS-JA-EXISTE = 'N' OR WS-SITUACAO-NOVA = 'A'
              MOVE SPACES TO CC-JUSTIFICATIVA CC-SUPERVISOR
                             CC-DELEGANTE
              MOVE 0 TO CC-DATA-JUSTIF.
           MOVE WS-TC-VENDHIST (WS-IX) TO CC-VALOR-VENDHIST
           MOVE WS-TC-CLIHIST (WS-IX)  TO CC-VALOR-CLIHIST
           MOVE WS-DIFERENCA           TO CC-DIFERENCA
           MOVE WS-ORIGEM              TO CC-ORIGEM
           MOVE WS-HOJE                TO CC-DATA-APURACAO
           MOVE WS-SITUACAO-NOVA       TO CC-SITUACAO
           IF WS-JA-EXISTE = 'S'
              REWRITE REG-CONCIL
           ELSE
              WRITE REG-CONCIL.
           ADD CC-VALOR-VENDHIST TO WS-TOT-VENDHIST
           ADD CC-VALOR-CLIHIST  TO WS-TOT-CLIHIST
           IF CONCIL-CONFERE
              ADD 1 TO WS-QTD-CONFERE
           ELSE
              PERFORM IMPRIME-DIVERGENCIA.
       IMPRIME-DIVERGENCIA.
           IF CONCIL-ABERTA
              ADD 1 TO WS-QTD-ABERTAS
              MOVE 'ABERTA'      TO L04-SITUACAO
           ELSE
              ADD 1 TO WS-QTD-JUSTIF
              MOVE 'JUSTIFICADA' TO L04-SITUACAO.
           MOVE CC-VENDEDOR       TO L04-VENDEDOR
           MOVE CC-VALOR-VENDHIST TO L04-VENDHIST
           MOVE CC-VALOR-CLIHIST  TO L04-CLIHIST
           MOVE CC-DIFERENCA      TO L04-DIFERENCA
           MOVE 'SEM CARTEIRA'    TO L04-NOME
           IF CC-VENDEDOR NOT = 0
              MOVE SPACES TO L04-NOME
              MOVE CC-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT = 00
                 MOVE VD-NOME TO L04-NOME.
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 0 TO FS-STAT.
      * DIVERGENCIA ABERTA VIRA ALERTA MEDIO NA FILA DO SICCV37.
       GRAVA-ALERTA-DIVERGENCIA.
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
           COMPUTE AL-NUMERO = WS-AL-PROX + 1
           MOVE 'SICCV74 ' TO AL-PROGRAMA
           ACCEPT AL-DATA FROM DATE YYYYMMDD
           ACCEPT AL-HORA FROM TIME
           MOVE 'M' TO AL-SEVERIDADE
           MOVE 'DIVERGENCIA VENDHIST X CLIHIST'
                 TO AL-MENSAGEM
           MOVE WS-ANOMES      TO WS-AL-REF-ANOMES
           MOVE WS-QTD-ABERTAS TO WS-AL-REF-QTD
           MOVE WS-ALERTA-REF  TO AL-REFERENCIA
           MOVE 'N'    TO AL-RECONHECIDO
           MOVE SPACES TO AL-OPERADOR-REC
           MOVE 0      TO AL-DATA-REC
           WRITE REG-ALERTA
           CLOSE ALERTA
           MOVE 0 TO FS-STAT.
       ACHA-ALERTA-PASSO.
           READ ALERTA NEXT AT END
              MOVE 'S' TO WS-AL-FIM.
           IF WS-AL-FIM = 'N'
              MOVE AL-NUMERO TO WS-AL-PROX.
      * -----------------------------------
      * JUSTIFICATIVA DO SUPERVISOR: COMPETENCIA E VENDEDOR, MOSTRA
      * OS TOTAIS E GRAVA O TEXTO, QUEM JUSTIFICOU E QUANDO.
       TELA-JUSTIFICA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-JUSTIFICA
           MOVE 0 TO WS-JU-ANOMES
           ACCEPT(05, 33) WS-JU-ANOMES WITH PROMPT
           IF WS-JU-ANOMES = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM EDITA-JUSTIFICA THRU EDITA-JUSTIFICA-FIM.
       EDITA-JUSTIFICA.
           MOVE 0 TO WS-JU-VENDEDOR
           ACCEPT(07, 33) WS-JU-VENDEDOR WITH PROMPT
           MOVE WS-JU-ANOMES   TO CC-ANOMES
           MOVE WS-JU-VENDEDOR TO CC-VENDEDOR
           READ CONCIL
           IF FS-STAT NOT = 00
              MOVE 'CONCILIACAO NAO ENCONTRADA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO EDITA-JUSTIFICA-FIM.
           MOVE CC-VALOR-VENDHIST TO WS-VALOR-ED
           DISPLAY(09, 33) WS-VALOR-ED
           MOVE CC-VALOR-CLIHIST TO WS-VALOR-ED
           DISPLAY(10, 33) WS-VALOR-ED
           MOVE CC-DIFERENCA TO WS-DIF-ED
           DISPLAY(11, 32) WS-DIF-ED
           IF CONCIL-CONFERE
              MOVE 'DIFERENCA DENTRO DA TOLERANCIA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO EDITA-JUSTIFICA-FIM.
           MOVE CC-JUSTIFICATIVA TO WS-JU-TEXTO
           ACCEPT(13, 33) WS-JU-TEXTO WITH PROMPT
           IF WS-JU-TEXTO = SPACES
              MOVE 'JUSTIFICATIVA OBRIGATORIA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO EDITA-JUSTIFICA-FIM.
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(15, 33) WS-RESPOSTA WITH PROMPT
           IF WS-RESPOSTA NOT = 'S'
              GO EDITA-JUSTIFICA-FIM.
           MOVE 'J'          TO CC-SITUACAO
           MOVE WS-JU-TEXTO  TO CC-JUSTIFICATIVA
           MOVE WS-OPERADOR  TO CC-SUPERVISOR
           MOVE WS-DELEGANTE TO CC-DELEGANTE
           MOVE WS-HOJE      TO CC-DATA-JUSTIF
           REWRITE REG-CONCIL
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR JUSTIFICATIVA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE 'DIVERGENCIA JUSTIFICADA !!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       EDITA-JUSTIFICA-FIM.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ALCADA DE SUPERVISOR: MODULO 5 OU DELEGACAO VIGENTE NO
      * DELEGA.DAT, COMO NA REABERTURA DO SICCV33.
       VERIFICA-SUPERVISOR.
           MOVE 'N' TO WS-E-SUPERVISOR
           MOVE SPACES TO WS-DELEGANTE
           PERFORM VERIFICA-OPERADOR-VAZIO
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-E-SUPERVISOR
           ELSE
              IF WS-OPERADOR NOT = SPACES
                 MOVE WS-OPERADOR TO OP-CODIGO
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
           MOVE LOW-VALUES TO OP-CODIGO
           START OPERADOR KEY NOT LESS THAN OP-CODIGO
           IF FS-STAT = 00
              READ OPERADOR NEXT AT END
                 MOVE 'S' TO WS-OP-VAZIO.
           IF FS-STAT = 00
              MOVE 'N' TO WS-OP-VAZIO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * TOLERANCIA DA CONCILIACAO NO PARAMS.DAT; CHAVE AUSENTE OU
      * ZERADA FICA COM O PADRAO DE COMPILACAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'TOL-CONCIL  ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-TOLERANCIA.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * LE O OPERADOR AUTENTICADO GRAVADO PELO LOGIN DO MENU.
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
           OPEN I-O CONCIL
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CONCIL
              CLOSE CONCIL
              OPEN I-O CONCIL.
           OPEN INPUT VENDHIST
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDHIST: ' FS-STAT
              STOP RUN.
           OPEN INPUT CLIHIST
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIHIST: ' FS-STAT
              STOP RUN.
           OPEN INPUT CARTEIRA
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CARTEIRA: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT OPERADOR
           IF FS-STAT = '30'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN INPUT FECHAMES
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-FECHAMES
           ELSE
              MOVE 'N' TO WS-TEM-FECHAMES.
           MOVE 0 TO FS-STAT.
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           IF EXECUCAO-BATCH
              DISPLAY WS-MSGERRO
           ELSE
              DISPLAY(23, 14) WS-MSGERRO
              PERFORM TEMPO 10000 TIMES.
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
