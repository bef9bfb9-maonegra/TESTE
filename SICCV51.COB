       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV51.
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
      * OBJETIVO.....: SICCV51 - LISTA DE COBRANCA POR VENDEDOR             *
      *                A PARTIR DO HISTORICO DO CONTAS A RECEBER            *
      *                (RECHIST.DAT, GRAVADO PELO SICCV28): POR VENDEDOR    *
      *                ATUAL DO CLIENTE, OS CLIENTES BLOQUEADOS NA CARGA    *
      *                DO DIA EM ORDEM DECRESCENTE DE VENCIDO, COM AS       *
      *                FAIXAS DE ATRASO, O CONTATO (CONTATO.DAT, O          *
      *                PREFERIDO OU O PRIMEIRO), O VENCIDO NA CARGA         *
      *                ANTERIOR E A TENDENCIA (PIOROU/MELHOROU/IGUAL/NOVO). *
      *                ORDENACAO PELO COBTMP (VENDEDOR + VENCIDO INVERTIDO).*
      *                LINHA DE COMANDO: 'RELATORIO AAAAMMDD' (PADRAO A     *
      *                ULTIMA CARGA).                                       *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CONTATO.SEL.
       COPY RECHIST.SEL.
           SELECT COBTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY CB-CHAVE.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CONTATO.FD.
       COPY RECHIST.FD.
      * CHAVE DE ORDENACAO: VENDEDOR, VENCIDO INVERTIDO (MAIOR
      * PRIMEIRO) E CLIENTE.
       FD  COBTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-COBTMP.
       01  REG-COBTMP.
           05 CB-CHAVE.
              10 CB-VENDEDOR    PIC 9(03).
              10 CB-ORDEM       PIC 9(11)V9(02).
              10 CB-CLIENTE     PIC 9(07).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-CONTATO       PIC X(01) VALUE 'N'.
      * CARGA PEDIDA (OU A ULTIMA) E A CARGA ANTERIOR A ELA, PELOS
      * MARCADORES DE CLIENTE ZERO DO RECHIST.
       01  WS-DATA-PEDIDA       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CARGA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ANTERIOR     PIC 9(08) VALUE ZEROS.
       01  WS-CARGA-ACHADA      PIC X(01) VALUE 'N'.
       01  WS-VENDEDOR-ATUAL    PIC 9(03) VALUE ZEROS.
       01  WS-VALOR-ATUAL       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-VALOR-ANTERIOR    PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TEM-ANTERIOR      PIC X(01) VALUE 'N'.
       01  WS-TOT-ATUAL         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOT-ANTERIOR      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOT-FAIXAS.
           05 WS-TOT-FAIXA      PIC 9(11)V9(02) OCCURS 4 TIMES.
       01  WS-QTD-CLIENTES      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VENDEDOR      PIC 9(05) VALUE ZEROS.
       01  WS-CT-NOME           PIC X(30) VALUE SPACES.
       01  WS-CT-FONE           PIC X(15) VALUE SPACES.
       01  LINHA-01              PIC X(163) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'LISTA DE COBRANCA POR VENDEDOR - CARGA '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(12) VALUE '  ANTERIOR: '.
           05 L02-ANTERIOR       PIC 9(08) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'CLIENTE RAZAO SOCIAL              CONTAT'.
           05 F                  PIC X(40) VALUE
              'O              FONE                 VENC'.
           05 F                  PIC X(40) VALUE
              'IDO         1-30        31-60        61-'.
           05 F                  PIC X(40) VALUE
              '90          90+ DIAS     ANTERIOR TENDEN'.
           05 F                  PIC X(03) VALUE
              'CIA'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '------- ------------------------- ------'.
           05 F                  PIC X(40) VALUE
              '-------------- --------------- ---------'.
           05 F                  PIC X(40) VALUE
              '--- ------------ ------------ ----------'.
           05 F                  PIC X(40) VALUE
              '-- ------------ ---- ------------ ------'.
           05 F                  PIC X(03) VALUE
              '---'.
       01  LINHA-06.
           05 L06-CLIENTE        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-RAZAO          PIC X(25) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-CONTATO        PIC X(20) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-FONE           PIC X(15) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-VALOR          PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05 L06-FAIXAS OCCURS 4 TIMES.
              10 F               PIC X.
              10 L06-FAIXA       PIC ZZZZZZZZ9,99.
           05 F                  PIC X VALUE ' '.
           05 L06-ATRASO         PIC ZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-ANTERIOR       PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-TENDENCIA      PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(11:8) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:8) TO WS-DATA-PEDIDA.
           PERFORM ABRIR-ARQUIVOS
           PERFORM ACHA-CARGAS
           IF WS-CARGA-ACHADA NOT = 'S'
              DISPLAY 'NENHUMA CARGA DO CONTAS A RECEBER NA DATA'
              PERFORM FINALIZA.
           PERFORM ORDENA-BLOQUEADOS
           PERFORM IMPRIME-LISTA
           DISPLAY 'LISTA DE COBRANCA ' WS-DATA-CARGA
                   ' - CLIENTES: ' WS-QTD-CLIENTES
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR CONTATO RECHIST COBTMP LISTAG
           STOP RUN.
      * -----------------------------------
      * MARCADORES DE CARGA (CLIENTE ZERO): SEM DATA NA LINHA DE
      * COMANDO VALE A ULTIMA CARGA; A ANTERIOR E A MAIOR DATA DE
      * CARGA ABAIXO DELA.
       ACHA-CARGAS.
           MOVE 'N' TO WS-CARGA-ACHADA
           MOVE 0 TO WS-DATA-ANTERIOR
           MOVE ZEROS TO RH-CLIENTE RH-DATA
           START RECHIST KEY NOT LESS THAN RH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACHA-CARGA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ACHA-CARGA-PASSO.
           READ RECHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF RH-CLIENTE NOT = 0
                 MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF WS-DATA-PEDIDA = 0
                 PERFORM GUARDA-ULTIMA-CARGA
              ELSE
                 PERFORM GUARDA-CARGA-PEDIDA.
      * SEM DATA PEDIDA, CADA MARCADOR LIDO EMPURRA A ULTIMA CARGA
      * PARA ANTERIOR; COM DATA PEDIDA, SO GUARDA AS ANTERIORES.
       GUARDA-ULTIMA-CARGA.
           IF WS-CARGA-ACHADA = 'S'
              MOVE WS-DATA-CARGA TO WS-DATA-ANTERIOR.
           MOVE RH-DATA TO WS-DATA-CARGA
           MOVE 'S' TO WS-CARGA-ACHADA.
       GUARDA-CARGA-PEDIDA.
           IF RH-DATA < WS-DATA-PEDIDA
              MOVE RH-DATA TO WS-DATA-ANTERIOR.
           IF RH-DATA = WS-DATA-PEDIDA
              MOVE RH-DATA TO WS-DATA-CARGA
              MOVE 'S' TO WS-CARGA-ACHADA.
      * -----------------------------------
      * 1A PASSADA: OS CLIENTES COM FOTO NA CARGA VAO PARA O COBTMP
      * SOB O VENDEDOR ATUAL, NA ORDEM DO MAIOR VENCIDO.
       ORDENA-BLOQUEADOS.
           MOVE 1 TO RH-CLIENTE
           MOVE 0 TO RH-DATA
           START RECHIST KEY NOT LESS THAN RH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ORDENA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ORDENA-PASSO.
           READ RECHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF RH-DATA = WS-DATA-CARGA
                 MOVE RH-CLIENTE TO CL-CODIGO
                 READ CLIENTES
                 IF FS-STAT NOT = 00
                    MOVE 0 TO CL-VENDEDOR.
           IF NOT FIM-ARQ
              IF RH-DATA = WS-DATA-CARGA
                 MOVE CL-VENDEDOR TO CB-VENDEDOR
                 COMPUTE CB-ORDEM = 99999999999,99 - RH-VALOR
                 MOVE RH-CLIENTE  TO CB-CLIENTE
                 WRITE REG-COBTMP.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * 2A PASSADA: UMA QUEBRA POR VENDEDOR, COM O SUBTOTAL ATUAL X
      * ANTERIOR NO FIM DE CADA UM.
       IMPRIME-LISTA.
           MOVE WS-DATA-CARGA    TO L02-DATA
           MOVE WS-DATA-ANTERIOR TO L02-ANTERIOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-QTD-VENDEDOR
           MOVE ZEROS TO CB-VENDEDOR CB-ORDEM CB-CLIENTE
           START COBTMP KEY NOT LESS THAN CB-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-PASSO UNTIL FIM-ARQ
           IF WS-QTD-VENDEDOR > 0
              PERFORM FECHA-VENDEDOR.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 0 TO FS-STAT.
       IMPRIME-PASSO.
           READ COBTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF WS-QTD-VENDEDOR > 0
                 AND CB-VENDEDOR NOT = WS-VENDEDOR-ATUAL
                 PERFORM FECHA-VENDEDOR.
           IF NOT FIM-ARQ
              IF WS-QTD-VENDEDOR = 0
                 PERFORM ABRE-VENDEDOR.
           IF NOT FIM-ARQ
              PERFORM IMPRIME-CLIENTE.
       ABRE-VENDEDOR.
           MOVE CB-VENDEDOR TO WS-VENDEDOR-ATUAL
           MOVE 0 TO WS-TOT-ATUAL WS-TOT-ANTERIOR
           MOVE 0 TO WS-TOT-FAIXA (1) WS-TOT-FAIXA (2)
                     WS-TOT-FAIXA (3) WS-TOT-FAIXA (4)
           MOVE CB-VENDEDOR TO L03-VENDEDOR
           MOVE CB-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-NOME TO L03-NOME
           ELSE
              MOVE 'SEM VENDEDOR' TO L03-NOME.
           MOVE 0 TO FS-STAT
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       FECHA-VENDEDOR.
           MOVE SPACES TO LINHA-06
           MOVE 'TOTAL DO VENDEDOR' TO L06-RAZAO
           MOVE WS-TOT-ATUAL    TO L06-VALOR
           MOVE WS-TOT-FAIXA (1) TO L06-FAIXA (1)
           MOVE WS-TOT-FAIXA (2) TO L06-FAIXA (2)
           MOVE WS-TOT-FAIXA (3) TO L06-FAIXA (3)
           MOVE WS-TOT-FAIXA (4) TO L06-FAIXA (4)
           MOVE WS-TOT-ANTERIOR TO L06-ANTERIOR
           MOVE WS-TOT-ATUAL    TO WS-VALOR-ATUAL
           MOVE WS-TOT-ANTERIOR TO WS-VALOR-ANTERIOR
           MOVE 'S' TO WS-TEM-ANTERIOR
           PERFORM JULGA-TENDENCIA
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE 1
           MOVE 0 TO WS-QTD-VENDEDOR.
       IMPRIME-CLIENTE.
           ADD 1 TO WS-QTD-VENDEDOR WS-QTD-CLIENTES
           MOVE SPACES TO LINHA-06
           MOVE CB-CLIENTE TO L06-CLIENTE CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE CL-RAZAO TO L06-RAZAO.
           PERFORM ACHA-CONTATO
           MOVE WS-CT-NOME TO L06-CONTATO
           MOVE WS-CT-FONE TO L06-FONE
           MOVE CB-CLIENTE    TO RH-CLIENTE
           MOVE WS-DATA-CARGA TO RH-DATA
           READ RECHIST
           MOVE RH-VALOR TO WS-VALOR-ATUAL L06-VALOR
           MOVE RH-FAIXA (1) TO L06-FAIXA (1)
           MOVE RH-FAIXA (2) TO L06-FAIXA (2)
           MOVE RH-FAIXA (3) TO L06-FAIXA (3)
           MOVE RH-FAIXA (4) TO L06-FAIXA (4)
           MOVE RH-MAIOR-ATRASO TO L06-ATRASO
           ADD RH-VALOR TO WS-TOT-ATUAL
           ADD RH-FAIXA (1) TO WS-TOT-FAIXA (1)
           ADD RH-FAIXA (2) TO WS-TOT-FAIXA (2)
           ADD RH-FAIXA (3) TO WS-TOT-FAIXA (3)
           ADD RH-FAIXA (4) TO WS-TOT-FAIXA (4)
           MOVE 0 TO WS-VALOR-ANTERIOR
           MOVE 'N' TO WS-TEM-ANTERIOR
           IF WS-DATA-ANTERIOR > 0
              MOVE CB-CLIENTE       TO RH-CLIENTE
              MOVE WS-DATA-ANTERIOR TO RH-DATA
              READ RECHIST
              IF FS-STAT = 00
                 MOVE RH-VALOR TO WS-VALOR-ANTERIOR
                 MOVE 'S' TO WS-TEM-ANTERIOR.
           MOVE WS-VALOR-ANTERIOR TO L06-ANTERIOR
           ADD WS-VALOR-ANTERIOR TO WS-TOT-ANTERIOR
           PERFORM JULGA-TENDENCIA
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 0 TO FS-STAT.
      * FORA DA CARGA ANTERIOR E 'NOVO' (ENTROU NA COBRANCA AGORA).
       JULGA-TENDENCIA.
           IF WS-TEM-ANTERIOR = 'N'
              MOVE 'NOVO' TO L06-TENDENCIA
           ELSE
              IF WS-VALOR-ATUAL > WS-VALOR-ANTERIOR
                 MOVE 'PIOROU' TO L06-TENDENCIA
              ELSE
                 IF WS-VALOR-ATUAL < WS-VALOR-ANTERIOR
                    MOVE 'MELHOROU' TO L06-TENDENCIA
                 ELSE
                    MOVE 'IGUAL' TO L06-TENDENCIA.
      * CONTATO PREFERIDO DO CLIENTE; SEM PREFERIDO, O PRIMEIRO.
       ACHA-CONTATO.
           MOVE SPACES TO WS-CT-NOME WS-CT-FONE
           MOVE CB-CLIENTE TO CT-CLIENTE
           MOVE 0 TO CT-SEQ
           START CONTATO KEY NOT LESS THAN CT-CHAVE
           MOVE 'N' TO WS-FIM-CONTATO
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CONTATO.
           PERFORM ACHA-CONTATO-PASSO UNTIL WS-FIM-CONTATO = 'S'
           MOVE 0 TO FS-STAT.
       ACHA-CONTATO-PASSO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-FIM-CONTATO.
           IF WS-FIM-CONTATO = 'N'
              IF CT-CLIENTE NOT = CB-CLIENTE
                 MOVE 'S' TO WS-FIM-CONTATO.
           IF WS-FIM-CONTATO = 'N'
              IF WS-CT-NOME = SPACES OR CONTATO-PREFERIDO
                 MOVE CT-NOME TO WS-CT-NOME
                 MOVE CT-FONE TO WS-CT-FONE.
           IF WS-FIM-CONTATO = 'N'
              IF CONTATO-PREFERIDO
                 MOVE 'S' TO WS-FIM-CONTATO.
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
           OPEN INPUT CONTATO
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CONTATO
              CLOSE CONTATO
              OPEN INPUT CONTATO.
           OPEN INPUT RECHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT RECHIST
              CLOSE RECHIST
              OPEN INPUT RECHIST.
           OPEN OUTPUT COBTMP
           CLOSE COBTMP
           OPEN I-O COBTMP
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
