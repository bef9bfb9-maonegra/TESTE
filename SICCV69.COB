       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV69.
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
      * OBJETIVO.....: SICCV69 - REFAZER ALTERACOES PELO JORNAL             *
      *                DEPOIS QUE O SICCV11 RESTAURA CLIENTES, VENDEDOR,    *
      *                CARTEIRA, VISITAS OU CLIHIST DO BACKUP, REAPLICA NO  *
      *                ARQUIVO AS IMAGENS GRAVADAS NO JORNAL.DAT (PELO      *
      *                SUBPROGRAMA JORNAL) DESDE O DIA DO BACKUP (LIDO NO   *
      *                BACKUP.CTL) ATE A DATA/HORA ESCOLHIDA, NA ORDEM EM   *
      *                QUE ACONTECERAM: INCLUSAO E ALTERACAO GRAVAM A       *
      *                IMAGEM INTEIRA (INCLUINDO OU REGRAVANDO), EXCLUSAO   *
      *                EXCLUI. COMO CADA IMAGEM E O REGISTRO INTEIRO,       *
      *                REAPLICAR O QUE O BACKUP JA TINHA NAO MUDA O         *
      *                RESULTADO. IMPRIME NO SPOOL CADA ENTRADA APLICADA E  *
      *                OS TOTAIS POR ARQUIVO. CHAMADO PELA OPCAO 3 DO       *
      *                SICCV11.                                             *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CARTEIRA.SEL.
       COPY VISITAS.SEL.
       COPY CLIHIST.SEL.
       COPY JORNAL.SEL.
           SELECT BKPCTL ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SESSAO.SEL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CARTEIRA.FD.
       COPY VISITAS.FD.
       COPY CLIHIST.FD.
       COPY JORNAL.FD.
      * CONTROLE DO BACKUP GRAVADO PELO SICCV11: UMA LINHA POR
      * ARQUIVO DESCARREGADO, COM A DATA DA DESCARGA.
       FD  BKPCTL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-BACKUPCTL.
       01  REG-BKPCTL.
           05 CT-ARQUIVO        PIC X(08).
           05 CT-F1             PIC X(01).
           05 CT-QTD            PIC 9(07).
           05 CT-F2             PIC X(01).
           05 CT-DATA           PIC 9(08).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: ASSINA O
      * RELATORIO DA REAPLICACAO.
       COPY SESSAO.FD.
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
      * SPOOL DE RELATORIO: CADA REAPLICACAO GRAVA UM ARQUIVO DATADO
      * EM DISCO, REGISTRADO NO CATALOGO.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV69'.
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
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-ESCOLHA           PIC 9(01) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
      * ARQUIVOS DO JORNAL, NA ORDEM DO MENU, COM O TAMANHO DA CHAVE
      * NO INICIO DA IMAGEM (IMPRESSA NO RELATORIO).
       01  WS-ARQUIVOS-NOMES.
           05 F                 PIC X(10) VALUE 'CLIENTES07'.
           05 F                 PIC X(10) VALUE 'VENDEDOR03'.
           05 F                 PIC X(10) VALUE 'CARTEIRA07'.
           05 F                 PIC X(10) VALUE 'VISITAS 21'.
           05 F                 PIC X(10) VALUE 'CLIHIST 13'.
       01  WS-ARQUIVOS-NOMES-R REDEFINES WS-ARQUIVOS-NOMES.
           05 WS-AN-ARQUIVO OCCURS 5 TIMES.
              10 WS-AN-NOME     PIC X(08).
              10 WS-AN-CHAVE    PIC 9(02).
       01  WS-ARQUIVOS.
           05 WS-ARQ OCCURS 5 TIMES.
              10 WS-AR-ESCOLHIDO PIC X(01).
              10 WS-AR-DESDE     PIC 9(08).
              10 WS-AR-INCLUIDOS PIC 9(07).
              10 WS-AR-ALTERADOS PIC 9(07).
              10 WS-AR-EXCLUIDOS PIC 9(07).
              10 WS-AR-AUSENTES  PIC 9(07).
              10 WS-AR-ERROS     PIC 9(07).
       01  WS-IA                PIC 9(01) VALUE ZEROS.
       01  WS-IX                PIC 9(01) VALUE ZEROS.
       01  WS-LIN               PIC 9(02) VALUE ZEROS.
       01  WS-REAPLICA-OK       PIC X(01) VALUE 'S'.
           88 REAPLICACAO-OK         VALUE 'S'.
      * LIMITE ESCOLHIDO E MOMENTOS COMPARADOS COMO AAAAMMDDHHMMSSCC.
       01  WS-ATE-DATA          PIC 9(08) VALUE ZEROS.
       01  WS-ATE-HORA          PIC 9(04) VALUE ZEROS.
       01  WS-LIMITE.
           05 WS-LIM-DATA       PIC 9(08) VALUE ZEROS.
           05 WS-LIM-HHMM       PIC 9(04) VALUE ZEROS.
           05 WS-LIM-SSCC       PIC 9(04) VALUE 5999.
       01  WS-MOMENTO-LIDO.
           05 WS-ML-DATA        PIC 9(08) VALUE ZEROS.
           05 WS-ML-HORA        PIC 9(08) VALUE ZEROS.
       01  WS-MOMENTO-DESDE.
           05 WS-MD-DATA        PIC 9(08) VALUE ZEROS.
           05 WS-MD-HORA        PIC 9(08) VALUE ZEROS.
       01  WS-QTD-LIDAS         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-FORA          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-APLICADAS     PIC 9(07) VALUE ZEROS.
       01  WS-RESULTADO         PIC X(12) VALUE SPACES.
       01  WS-RES-ERRO.
           05 F                 PIC X(05) VALUE 'ERRO '.
           05 WS-RES-FS         PIC 9(02) VALUE ZEROS.
      * LINHA DE RESULTADO NA TELA, UMA POR ARQUIVO ESCOLHIDO.
       01  WS-TELA-CAB.
           05 F                 PIC X(30) VALUE
              'ARQUIVO  BACKUP    INCLUI   AL'.
           05 F                 PIC X(30) VALUE
              'TERA   EXCLUI   AUSENTE  ERROS'.
       01  WS-TELA-ARQ.
           05 WS-TA-NOME        PIC X(08).
           05 F                 PIC X(01) VALUE SPACE.
           05 WS-TA-DESDE       PIC 9(08).
           05 F                 PIC X(02) VALUE SPACES.
           05 WS-TA-INCLUIDOS   PIC ZZZZZZ9.
           05 F                 PIC X(02) VALUE SPACES.
           05 WS-TA-ALTERADOS   PIC ZZZZZZ9.
           05 F                 PIC X(02) VALUE SPACES.
           05 WS-TA-EXCLUIDOS   PIC ZZZZZZ9.
           05 F                 PIC X(02) VALUE SPACES.
           05 WS-TA-AUSENTES    PIC ZZZZZZ9.
           05 F                 PIC X(01) VALUE SPACE.
           05 WS-TA-ERROS       PIC ZZZZZZ9.
       01  LINHA-01              PIC X(132) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(60) VALUE
              'REAPLICACAO DO JORNAL DE ALTERACOES APOS RESTAURACAO'.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'ATE DATA: '.
           05 L03-DATA           PIC 9(08).
           05 F                  PIC X(08) VALUE '  HORA: '.
           05 L03-HORA           PIC 9(04).
           05 F                  PIC X(13) VALUE '  EXECUCAO: '.
           05 L03-HOJE           PIC 9(08).
           05 F                  PIC X(13) VALUE '  OPERADOR: '.
           05 L03-OPERADOR       PIC X(10).
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'DATA     HORA     ARQUIVO  OP PROGRAMA '.
           05 F                  PIC X(40) VALUE
              'CHAVE                 RESULTADO'.
       01  LINHA-05.
           05 L05-DATA           PIC 9(08).
           05 F                  PIC X(01) VALUE SPACE.
           05 L05-HORA           PIC 9(08).
           05 F                  PIC X(01) VALUE SPACE.
           05 L05-ARQUIVO        PIC X(08).
           05 F                  PIC X(01) VALUE SPACE.
           05 L05-OPERACAO       PIC X(01).
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-PROGRAMA       PIC X(08).
           05 F                  PIC X(01) VALUE SPACE.
           05 L05-CHAVE          PIC X(21).
           05 F                  PIC X(01) VALUE SPACE.
           05 L05-RESULTADO      PIC X(12).
       01  LINHA-06.
           05 F                  PIC X(10) VALUE SPACES.
           05 L06-TELA           PIC X(80).
       01  LINHA-07.
           05 F                  PIC X(25) VALUE
              'ENTRADAS LIDAS NO JORNAL:'.
           05 L07-LIDAS          PIC ZZZZZZ9.
           05 F                  PIC X(15) VALUE '   APLICADAS: '.
           05 L07-APLICADAS      PIC ZZZZZZ9.
           05 F                  PIC X(30) VALUE
              '   FORA DO PERIODO/ARQUIVO: '.
           05 L07-FORA           PIC ZZZZZZ9.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'GERE UM BACKUP COMPLETO (SICCV11 OPCAO 1'.
           05 F                  PIC X(40) VALUE
              ') ANTES DE VOLTAR A OPERAR.'.

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
               "*** REFAZER PELO JORNAL  ***".
       01  SS-TELA-FILTRO.
           02 LINE 05 COLUMN 12 VALUE "Arquivo...........:".
           02 LINE 05 COLUMN 40 VALUE
              "1-CLIENTES 2-VENDEDOR 3-CARTEIRA".
           02 LINE 06 COLUMN 40 VALUE
              "4-VISITAS 5-CLIHIST 9-TODOS 0-SAIR".
           02 LINE 07 COLUMN 12 VALUE "Data ate (AAAAMMDD):".
           02 LINE 08 COLUMN 12 VALUE "Hora ate (HHMM)....:".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM LE-OPERADOR-LOGADO
           PERFORM REAPLICA UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           DISPLAY(01, 01) ERASE
           CHAIN "SICCV.EXE"
           STOP RUN.
      * -----------------------------------
      * ARQUIVO E LIMITE; ARQUIVO ZERO VOLTA AO MENU PRINCIPAL.
       REAPLICA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-FILTRO
           MOVE 0 TO WS-ESCOLHA
           ACCEPT(05, 33) WS-ESCOLHA WITH PROMPT
           IF WS-ESCOLHA = 0
              MOVE 9 TO WS-OPCAO
           ELSE
              PERFORM DIGITA-LIMITE.
           MOVE 0 TO FS-STAT.
       DIGITA-LIMITE.
           PERFORM MARCA-ESCOLHIDOS
           IF WS-IX = 0
              MOVE 'ARQUIVO INVALIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-HOJE TO WS-ATE-DATA
              MOVE 2359    TO WS-ATE-HORA
              ACCEPT(07, 33) WS-ATE-DATA WITH PROMPT UPDATE
              ACCEPT(08, 33) WS-ATE-HORA WITH PROMPT UPDATE
              PERFORM LE-DATAS-BACKUP
              PERFORM CONFERE-BACKUPS.
      * 1 A 5 ESCOLHE UM ARQUIVO; 9 TODOS. WS-IX FICA COM A
      * QUANTIDADE ESCOLHIDA (ZERO = OPCAO INVALIDA).
       MARCA-ESCOLHIDOS.
           MOVE 0 TO WS-IX
           MOVE 1 TO WS-IA
           PERFORM MARCA-ESCOLHIDO-PASSO UNTIL WS-IA > 5.
       MARCA-ESCOLHIDO-PASSO.
           MOVE 'N' TO WS-AR-ESCOLHIDO (WS-IA)
           MOVE 0   TO WS-AR-DESDE (WS-IA) WS-AR-INCLUIDOS (WS-IA)
                       WS-AR-ALTERADOS (WS-IA) WS-AR-EXCLUIDOS (WS-IA)
                       WS-AR-AUSENTES (WS-IA) WS-AR-ERROS (WS-IA)
           IF WS-ESCOLHA = WS-IA OR WS-ESCOLHA = 9
              MOVE 'S' TO WS-AR-ESCOLHIDO (WS-IA)
              ADD 1 TO WS-IX.
           ADD 1 TO WS-IA.
      * DATA DO BACKUP DE CADA ARQUIVO NO BACKUP.CTL: A REAPLICACAO
      * COMECA NO INICIO DESSE DIA.
       LE-DATAS-BACKUP.
           OPEN INPUT BKPCTL
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM LE-DATAS-BACKUP-PASSO UNTIL FIM-ARQ
              CLOSE BKPCTL.
           MOVE 0 TO FS-STAT.
       LE-DATAS-BACKUP-PASSO.
           READ BKPCTL AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND CT-DATA NUMERIC
              MOVE 1 TO WS-IA
              PERFORM GUARDA-DATA-BACKUP UNTIL WS-IA > 5.
       GUARDA-DATA-BACKUP.
           IF WS-AN-NOME (WS-IA) = CT-ARQUIVO
              MOVE CT-DATA TO WS-AR-DESDE (WS-IA).
           ADD 1 TO WS-IA.
       CONFERE-BACKUPS.
           MOVE 'S' TO WS-REAPLICA-OK
           MOVE 1 TO WS-IA
           PERFORM CONFERE-BACKUP-PASSO UNTIL WS-IA > 5
           IF REAPLICACAO-OK
              PERFORM CONFIRMA-REAPLICACAO.
       CONFERE-BACKUP-PASSO.
           IF WS-AR-ESCOLHIDO (WS-IA) = 'S' AND REAPLICACAO-OK
              IF WS-AR-DESDE (WS-IA) = 0
                 MOVE 'N' TO WS-REAPLICA-OK
                 MOVE 'SEM BACKUP NO BACKUP.CTL: ' TO WS-MSGERRO
                 MOVE WS-AN-NOME (WS-IA) TO WS-MSGERRO(27:8)
                 PERFORM MOSTRA-ERRO.
           ADD 1 TO WS-IA.
       CONFIRMA-REAPLICACAO.
           DISPLAY(11, 03) WS-TELA-CAB
           MOVE 1 TO WS-IA
           PERFORM MOSTRA-ARQUIVO UNTIL WS-IA > 5
           DISPLAY(18, 03)
                 "SO DEPOIS DE RESTAURAR NO SICCV11. CONFIRMA (S/N): "
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(18, 55) WS-RESPOSTA
           IF WS-RESPOSTA = 'S'
              PERFORM RODA-REAPLICACAO.
       MOSTRA-ARQUIVO.
           IF WS-AR-ESCOLHIDO (WS-IA) = 'S'
              COMPUTE WS-LIN = 11 + WS-IA
              MOVE WS-AN-NOME (WS-IA)      TO WS-TA-NOME
              MOVE WS-AR-DESDE (WS-IA)     TO WS-TA-DESDE
              MOVE WS-AR-INCLUIDOS (WS-IA) TO WS-TA-INCLUIDOS
              MOVE WS-AR-ALTERADOS (WS-IA) TO WS-TA-ALTERADOS
              MOVE WS-AR-EXCLUIDOS (WS-IA) TO WS-TA-EXCLUIDOS
              MOVE WS-AR-AUSENTES (WS-IA)  TO WS-TA-AUSENTES
              MOVE WS-AR-ERROS (WS-IA)     TO WS-TA-ERROS
              DISPLAY(WS-LIN, 03) WS-TELA-ARQ.
           ADD 1 TO WS-IA.
      * -----------------------------------
      * REAPLICACAO: ABRE OS ARQUIVOS ESCOLHIDOS, PERCORRE O JORNAL
      * INTEIRO E APLICA AS ENTRADAS DELES DENTRO DO PERIODO.
       RODA-REAPLICACAO.
           DISPLAY(23, 14) "REAPLICANDO O JORNAL..."
           MOVE WS-ATE-DATA TO WS-LIM-DATA
           MOVE WS-ATE-HORA TO WS-LIM-HHMM
           MOVE 0 TO WS-QTD-LIDAS WS-QTD-FORA WS-QTD-APLICADAS
           OPEN INPUT JORNAL
           IF FS-STAT NOT = 00
              MOVE 'JORNAL.DAT NAO ENCONTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM ABRE-ESCOLHIDOS
              PERFORM APLICA-JORNAL
              CLOSE JORNAL.
           MOVE 0 TO FS-STAT.
       APLICA-JORNAL.
           IF REAPLICACAO-OK
              PERFORM ABRE-SPOOL
              PERFORM CABEC-REAPLICACAO
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM LE-JORNAL-PASSO UNTIL FIM-ARQ
              PERFORM FECHA-ESCOLHIDOS
              PERFORM TOTAIS-REAPLICACAO
              CLOSE LISTAG
              MOVE 1 TO WS-IA
              PERFORM MOSTRA-ARQUIVO UNTIL WS-IA > 5
              MOVE 'REAPLICACAO IMPRESSA NO SPOOL' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       LE-JORNAL-PASSO.
           READ JORNAL AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              ADD 1 TO WS-QTD-LIDAS
              PERFORM TRATA-ENTRADA.
       TRATA-ENTRADA.
           MOVE 0 TO WS-IX
           IF JN-DATA NUMERIC AND JN-HORA NUMERIC
              MOVE 1 TO WS-IA
              PERFORM ACHA-ARQUIVO UNTIL WS-IA > 5.
           IF WS-IX > 0
              MOVE JN-DATA TO WS-ML-DATA
              MOVE JN-HORA TO WS-ML-HORA
              MOVE WS-AR-DESDE (WS-IX) TO WS-MD-DATA
              MOVE 0 TO WS-MD-HORA
              IF WS-MOMENTO-LIDO < WS-MOMENTO-DESDE
                 OR WS-MOMENTO-LIDO > WS-LIMITE
                 MOVE 0 TO WS-IX.
           IF WS-IX = 0
              ADD 1 TO WS-QTD-FORA
           ELSE
              PERFORM APLICA-ENTRADA.
       ACHA-ARQUIVO.
           IF WS-AN-NOME (WS-IA) = JN-ARQUIVO
              AND WS-AR-ESCOLHIDO (WS-IA) = 'S'
              MOVE WS-IA TO WS-IX.
           ADD 1 TO WS-IA.
       APLICA-ENTRADA.
           ADD 1 TO WS-QTD-APLICADAS
           MOVE SPACES TO WS-RESULTADO
           IF WS-IX = 1
              PERFORM APLICA-CLIENTES.
           IF WS-IX = 2
              PERFORM APLICA-VENDEDOR.
           IF WS-IX = 3
              PERFORM APLICA-CARTEIRA.
           IF WS-IX = 4
              PERFORM APLICA-VISITAS.
           IF WS-IX = 5
              PERFORM APLICA-CLIHIST.
           PERFORM IMPRIME-ENTRADA
           MOVE 0 TO FS-STAT.
      * A IMAGEM E O REGISTRO INTEIRO: INCLUSAO OU ALTERACAO GRAVA E,
      * SE A CHAVE JA EXISTE, REGRAVA; EXCLUSAO DE CHAVE QUE JA NAO
      * EXISTE SO E CONTADA.
       APLICA-CLIENTES.
           MOVE JN-IMAGEM TO REG-CLIENTES
           IF JORNAL-EXCLUSAO
              DELETE CLIENTES
              PERFORM RESULTADO-EXCLUSAO
           ELSE
              WRITE REG-CLIENTES
              IF FS-STAT = 22
                 REWRITE REG-CLIENTES
                 PERFORM RESULTADO-REGRAVACAO
              ELSE
                 PERFORM RESULTADO-GRAVACAO.
       APLICA-VENDEDOR.
           MOVE JN-IMAGEM TO REG-VENDEDOR
           IF JORNAL-EXCLUSAO
              DELETE VENDEDOR
              PERFORM RESULTADO-EXCLUSAO
           ELSE
              WRITE REG-VENDEDOR
              IF FS-STAT = 22
                 REWRITE REG-VENDEDOR
                 PERFORM RESULTADO-REGRAVACAO
              ELSE
                 PERFORM RESULTADO-GRAVACAO.
       APLICA-CARTEIRA.
           MOVE JN-IMAGEM TO REG-CARTEIRA
           IF JORNAL-EXCLUSAO
              DELETE CARTEIRA
              PERFORM RESULTADO-EXCLUSAO
           ELSE
              WRITE REG-CARTEIRA
              IF FS-STAT = 22
                 REWRITE REG-CARTEIRA
                 PERFORM RESULTADO-REGRAVACAO
              ELSE
                 PERFORM RESULTADO-GRAVACAO.
       APLICA-VISITAS.
           MOVE JN-IMAGEM TO REG-VISITAS
           IF JORNAL-EXCLUSAO
              DELETE VISITAS
              PERFORM RESULTADO-EXCLUSAO
           ELSE
              WRITE REG-VISITAS
              IF FS-STAT = 22
                 REWRITE REG-VISITAS
                 PERFORM RESULTADO-REGRAVACAO
              ELSE
                 PERFORM RESULTADO-GRAVACAO.
       APLICA-CLIHIST.
           MOVE JN-IMAGEM TO REG-CLIHIST
           IF JORNAL-EXCLUSAO
              DELETE CLIHIST
              PERFORM RESULTADO-EXCLUSAO
           ELSE
              WRITE REG-CLIHIST
              IF FS-STAT = 22
                 REWRITE REG-CLIHIST
                 PERFORM RESULTADO-REGRAVACAO
              ELSE
                 PERFORM RESULTADO-GRAVACAO.
       RESULTADO-GRAVACAO.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'INCLUIDO' TO WS-RESULTADO
              ADD 1 TO WS-AR-INCLUIDOS (WS-IX)
           ELSE
              PERFORM RESULTADO-ERRO.
       RESULTADO-REGRAVACAO.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'ALTERADO' TO WS-RESULTADO
              ADD 1 TO WS-AR-ALTERADOS (WS-IX)
           ELSE
              PERFORM RESULTADO-ERRO.
       RESULTADO-EXCLUSAO.
           IF FS-STAT = 00
              MOVE 'EXCLUIDO' TO WS-RESULTADO
              ADD 1 TO WS-AR-EXCLUIDOS (WS-IX)
           ELSE
              IF FS-STAT = 23
                 MOVE 'JA AUSENTE' TO WS-RESULTADO
                 ADD 1 TO WS-AR-AUSENTES (WS-IX)
              ELSE
                 PERFORM RESULTADO-ERRO.
       RESULTADO-ERRO.
           MOVE FS-STAT TO WS-RES-FS
           MOVE WS-RES-ERRO TO WS-RESULTADO
           ADD 1 TO WS-AR-ERROS (WS-IX).
      * -----------------------------------
      * ABERTURA E FECHAMENTO DOS ARQUIVOS ESCOLHIDOS; ARQUIVO QUE
      * NAO ABRE CANCELA A REAPLICACAO ANTES DE TOCAR EM QUALQUER UM.
       ABRE-ESCOLHIDOS.
           MOVE 'S' TO WS-REAPLICA-OK
           IF WS-AR-ESCOLHIDO (1) = 'S'
              OPEN I-O CLIENTES
              MOVE 1 TO WS-IA
              PERFORM CONFERE-ABERTURA.
           IF WS-AR-ESCOLHIDO (2) = 'S'
              OPEN I-O VENDEDOR
              MOVE 2 TO WS-IA
              PERFORM CONFERE-ABERTURA.
           IF WS-AR-ESCOLHIDO (3) = 'S'
              OPEN I-O CARTEIRA
              MOVE 3 TO WS-IA
              PERFORM CONFERE-ABERTURA.
           IF WS-AR-ESCOLHIDO (4) = 'S'
              OPEN I-O VISITAS
              MOVE 4 TO WS-IA
              PERFORM CONFERE-ABERTURA.
           IF WS-AR-ESCOLHIDO (5) = 'S'
              OPEN I-O CLIHIST
              MOVE 5 TO WS-IA
              PERFORM CONFERE-ABERTURA.
           IF NOT REAPLICACAO-OK
              PERFORM FECHA-ESCOLHIDOS.
           MOVE 0 TO FS-STAT.
       CONFERE-ABERTURA.
           IF FS-STAT NOT = 00
              MOVE 'N' TO WS-AR-ESCOLHIDO (WS-IA)
              IF REAPLICACAO-OK
                 MOVE 'N' TO WS-REAPLICA-OK
                 MOVE 'ARQUIVO INDISPONIVEL: ' TO WS-MSGERRO
                 MOVE WS-AN-NOME (WS-IA) TO WS-MSGERRO(23:8)
                 MOVE FS-STAT TO WS-MSGERRO(32:2)
                 PERFORM MOSTRA-ERRO.
       FECHA-ESCOLHIDOS.
           IF WS-AR-ESCOLHIDO (1) = 'S'
              CLOSE CLIENTES.
           IF WS-AR-ESCOLHIDO (2) = 'S'
              CLOSE VENDEDOR.
           IF WS-AR-ESCOLHIDO (3) = 'S'
              CLOSE CARTEIRA.
           IF WS-AR-ESCOLHIDO (4) = 'S'
              CLOSE VISITAS.
           IF WS-AR-ESCOLHIDO (5) = 'S'
              CLOSE CLIHIST.
      * -----------------------------------
      * RELATORIO: UMA LINHA POR ENTRADA APLICADA E OS TOTAIS POR
      * ARQUIVO NO FIM.
       CABEC-REAPLICACAO.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           MOVE WS-ATE-DATA TO L03-DATA
           MOVE WS-ATE-HORA TO L03-HORA
           MOVE WS-HOJE     TO L03-HOJE
           MOVE WS-OPERADOR TO L03-OPERADOR
           WRITE LINHA FROM LINHA-03 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-ENTRADA.
           MOVE JN-DATA     TO L05-DATA
           MOVE JN-HORA     TO L05-HORA
           MOVE JN-ARQUIVO  TO L05-ARQUIVO
           MOVE JN-OPERACAO TO L05-OPERACAO
           MOVE JN-PROGRAMA TO L05-PROGRAMA
           MOVE SPACES TO L05-CHAVE
           MOVE JN-IMAGEM(1:WS-AN-CHAVE (WS-IX)) TO L05-CHAVE
           MOVE WS-RESULTADO TO L05-RESULTADO
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       TOTAIS-REAPLICACAO.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-TELA-CAB TO L06-TELA
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 1 TO WS-IA
           PERFORM IMPRIME-TOTAL-ARQUIVO UNTIL WS-IA > 5
           MOVE WS-QTD-LIDAS     TO L07-LIDAS
           MOVE WS-QTD-APLICADAS TO L07-APLICADAS
           MOVE WS-QTD-FORA      TO L07-FORA
           WRITE LINHA FROM LINHA-07 BEFORE 2
           WRITE LINHA FROM LINHA-08 BEFORE 1.
       IMPRIME-TOTAL-ARQUIVO.
           IF WS-AR-ESCOLHIDO (WS-IA) = 'S'
              MOVE WS-AN-NOME (WS-IA)      TO WS-TA-NOME
              MOVE WS-AR-DESDE (WS-IA)     TO WS-TA-DESDE
              MOVE WS-AR-INCLUIDOS (WS-IA) TO WS-TA-INCLUIDOS
              MOVE WS-AR-ALTERADOS (WS-IA) TO WS-TA-ALTERADOS
              MOVE WS-AR-EXCLUIDOS (WS-IA) TO WS-TA-EXCLUIDOS
              MOVE WS-AR-AUSENTES (WS-IA)  TO WS-TA-AUSENTES
              MOVE WS-AR-ERROS (WS-IA)     TO WS-TA-ERROS
              MOVE WS-TELA-ARQ TO L06-TELA
              WRITE LINHA FROM LINHA-06 BEFORE 1.
           ADD 1 TO WS-IA.
      * -----------------------------------
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
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
