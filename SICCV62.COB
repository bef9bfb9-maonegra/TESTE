       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV62.
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
      * OBJETIVO.....: SICCV62 - ARQUIVO MORTO DE CLIENTES SUSPENSOS        *
      *                LINHA DE COMANDO 'ARQUIVA': MOVE PARA O CLIARQ.DAT   *
      *                O CLIENTE SUSPENSO (STATUS 'S') HA MAIS MESES QUE O  *
      *                ARQUIVO-MES DO PARAMS.DAT (PADRAO 24) QUE NAO TEM    *
      *                CARTEIRA, PROPOSTA PENDENTE OU APROVADA NEM SALDO A  *
      *                RECEBER NA ULTIMA CARGA DO RECHIST.DAT, LEVANDO      *
      *                JUNTO OS CONTATOS, SITES E VISITAS DELE, E IMPRIME   *
      *                O QUE FOI ARQUIVADO. A SUSPENSAO E DATADA PELA       *
      *                AUDITORIA INDEXADA (ULTIMA PASSAGEM PARA 'S') OU,    *
      *                SEM ELA (EXPURGADA PELO SICCV14), PELA ULTIMA        *
      *                VISITA. EM TELA (OPCAO 13 DO SICCV01) CONSULTA O     *
      *                ARQUIVO MORTO POR CODIGO OU CNPJ E RESTAURA O        *
      *                CLIENTE QUE VOLTOU, COM TODO O HISTORICO: ELE VOLTA  *
      *                ATIVO E SEM CARTEIRA, PARA A PROXIMA DISTRIBUICAO    *
      *                (SICCV05). ARQUIVAMENTO E RESTAURACAO FICAM NA       *
      *                AUDITORIA (AUDCLI.CSV E AUDITORIA INDEXADA).         *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY CONTATO.SEL.
       COPY CLISITE.SEL.
       COPY VISITAS.SEL.
       COPY CARTEIRA.SEL.
       COPY PROPOSTA.SEL.
       COPY RECHIST.SEL.
       COPY AUDIND.SEL.
       COPY SESSAO.SEL.
       COPY PARAMS.SEL.
       COPY CLIARQ.SEL.
           SELECT AUDCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY CONTATO.FD.
       COPY CLISITE.FD.
       COPY VISITAS.FD.
       COPY CARTEIRA.FD.
       COPY PROPOSTA.FD.
       COPY RECHIST.FD.
       COPY AUDIND.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL, PARA ASSINAR
      * A AUDITORIA DA RESTAURACAO SEM NOVA IDENTIFICACAO AQUI.
       COPY SESSAO.FD.
       COPY PARAMS.FD.
       COPY CLIARQ.FD.
       FD  AUDCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDCLI.
       01  REG-AUDCSV.
           05 AU-DATA             PIC 9(08).
           05 AU-F1                PIC X(01).
           05 AU-HORA             PIC 9(08).
           05 AU-F2                PIC X(01).
           05 AU-OPERADOR         PIC X(10).
           05 AU-F3                PIC X(01).
           05 AU-ACAO             PIC X(10).
           05 AU-F4                PIC X(01).
           05 AU-CODIGO           PIC 9(07).
           05 AU-F5                PIC X(01).
           05 AU-RAZAO-ANTES      PIC X(40).
           05 AU-F6                PIC X(01).
           05 AU-RAZAO-DEPOIS     PIC X(40).
           05 AU-F7                PIC X(01).
           05 AU-CNPJ-ANTES       PIC 9(14).
           05 AU-F8                PIC X(01).
           05 AU-CNPJ-DEPOIS      PIC 9(14).
           05 AU-F9                PIC X(01).
           05 AU-VENDEDOR-ANTES   PIC 9(03).
           05 AU-F10               PIC X(01).
           05 AU-VENDEDOR-DEPOIS  PIC 9(03).
           05 AU-F11               PIC X(01).
           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
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
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-ITEM          PIC X(01) VALUE 'N'.
           88 FIM-ITEM               VALUE 'S'.
       01  WS-TEM-CARTEIRA      PIC X(01) VALUE 'N'.
           88 ARQUIVO-CARTEIRA-OK    VALUE 'S'.
       01  WS-TEM-PROPOSTA      PIC X(01) VALUE 'N'.
           88 ARQUIVO-PROPOSTA-OK    VALUE 'S'.
       01  WS-TEM-RECHIST       PIC X(01) VALUE 'N'.
           88 ARQUIVO-RECHIST-OK     VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
      * CORTE DO ARQUIVAMENTO: HOJE MENOS ARQUIVO-MES MESES, COMO O
      * CALCULA-CORTE DO SICCV14.
       01  WS-MESES-CORTE       PIC 9(03) VALUE 024.
       01  WS-CORTE             PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-R REDEFINES WS-CORTE.
           05 WS-CORTE-ANO      PIC 9(04).
           05 WS-CORTE-MES      PIC 9(02).
           05 WS-CORTE-DIA      PIC 9(02).
      * DATA DA ULTIMA CARGA DO CONTAS A RECEBER (REGISTRO DE
      * CLIENTE ZERO DO RECHIST.DAT); ZERO = NENHUMA CARGA.
       01  WS-ULTIMA-CARGA      PIC 9(08) VALUE ZEROS.
       01  WS-SUSPENSO-DESDE    PIC 9(08) VALUE ZEROS.
       01  WS-ARQUIVAVEL        PIC X(01) VALUE 'N'.
           88 CLIENTE-ARQUIVAVEL     VALUE 'S'.
       01  WS-IMG-CLIENTE       PIC X(200) VALUE SPACES.
       01  WS-STATUS-ANTES      PIC X(01) VALUE SPACES.
       01  WS-QTD-SUSPENSOS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ARQUIVADOS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECENTES      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-COM-CARTEIRA  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-COM-PROPOSTA  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-COM-SALDO     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONTATOS      PIC 9(03) VALUE ZEROS.
       01  WS-QTD-SITES         PIC 9(03) VALUE ZEROS.
       01  WS-QTD-VISITAS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REPETIDOS     PIC 9(05) VALUE ZEROS.
      * CLIENTE PROCURADO NA TELA (PELO CODIGO OU PELO CNPJ).
       01  WS-CON-CODIGO        PIC 9(07) VALUE ZEROS.
       01  WS-CON-CNPJ          PIC 9(14) VALUE ZEROS.
       01  WS-CON-ACHOU         PIC X(01) VALUE 'N'.
           88 ARQUIVADO-ACHADO       VALUE 'S'.
       01  WS-CON-DESDE         PIC 9(08) VALUE ZEROS.
       01  WS-CON-DATA          PIC 9(08) VALUE ZEROS.
       01  WS-CON-OPERADOR      PIC X(10) VALUE SPACES.
       01  WS-BRANCO            PIC X(66) VALUE SPACES.
       01  WS-MSG-RESTAURA.
           05 F                 PIC X(11) VALUE 'RESTAURADO:'.
           05 WS-MR-CONTATOS    PIC ZZ9.
           05 F                 PIC X(05) VALUE ' CONT'.
           05 WS-MR-SITES       PIC ZZ9.
           05 F                 PIC X(06) VALUE ' SITES'.
           05 WS-MR-VISITAS     PIC ZZZZ9.
           05 F                 PIC X(04) VALUE ' VIS'.
       01  WS-MSG-CNPJ.
           05 F                 PIC X(30) VALUE
              'CNPJ JA CADASTRADO NO CLIENTE '.
           05 WS-MC-CODIGO      PIC 9(07).
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(36) VALUE
              'CLIENTES ARQUIVADOS - SUSPENSOS ATE '.
           05 L02-CORTE          PIC 9(08) VALUE ZEROS.
       01  LINHA-03          PIC X(80) VALUE "CLIENTE  RAZAO SOCIAL     
      -    "               SUSPENSO  CONTATOS  SITES  VISITAS".
       01  LINHA-04          PIC X(80) VALUE "-------  -----------------
      -    "-------------  --------  --------  -----  -------".
       01  LINHA-05.
           05 L05-CLIENTE        PIC 9(07) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-RAZAO          PIC X(30) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-DESDE          PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(07) VALUE SPACES.
           05 L05-CONTATOS       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L05-SITES          PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L05-VISITAS        PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-06.
           05 L06-TEXTO          PIC X(40) VALUE SPACES.
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
               "*** CLIENTES ARQUIVADOS  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - CONSULTAR ARQUIVADO".
           02 LINE 08 COLUMN 28  VALUE "2 - RESTAURAR CLIENTE".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-BUSCA.
           02 LINE 05 COLUMN 12 VALUE "Codigo do cliente.:".
           02 LINE 05 COLUMN 43 VALUE "(ZERO = PROCURAR PELO CNPJ)".
           02 LINE 06 COLUMN 12 VALUE "CNPJ/CPF..........:".
       01  SS-TELA-CLIENTE.
           02 LINE 08 COLUMN 12 VALUE "Razao social......:".
           02 LINE 09 COLUMN 12 VALUE "Endereco..........:".
           02 LINE 10 COLUMN 12 VALUE "Cidade/UF.........:".
           02 LINE 11 COLUMN 12 VALUE "Vendedor/Regiao...:".
           02 LINE 12 COLUMN 12 VALUE "Suspenso desde....:".
           02 LINE 13 COLUMN 12 VALUE "Arquivado em......:".
           02 LINE 13 COLUMN 50 VALUE "Por:".
           02 LINE 14 COLUMN 12 VALUE "Contatos/Sites....:".
           02 LINE 15 COLUMN 12 VALUE "Visitas...........:".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-OPERADOR-LOGADO
           IF WS-PARM-EXECUCAO(1:7) = 'ARQUIVA'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-OPERADOR = SPACES
                 MOVE 'SICCV62   ' TO WS-OPERADOR.
           IF EXECUCAO-BATCH
              PERFORM ARQUIVA-SUSPENSOS
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES CONTATO CLISITE VISITAS AUDIND AUDCSV
                 CLIARQ
           IF ARQUIVO-CARTEIRA-OK
              CLOSE CARTEIRA.
           IF ARQUIVO-PROPOSTA-OK
              CLOSE PROPOSTA.
           IF ARQUIVO-RECHIST-OK
              CLOSE RECHIST.
           IF EXECUCAO-BATCH
              CLOSE LISTAG
              DISPLAY 'ARQUIVAMENTO - SUSPENSOS: ' WS-QTD-SUSPENSOS
                      ' ARQUIVADOS: ' WS-QTD-ARQUIVADOS
              STOP RUN.
           DISPLAY(01, 01) ERASE
           CHAIN "SICCV.EXE"
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-MENU
           ACCEPT SS-MENU.
       SEGUE-01.
           IF WS-OPCAO = 1
              PERFORM CONSULTA-ARQUIVO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM RESTAURA-ARQUIVO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ARQUIVAMENTO EM LOTE: PASSA O CADASTRO INTEIRO E AVALIA SO
      * OS SUSPENSOS.
       ARQUIVA-SUSPENSOS.
           PERFORM LE-PARAMETROS
           MOVE WS-HOJE TO WS-CORTE
           PERFORM RECUA-UM-MES WS-MESES-CORTE TIMES
           PERFORM ACHA-ULTIMA-CARGA
           OPEN OUTPUT LISTAG
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-CORTE TO L02-CORTE
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 0 TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ARQUIVA-PASSO UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 'CLIENTES SUSPENSOS LIDOS...............:' TO L06-TEXTO
           MOVE WS-QTD-SUSPENSOS TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'ARQUIVADOS.............................:' TO L06-TEXTO
           MOVE WS-QTD-ARQUIVADOS TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'MANTIDOS - SUSPENSAO RECENTE...........:' TO L06-TEXTO
           MOVE WS-QTD-RECENTES TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'MANTIDOS - COM CARTEIRA................:' TO L06-TEXTO
           MOVE WS-QTD-COM-CARTEIRA TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'MANTIDOS - COM PROPOSTA EM ABERTO......:' TO L06-TEXTO
           MOVE WS-QTD-COM-PROPOSTA TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE 'MANTIDOS - COM SALDO A RECEBER.........:' TO L06-TEXTO
           MOVE WS-QTD-COM-SALDO TO L06-QTD
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           PERFORM FINALIZA.
       ARQUIVA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND CLIENTE-SUSPENSO
              ADD 1 TO WS-QTD-SUSPENSOS
              PERFORM AVALIA-ARQUIVAMENTO
              IF CLIENTE-ARQUIVAVEL
                 PERFORM ARQUIVA-CLIENTE.
           MOVE 0 TO FS-STAT.
       RECUA-UM-MES.
           IF WS-CORTE-MES = 1
              MOVE 12 TO WS-CORTE-MES
              SUBTRACT 1 FROM WS-CORTE-ANO
           ELSE
              SUBTRACT 1 FROM WS-CORTE-MES.
      * SO VAI PARA O ARQUIVO MORTO QUEM ESTA SUSPENSO DESDE ANTES
      * DO CORTE E NAO TEM NADA EM ABERTO; CADA MOTIVO DE FICAR E
      * CONTADO PARA O RESUMO DO RELATORIO.
       AVALIA-ARQUIVAMENTO.
           MOVE 'S' TO WS-ARQUIVAVEL
           PERFORM ACHA-DATA-SUSPENSAO
           IF WS-SUSPENSO-DESDE NOT < WS-CORTE
              MOVE 'N' TO WS-ARQUIVAVEL
              ADD 1 TO WS-QTD-RECENTES.
           IF CLIENTE-ARQUIVAVEL AND ARQUIVO-CARTEIRA-OK
              MOVE CL-CODIGO TO CA-CLIENTE
              READ CARTEIRA
              IF FS-STAT = 00
                 MOVE 'N' TO WS-ARQUIVAVEL
                 ADD 1 TO WS-QTD-COM-CARTEIRA.
           IF CLIENTE-ARQUIVAVEL AND ARQUIVO-PROPOSTA-OK
              PERFORM CONFERE-PROPOSTAS.
           IF CLIENTE-ARQUIVAVEL AND ARQUIVO-RECHIST-OK
              AND WS-ULTIMA-CARGA > 0
              MOVE CL-CODIGO       TO RH-CLIENTE
              MOVE WS-ULTIMA-CARGA TO RH-DATA
              READ RECHIST
              IF FS-STAT = 00 AND RH-VALOR > 0
                 MOVE 'N' TO WS-ARQUIVAVEL
                 ADD 1 TO WS-QTD-COM-SALDO.
           MOVE 0 TO FS-STAT.
      * DATA DA SUSPENSAO: A ULTIMA ENTRADA DA AUDITORIA EM QUE O
      * STATUS PASSOU A 'S'; SEM ELA, A ULTIMA VISITA; SEM NENHUMA
      * DAS DUAS FICA ZERO (SUSPENSO DESDE ANTES DE TODO HISTORICO).
       ACHA-DATA-SUSPENSAO.
           MOVE 0 TO WS-SUSPENSO-DESDE
           MOVE 'C'       TO AX-TIPO
           MOVE CL-CODIGO TO AX-CODIGO
           MOVE ZEROS     TO AX-DATA AX-HORA
           START AUDIND KEY NOT LESS THAN AX-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM ACHA-SUSPENSAO-PASSO UNTIL FIM-ITEM
           IF WS-SUSPENSO-DESDE = 0
              MOVE CL-CODIGO TO VI-CLIENTE
              MOVE ZEROS     TO VI-DATA VI-HORA
              START VISITAS KEY NOT LESS THAN VI-CHAVE
              MOVE 'N' TO WS-FIM-ITEM
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ITEM.
           IF WS-SUSPENSO-DESDE = 0
              PERFORM ULTIMA-VISITA-PASSO UNTIL FIM-ITEM.
           MOVE 0 TO FS-STAT.
       ACHA-SUSPENSAO-PASSO.
           READ AUDIND NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF AX-TIPO NOT = 'C' OR AX-CODIGO NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 IF AX-STATUS-DEPOIS = 'S'
                    AND AX-STATUS-ANTES NOT = 'S'
                    MOVE AX-DATA TO WS-SUSPENSO-DESDE.
       ULTIMA-VISITA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF VI-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE VI-DATA TO WS-SUSPENSO-DESDE.
      * PROPOSTA DE REMANEJO OU DE SUSPENSAO AINDA PENDENTE OU
      * APROVADA (INCLUSIVE A AGENDADA PARA O FUTURO) SEGURA O
      * CLIENTE NO CADASTRO.
       CONFERE-PROPOSTAS.
           MOVE ZEROS TO PP-NUMERO
           START PROPOSTA KEY NOT LESS THAN PP-NUMERO
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM CONFERE-PROPOSTA-PASSO UNTIL FIM-ITEM
           IF NOT CLIENTE-ARQUIVAVEL
              ADD 1 TO WS-QTD-COM-PROPOSTA.
       CONFERE-PROPOSTA-PASSO.
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM AND PP-CLIENTE = CL-CODIGO
              AND (PROPOSTA-PENDENTE OR PROPOSTA-APROVADA)
              MOVE 'N' TO WS-ARQUIVAVEL
              MOVE 'S' TO WS-FIM-ITEM.
      * ULTIMA CARGA DO CONTAS A RECEBER: O ULTIMO MARCADOR (CLIENTE
      * ZERO); SO A FOTO DESSA CARGA DIZ SE HA SALDO EM ABERTO.
       ACHA-ULTIMA-CARGA.
           MOVE 0 TO WS-ULTIMA-CARGA
           IF ARQUIVO-RECHIST-OK
              MOVE ZEROS TO RH-CLIENTE RH-DATA
              START RECHIST KEY NOT LESS THAN RH-CHAVE
              MOVE 'N' TO WS-FIM-ITEM
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ITEM.
           IF ARQUIVO-RECHIST-OK
              PERFORM ACHA-CARGA-PASSO UNTIL FIM-ITEM.
           MOVE 0 TO FS-STAT.
       ACHA-CARGA-PASSO.
           READ RECHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF RH-CLIENTE NOT = 0
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE RH-DATA TO WS-ULTIMA-CARGA.
      * -----------------------------------
      * GRAVA O MESTRE E OS DEPENDENTES NO ARQUIVO MORTO ANTES DE
      * APAGAR CADA UM DOS ARQUIVOS VIVOS: UMA QUEDA NO MEIO DEIXA
      * O REGISTRO NOS DOIS LADOS, NUNCA EM NENHUM.
       ARQUIVA-CLIENTE.
           MOVE REG-CLIENTES TO WS-IMG-CLIENTE
           MOVE 0 TO WS-QTD-CONTATOS WS-QTD-SITES WS-QTD-VISITAS
           MOVE CL-CODIGO TO AQ-CLIENTE
           MOVE 'C'       TO AQ-TIPO
           MOVE SPACES    TO AQ-SEQ
           MOVE WS-IMG-CLIENTE TO AQ-IMAGEM
           PERFORM GRAVA-ARQUIVO-MORTO
           MOVE CL-CODIGO TO CT-CLIENTE
           MOVE 0 TO CT-SEQ
           START CONTATO KEY NOT LESS THAN CT-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM ARQUIVA-CONTATO-PASSO UNTIL FIM-ITEM
           MOVE CL-CODIGO TO SI-CLIENTE
           MOVE 0 TO SI-SITE
           START CLISITE KEY NOT LESS THAN SI-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM ARQUIVA-SITE-PASSO UNTIL FIM-ITEM
           MOVE CL-CODIGO TO VI-CLIENTE
           MOVE ZEROS     TO VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM ARQUIVA-VISITA-PASSO UNTIL FIM-ITEM
           DELETE CLIENTES
           MOVE 'E' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           MOVE CL-STATUS TO WS-STATUS-ANTES
           MOVE 'ARQUIVA   ' TO AU-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ARQUIVADOS
           MOVE CL-CODIGO         TO L05-CLIENTE
           MOVE CL-RAZAO          TO L05-RAZAO
           MOVE WS-SUSPENSO-DESDE TO L05-DESDE
           MOVE WS-QTD-CONTATOS   TO L05-CONTATOS
           MOVE WS-QTD-SITES      TO L05-SITES
           MOVE WS-QTD-VISITAS    TO L05-VISITAS
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE 0 TO FS-STAT.
       ARQUIVA-CONTATO-PASSO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF CT-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE 'T'          TO AQ-TIPO
                 MOVE CT-CHAVE(8:2) TO AQ-SEQ
                 MOVE REG-CONTATO  TO AQ-IMAGEM
                 PERFORM GRAVA-ARQUIVO-MORTO
                 DELETE CONTATO
                 ADD 1 TO WS-QTD-CONTATOS.
       ARQUIVA-SITE-PASSO.
           READ CLISITE NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF SI-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE 'S'          TO AQ-TIPO
                 MOVE SI-CHAVE(8:2) TO AQ-SEQ
                 MOVE REG-CLISITE  TO AQ-IMAGEM
                 PERFORM GRAVA-ARQUIVO-MORTO
                 DELETE CLISITE
                 ADD 1 TO WS-QTD-SITES.
       ARQUIVA-VISITA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF VI-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE 'V'           TO AQ-TIPO
                 MOVE VI-CHAVE(8:14) TO AQ-SEQ
                 MOVE REG-VISITAS   TO AQ-IMAGEM
                 PERFORM GRAVA-ARQUIVO-MORTO
                 DELETE VISITAS
                 MOVE 'E' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VISITAS
                 ADD 1 TO WS-QTD-VISITAS.
      * SOBRA DE UM ARQUIVAMENTO ANTERIOR DO MESMO CODIGO (QUEDA NO
      * MEIO) E REGRAVADA COM A IMAGEM DE AGORA.
       GRAVA-ARQUIVO-MORTO.
           MOVE CL-CODIGO         TO AQ-CLIENTE
           MOVE WS-HOJE           TO AQ-DATA-ARQUIVO
           MOVE WS-SUSPENSO-DESDE TO AQ-SUSPENSO-DESDE
           MOVE WS-OPERADOR       TO AQ-OPERADOR
           WRITE REG-CLIARQ
           IF FS-STAT = 22
              REWRITE REG-CLIARQ.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * AUDITORIA DO ARQUIVAMENTO E DA RESTAURACAO, NO MESMO FORMATO
      * DAS DEMAIS ALTERACOES DE CLIENTE (AUDCLI.CSV E INDEXADA).
       GRAVA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE WS-OPERADOR      TO AU-OPERADOR
           MOVE CL-CODIGO        TO AU-CODIGO
           MOVE CL-RAZAO         TO AU-RAZAO-ANTES
           MOVE CL-RAZAO         TO AU-RAZAO-DEPOIS
           MOVE CL-CNPJ          TO AU-CNPJ-ANTES
           MOVE CL-CNPJ          TO AU-CNPJ-DEPOIS
           MOVE CL-VENDEDOR      TO AU-VENDEDOR-ANTES
           MOVE CL-VENDEDOR      TO AU-VENDEDOR-DEPOIS
           MOVE WS-STATUS-ANTES  TO AU-STATUS-ANTES
           MOVE CL-STATUS        TO AU-STATUS-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5
                       AU-F6 AU-F7 AU-F8 AU-F9 AU-F10 AU-F11 AU-F12
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV
           MOVE 'C'                TO AX-TIPO
           MOVE AU-CODIGO          TO AX-CODIGO
           MOVE AU-DATA            TO AX-DATA
           MOVE AU-HORA            TO AX-HORA
           MOVE AU-OPERADOR        TO AX-OPERADOR
           MOVE AU-ACAO            TO AX-ACAO
           MOVE AU-RAZAO-ANTES     TO AX-ANTES
           MOVE AU-RAZAO-DEPOIS    TO AX-DEPOIS
           MOVE AU-CNPJ-ANTES      TO AX-DOC-ANTES
           MOVE AU-CNPJ-DEPOIS     TO AX-DOC-DEPOIS
           MOVE AU-VENDEDOR-ANTES  TO AX-VENDEDOR-ANTES
           MOVE AU-VENDEDOR-DEPOIS TO AX-VENDEDOR-DEPOIS
           MOVE AU-STATUS-ANTES    TO AX-STATUS-ANTES
           MOVE AU-STATUS-DEPOIS   TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCLI  ' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
      * -----------------------------------
      * CONSULTA: MOSTRA O MESTRE ARQUIVADO E PAGINA OS CONTATOS,
      * SITES E VISITAS QUE FORAM COM ELE, UM POR VEZ, NO ESTILO DA
      * CONSULTA DE AUDITORIA (SICCV13).
       CONSULTA-ARQUIVO.
           PERFORM PEDE-CLIENTE
           IF ARQUIVADO-ACHADO
              PERFORM POSICIONA-ITENS
              PERFORM PAGINA-ITENS UNTIL FIM-ITEM
              MOVE 'FIM DA CONSULTA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       POSICIONA-ITENS.
           MOVE WS-CON-CODIGO TO AQ-CLIENTE
           MOVE 'D'           TO AQ-TIPO
           MOVE SPACES        TO AQ-SEQ
           START CLIARQ KEY NOT LESS THAN AQ-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           MOVE 0 TO FS-STAT.
       PAGINA-ITENS.
           READ CLIARQ NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF AQ-CLIENTE NOT = WS-CON-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 PERFORM MOSTRA-ITEM
                 DISPLAY(20, 12) "(N) PROXIMO  (S) SAIR: "
                 ACCEPT(20, 36) WS-RESPOSTA
                 IF WS-RESPOSTA = 'S'
                    MOVE 'S' TO WS-FIM-ITEM.
       MOSTRA-ITEM.
           DISPLAY(17, 12) WS-BRANCO
           DISPLAY(18, 12) WS-BRANCO
           IF ARQUIVADO-CONTATO
              MOVE AQ-IMAGEM TO REG-CONTATO
              DISPLAY(17, 12) "CONTATO " CT-SEQ "  " CT-NOME
              DISPLAY(18, 12) CT-CARGO "  " CT-FONE "  "
                              CT-EMAIL(1:25).
           IF ARQUIVADO-SITE
              MOVE AQ-IMAGEM TO REG-CLISITE
              DISPLAY(17, 12) "SITE    " SI-SITE "  " SI-ENDERECO
              DISPLAY(18, 12) "CEP " SI-CEP.
           IF ARQUIVADO-VISITA
              MOVE AQ-IMAGEM TO REG-VISITAS
              DISPLAY(17, 12) "VISITA  " VI-DATA " " VI-HORA
                              "  " VI-RESULT-COD
              DISPLAY(18, 12) VI-RESULTADO.
      * PEDE O CODIGO (OU, COM CODIGO ZERO, O CNPJ) E MOSTRA O
      * MESTRE ARQUIVADO; CODIGO E CNPJ ZERADOS VOLTAM AO MENU.
       PEDE-CLIENTE.
           MOVE 'N' TO WS-CON-ACHOU
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-BUSCA
           MOVE ZEROS TO WS-CON-CODIGO WS-CON-CNPJ
           ACCEPT(05, 33) WS-CON-CODIGO WITH PROMPT
           IF WS-CON-CODIGO = 0
              ACCEPT(06, 33) WS-CON-CNPJ WITH PROMPT.
           IF WS-CON-CODIGO = 0 AND WS-CON-CNPJ = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM PROCURA-ARQUIVADO
              IF ARQUIVADO-ACHADO
                 PERFORM MOSTRA-ARQUIVADO
              ELSE
                 MOVE 'CLIENTE NAO ESTA NO ARQUIVO MORTO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       PROCURA-ARQUIVADO.
           IF WS-CON-CODIGO > 0
              MOVE WS-CON-CODIGO TO AQ-CLIENTE
              MOVE 'C'           TO AQ-TIPO
              MOVE SPACES        TO AQ-SEQ
              READ CLIARQ
              IF FS-STAT = 00
                 MOVE 'S' TO WS-CON-ACHOU.
           IF WS-CON-CODIGO = 0
              MOVE ZEROS TO AQ-CLIENTE
              MOVE SPACES TO AQ-TIPO AQ-SEQ
              START CLIARQ KEY NOT LESS THAN AQ-CHAVE
              MOVE 'N' TO WS-FIM-ITEM
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ITEM.
           IF WS-CON-CODIGO = 0
              PERFORM PROCURA-CNPJ-PASSO
                      UNTIL FIM-ITEM OR ARQUIVADO-ACHADO.
           IF ARQUIVADO-ACHADO
              MOVE AQ-IMAGEM         TO WS-IMG-CLIENTE
              MOVE AQ-CLIENTE        TO WS-CON-CODIGO
              MOVE AQ-SUSPENSO-DESDE TO WS-CON-DESDE
              MOVE AQ-DATA-ARQUIVO   TO WS-CON-DATA
              MOVE AQ-OPERADOR       TO WS-CON-OPERADOR.
           MOVE 0 TO FS-STAT.
      * O ARQUIVO MORTO NAO TEM CHAVE POR CNPJ: PASSA OS MESTRES.
       PROCURA-CNPJ-PASSO.
           READ CLIARQ NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM AND ARQUIVADO-CLIENTE
              MOVE AQ-IMAGEM TO REG-CLIENTES
              IF CL-CNPJ = WS-CON-CNPJ
                 MOVE 'S' TO WS-CON-ACHOU.
       MOSTRA-ARQUIVADO.
           MOVE WS-IMG-CLIENTE TO REG-CLIENTES
           PERFORM CONTA-ITENS
           DISPLAY SS-TELA-CLIENTE
           DISPLAY(05, 33) WS-CON-CODIGO
           DISPLAY(06, 33) CL-CNPJ
           DISPLAY(08, 33) CL-RAZAO
           DISPLAY(09, 33) CL-ENDERECO
           DISPLAY(10, 33) CL-CIDADE " " CL-UF
           DISPLAY(11, 33) CL-VENDEDOR " " CL-REGIAO
           DISPLAY(12, 33) WS-CON-DESDE
           DISPLAY(13, 33) WS-CON-DATA
           DISPLAY(13, 55) WS-CON-OPERADOR
           DISPLAY(14, 33) WS-QTD-CONTATOS " / " WS-QTD-SITES
           DISPLAY(15, 33) WS-QTD-VISITAS.
      * CONTA OS DEPENDENTES ARQUIVADOS COM O CLIENTE PARA A TELA.
       CONTA-ITENS.
           MOVE 0 TO WS-QTD-CONTATOS WS-QTD-SITES WS-QTD-VISITAS
           PERFORM POSICIONA-ITENS
           PERFORM CONTA-ITENS-PASSO UNTIL FIM-ITEM.
       CONTA-ITENS-PASSO.
           READ CLIARQ NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF AQ-CLIENTE NOT = WS-CON-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 IF ARQUIVADO-CONTATO
                    ADD 1 TO WS-QTD-CONTATOS
                 ELSE
                    IF ARQUIVADO-SITE
                       ADD 1 TO WS-QTD-SITES
                    ELSE
                       IF ARQUIVADO-VISITA
                          ADD 1 TO WS-QTD-VISITAS.
      * -----------------------------------
      * RESTAURACAO: O CODIGO TEM DE ESTAR LIVRE NO CADASTRO E O
      * CNPJ NAO PODE TER SIDO REUSADO POR OUTRO CLIENTE NESSE MEIO
      * TEMPO. O MESTRE VOLTA PRIMEIRO, DEPOIS CADA DEPENDENTE, E SO
      * ENTAO SAI DO ARQUIVO MORTO.
       RESTAURA-ARQUIVO.
           PERFORM PEDE-CLIENTE
           IF ARQUIVADO-ACHADO
              PERFORM CONFERE-RESTAURACAO.
           IF ARQUIVADO-ACHADO
              DISPLAY(23, 14) 'DESEJA RESTAURAR O CLIENTE ? (S/N) '
              ACCEPT(23, 50) WS-RESPOSTA
              IF WS-RESPOSTA = 'S'
                 PERFORM RESTAURA-CLIENTE.
       CONFERE-RESTAURACAO.
           MOVE WS-CON-CODIGO TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE 'N' TO WS-CON-ACHOU
              MOVE 'CODIGO JA EM USO NO CADASTRO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE WS-IMG-CLIENTE TO REG-CLIENTES
           IF ARQUIVADO-ACHADO AND CL-CNPJ > 0
              READ CLIENTES KEY IS CL-CHAVE-CNPJ
              IF FS-STAT = 00
                 MOVE 'N' TO WS-CON-ACHOU
                 MOVE CL-CODIGO TO WS-MC-CODIGO
                 MOVE WS-MSG-CNPJ TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       RESTAURA-CLIENTE.
           MOVE WS-IMG-CLIENTE TO REG-CLIENTES
           MOVE CL-STATUS TO WS-STATUS-ANTES
           MOVE 'A' TO CL-STATUS
           WRITE REG-CLIENTES
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR O CLIENTE' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM RESTAURA-DEPENDENTES
              MOVE 'RESTAURA  ' TO AU-ACAO
              PERFORM GRAVA-AUDITORIA
              MOVE WS-QTD-CONTATOS TO WS-MR-CONTATOS
              MOVE WS-QTD-SITES    TO WS-MR-SITES
              MOVE WS-QTD-VISITAS  TO WS-MR-VISITAS
              MOVE WS-MSG-RESTAURA TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       RESTAURA-DEPENDENTES.
           MOVE 0 TO WS-QTD-CONTATOS WS-QTD-SITES WS-QTD-VISITAS
                     WS-QTD-REPETIDOS
           MOVE WS-CON-CODIGO TO AQ-CLIENTE
           MOVE 'C'           TO AQ-TIPO
           MOVE SPACES        TO AQ-SEQ
           START CLIARQ KEY NOT LESS THAN AQ-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM RESTAURA-PASSO UNTIL FIM-ITEM.
      * DEPENDENTE QUE JA EXISTE NO ARQUIVO VIVO (GRAVADO DE NOVO
      * DEPOIS DO ARQUIVAMENTO) FICA COMO ESTA.
       RESTAURA-PASSO.
           READ CLIARQ NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF AQ-CLIENTE NOT = WS-CON-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 PERFORM DEVOLVE-DEPENDENTE
                 DELETE CLIARQ.
           MOVE 0 TO FS-STAT.
       DEVOLVE-DEPENDENTE.
           IF ARQUIVADO-CONTATO
              MOVE AQ-IMAGEM TO REG-CONTATO
              WRITE REG-CONTATO
              IF FS-STAT = 00
                 ADD 1 TO WS-QTD-CONTATOS
              ELSE
                 ADD 1 TO WS-QTD-REPETIDOS.
           IF ARQUIVADO-SITE
              MOVE AQ-IMAGEM TO REG-CLISITE
              WRITE REG-CLISITE
              IF FS-STAT = 00
                 ADD 1 TO WS-QTD-SITES
              ELSE
                 ADD 1 TO WS-QTD-REPETIDOS.
           IF ARQUIVADO-VISITA
              MOVE AQ-IMAGEM TO REG-VISITAS
              WRITE REG-VISITAS
              MOVE 'I' TO WS-JN-OPERACAO
              PERFORM JORNAL-VISITAS
              IF FS-STAT = 00
                 ADD 1 TO WS-QTD-VISITAS
              ELSE
                 ADD 1 TO WS-QTD-REPETIDOS.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MESES DE SUSPENSAO PARA O ARQUIVAMENTO (PARAMS.DAT); CHAVE
      * AUSENTE OU ZERADA FICA COM O PADRAO DE 24.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'ARQUIVO-MES ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-MESES-CORTE.
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
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
           OPEN I-O CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY(23, 14) "ESTADO DOS CLIENTES" FS-STAT
              PERFORM TEMPO 5000 TIMES.
           OPEN I-O CONTATO
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CONTATO
              CLOSE CONTATO
              OPEN I-O CONTATO.
           OPEN I-O CLISITE
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CLISITE
              CLOSE CLISITE
              OPEN I-O CLISITE.
           OPEN I-O VISITAS
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VISITAS
              CLOSE VISITAS
              OPEN I-O VISITAS.
           OPEN INPUT CARTEIRA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CARTEIRA.
           OPEN INPUT PROPOSTA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PROPOSTA.
           OPEN INPUT RECHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-RECHIST.
           OPEN EXTEND AUDCSV
           IF FS-STAT NOT = '00'
              OPEN OUTPUT AUDCSV
              CLOSE AUDCSV
              OPEN EXTEND AUDCSV.
           OPEN I-O AUDIND
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT AUDIND
              CLOSE AUDIND
              OPEN I-O AUDIND.
           OPEN I-O CLIARQ
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CLIARQ
              CLOSE CLIARQ
              OPEN I-O CLIARQ.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIENTES.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIENTES' TO WS-JN-ARQUIVO
              MOVE REG-CLIENTES TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       JORNAL-VISITAS.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VISITAS ' TO WS-JN-ARQUIVO
              MOVE REG-VISITAS TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV62 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
