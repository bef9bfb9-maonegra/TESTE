       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV72.
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
      * OBJETIVO.....: SICCV72 - EQUIPES DE VENDAS. CADASTRA AS EQUIPES     *
      *                (CODIGO, NOME E SUPERVISOR, QUE TEM DE SER OPERADOR  *
      *                COM O MODULO 5) EM EQUIPE.DAT E MARCA EM CADA        *
      *                VENDEDOR A EQUIPE A QUE ELE PERTENCE (VD-EQUIPE, COM *
      *                JORNAL). A EQUIPE SO E EXCLUIDA SEM VENDEDORES. A    *
      *                LISTAGEM MOSTRA CADA EQUIPE COM SEUS VENDEDORES E OS *
      *                VENDEDORES SEM EQUIPE. AGENDA (SICCV19), CUMPRIMENTO *
      *                (SICCV17), CONVERSAO (SICCV43), COMISSAO (SICCV16) E *
      *                PACOTE GERENCIAL (SICCV47) TOTALIZAM POR EQUIPE, E O *
      *                SICCV26 E O SICCV27 SO DEIXAM O SUPERVISOR DA EQUIPE *
      *                DECIDIR OS ITENS DOS VENDEDORES DELA.                *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY OPERADOR.SEL.
       COPY EQUIPE.SEL.
       COPY VENDEDOR.SEL.
       COPY SESSAO.SEL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERADOR.FD.
       COPY EQUIPE.FD.
       COPY VENDEDOR.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: ASSINA A
      * ULTIMA ALTERACAO DA EQUIPE.
       COPY SESSAO.FD.
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
      * SPOOL DE RELATORIO: CADA RELATORIO GRAVA UM ARQUIVO DATADO
      * EM DISCO, REGISTRADO NO CATALOGO.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV72'.
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
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-RESPOSTA          PIC X(01) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
      * CAMPOS DA TELA DE EQUIPE.
       01  WS-EQ-CODIGO         PIC 9(03) VALUE ZEROS.
       01  WS-EQ-NOME           PIC X(30) VALUE SPACES.
       01  WS-EQ-SUPERVISOR     PIC X(10) VALUE SPACES.
       01  WS-EQ-EXISTE         PIC X(01) VALUE 'N'.
       01  WS-EQ-OK             PIC X(01) VALUE 'N'.
       01  WS-EQ-MEMBROS        PIC 9(05) VALUE ZEROS.
      * CAMPOS DA TELA DE VENDEDORES DA EQUIPE.
       01  WS-MB-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-MB-EQUIPE         PIC 9(03) VALUE ZEROS.
       01  WS-MB-OK             PIC X(01) VALUE 'N'.
      * VENDEDORES CARREGADOS PARA A LISTAGEM (NOME EM BRANCO = CODIGO
      * NAO CADASTRADO), PARA NAO RELER O MESTRE A CADA EQUIPE.
       01  WS-VE-TABELA.
           05 WS-VE-ITEM OCCURS 999 TIMES.
              10 WS-VE-EQUIPE    PIC 9(03).
              10 WS-VE-NOME      PIC X(40).
              10 WS-VE-STATUS    PIC X(01).
       01  WS-VE-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-VE-EQUIPE-LISTA   PIC 9(03) VALUE ZEROS.
       01  WS-QTD-EQUIPES       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-MEMBROS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-EQUIPE    PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(46) VALUE
              'EQUIPES DE VENDAS'.
           05 F                  PIC X(06) VALUE 'DATA: '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(08) VALUE 'EQUIPE: '.
           05 L03-EQUIPE         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L03-NOME           PIC X(30) VALUE SPACES.
           05 F                  PIC X(14) VALUE '  SUPERVISOR: '.
           05 L03-SUPERVISOR     PIC X(10) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(05) VALUE SPACES.
           05 L04-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L04-NOME           PIC X(40) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L04-STATUS         PIC X(01) VALUE SPACES.
       01  LINHA-05.
           05 F                  PIC X(08) VALUE 'EQUIPE: '.
           05 F                  PIC X(40) VALUE
              '  0 SEM EQUIPE'.
       01  LINHA-06.
           05 F                  PIC X(18) VALUE 'EQUIPES.........: '.
           05 L06-EQUIPES        PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(20) VALUE
              '   VENDEDORES.....: '.
           05 L06-MEMBROS        PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(20) VALUE
              '   SEM EQUIPE.....: '.
           05 L06-SEM-EQUIPE     PIC ZZZZ9 VALUE ZEROS.

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
               "*** EQUIPES DE VENDAS    ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - CADASTRO DE EQUIPES".
           02 LINE 08 COLUMN 28  VALUE "2 - VENDEDORES DA EQUIPE".
           02 LINE 09 COLUMN 28  VALUE "3 - LISTAGEM DAS EQUIPES".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-EQUIPE.
           02 LINE 06 COLUMN 12 VALUE "Codigo da equipe..:".
           02 LINE 08 COLUMN 12 VALUE "Nome..............:".
           02 LINE 10 COLUMN 12 VALUE "Supervisor........:".
           02 LINE 17 COLUMN 12 VALUE
              "(CODIGO ZERADO SAI; NOME EM BRANCO EXCLUI A EQUIPE,".
           02 LINE 18 COLUMN 12 VALUE
              " SE ELA NAO TIVER VENDEDORES)".
       01  SS-TELA-MEMBRO.
           02 LINE 06 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 08 COLUMN 12 VALUE "Equipe atual......:".
           02 LINE 10 COLUMN 12 VALUE "Nova equipe.......:".
           02 LINE 12 COLUMN 12 VALUE "Confirma (S/N)....:".
           02 LINE 17 COLUMN 12 VALUE
              "(VENDEDOR ZERADO SAI; NOVA EQUIPE ZERADA TIRA O".
           02 LINE 18 COLUMN 12 VALUE
              " VENDEDOR DA EQUIPE)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-OPERADOR-LOGADO
           PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE OPERADOR EQUIPE VENDEDOR
           DISPLAY(01, 01) ERASE
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-MENU
           ACCEPT SS-MENU.
       SEGUE-01.
           IF WS-OPCAO = 1 OR WS-OPCAO = 2
              PERFORM VERIFICA-SUPERVISOR
              IF WS-E-SUPERVISOR NOT = 'S'
                 MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 1
              PERFORM TELA-EQUIPE UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM TELA-MEMBRO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 3
              PERFORM LISTA-EQUIPES
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * CADASTRO DA EQUIPE: DIGITA O CODIGO; SE A EQUIPE JA EXISTE
      * MOSTRA NOME E SUPERVISOR PARA ALTERAR, SE NAO, INCLUI. NOME
      * EM BRANCO EXCLUI, MAS SO A EQUIPE QUE NAO TEM VENDEDOR (OS
      * MEMBROS SAEM ANTES PELA OPCAO 2).
       TELA-EQUIPE.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-EQUIPE
           MOVE 0 TO WS-EQ-CODIGO
           ACCEPT(06, 33) WS-EQ-CODIGO WITH PROMPT
           IF WS-EQ-CODIGO = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM EDITA-EQUIPE.
       EDITA-EQUIPE.
           MOVE WS-EQ-CODIGO TO EQ-CODIGO
           READ EQUIPE
           IF FS-STAT = 00
              MOVE 'S' TO WS-EQ-EXISTE
              MOVE EQ-NOME       TO WS-EQ-NOME
              MOVE EQ-SUPERVISOR TO WS-EQ-SUPERVISOR
           ELSE
              MOVE 'N' TO WS-EQ-EXISTE
              MOVE SPACES TO WS-EQ-NOME WS-EQ-SUPERVISOR.
           MOVE 0 TO FS-STAT
           ACCEPT(08, 33) WS-EQ-NOME WITH PROMPT UPDATE
           IF WS-EQ-NOME = SPACES
              IF WS-EQ-EXISTE = 'S'
                 PERFORM EXCLUI-EQUIPE
              ELSE
                 MOVE 'EQUIPE NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
           ELSE
              ACCEPT(10, 33) WS-EQ-SUPERVISOR WITH PROMPT UPDATE
              PERFORM CONFERE-SUPERVISOR-EQUIPE
              IF WS-EQ-OK = 'S'
                 PERFORM GRAVA-EQUIPE.
      * O SUPERVISOR DA EQUIPE TEM DE SER OPERADOR COM O MODULO 5,
      * QUE E QUEM DECIDE NO SICCV26 E NO SICCV27. SO COM O CADASTRO
      * DE OPERADORES VAZIO QUALQUER CODIGO E ACEITO.
       CONFERE-SUPERVISOR-EQUIPE.
           MOVE 'N' TO WS-EQ-OK
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-EQ-OK
           ELSE
              MOVE WS-EQ-SUPERVISOR TO OP-CODIGO
              READ OPERADOR
              IF FS-STAT NOT = 00
                 MOVE 'SUPERVISOR NAO CADASTRADO EM OPERADORES'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 IF NOT OP-PODE-MODULO-5
                    MOVE 'SUPERVISOR SEM O MODULO 5 LIBERADO'
                          TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
                 ELSE
                    DISPLAY(10, 45) OP-NOME
                    MOVE 'S' TO WS-EQ-OK.
           MOVE 0 TO FS-STAT.
       GRAVA-EQUIPE.
           MOVE WS-EQ-CODIGO     TO EQ-CODIGO
           MOVE WS-EQ-NOME       TO EQ-NOME
           MOVE WS-EQ-SUPERVISOR TO EQ-SUPERVISOR
           MOVE WS-OPERADOR      TO EQ-OPERADOR
           MOVE WS-HOJE          TO EQ-DATA
           IF WS-EQ-EXISTE = 'S'
              REWRITE REG-EQUIPE
           ELSE
              WRITE REG-EQUIPE.
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR EQUIPE' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF WS-EQ-EXISTE = 'S'
                 MOVE 'EQUIPE ALTERADA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'EQUIPE INCLUIDA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       EXCLUI-EQUIPE.
           PERFORM CONTA-MEMBROS-EQUIPE
           IF WS-EQ-MEMBROS > 0
              MOVE 'EQUIPE COM VENDEDORES:' TO WS-MSGERRO
              MOVE WS-EQ-MEMBROS TO WS-MSGERRO(24:5)
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-EQ-CODIGO TO EQ-CODIGO
              DELETE EQUIPE
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO EXCLUIR EQUIPE' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'EQUIPE EXCLUIDA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       CONTA-MEMBROS-EQUIPE.
           MOVE 0 TO WS-EQ-MEMBROS
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CONTA-MEMBRO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CONTA-MEMBRO-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF VD-EQUIPE = WS-EQ-CODIGO
                 ADD 1 TO WS-EQ-MEMBROS.
      * -----------------------------------
      * VENDEDORES DA EQUIPE: DIGITA O VENDEDOR, VE A EQUIPE ATUAL E
      * INFORMA A NOVA (INCLUSAO, TRANSFERENCIA OU, ZERADA, SAIDA DA
      * EQUIPE). O VENDEDOR REGRAVADO VAI PARA O JORNAL.
       TELA-MEMBRO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-MEMBRO
           MOVE 0 TO WS-MB-VENDEDOR
           ACCEPT(06, 33) WS-MB-VENDEDOR WITH PROMPT
           IF WS-MB-VENDEDOR = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM EDITA-MEMBRO.
       EDITA-MEMBRO.
           MOVE WS-MB-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              DISPLAY(06, 37) VD-NOME
              MOVE VD-EQUIPE TO WS-MB-EQUIPE
              DISPLAY(08, 33) WS-MB-EQUIPE
              PERFORM MOSTRA-NOME-EQUIPE
              DISPLAY(08, 37) WS-EQ-NOME
              ACCEPT(10, 33) WS-MB-EQUIPE WITH PROMPT UPDATE
              PERFORM CONFERE-NOVA-EQUIPE
              IF WS-MB-OK = 'S'
                 PERFORM CONFIRMA-MEMBRO.
           MOVE 0 TO FS-STAT.
       MOSTRA-NOME-EQUIPE.
           MOVE SPACES TO WS-EQ-NOME
           IF WS-MB-EQUIPE = 0
              MOVE 'SEM EQUIPE' TO WS-EQ-NOME
           ELSE
              MOVE WS-MB-EQUIPE TO EQ-CODIGO
              READ EQUIPE
              IF FS-STAT = 00
                 MOVE EQ-NOME TO WS-EQ-NOME.
           MOVE 0 TO FS-STAT.
       CONFERE-NOVA-EQUIPE.
           MOVE 'N' TO WS-MB-OK
           IF WS-MB-EQUIPE = VD-EQUIPE
              MOVE 'VENDEDOR JA ESTA NESTA EQUIPE' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM MOSTRA-NOME-EQUIPE
              IF WS-MB-EQUIPE NOT = 0 AND WS-EQ-NOME = SPACES
                 MOVE 'EQUIPE NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(10, 37) WS-EQ-NOME
                 MOVE 'S' TO WS-MB-OK.
       CONFIRMA-MEMBRO.
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(12, 33) WS-RESPOSTA WITH PROMPT
           IF WS-RESPOSTA = 'S'
              MOVE WS-MB-EQUIPE TO VD-EQUIPE
              REWRITE REG-VENDEDOR
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR VENDEDOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'EQUIPE DO VENDEDOR ALTERADA !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REAPLICAR NUMA RECUPERACAO.
       JORNAL-VENDEDOR.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VENDEDOR' TO WS-JN-ARQUIVO
              MOVE REG-VENDEDOR TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV72 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * SUPERVISOR = OPERADOR LOGADO COM O MODULO 5 LIBERADO, COMO NO
      * SICCV26. SO COM O CADASTRO DE OPERADORES AUSENTE OU VAZIO A
      * TELA FICA ABERTA.
       VERIFICA-SUPERVISOR.
           MOVE 'N' TO WS-E-SUPERVISOR
           PERFORM VERIFICA-OPERADOR-VAZIO
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-E-SUPERVISOR
           ELSE
              IF WS-OPERADOR NOT = SPACES
                 MOVE WS-OPERADOR TO OP-CODIGO
                 READ OPERADOR
                 IF FS-STAT = 00
                    IF OP-PODE-MODULO-5
                       MOVE 'S' TO WS-E-SUPERVISOR.
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
      * LISTAGEM: CADA EQUIPE NA ORDEM DO CODIGO COM OS VENDEDORES
      * DELA E, NO FIM, OS VENDEDORES SEM EQUIPE.
       LISTA-EQUIPES.
           MOVE 0 TO WS-QTD-EQUIPES WS-QTD-MEMBROS WS-QTD-SEM-EQUIPE
           PERFORM CARREGA-VENDEDORES
           PERFORM ABRE-SPOOL
           MOVE WS-HOJE TO L02-DATA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE ZEROS TO EQ-CODIGO
           START EQUIPE KEY NOT LESS THAN EQ-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM LISTA-EQUIPE-PASSO UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE 0 TO WS-VE-EQUIPE-LISTA
           MOVE 1 TO WS-VE-IDX
           PERFORM LISTA-MEMBRO-PASSO UNTIL WS-VE-IDX > 999
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-QTD-EQUIPES    TO L06-EQUIPES
           MOVE WS-QTD-MEMBROS    TO L06-MEMBROS
           MOVE WS-QTD-SEM-EQUIPE TO L06-SEM-EQUIPE
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           MOVE 'LISTAGEM GERADA NO SPOOL' TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           MOVE 0 TO FS-STAT.
       LISTA-EQUIPE-PASSO.
           READ EQUIPE NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              ADD 1 TO WS-QTD-EQUIPES
              MOVE EQ-CODIGO     TO L03-EQUIPE
              MOVE EQ-NOME       TO L03-NOME
              MOVE EQ-SUPERVISOR TO L03-SUPERVISOR
              WRITE LINHA FROM LINHA-03 BEFORE 1
              MOVE EQ-CODIGO TO WS-VE-EQUIPE-LISTA
              MOVE 1 TO WS-VE-IDX
              PERFORM LISTA-MEMBRO-PASSO UNTIL WS-VE-IDX > 999.
       LISTA-MEMBRO-PASSO.
           IF WS-VE-NOME (WS-VE-IDX) NOT = SPACES
              AND WS-VE-EQUIPE (WS-VE-IDX) = WS-VE-EQUIPE-LISTA
              MOVE WS-VE-IDX                TO L04-VENDEDOR
              MOVE WS-VE-NOME (WS-VE-IDX)   TO L04-NOME
              MOVE WS-VE-STATUS (WS-VE-IDX) TO L04-STATUS
              WRITE LINHA FROM LINHA-04 BEFORE 1
              IF WS-VE-EQUIPE-LISTA = 0
                 ADD 1 TO WS-QTD-SEM-EQUIPE
              ELSE
                 ADD 1 TO WS-QTD-MEMBROS.
           ADD 1 TO WS-VE-IDX.
       CARREGA-VENDEDORES.
           INITIALIZE WS-VE-TABELA
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CARREGA-VENDEDOR-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CARREGA-VENDEDOR-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND VD-CODIGO > 0
              MOVE VD-EQUIPE TO WS-VE-EQUIPE (VD-CODIGO)
              MOVE VD-NOME   TO WS-VE-NOME (VD-CODIGO)
              MOVE VD-STATUS TO WS-VE-STATUS (VD-CODIGO).
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
           OPEN INPUT OPERADOR
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN I-O EQUIPE
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT EQUIPE
              CLOSE EQUIPE
              OPEN I-O EQUIPE.
           OPEN I-O VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
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
