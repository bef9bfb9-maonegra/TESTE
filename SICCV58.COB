       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV58.
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
      * OBJETIVO.....: SICCV58 - PEDIDOS DE TITULARES DE DADOS (LGPD)       *
      *                DADO UM CPF, E-MAIL OU NOME, IMPRIME TODO REGISTRO   *
      *                QUE MENCIONA A PESSOA: VENDEDOR, CLIENTE PESSOA      *
      *                FISICA E CONTATOS (TAMBEM OS DO ARQUIVO MORTO DE     *
      *                CLIENTES), LISTA DE DISTRIBUICAO DO SPOOL (DESTINO   *
      *                IGUAL AO E-MAIL), AUDITORIA INDEXADA, AUDCLI.CSV,    *
      *                AUDVDD.CSV, IMAGENS DE CLIENTE E VENDEDOR NO         *
      *                JORNAL.DAT E, PELOS CODIGOS ACHADOS, O HISTCART.CSV  *
      *                E AS FOTOGRAFIAS DA CARTEIRA (SO CODIGOS, NADA A     *
      *                APAGAR). COM A CONFIRMACAO DE UM SUPERVISOR (MODULO  *
      *                5) ANONIMIZA NOME, CPF, FONE, E-MAIL E ENDERECO EM   *
      *                TODOS ELES (A ENTRADA DA LISTA DE DISTRIBUICAO E     *
      *                EXCLUIDA), MANTENDO AS CHAVES E OS CODIGOS PARA O    *
      *                HISTORICO E A CONCILIACAO (SICCV10) CONTINUAREM      *
      *                BATENDO. CADA PEDIDO FICA NO LGPDREG.DAT PARA O      *
      *                ENCARREGADO (DPO).                                   *
      *                AS TRILHAS SELADAS (AUDCLI.CSV E AUDVDD.CSV) SO SAO  *
      *                REGRAVADAS COM A CADEIA DE SELOS INTEGRA, E SAEM     *
      *                RESELADAS, COM PONTO DE CONTROLE 'RESELO' NO         *
      *                AUDCHECK.CSV. O JORNAL.DAT E REGRAVADO NA MESMA      *
      *                ORDEM, PARA O SICCV69 REAPLICAR SO DADO ANONIMIZADO. *
      *                LINHA DE COMANDO: 'REGISTRO' (LISTA OS PEDIDOS).     *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VENDEDOR.SEL.
       COPY CLIENTES.SEL.
       COPY CONTATO.SEL.
       COPY AUDIND.SEL.
       COPY OPERADOR.SEL.
       COPY SESSAO.SEL.
       COPY LGPDREG.SEL.
       COPY AUDCHECK.SEL.
       COPY CLIARQ.SEL.
       COPY JORNAL.SEL.
       COPY DISTRIB.SEL.
           SELECT AUDCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDCLICSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTCART ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTSNAP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPCAT ASSIGN TO DISK
                  FILE STATUS IS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SNC-DATA.
           SELECT LGPDTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY CLIENTES.FD.
       COPY CONTATO.FD.
       COPY AUDIND.FD.
       COPY OPERADOR.FD.
       COPY SESSAO.FD.
       COPY LGPDREG.FD.
       COPY AUDCHECK.FD.
       COPY CLIARQ.FD.
       COPY JORNAL.FD.
       COPY DISTRIB.FD.
      * TRILHA DE AUDITORIA DO VENDEDOR (MESMO LAYOUT DO SICCV02).
       FD  AUDCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDVDD.
       01  REG-AUDCSV.
           05 AU-DATA             PIC 9(08).
           05 AU-F1                PIC X(01).
           05 AU-HORA             PIC 9(08).
           05 AU-F2                PIC X(01).
           05 AU-OPERADOR         PIC X(10).
           05 AU-F3                PIC X(01).
           05 AU-ACAO             PIC X(10).
           05 AU-F4                PIC X(01).
           05 AU-CODIGO           PIC 9(03).
           05 AU-F5                PIC X(01).
           05 AU-NOME-ANTES       PIC X(40).
           05 AU-F6                PIC X(01).
           05 AU-NOME-DEPOIS      PIC X(40).
           05 AU-F7                PIC X(01).
           05 AU-CPF-ANTES        PIC 9(14).
           05 AU-F8                PIC X(01).
           05 AU-CPF-DEPOIS       PIC 9(14).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * TRILHA DE AUDITORIA DO CLIENTE (MESMO LAYOUT DO SICCV01).
       FD  AUDCLICSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDCLI.
       01  REG-AUDCLICSV.
           05 AC-DATA             PIC 9(08).
           05 AC-F1                PIC X(01).
           05 AC-HORA             PIC 9(08).
           05 AC-F2                PIC X(01).
           05 AC-OPERADOR         PIC X(10).
           05 AC-F3                PIC X(01).
           05 AC-ACAO             PIC X(10).
           05 AC-F4                PIC X(01).
           05 AC-CODIGO           PIC 9(07).
           05 AC-F5                PIC X(01).
           05 AC-RAZAO-ANTES      PIC X(40).
           05 AC-F6                PIC X(01).
           05 AC-RAZAO-DEPOIS     PIC X(40).
           05 AC-F7                PIC X(01).
           05 AC-CNPJ-ANTES       PIC 9(14).
           05 AC-F8                PIC X(01).
           05 AC-CNPJ-DEPOIS      PIC 9(14).
           05 AC-F9                PIC X(01).
           05 AC-VENDEDOR-ANTES   PIC 9(03).
           05 AC-F10               PIC X(01).
           05 AC-VENDEDOR-DEPOIS  PIC 9(03).
           05 AC-F11               PIC X(01).
           05 AC-STATUS-ANTES     PIC X(01).
           05 AC-F12               PIC X(01).
           05 AC-STATUS-DEPOIS    PIC X(01).
           05 AC-FS               PIC X(01).
           05 AC-SELO             PIC X(19).
      * HISTORICO DE MOVIMENTOS DE CARTEIRA (MESMO LAYOUT DO
      * SICCV05): SO CODIGOS, E SO CONSULTADO.
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
      * FOTOGRAFIAS DATADAS DA CARTEIRA E O CATALOGO DELAS (MESMO
      * LAYOUT DO SICCV05/SICCV33): SO CODIGOS, E SO CONSULTADAS.
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
      * COPIA DE TRABALHO DA TRILHA CSV SENDO ANONIMIZADA, DEVOLVIDA
      * AO ORIGINAL NO FIM (COMO A RETENCAO DO SICCV14). AS LINHAS
      * NAO MUDAM DE POSICAO, ENTAO O EXTRDELT.CTL CONTINUA VALENDO.
       FD  LGPDTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-LGPDTMP.
       01  REG-LGPDTMP          PIC X(250).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-AGORA             PIC 9(08) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-CAT           PIC X(01) VALUE 'N'.
           88 FIM-CAT                VALUE 'S'.
      * OPERADOR LOGADO E ALCADA DE SUPERVISOR (COMO NO SICCV52).
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
      * PEDIDO DO TITULAR: PROTOCOLO, TIPO DA BUSCA E VALOR.
       01  WS-PROTOCOLO         PIC X(15) VALUE SPACES.
       01  WS-TIPO-BUSCA        PIC 9(01) VALUE ZEROS.
           88 BUSCA-CPF              VALUE 1.
           88 BUSCA-EMAIL            VALUE 2.
           88 BUSCA-NOME             VALUE 3.
           88 TIPO-BUSCA-VALIDO      VALUE 1 THRU 3.
       01  WS-BUSCA             PIC X(40) VALUE SPACES.
       01  WS-BUSCA-CPF         PIC 9(14) VALUE ZEROS.
       01  WS-BUSCA-OK          PIC X(01) VALUE 'N'.
       01  WS-CONFIRMA          PIC X(01) VALUE 'N'.
       01  WS-TIPOS-BUSCA.
           05 F                 PIC X(06) VALUE 'CPF   '.
           05 F                 PIC X(06) VALUE 'E-MAIL'.
           05 F                 PIC X(06) VALUE 'NOME  '.
       01  WS-TIPOS-BUSCA-R REDEFINES WS-TIPOS-BUSCA.
           05 WS-TIPO-NOME      PIC X(06) OCCURS 3 TIMES.
      * 'S' = ANONIMIZA O QUE ACHAR; 'N' = SO RELACIONA.
       01  WS-ANONIMIZAR        PIC X(01) VALUE 'N'.
           88 MODO-ANONIMIZA         VALUE 'S'.
       01  WS-ANONIMO           PIC X(40) VALUE 'ANONIMIZADO LGPD'.
       01  WS-SITUACAO          PIC X(11) VALUE SPACES.
       01  WS-QTD-ACHADOS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ANONIMIZ      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ARQUIVO       PIC 9(07) VALUE ZEROS.
       01  WS-NUM-LINHA         PIC 9(07) VALUE ZEROS.
       01  WS-MENCIONA          PIC X(01) VALUE 'N'.
      * SELOS DAS TRILHAS (AUDSELO): NA ANONIMIZACAO A CADEIA
      * ORIGINAL E CONFERIDA NA LEITURA (TRILHA JA QUEBRADA NAO E
      * REGRAVADA, PARA NAO ENCOBRIR A ADULTERACAO) E AS LINHAS SAO
      * RESELADAS NA REGRAVACAO, COM UM PONTO DE CONTROLE 'RESELO'
      * NO AUDCHECK.CSV.
       01  WS-SL-CADEIA         PIC X(08) VALUE SPACES.
       01  WS-SL-HASH           PIC 9(18) VALUE ZEROS.
       01  WS-SL-FIM-ANTES      PIC 9(18) VALUE ZEROS.
       01  WS-SL-QTD            PIC 9(07) VALUE ZEROS.
       01  WS-SL-QUEBRAS        PIC 9(07) VALUE ZEROS.
       01  WS-SL-SELO-LIDO.
           05 WS-SL-MARCA-LIDA  PIC X(01).
           05 WS-SL-HASH-LIDO   PIC X(18).
       01  WS-SL-HASH-LIDO-R REDEFINES WS-SL-SELO-LIDO.
           05 F                 PIC X(01).
           05 WS-SL-HASH-NUM    PIC 9(18).
       01  WS-DO-TITULAR        PIC X(01) VALUE 'N'.
      * CODIGOS DE VENDEDOR E DE CLIENTE DO TITULAR ACHADOS NOS
      * CADASTROS: POR ELES A AUDITORIA E O HISTORICO SAO LIGADOS A
      * PESSOA MESMO DEPOIS DE UMA TROCA DE NOME OU DE CPF.
       01  WS-TAB-VENDEDORES.
           05 WS-TV-CODIGO      PIC 9(03) OCCURS 50 TIMES.
       01  WS-TAB-CLIENTES.
           05 WS-TC-CODIGO      PIC 9(07) OCCURS 50 TIMES.
       01  WS-QTD-TAB-VDD       PIC 9(02) VALUE ZEROS.
       01  WS-QTD-TAB-CLI       PIC 9(02) VALUE ZEROS.
       01  WS-IX                PIC 9(02) VALUE ZEROS.
       01  WS-PROC-CODIGO       PIC 9(07) VALUE ZEROS.
       01  WS-ACHOU-TAB         PIC X(01) VALUE 'N'.
      * NOME DA FOTOGRAFIA CARTSNAP.AAAAMMDD (COMO NO SICCV33).
       01  WS-SNAP-ARQ           PIC X(40) VALUE SPACES.
       01  WS-SNAP-ARQ-DATA      PIC 9(08) VALUE ZEROS.
       01  WS-SNAP-BASE-TAM      PIC 9(02) COMP VALUE ZEROS.
       01  LINHA-01              PIC X(130) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L02-TITULO         PIC X(45) VALUE SPACES.
       01  LINHA-03.
           05 F                  PIC X(11) VALUE 'PROTOCOLO: '.
           05 L03-PROTOCOLO      PIC X(15) VALUE SPACES.
           05 F                  PIC X(13) VALUE '   BUSCA POR '.
           05 L03-TIPO           PIC X(06) VALUE SPACES.
           05 F                  PIC X(02) VALUE ': '.
           05 L03-BUSCA          PIC X(40) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'ARQUIVO              REGISTRO           '.
           05 F                  PIC X(40) VALUE
              '       CAMPO    CONTEUDO                '.
           05 F                  PIC X(25) VALUE
              '                 SITUACAO'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '-------------------- -------------------'.
           05 F                  PIC X(40) VALUE
              '------ -------- ------------------------'.
           05 F                  PIC X(28) VALUE
              '---------------- -----------'.
       01  LINHA-06.
           05 L06-ARQUIVO        PIC X(20) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-REG-TIPO       PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-REG-CODIGO     PIC 9(07) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-REG-COMPL      PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-CAMPO          PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-CONTEUDO       PIC X(40) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-SITUACAO       PIC X(11) VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(35) VALUE
              'REGISTROS QUE MENCIONAM O TITULAR: '.
           05 L07-ACHADOS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(17) VALUE
              '   ANONIMIZADOS: '.
           05 L07-ANONIMIZ       PIC ZZZZZZ9 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'DATA     HORA     PROTOCOLO       ACAO  '.
           05 F                  PIC X(40) VALUE
              '     TIPO   BUSCA                       '.
           05 F                  PIC X(40) VALUE
              '             OPERADOR   SUPERVISOR ACHAD'.
           05 F                  PIC X(10) VALUE
              'OS ANONIM.'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '-------- -------- --------------- ------'.
           05 F                  PIC X(40) VALUE
              '---- ------ ----------------------------'.
           05 F                  PIC X(40) VALUE
              '------------ ---------- ---------- -----'.
           05 F                  PIC X(10) VALUE
              '-- -------'.
       01  LINHA-10.
           05 L10-DATA           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-HORA           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-PROTOCOLO      PIC X(15) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-ACAO           PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-TIPO           PIC X(06) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-BUSCA          PIC X(40) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-OPERADOR       PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-SUPERVISOR     PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-ACHADOS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-ANONIMIZ       PIC ZZZZZZ9 VALUE ZEROS.

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
               "*** LGPD DADOS PESSOAIS  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - CONSULTA DO TITULAR".
           02 LINE 08 COLUMN 28  VALUE "2 - ANONIMIZACAO".
           02 LINE 09 COLUMN 28  VALUE "3 - REGISTRO DE PEDIDOS".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:8) = 'REGISTRO'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM RELATORIO-REGISTRO.
           IF NOT EXECUCAO-BATCH
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE VENDEDOR CLIENTES CONTATO AUDIND OPERADOR LGPDREG
                 CLIARQ
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
              PERFORM CONSULTA-TITULAR
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 2
              PERFORM ANONIMIZA-TITULAR
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 3
              PERFORM RELATORIO-REGISTRO
              MOVE 'REGISTRO DE PEDIDOS IMPRESSO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * DADOS DO PEDIDO: PROTOCOLO, TIPO DA BUSCA E O CPF (NUMERICO)
      * OU O E-MAIL/NOME EXATAMENTE COMO ESTA NO CADASTRO.
       LE-BUSCA.
           MOVE 'N' TO WS-BUSCA-OK
           MOVE SPACES TO WS-PROTOCOLO WS-BUSCA
           MOVE ZEROS TO WS-TIPO-BUSCA WS-BUSCA-CPF
           DISPLAY(14, 10) "PROTOCOLO.: "
           ACCEPT(14, 22) WS-PROTOCOLO WITH PROMPT
           DISPLAY(15, 10) "BUSCA POR.:    (1-CPF 2-E-MAIL 3-NOME)"
           ACCEPT(15, 22) WS-TIPO-BUSCA WITH PROMPT
           IF NOT TIPO-BUSCA-VALIDO
              MOVE 'TIPO DE BUSCA INVALIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF BUSCA-CPF
                 DISPLAY(16, 10) "CPF.......: "
                 ACCEPT(16, 22) WS-BUSCA-CPF WITH PROMPT
                 MOVE WS-BUSCA-CPF TO WS-BUSCA
              ELSE
                 DISPLAY(16, 10) "VALOR.....: "
                 ACCEPT(16, 22) WS-BUSCA WITH PROMPT.
           IF TIPO-BUSCA-VALIDO
              IF WS-BUSCA = SPACES OR (BUSCA-CPF AND WS-BUSCA-CPF = 0)
                 MOVE 'VALOR DA BUSCA SEM PREENCHIMENTO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'S' TO WS-BUSCA-OK.
      * -----------------------------------
      * CONSULTA: SO RELACIONA E REGISTRA O PEDIDO.
       CONSULTA-TITULAR.
           PERFORM LE-BUSCA
           IF WS-BUSCA-OK = 'S'
              MOVE 'N' TO WS-ANONIMIZAR
              PERFORM EXECUTA-PEDIDO
              MOVE 'CONSULTA  ' TO LG-ACAO
              MOVE SPACES TO LG-SUPERVISOR
              PERFORM GRAVA-REGISTRO-PEDIDO
              MOVE 'REGISTROS DO TITULAR:' TO WS-MSGERRO
              MOVE WS-QTD-ACHADOS TO WS-MSGERRO(23:7)
              PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * ANONIMIZACAO: SO O SUPERVISOR. RELACIONA PRIMEIRO, MOSTRA
      * QUANTOS REGISTROS SERAO ALTERADOS E SO ANONIMIZA COM A
      * CONFIRMACAO; SEM ELA O PEDIDO FICA REGISTRADO COMO CONSULTA.
       ANONIMIZA-TITULAR.
           PERFORM VERIFICA-SUPERVISOR
           IF WS-E-SUPERVISOR NOT = 'S'
              MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM LE-BUSCA.
           IF WS-E-SUPERVISOR = 'S' AND WS-BUSCA-OK = 'S'
              MOVE 'N' TO WS-ANONIMIZAR
              PERFORM EXECUTA-PEDIDO
              MOVE 'N' TO WS-CONFIRMA
              IF WS-QTD-ACHADOS > 0
                 DISPLAY(18, 10) "REGISTROS DO TITULAR: "
                 DISPLAY(18, 32) WS-QTD-ACHADOS
                 DISPLAY(19, 10) "CONFIRMA A ANONIMIZACAO (S/N)? "
                 ACCEPT(19, 41) WS-CONFIRMA WITH PROMPT.
           IF WS-E-SUPERVISOR = 'S' AND WS-BUSCA-OK = 'S'
              IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                 MOVE 'S' TO WS-ANONIMIZAR
                 PERFORM EXECUTA-PEDIDO
                 PERFORM ANONIMIZA-REGISTRO
                 MOVE 'ANONIMIZA ' TO LG-ACAO
                 MOVE WS-OPERADOR TO LG-SUPERVISOR
                 PERFORM GRAVA-REGISTRO-PEDIDO
                 MOVE 'REGISTROS ANONIMIZADOS:' TO WS-MSGERRO
                 MOVE WS-QTD-ANONIMIZ TO WS-MSGERRO(25:7)
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'CONSULTA  ' TO LG-ACAO
                 MOVE SPACES TO LG-SUPERVISOR
                 PERFORM GRAVA-REGISTRO-PEDIDO
                 MOVE 'NADA FOI ANONIMIZADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * PASSA POR TODOS OS ARQUIVOS COM DADO PESSOAL. OS CADASTROS
      * VEM PRIMEIRO PARA GUARDAR OS CODIGOS DO TITULAR USADOS NA
      * AUDITORIA, NO HISTCART E NAS FOTOGRAFIAS.
       EXECUTA-PEDIDO.
           MOVE 0 TO WS-QTD-ACHADOS WS-QTD-ANONIMIZ
           MOVE 0 TO WS-QTD-TAB-VDD WS-QTD-TAB-CLI
           IF MODO-ANONIMIZA
              MOVE 'ANONIMIZADO' TO WS-SITUACAO
           ELSE
              MOVE 'ENCONTRADO ' TO WS-SITUACAO.
           OPEN OUTPUT LISTAG
           PERFORM CABEC-PEDIDO
           PERFORM VARRE-VENDEDOR
           PERFORM VARRE-CLIENTES
           PERFORM VARRE-CONTATO
           PERFORM VARRE-CLIARQ
           PERFORM VARRE-DISTRIB
           PERFORM VARRE-AUDIND
           PERFORM VARRE-AUDVDD
           PERFORM VARRE-AUDCLI
           PERFORM VARRE-JORNAL
           IF WS-QTD-TAB-VDD > 0 OR WS-QTD-TAB-CLI > 0
              MOVE 'SO CODIGOS ' TO WS-SITUACAO
              PERFORM VARRE-HISTCART
              PERFORM VARRE-SNAPSHOTS.
           MOVE WS-QTD-ACHADOS  TO L07-ACHADOS
           MOVE WS-QTD-ANONIMIZ TO L07-ANONIMIZ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           CLOSE LISTAG
           MOVE 0 TO FS-STAT.
       CABEC-PEDIDO.
           IF MODO-ANONIMIZA
              MOVE 'LGPD - ANONIMIZACAO DOS DADOS DO TITULAR'
                    TO L02-TITULO
           ELSE
              MOVE 'LGPD - REGISTROS COM DADOS DO TITULAR'
                    TO L02-TITULO.
           MOVE WS-PROTOCOLO TO L03-PROTOCOLO
           MOVE WS-TIPO-NOME(WS-TIPO-BUSCA) TO L03-TIPO
           MOVE WS-BUSCA TO L03-BUSCA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-03 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1.
      * LINHA DO RELATORIO; NA ANONIMIZACAO O CONTEUDO NAO SAI.
       IMPRIME-MENCAO.
           ADD 1 TO WS-QTD-ACHADOS
           MOVE WS-SITUACAO TO L06-SITUACAO
           IF MODO-ANONIMIZA
              MOVE SPACES TO L06-CONTEUDO.
           IF WS-DO-TITULAR = 'S'
              MOVE 'CODIGO' TO L06-CAMPO
           ELSE
              MOVE WS-TIPO-NOME(WS-TIPO-BUSCA) TO L06-CAMPO.
           PERFORM IMPRIME-LINHA-MENCAO.
       IMPRIME-LINHA-MENCAO.
           WRITE LINHA FROM LINHA-06 BEFORE 1.
      * -----------------------------------
      * VENDEDOR: POR CPF OU NOME. ANONIMIZA NOME E CPF.
       VARRE-VENDEDOR.
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-VENDEDOR-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-VENDEDOR-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR
           IF NOT FIM-ARQ
              IF (BUSCA-CPF AND VD-CPF = WS-BUSCA-CPF)
                 OR (BUSCA-NOME AND VD-NOME = WS-BUSCA)
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              IF WS-QTD-TAB-VDD < 50
                 ADD 1 TO WS-QTD-TAB-VDD
                 MOVE VD-CODIGO TO WS-TV-CODIGO(WS-QTD-TAB-VDD).
           IF WS-MENCIONA = 'S'
              MOVE 'VENDEDOR'    TO L06-ARQUIVO L06-REG-TIPO
              MOVE VD-CODIGO     TO L06-REG-CODIGO
              MOVE SPACES        TO L06-REG-COMPL
              MOVE VD-NOME       TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 MOVE WS-ANONIMO TO VD-NOME
                 MOVE ZEROS TO VD-CPF
                 REWRITE REG-VENDEDOR
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VENDEDOR
                 ADD 1 TO WS-QTD-ANONIMIZ.
      * -----------------------------------
      * CLIENTE PESSOA FISICA: CPF NO CAMPO DO CNPJ OU NOME NA RAZAO.
      * ANONIMIZA RAZAO, DOCUMENTO E ENDERECO; CEP, CIDADE E UF FICAM
      * PARA A REGIAO E A ROTA.
       VARRE-CLIENTES.
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-CLIENTES-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-CLIENTES-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR
           IF NOT FIM-ARQ
              IF (BUSCA-CPF AND CL-CNPJ = WS-BUSCA-CPF)
                 OR (BUSCA-NOME AND CL-RAZAO = WS-BUSCA)
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              IF WS-QTD-TAB-CLI < 50
                 ADD 1 TO WS-QTD-TAB-CLI
                 MOVE CL-CODIGO TO WS-TC-CODIGO(WS-QTD-TAB-CLI).
           IF WS-MENCIONA = 'S'
              MOVE 'CLIENTES'    TO L06-ARQUIVO
              MOVE 'CLIENTE'     TO L06-REG-TIPO
              MOVE CL-CODIGO     TO L06-REG-CODIGO
              MOVE SPACES        TO L06-REG-COMPL
              MOVE CL-RAZAO      TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 MOVE WS-ANONIMO TO CL-RAZAO
                 MOVE ZEROS TO CL-CNPJ
                 MOVE SPACES TO CL-ENDERECO
                 REWRITE REG-CLIENTES
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES
                 ADD 1 TO WS-QTD-ANONIMIZ.
      * -----------------------------------
      * CONTATO DO CLIENTE: POR NOME OU E-MAIL. ANONIMIZA NOME, FONE
      * E E-MAIL; O CARGO E A MARCA DE PREFERIDO FICAM.
       VARRE-CONTATO.
           MOVE ZEROS TO CT-CLIENTE CT-SEQ
           START CONTATO KEY NOT LESS THAN CT-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-CONTATO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-CONTATO-PASSO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR
           IF NOT FIM-ARQ
              IF (BUSCA-EMAIL AND CT-EMAIL = WS-BUSCA)
                 OR (BUSCA-NOME AND CT-NOME = WS-BUSCA)
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              MOVE 'CONTATO'     TO L06-ARQUIVO L06-REG-TIPO
              MOVE CT-CLIENTE    TO L06-REG-CODIGO
              MOVE 'SEQ'         TO L06-REG-COMPL
              MOVE CT-SEQ        TO L06-REG-COMPL(5:2)
              MOVE CT-NOME       TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 MOVE WS-ANONIMO TO CT-NOME
                 MOVE SPACES TO CT-FONE CT-EMAIL
                 REWRITE REG-CONTATO
                 ADD 1 TO WS-QTD-ANONIMIZ.
      * -----------------------------------
      * ARQUIVO MORTO DE CLIENTES (SICCV62): O MESTRE E OS CONTATOS
      * ARQUIVADOS TEM A IMAGEM DO REGISTRO ORIGINAL; A BUSCA E A
      * ANONIMIZACAO SAO AS MESMAS DOS ARQUIVOS VIVOS, REGRAVANDO A
      * IMAGEM PARA A RESTAURACAO JA SAIR ANONIMIZADA.
       VARRE-CLIARQ.
           MOVE ZEROS TO AQ-CLIENTE
           MOVE SPACES TO AQ-TIPO AQ-SEQ
           START CLIARQ KEY NOT LESS THAN AQ-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-CLIARQ-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-CLIARQ-PASSO.
           READ CLIARQ NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR
           IF NOT FIM-ARQ AND ARQUIVADO-CLIENTE
              PERFORM CONFERE-CLIENTE-ARQUIVADO.
           IF NOT FIM-ARQ AND ARQUIVADO-CONTATO
              PERFORM CONFERE-CONTATO-ARQUIVADO.
       CONFERE-CLIENTE-ARQUIVADO.
           MOVE AQ-IMAGEM TO REG-CLIENTES
           IF (BUSCA-CPF AND CL-CNPJ = WS-BUSCA-CPF)
              OR (BUSCA-NOME AND CL-RAZAO = WS-BUSCA)
              MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              IF WS-QTD-TAB-CLI < 50
                 ADD 1 TO WS-QTD-TAB-CLI
                 MOVE CL-CODIGO TO WS-TC-CODIGO(WS-QTD-TAB-CLI).
           IF WS-MENCIONA = 'S'
              MOVE 'CLIARQ'      TO L06-ARQUIVO
              MOVE 'CLIENTE'     TO L06-REG-TIPO
              MOVE CL-CODIGO     TO L06-REG-CODIGO
              MOVE SPACES        TO L06-REG-COMPL
              MOVE CL-RAZAO      TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 MOVE WS-ANONIMO TO CL-RAZAO
                 MOVE ZEROS TO CL-CNPJ
                 MOVE SPACES TO CL-ENDERECO
                 MOVE REG-CLIENTES TO AQ-IMAGEM
                 REWRITE REG-CLIARQ
                 ADD 1 TO WS-QTD-ANONIMIZ.
       CONFERE-CONTATO-ARQUIVADO.
           MOVE AQ-IMAGEM TO REG-CONTATO
           IF (BUSCA-EMAIL AND CT-EMAIL = WS-BUSCA)
              OR (BUSCA-NOME AND CT-NOME = WS-BUSCA)
              MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              MOVE 'CLIARQ'      TO L06-ARQUIVO
              MOVE 'CONTATO'     TO L06-REG-TIPO
              MOVE CT-CLIENTE    TO L06-REG-CODIGO
              MOVE 'SEQ'         TO L06-REG-COMPL
              MOVE CT-SEQ        TO L06-REG-COMPL(5:2)
              MOVE CT-NOME       TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 MOVE WS-ANONIMO TO CT-NOME
                 MOVE SPACES TO CT-FONE CT-EMAIL
                 MOVE REG-CONTATO TO AQ-IMAGEM
                 REWRITE REG-CLIARQ
                 ADD 1 TO WS-QTD-ANONIMIZ.
      * -----------------------------------
      * LISTA DE DISTRIBUICAO DO SPOOL (SICCV59): DESTINO IGUAL AO
      * E-MAIL DO TITULAR. NA ANONIMIZACAO A ENTRADA E EXCLUIDA, COMO
      * QUANDO O DESTINO E APAGADO NA TELA DO SICCV59.
       VARRE-DISTRIB.
           IF BUSCA-EMAIL
              OPEN I-O DISTRIB
              IF FS-STAT = 00
                 PERFORM VARRE-DISTRIB-LISTA
                 CLOSE DISTRIB.
           MOVE 0 TO FS-STAT.
       VARRE-DISTRIB-LISTA.
           MOVE LOW-VALUES TO DI-CHAVE
           START DISTRIB KEY NOT LESS THAN DI-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-DISTRIB-PASSO UNTIL FIM-ARQ.
       VARRE-DISTRIB-PASSO.
           READ DISTRIB NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR
           IF NOT FIM-ARQ
              IF DI-DESTINO = WS-BUSCA
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              MOVE 'DISTRIB'     TO L06-ARQUIVO
              MOVE DI-RELATORIO  TO L06-REG-TIPO
              MOVE DI-SEQ        TO L06-REG-CODIGO
              MOVE DI-TIPO       TO L06-REG-COMPL
              MOVE DI-CODIGO     TO L06-REG-COMPL(3:3)
              MOVE DI-DESTINO    TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 DELETE DISTRIB
                 ADD 1 TO WS-QTD-ANONIMIZ.
      * -----------------------------------
      * AUDITORIA INDEXADA: REGISTRO DO CODIGO DO TITULAR (TUDO E
      * ANONIMIZADO) OU QUE CITA O NOME/CPF (SO O CAMPO QUE CITA).
       VARRE-AUDIND.
           MOVE LOW-VALUES TO AX-CHAVE
           START AUDIND KEY NOT LESS THAN AX-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-AUDIND-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-AUDIND-PASSO.
           READ AUDIND NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR
           IF NOT FIM-ARQ
              MOVE AX-CODIGO TO WS-PROC-CODIGO
              IF AX-TIPO = 'V'
                 PERFORM ACHA-VENDEDOR-TAB
              ELSE
                 PERFORM ACHA-CLIENTE-TAB.
           IF NOT FIM-ARQ
              IF WS-ACHOU-TAB = 'S'
                 MOVE 'S' TO WS-DO-TITULAR WS-MENCIONA.
           IF NOT FIM-ARQ
              IF (BUSCA-NOME AND (AX-ANTES = WS-BUSCA
                                  OR AX-DEPOIS = WS-BUSCA))
                 OR (BUSCA-CPF AND (AX-DOC-ANTES = WS-BUSCA-CPF
                                    OR AX-DOC-DEPOIS = WS-BUSCA-CPF))
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              MOVE 'AUDITORIA INDEXADA' TO L06-ARQUIVO
              IF AX-TIPO = 'V'
                 MOVE 'VENDEDOR' TO L06-REG-TIPO
              ELSE
                 MOVE 'CLIENTE'  TO L06-REG-TIPO.
           IF WS-MENCIONA = 'S'
              MOVE AX-CODIGO     TO L06-REG-CODIGO
              MOVE AX-DATA       TO L06-REG-COMPL
              MOVE AX-ANTES      TO L06-CONTEUDO
              IF AX-ANTES = SPACES
                 MOVE AX-DEPOIS  TO L06-CONTEUDO.
           IF WS-MENCIONA = 'S'
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 PERFORM ANONIMIZA-AUDIND
                 REWRITE REG-AUDIND
                 ADD 1 TO WS-QTD-ANONIMIZ.
       ANONIMIZA-AUDIND.
           IF AX-ANTES NOT = SPACES
              IF WS-DO-TITULAR = 'S'
                 OR (BUSCA-NOME AND AX-ANTES = WS-BUSCA)
                 MOVE WS-ANONIMO TO AX-ANTES.
           IF AX-DEPOIS NOT = SPACES
              IF WS-DO-TITULAR = 'S'
                 OR (BUSCA-NOME AND AX-DEPOIS = WS-BUSCA)
                 MOVE WS-ANONIMO TO AX-DEPOIS.
           IF WS-DO-TITULAR = 'S'
              OR (BUSCA-CPF AND AX-DOC-ANTES = WS-BUSCA-CPF)
              MOVE ZEROS TO AX-DOC-ANTES.
           IF WS-DO-TITULAR = 'S'
              OR (BUSCA-CPF AND AX-DOC-DEPOIS = WS-BUSCA-CPF)
              MOVE ZEROS TO AX-DOC-DEPOIS.
      * -----------------------------------
      * AUDVDD.CSV: MESMO CRITERIO DA AUDITORIA INDEXADA. NA
      * ANONIMIZACAO TODAS AS LINHAS VAO PARA O LGPD.TMP E, SE ALGUMA
      * MUDOU, VOLTAM PARA O ORIGINAL.
       VARRE-AUDVDD.
           MOVE 0 TO WS-QTD-ARQUIVO WS-NUM-LINHA
           MOVE 'AUDVDD  ' TO WS-SL-CADEIA
           PERFORM INICIA-SELO
           OPEN INPUT AUDCSV
           IF FS-STAT = 00 AND MODO-ANONIMIZA
              OPEN OUTPUT LGPDTMP.
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM VARRE-AUDVDD-PASSO UNTIL FIM-ARQ
              CLOSE AUDCSV
              IF MODO-ANONIMIZA
                 CLOSE LGPDTMP
                 IF WS-QTD-ARQUIVO > 0
                    PERFORM REGRAVA-AUDVDD.
           MOVE 0 TO FS-STAT.
       VARRE-AUDVDD-PASSO.
           READ AUDCSV AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR WS-ACHOU-TAB
           IF NOT FIM-ARQ AND MODO-ANONIMIZA
              PERFORM CONFERE-SELO-AUDVDD.
           IF NOT FIM-ARQ
              ADD 1 TO WS-NUM-LINHA
              IF AU-CODIGO NUMERIC
                 MOVE AU-CODIGO TO WS-PROC-CODIGO
                 PERFORM ACHA-VENDEDOR-TAB.
           IF NOT FIM-ARQ
              IF WS-ACHOU-TAB = 'S'
                 MOVE 'S' TO WS-DO-TITULAR WS-MENCIONA.
           IF NOT FIM-ARQ
              IF (BUSCA-NOME AND (AU-NOME-ANTES = WS-BUSCA
                                  OR AU-NOME-DEPOIS = WS-BUSCA))
                 OR (BUSCA-CPF AND (AU-CPF-ANTES = WS-BUSCA-CPF
                                    OR AU-CPF-DEPOIS = WS-BUSCA-CPF))
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              MOVE WS-ARQ-AUDVDD TO L06-ARQUIVO
              MOVE 'LINHA'       TO L06-REG-TIPO
              MOVE WS-NUM-LINHA  TO L06-REG-CODIGO
              MOVE AU-DATA       TO L06-REG-COMPL
              MOVE AU-NOME-ANTES TO L06-CONTEUDO
              IF AU-NOME-ANTES = SPACES
                 MOVE AU-NOME-DEPOIS TO L06-CONTEUDO.
           IF WS-MENCIONA = 'S'
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 PERFORM ANONIMIZA-AUDVDD
                 ADD 1 TO WS-QTD-ARQUIVO
                 ADD 1 TO WS-QTD-ANONIMIZ.
           IF NOT FIM-ARQ AND MODO-ANONIMIZA
              MOVE REG-AUDCSV TO REG-LGPDTMP
              WRITE REG-LGPDTMP.
       ANONIMIZA-AUDVDD.
           IF AU-NOME-ANTES NOT = SPACES
              IF WS-DO-TITULAR = 'S'
                 OR (BUSCA-NOME AND AU-NOME-ANTES = WS-BUSCA)
                 MOVE WS-ANONIMO TO AU-NOME-ANTES.
           IF AU-NOME-DEPOIS NOT = SPACES
              IF WS-DO-TITULAR = 'S'
                 OR (BUSCA-NOME AND AU-NOME-DEPOIS = WS-BUSCA)
                 MOVE WS-ANONIMO TO AU-NOME-DEPOIS.
           IF WS-DO-TITULAR = 'S'
              OR (BUSCA-CPF AND AU-CPF-ANTES = WS-BUSCA-CPF)
              MOVE ZEROS TO AU-CPF-ANTES.
           IF WS-DO-TITULAR = 'S'
              OR (BUSCA-CPF AND AU-CPF-DEPOIS = WS-BUSCA-CPF)
              MOVE ZEROS TO AU-CPF-DEPOIS.
       CONFERE-SELO-AUDVDD.
           IF AU-FS = ';'
              MOVE AU-SELO TO WS-SL-SELO-LIDO
              MOVE SPACES TO AU-FS AU-SELO
              MOVE REG-AUDCSV TO WS-AS-LINHA
              PERFORM CONFERE-SELO
              MOVE ';' TO AU-FS
              MOVE WS-SL-SELO-LIDO TO AU-SELO.
       REGRAVA-AUDVDD.
           IF WS-SL-QUEBRAS > 0
              MOVE WS-ARQ-AUDVDD TO L06-ARQUIVO
              PERFORM RECUSA-REGRAVACAO
           ELSE
              PERFORM INICIA-SELO
              OPEN INPUT LGPDTMP
              OPEN OUTPUT AUDCSV
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM REGRAVA-AUDVDD-PASSO UNTIL FIM-ARQ
              CLOSE LGPDTMP AUDCSV
              PERFORM FECHA-RESELO.
       REGRAVA-AUDVDD-PASSO.
           READ LGPDTMP AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE REG-LGPDTMP TO REG-AUDCSV
              IF AU-FS = ';'
                 PERFORM RESELA-AUDVDD.
           IF NOT FIM-ARQ
              WRITE REG-AUDCSV.
       RESELA-AUDVDD.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE REG-AUDCSV TO WS-AS-LINHA
           PERFORM RESELA-LINHA
           MOVE ';' TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
      * -----------------------------------
      * AUDCLI.CSV: IDEM, COM RAZAO E CNPJ/CPF DO CLIENTE.
       VARRE-AUDCLI.
           MOVE 0 TO WS-QTD-ARQUIVO WS-NUM-LINHA
           MOVE 'AUDCLI  ' TO WS-SL-CADEIA
           PERFORM INICIA-SELO
           OPEN INPUT AUDCLICSV
           IF FS-STAT = 00 AND MODO-ANONIMIZA
              OPEN OUTPUT LGPDTMP.
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM VARRE-AUDCLI-PASSO UNTIL FIM-ARQ
              CLOSE AUDCLICSV
              IF MODO-ANONIMIZA
                 CLOSE LGPDTMP
                 IF WS-QTD-ARQUIVO > 0
                    PERFORM REGRAVA-AUDCLI.
           MOVE 0 TO FS-STAT.
       VARRE-AUDCLI-PASSO.
           READ AUDCLICSV AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR WS-ACHOU-TAB
           IF NOT FIM-ARQ AND MODO-ANONIMIZA
              PERFORM CONFERE-SELO-AUDCLI.
           IF NOT FIM-ARQ
              ADD 1 TO WS-NUM-LINHA
              IF AC-CODIGO NUMERIC
                 MOVE AC-CODIGO TO WS-PROC-CODIGO
                 PERFORM ACHA-CLIENTE-TAB.
           IF NOT FIM-ARQ
              IF WS-ACHOU-TAB = 'S'
                 MOVE 'S' TO WS-DO-TITULAR WS-MENCIONA.
           IF NOT FIM-ARQ
              IF (BUSCA-NOME AND (AC-RAZAO-ANTES = WS-BUSCA
                                  OR AC-RAZAO-DEPOIS = WS-BUSCA))
                 OR (BUSCA-CPF AND (AC-CNPJ-ANTES = WS-BUSCA-CPF
                                    OR AC-CNPJ-DEPOIS = WS-BUSCA-CPF))
                 MOVE 'S' TO WS-MENCIONA.
           IF WS-MENCIONA = 'S'
              MOVE WS-ARQ-AUDCLI  TO L06-ARQUIVO
              MOVE 'LINHA'        TO L06-REG-TIPO
              MOVE WS-NUM-LINHA   TO L06-REG-CODIGO
              MOVE AC-DATA        TO L06-REG-COMPL
              MOVE AC-RAZAO-ANTES TO L06-CONTEUDO
              IF AC-RAZAO-ANTES = SPACES
                 MOVE AC-RAZAO-DEPOIS TO L06-CONTEUDO.
           IF WS-MENCIONA = 'S'
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 PERFORM ANONIMIZA-AUDCLI
                 ADD 1 TO WS-QTD-ARQUIVO
                 ADD 1 TO WS-QTD-ANONIMIZ.
           IF NOT FIM-ARQ AND MODO-ANONIMIZA
              MOVE REG-AUDCLICSV TO REG-LGPDTMP
              WRITE REG-LGPDTMP.
       ANONIMIZA-AUDCLI.
           IF AC-RAZAO-ANTES NOT = SPACES
              IF WS-DO-TITULAR = 'S'
                 OR (BUSCA-NOME AND AC-RAZAO-ANTES = WS-BUSCA)
                 MOVE WS-ANONIMO TO AC-RAZAO-ANTES.
           IF AC-RAZAO-DEPOIS NOT = SPACES
              IF WS-DO-TITULAR = 'S'
                 OR (BUSCA-NOME AND AC-RAZAO-DEPOIS = WS-BUSCA)
                 MOVE WS-ANONIMO TO AC-RAZAO-DEPOIS.
           IF WS-DO-TITULAR = 'S'
              OR (BUSCA-CPF AND AC-CNPJ-ANTES = WS-BUSCA-CPF)
              MOVE ZEROS TO AC-CNPJ-ANTES.
           IF WS-DO-TITULAR = 'S'
              OR (BUSCA-CPF AND AC-CNPJ-DEPOIS = WS-BUSCA-CPF)
              MOVE ZEROS TO AC-CNPJ-DEPOIS.
       CONFERE-SELO-AUDCLI.
           IF AC-FS = ';'
              MOVE AC-SELO TO WS-SL-SELO-LIDO
              MOVE SPACES TO AC-FS AC-SELO
              MOVE REG-AUDCLICSV TO WS-AS-LINHA
              PERFORM CONFERE-SELO
              MOVE ';' TO AC-FS
              MOVE WS-SL-SELO-LIDO TO AC-SELO.
       REGRAVA-AUDCLI.
           IF WS-SL-QUEBRAS > 0
              MOVE WS-ARQ-AUDCLI TO L06-ARQUIVO
              PERFORM RECUSA-REGRAVACAO
           ELSE
              PERFORM INICIA-SELO
              OPEN INPUT LGPDTMP
              OPEN OUTPUT AUDCLICSV
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM REGRAVA-AUDCLI-PASSO UNTIL FIM-ARQ
              CLOSE LGPDTMP AUDCLICSV
              PERFORM FECHA-RESELO.
       REGRAVA-AUDCLI-PASSO.
           READ LGPDTMP AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE REG-LGPDTMP TO REG-AUDCLICSV
              IF AC-FS = ';'
                 PERFORM RESELA-AUDCLI.
           IF NOT FIM-ARQ
              WRITE REG-AUDCLICSV.
       RESELA-AUDCLI.
           MOVE SPACES TO AC-FS AC-SELO
           MOVE REG-AUDCLICSV TO WS-AS-LINHA
           PERFORM RESELA-LINHA
           MOVE ';' TO AC-FS
           MOVE WS-AS-SELO TO AC-SELO.
      * -----------------------------------
      * JORNAL.DAT: IMAGENS DE CLIENTES E VENDEDOR DO TITULAR (PELO
      * CODIGO OU PELO CPF/NOME DA PROPRIA IMAGEM). NA ANONIMIZACAO
      * A IMAGEM RECEBE OS MESMOS VALORES DO CADASTRO, PARA O SICCV69
      * NAO DEVOLVER O DADO NUMA REAPLICACAO, E O JORNAL PASSA PELO
      * LGPD.TMP COMO AS TRILHAS CSV. IMAGEM JA ANONIMIZADA (COMO A
      * QUE O PROPRIO PEDIDO ACABOU DE GRAVAR) NAO CONTA.
       VARRE-JORNAL.
           MOVE 0 TO WS-QTD-ARQUIVO WS-NUM-LINHA
           OPEN INPUT JORNAL
           IF FS-STAT = 00 AND MODO-ANONIMIZA
              OPEN OUTPUT LGPDTMP.
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM VARRE-JORNAL-PASSO UNTIL FIM-ARQ
              CLOSE JORNAL
              IF MODO-ANONIMIZA
                 CLOSE LGPDTMP
                 IF WS-QTD-ARQUIVO > 0
                    PERFORM REGRAVA-JORNAL.
           MOVE 0 TO FS-STAT.
       VARRE-JORNAL-PASSO.
           READ JORNAL AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-DO-TITULAR WS-ACHOU-TAB
           IF NOT FIM-ARQ
              ADD 1 TO WS-NUM-LINHA
              IF JN-ARQUIVO = 'CLIENTES'
                 PERFORM CONFERE-JORNAL-CLIENTE
              ELSE
                 IF JN-ARQUIVO = 'VENDEDOR'
                    PERFORM CONFERE-JORNAL-VENDEDOR.
           IF WS-MENCIONA = 'S'
              MOVE WS-ARQ-JORNAL TO L06-ARQUIVO
              MOVE JN-ARQUIVO    TO L06-REG-TIPO
              MOVE WS-NUM-LINHA  TO L06-REG-CODIGO
              MOVE JN-DATA       TO L06-REG-COMPL
              PERFORM IMPRIME-MENCAO
              IF MODO-ANONIMIZA
                 PERFORM ANONIMIZA-JORNAL
                 ADD 1 TO WS-QTD-ARQUIVO
                 ADD 1 TO WS-QTD-ANONIMIZ.
           IF NOT FIM-ARQ AND MODO-ANONIMIZA
              MOVE REG-JORNAL TO REG-LGPDTMP
              WRITE REG-LGPDTMP.
       CONFERE-JORNAL-CLIENTE.
           MOVE JN-IMAGEM TO REG-CLIENTES
           IF CL-CODIGO NUMERIC
              MOVE CL-CODIGO TO WS-PROC-CODIGO
              PERFORM ACHA-CLIENTE-TAB.
           IF WS-ACHOU-TAB = 'S'
              MOVE 'S' TO WS-DO-TITULAR WS-MENCIONA.
           IF (BUSCA-CPF AND CL-CNPJ = WS-BUSCA-CPF)
              OR (BUSCA-NOME AND CL-RAZAO = WS-BUSCA)
              MOVE 'S' TO WS-MENCIONA.
           IF CL-RAZAO = WS-ANONIMO AND CL-CNPJ = ZEROS
              AND CL-ENDERECO = SPACES
              MOVE 'N' TO WS-MENCIONA.
           MOVE CL-RAZAO TO L06-CONTEUDO.
       CONFERE-JORNAL-VENDEDOR.
           MOVE JN-IMAGEM TO REG-VENDEDOR
           IF VD-CODIGO NUMERIC
              MOVE VD-CODIGO TO WS-PROC-CODIGO
              PERFORM ACHA-VENDEDOR-TAB.
           IF WS-ACHOU-TAB = 'S'
              MOVE 'S' TO WS-DO-TITULAR WS-MENCIONA.
           IF (BUSCA-CPF AND VD-CPF = WS-BUSCA-CPF)
              OR (BUSCA-NOME AND VD-NOME = WS-BUSCA)
              MOVE 'S' TO WS-MENCIONA.
           IF VD-NOME = WS-ANONIMO AND VD-CPF = ZEROS
              MOVE 'N' TO WS-MENCIONA.
           MOVE VD-NOME TO L06-CONTEUDO.
       ANONIMIZA-JORNAL.
           IF JN-ARQUIVO = 'CLIENTES'
              MOVE WS-ANONIMO TO CL-RAZAO
              MOVE ZEROS TO CL-CNPJ
              MOVE SPACES TO CL-ENDERECO
              MOVE REG-CLIENTES TO JN-IMAGEM
           ELSE
              MOVE WS-ANONIMO TO VD-NOME
              MOVE ZEROS TO VD-CPF
              MOVE REG-VENDEDOR TO JN-IMAGEM.
      * O JORNAL NAO E SELADO: VOLTA INTEIRO DO LGPD.TMP, NA MESMA
      * ORDEM, PARA A REAPLICACAO CONTINUAR NA SEQUENCIA ORIGINAL.
       REGRAVA-JORNAL.
           OPEN INPUT LGPDTMP
           OPEN OUTPUT JORNAL
           MOVE 'N' TO WS-FIM-ARQ
           PERFORM REGRAVA-JORNAL-PASSO UNTIL FIM-ARQ
           CLOSE LGPDTMP JORNAL.
       REGRAVA-JORNAL-PASSO.
           READ LGPDTMP AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE REG-LGPDTMP TO REG-JORNAL
              WRITE REG-JORNAL.
      * -----------------------------------
      * SELOS DAS TRILHAS REGRAVADAS. A CADEIA COMECA NA ANCORA DO
      * ARQUIVO VIVO (AUDCADEI.DAT) E CADA LINHA SELADA LIDA TEM DE
      * BATER COM O SELO RECALCULADO; LINHAS ANTIGAS, SEM SELO,
      * PASSAM COMO ESTAO.
       INICIA-SELO.
           MOVE 'L'          TO WS-AS-FUNCAO
           MOVE WS-SL-CADEIA TO WS-AS-CADEIA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE WS-AS-ANTERIOR TO WS-SL-HASH
           MOVE WS-AS-HASH     TO WS-SL-FIM-ANTES
           MOVE 0 TO WS-SL-QTD WS-SL-QUEBRAS.
       CONFERE-SELO.
           MOVE 'C'          TO WS-AS-FUNCAO
           MOVE WS-SL-HASH   TO WS-AS-ANTERIOR
           CALL 'AUDSELO' USING WS-AUDSELO
           IF WS-AS-SELO NOT = WS-SL-SELO-LIDO
              ADD 1 TO WS-SL-QUEBRAS.
           IF WS-SL-HASH-LIDO NUMERIC
              MOVE WS-SL-HASH-NUM TO WS-SL-HASH.
      * NA REGRAVACAO A CADEIA RECOMECA DA MESMA ANCORA.
       RESELA-LINHA.
           MOVE 'C'          TO WS-AS-FUNCAO
           MOVE WS-SL-HASH   TO WS-AS-ANTERIOR
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE WS-AS-HASH TO WS-SL-HASH
           ADD 1 TO WS-SL-QTD.
      * NOVO FIM DA CADEIA NO CONTROLE E PONTO DE CONTROLE
      * 'RESELO' (FIM ANTES E DEPOIS), SELADO NA CADEIA DO
      * PROPRIO AUDCHECK.CSV.
       FECHA-RESELO.
           IF WS-SL-QTD > 0
              MOVE 'F'          TO WS-AS-FUNCAO
              MOVE WS-SL-CADEIA TO WS-AS-CADEIA
              MOVE WS-SL-HASH   TO WS-AS-HASH
              CALL 'AUDSELO' USING WS-AUDSELO
              PERFORM GRAVA-CHECK-RESELO.
       GRAVA-CHECK-RESELO.
           OPEN EXTEND AUDCHECK
           IF FS-STAT NOT = 00
              OPEN OUTPUT AUDCHECK.
           ACCEPT CK-DATA FROM DATE YYYYMMDD
           ACCEPT CK-HORA FROM TIME
           MOVE 'RESELO  '      TO CK-EVENTO
           MOVE WS-SL-CADEIA    TO CK-CADEIA
           MOVE SPACES          TO CK-MORTO
           MOVE WS-SL-QTD       TO CK-QTD
           MOVE WS-SL-FIM-ANTES TO CK-INICIO
           MOVE WS-SL-HASH      TO CK-FIM
           MOVE 'SICCV58'       TO CK-PROGRAMA
           MOVE ';' TO CK-F1 CK-F2 CK-F3 CK-F4 CK-F5 CK-F6 CK-F7 CK-F8
           MOVE SPACES TO CK-FS CK-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCHECK' TO WS-AS-CADEIA
           MOVE REG-AUDCHECK TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO CK-FS
           MOVE WS-AS-SELO TO CK-SELO
           WRITE REG-AUDCHECK
           CLOSE AUDCHECK
           MOVE 0 TO FS-STAT.
      * TRILHA COM A CADEIA JA QUEBRADA NAO E REGRAVADA NEM
      * RESELADA: SAI NO RELATORIO PARA CONFERENCIA NO SICCV68.
       RECUSA-REGRAVACAO.
           MOVE 'SELO'          TO L06-REG-TIPO
           MOVE WS-SL-QUEBRAS   TO L06-REG-CODIGO
           MOVE SPACES          TO L06-REG-COMPL
           MOVE 'CADEIA'        TO L06-CAMPO
           MOVE 'SELO QUEBRADO: CONFERIR NO SICCV68'
                                TO L06-CONTEUDO
           MOVE 'NAO REGRAV.'   TO L06-SITUACAO
           PERFORM IMPRIME-LINHA-MENCAO
           SUBTRACT WS-QTD-ARQUIVO FROM WS-QTD-ANONIMIZ.
      * -----------------------------------
      * HISTCART.CSV: SO CODIGOS DE CLIENTE E VENDEDOR. AS LINHAS DO
      * TITULAR SAO RELACIONADAS, MAS NADA E ALTERADO.
       VARRE-HISTCART.
           MOVE 0 TO WS-NUM-LINHA
           OPEN INPUT HISTCART
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM VARRE-HISTCART-PASSO UNTIL FIM-ARQ
              CLOSE HISTCART.
           MOVE 0 TO FS-STAT.
       VARRE-HISTCART-PASSO.
           READ HISTCART AT END
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 'N' TO WS-MENCIONA WS-ACHOU-TAB
           MOVE 'S' TO WS-DO-TITULAR
           IF NOT FIM-ARQ
              ADD 1 TO WS-NUM-LINHA
              MOVE HC-CLIENTE TO WS-PROC-CODIGO
              PERFORM ACHA-CLIENTE-TAB
              IF WS-ACHOU-TAB NOT = 'S'
                 MOVE HC-VENDEDOR-ANTERIOR TO WS-PROC-CODIGO
                 PERFORM ACHA-VENDEDOR-TAB
                 IF WS-ACHOU-TAB NOT = 'S'
                    MOVE HC-VENDEDOR-NOVO TO WS-PROC-CODIGO
                    PERFORM ACHA-VENDEDOR-TAB.
           IF NOT FIM-ARQ AND WS-ACHOU-TAB = 'S'
              MOVE WS-ARQ-HISTCART TO L06-ARQUIVO
              MOVE 'LINHA'         TO L06-REG-TIPO
              MOVE WS-NUM-LINHA    TO L06-REG-CODIGO
              MOVE HC-DATA         TO L06-REG-COMPL
              MOVE SPACES          TO L06-CONTEUDO
              PERFORM IMPRIME-MENCAO.
      * -----------------------------------
      * FOTOGRAFIAS DA CARTEIRA DO CATALOGO: UMA LINHA POR
      * FOTOGRAFIA COM A QUANTIDADE DE LINHAS DO TITULAR.
       VARRE-SNAPSHOTS.
           OPEN INPUT SNAPCAT
           IF FS-STAT = 00
              PERFORM VARRE-CATALOGO
              CLOSE SNAPCAT.
           MOVE 0 TO FS-STAT.
       VARRE-CATALOGO.
           MOVE LOW-VALUES TO SNC-DATA
           START SNAPCAT KEY NOT LESS THAN SNC-DATA
           MOVE 'N' TO WS-FIM-CAT
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CAT.
           PERFORM VARRE-SNAPCAT-PASSO UNTIL FIM-CAT.
       VARRE-SNAPCAT-PASSO.
           READ SNAPCAT NEXT AT END
              MOVE 'S' TO WS-FIM-CAT.
           IF NOT FIM-CAT
              MOVE SNC-DATA TO WS-SNAP-ARQ-DATA
              PERFORM MONTA-NOME-SNAP
              MOVE 0 TO WS-NUM-LINHA
              OPEN INPUT CARTSNAP
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-ARQ
                 PERFORM VARRE-CARTSNAP-PASSO UNTIL FIM-ARQ
                 CLOSE CARTSNAP.
           IF NOT FIM-CAT AND WS-NUM-LINHA > 0
              MOVE WS-SNAP-ARQ   TO L06-ARQUIVO
              MOVE 'LINHAS'      TO L06-REG-TIPO
              MOVE WS-NUM-LINHA  TO L06-REG-CODIGO
              MOVE SNC-DATA      TO L06-REG-COMPL
              MOVE SPACES        TO L06-CONTEUDO
              MOVE 'CODIGO'      TO L06-CAMPO
              MOVE WS-SITUACAO   TO L06-SITUACAO
              PERFORM IMPRIME-LINHA-MENCAO
              ADD WS-NUM-LINHA TO WS-QTD-ACHADOS.
           MOVE 0 TO FS-STAT.
       VARRE-CARTSNAP-PASSO.
           READ CARTSNAP AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE SN-CLIENTE TO WS-PROC-CODIGO
              PERFORM ACHA-CLIENTE-TAB
              IF WS-ACHOU-TAB NOT = 'S'
                 MOVE SN-VENDEDOR TO WS-PROC-CODIGO
                 PERFORM ACHA-VENDEDOR-TAB.
           IF NOT FIM-ARQ AND WS-ACHOU-TAB = 'S'
              ADD 1 TO WS-NUM-LINHA.
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
      * -----------------------------------
      * PROCURA WS-PROC-CODIGO NOS CODIGOS GUARDADOS DO TITULAR.
       ACHA-VENDEDOR-TAB.
           MOVE 'N' TO WS-ACHOU-TAB
           MOVE 1 TO WS-IX
           PERFORM ACHA-VENDEDOR-PASSO
                   UNTIL WS-IX > WS-QTD-TAB-VDD OR WS-ACHOU-TAB = 'S'.
       ACHA-VENDEDOR-PASSO.
           IF WS-TV-CODIGO(WS-IX) = WS-PROC-CODIGO
              MOVE 'S' TO WS-ACHOU-TAB
           ELSE
              ADD 1 TO WS-IX.
       ACHA-CLIENTE-TAB.
           MOVE 'N' TO WS-ACHOU-TAB
           MOVE 1 TO WS-IX
           PERFORM ACHA-CLIENTE-PASSO
                   UNTIL WS-IX > WS-QTD-TAB-CLI OR WS-ACHOU-TAB = 'S'.
       ACHA-CLIENTE-PASSO.
           IF WS-TC-CODIGO(WS-IX) = WS-PROC-CODIGO
              MOVE 'S' TO WS-ACHOU-TAB
           ELSE
              ADD 1 TO WS-IX.
      * -----------------------------------
      * REGISTRO DO PEDIDO PARA O ENCARREGADO (DPO). NA MESMA HORA
      * (CENTESIMO) SOMA 1 NA HORA ENQUANTO A CHAVE JA EXISTIR.
       GRAVA-REGISTRO-PEDIDO.
           ACCEPT WS-AGORA FROM TIME
           MOVE WS-HOJE         TO LG-DATA
           MOVE WS-AGORA        TO LG-HORA
           MOVE WS-PROTOCOLO    TO LG-PROTOCOLO
           MOVE WS-TIPO-BUSCA   TO LG-TIPO-BUSCA
           MOVE WS-BUSCA        TO LG-BUSCA
           IF PEDIDO-ANONIMIZA
              MOVE WS-ANONIMO   TO LG-BUSCA.
           MOVE WS-OPERADOR     TO LG-OPERADOR
           MOVE WS-QTD-ACHADOS  TO LG-QTD-ACHADOS
           MOVE WS-QTD-ANONIMIZ TO LG-QTD-ANONIMIZ
           WRITE REG-LGPDREG
           PERFORM GRAVA-REGISTRO-PASSO UNTIL FS-STAT NOT = 22
           MOVE 0 TO FS-STAT.
       GRAVA-REGISTRO-PASSO.
           ADD 1 TO LG-HORA
           WRITE REG-LGPDREG.
      * DEPOIS DA ANONIMIZACAO O VALOR PROCURADO TAMBEM SAI DOS
      * PEDIDOS ANTERIORES DO MESMO TITULAR.
       ANONIMIZA-REGISTRO.
           MOVE LOW-VALUES TO LG-CHAVE
           START LGPDREG KEY NOT LESS THAN LG-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ANONIMIZA-REGISTRO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ANONIMIZA-REGISTRO-PASSO.
           READ LGPDREG NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF LG-TIPO-BUSCA = WS-TIPO-BUSCA AND LG-BUSCA = WS-BUSCA
                 MOVE WS-ANONIMO TO LG-BUSCA
                 REWRITE REG-LGPDREG.
      * -----------------------------------
      * RELACAO DE TODOS OS PEDIDOS REGISTRADOS, DO MAIS ANTIGO.
       RELATORIO-REGISTRO.
           OPEN OUTPUT LISTAG
           MOVE 'LGPD - REGISTRO DE PEDIDOS DE TITULARES' TO L02-TITULO
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 0 TO WS-QTD-ACHADOS
           MOVE LOW-VALUES TO LG-CHAVE
           START LGPDREG KEY NOT LESS THAN LG-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM RELATORIO-REGISTRO-PASSO UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'REGISTRO LGPD - PEDIDOS: ' WS-QTD-ACHADOS.
           MOVE 0 TO FS-STAT.
       RELATORIO-REGISTRO-PASSO.
           READ LGPDREG NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              ADD 1 TO WS-QTD-ACHADOS
              MOVE LG-DATA         TO L10-DATA
              MOVE LG-HORA         TO L10-HORA
              MOVE LG-PROTOCOLO    TO L10-PROTOCOLO
              MOVE LG-ACAO         TO L10-ACAO
              MOVE SPACES          TO L10-TIPO
              IF LG-TIPO-BUSCA > 0 AND LG-TIPO-BUSCA < 4
                 MOVE WS-TIPO-NOME(LG-TIPO-BUSCA) TO L10-TIPO.
           IF NOT FIM-ARQ
              MOVE LG-BUSCA        TO L10-BUSCA
              MOVE LG-OPERADOR     TO L10-OPERADOR
              MOVE LG-SUPERVISOR   TO L10-SUPERVISOR
              MOVE LG-QTD-ACHADOS  TO L10-ACHADOS
              MOVE LG-QTD-ANONIMIZ TO L10-ANONIMIZ
              WRITE LINHA FROM LINHA-10 BEFORE 1.
      * -----------------------------------
      * SUPERVISOR = OPERADOR LOGADO COM O MODULO 5 LIBERADO. SO COM
      * O CADASTRO DE OPERADORES AUSENTE OU VAZIO A ANONIMIZACAO
      * FICA ABERTA.
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
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL (SESSAO DO
      * TERMINAL SICCVTERM); SEM SESSAO PERGUNTA O CODIGO.
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
           OPEN I-O VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN I-O CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN I-O CONTATO
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CONTATO
              CLOSE CONTATO
              OPEN I-O CONTATO.
           OPEN I-O AUDIND
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT AUDIND
              CLOSE AUDIND
              OPEN I-O AUDIND.
           OPEN INPUT OPERADOR
           IF FS-STAT = '30'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN I-O LGPDREG
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT LGPDREG
              CLOSE LGPDREG
              OPEN I-O LGPDREG.
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
       JORNAL-VENDEDOR.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VENDEDOR' TO WS-JN-ARQUIVO
              MOVE REG-VENDEDOR TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV58 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
