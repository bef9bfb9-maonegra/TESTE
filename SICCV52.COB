       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV52.
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
      * OBJETIVO.....: SICCV52 - REEMBOLSO DE DESPESAS DE VIAGEM            *
      *                MANTEM A TABELA DE VALOR POR KM (POR VENDEDOR OU     *
      *                POR FILIAL, COM INICIO DE VIGENCIA, COMO A TABELA    *
      *                DE COMISSAO DO SICCV16), CARREGA AS LINHAS 'M' DO    *
      *                KMREL.CSV DO SICCV36 COMO LANCAMENTO DE KM DO MES    *
      *                E RECEBE AS DESPESAS AVULSAS (PEDAGIO,               *
      *                ESTACIONAMENTO, REFEICAO) COM O NUMERO DO RECIBO.    *
      *                TODO LANCAMENTO PASSA PELA APROVACAO DO SUPERVISOR   *
      *                (MESMO PADRAO DO SICCV27) E MES FECHADO PELO         *
      *                SICCV33 NAO RECEBE LANCAMENTO NEM APROVACAO NOVA.    *
      *                O DEMONSTRATIVO LISTA OS APROVADOS DA COMPETENCIA    *
      *                POR VENDEDOR E GRAVA UMA LINHA POR VENDEDOR NO       *
      *                REEMBOLSO.CSV PARA A FOLHA, COM O MESMO CONTROLE     *
      *                DE CABECALHO/TRAILER DO FOLHA.CSV.                   *
      *                LINHA DE COMANDO: 'CARGAKM AAAAMM' OU                *
      *                'FOLHA AAAAMM', SEM TELA.                            *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VENDEDOR.SEL.
       COPY OPERADOR.SEL.
       COPY KMTAXA.SEL.
       COPY DESPESA.SEL.
       COPY FECHAMES.SEL.
       COPY SESSAO.SEL.
           SELECT KMREL ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REEMBCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY OPERADOR.FD.
       COPY KMTAXA.FD.
       COPY DESPESA.FD.
       COPY FECHAMES.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL, COMO NO
      * SICCV27.
       COPY SESSAO.FD.
      * QUILOMETRAGEM GERADA PELO SICCV36: LINHA 'D' POR DIA E 'M'
      * COM O TOTAL DO MES (DATA = AAAAMM00). SO A 'M' E USADA.
       FD  KMREL    LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-KMREL.
       01  REG-KMREL.
           05 KR-TIPO           PIC X(01).
           05 KR-F1             PIC X(01).
           05 KR-VENDEDOR       PIC 9(03).
           05 KR-F2             PIC X(01).
           05 KR-DATA           PIC 9(08).
           05 KR-F3             PIC X(01).
           05 KR-KM             PIC 9(06)V9(3).
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJKM.
       01  REG-REJCSV.
           05 RJ-LINHA          PIC 9(05).
           05 RJ-F1             PIC X(01).
           05 RJ-MOTIVO         PIC X(40).
      * EXPORTACAO PARA A FOLHA: UMA LINHA POR VENDEDOR COM O KM, O
      * VALOR DO KM, AS DESPESAS AVULSAS E O TOTAL A REEMBOLSAR.
       FD  REEMBCSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REEMBOLSO.
       01  REG-REEMBCSV.
           05 RB-VENDEDOR       PIC 9(03).
           05 RB-F1             PIC X(01).
           05 RB-NOME           PIC X(40).
           05 RB-F2             PIC X(01).
           05 RB-ANOMES         PIC 9(06).
           05 RB-F3             PIC X(01).
           05 RB-KM             PIC 9(07)V9(03).
           05 RB-F4             PIC X(01).
           05 RB-VALOR-KM       PIC 9(09)V9(02).
           05 RB-F5             PIC X(01).
           05 RB-DESPESAS       PIC 9(09)V9(02).
           05 RB-F6             PIC X(01).
           05 RB-TOTAL          PIC 9(09)V9(02).
           05 RB-F7             PIC X(01).
           05 RB-TIPO           PIC X(08).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-RESPOSTA          PIC X(01) VALUE SPACES.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-FUNCAO-BATCH      PIC X(01) VALUE SPACES.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-MESFIM            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-MES          PIC 9(08) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-VENDEDOR      PIC X(01) VALUE 'N'.
           88 FIM-VENDEDOR           VALUE 'S'.
       01  WS-DP-FIM            PIC X(01) VALUE 'N'.
           88 FIM-DESPESAS           VALUE 'S'.
       01  WS-PROX-NUMERO       PIC 9(05) VALUE ZEROS.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
       01  WS-VALOR-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-KM-ED             PIC ZZZZZ9,999 VALUE ZEROS.
       01  WS-VALOR-KM-ED       PIC ZZ9,9999 VALUE ZEROS.
       01  WS-MES-ESTA-FECHADO  PIC X(01) VALUE 'N'.
           88 COMPETENCIA-FECHADA    VALUE 'S'.
       01  WS-CHK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WS-VALOR-KM          PIC 9(03)V9(04) VALUE ZEROS.
       01  WS-TAXA-ACHOU        PIC X(01) VALUE 'N'.
           88 TAXA-ACHADA            VALUE 'S'.
       01  WS-RECIBO-DUP        PIC X(01) VALUE 'N'.
           88 RECIBO-DUPLICADO       VALUE 'S'.
       01  WS-REG-KMTAXA.
           05 WS-KT-TIPO        PIC X(01) VALUE SPACES.
           05 WS-KT-CODIGO      PIC X(03) VALUE SPACES.
           05 WS-KT-VIGENCIA    PIC 9(08) VALUE ZEROS.
           05 WS-KT-VALOR-KM    PIC 9(03)V9(04) VALUE ZEROS.
       01  WS-REG-DESPESA.
           05 WS-DP-VENDEDOR    PIC 9(03) VALUE ZEROS.
           05 WS-DP-DATA-DESPESA PIC 9(08) VALUE ZEROS.
           05 WS-DP-DATA-R REDEFINES WS-DP-DATA-DESPESA.
              10 WS-DP-ANOMES   PIC 9(06).
              10 WS-DP-ANOMES-R REDEFINES WS-DP-ANOMES.
                 15 WS-DP-ANO   PIC 9(04).
                 15 WS-DP-MES   PIC 9(02).
              10 WS-DP-DIA      PIC 9(02).
           05 WS-DP-TIPO        PIC X(03) VALUE SPACES.
           05 WS-DP-RECIBO      PIC X(15) VALUE SPACES.
           05 WS-DP-VALOR       PIC 9(07)V9(02) VALUE ZEROS.
           05 WS-DP-COMPLEMENTO PIC X(30) VALUE SPACES.
      * CARGA DO KMREL.CSV
       01  WS-CSV-LINHA         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-OK            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-MANTIDOS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       01  WS-KM-ACHOU          PIC X(01) VALUE 'N'.
       01  WS-KM-NUMERO         PIC 9(05) VALUE ZEROS.
       01  WS-NOVO-VALOR        PIC 9(07)V9(02) VALUE ZEROS.
      * DEMONSTRATIVO: TOTAIS DO VENDEDOR E DA COMPETENCIA.
       01  WS-VDD-ITENS         PIC 9(05) VALUE ZEROS.
       01  WS-VDD-KM            PIC 9(07)V9(03) VALUE ZEROS.
       01  WS-VDD-VALOR-KM      PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-VDD-DESPESAS      PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-VDD-TOTAL         PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-GERAL       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-QTD-VENDEDORES    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
      * CONTROLE DO REEMBOLSO.CSV, NO PADRAO DO FOLHA.CSV: CABECALHO
      * 'H;ORIGEM;DATA;HORA;VERSAO;AMBIENTE' E TRAILER
      * 'T;CONTAGEM;HASH' (HASH = SOMA DOS TOTAIS REEMBOLSADOS).
       01  WS-CTL-CABEC.
           05 F                 PIC X(02) VALUE 'H;'.
           05 WS-CTL-ORIGEM     PIC X(08) VALUE 'SICCV52 '.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-DATA       PIC 9(08) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-HORA       PIC 9(06) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-VERSAO     PIC X(03) VALUE '001'.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-AMBIENTE   PIC X(08) VALUE SPACES.
       01  WS-CTL-TRAILER.
           05 F                 PIC X(02) VALUE 'T;'.
           05 WS-CTL-QTD        PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-HASH       PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-CTL-HORA-TODA     PIC 9(08) VALUE ZEROS.
       01  WS-FOLHA-QTD         PIC 9(07) VALUE ZEROS.
       01  WS-FOLHA-HASH        PIC 9(13)V9(02) VALUE ZEROS.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL ('D' = DIA JULIANO, PARA
      * CONFERIR A DATA DA DESPESA).
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
      * DATA A CONFERIR PELO CONFERE-DIA-DO-MES (VIRA O DIA 1 DO MES
      * SEGUINTE DURANTE A CONFERENCIA).
       01  WS-DC-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DC-DATA-R REDEFINES WS-DC-DATA.
           05 WS-DC-ANO         PIC 9(04).
           05 WS-DC-MES         PIC 9(02).
           05 WS-DC-DIA         PIC 9(02).
       01  WS-DC-JDN            PIC 9(08) VALUE ZEROS.
       01  WS-DC-VALIDA         PIC X(01) VALUE 'S'.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(42) VALUE
              'DEMONSTRATIVO DE REEMBOLSO - COMPETENCIA '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(40) VALUE
              '      LANC  TIPO DATA      RECIBO       '.
           05 F                  PIC X(34) VALUE
              '           KM    R$/KM       VALOR'.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              '     -----  ---  --------  -------------'.
           05 F                  PIC X(34) VALUE
              '-- ---------- --------  ----------'.
       01  LINHA-05.
           05 F                  PIC X(05) VALUE SPACES.
           05 L05-NUMERO         PIC ZZZZ9     VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-TIPO           PIC X(03)     VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-DATA           PIC 9(08)     VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-RECIBO         PIC X(15)     VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L05-KM             PIC ZZZZZ9,999 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-VALOR-KM       PIC ZZ9,9999  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-VALOR          PIC ZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-06.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L06-VENDEDOR       PIC ZZ9       VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' - '.
           05 L06-NOME           PIC X(30)     VALUE SPACES.
           05 F                  PIC X(09) VALUE ' FILIAL: '.
           05 L06-FILIAL         PIC X(02)     VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(30) VALUE SPACES.
           05 F                  PIC X(32) VALUE
              'TOTAL DO VENDEDOR..............:'.
           05 L07-TOTAL          PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(30) VALUE SPACES.
           05 F                  PIC X(30) VALUE
              'TOTAL GERAL DE REEMBOLSO.....:'.
           05 L08-TOTAL          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-09.
           05 F                  PIC X(45) VALUE
              'LANCAMENTOS PENDENTES FORA DO DEMONSTRATIVO: '.
           05 L09-PENDENTES      PIC ZZZZ9     VALUE ZEROS.

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
               "*** REEMBOLSO DE VIAGEM  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - VALOR POR KM".
           02 LINE 08 COLUMN 28  VALUE "2 - LANCAR DESPESA".
           02 LINE 09 COLUMN 28  VALUE "3 - CARREGAR KM DO MES".
           02 LINE 10 COLUMN 28  VALUE "4 - APROVAR PENDENTES".
           02 LINE 11 COLUMN 28  VALUE "5 - DEMONSTRATIVO E FOLHA".
           02 LINE 12 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 14 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 14 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-TAXA.
           02 LINE 08 COLUMN 12 VALUE "Tipo (V/F)........:".
           02 LINE 10 COLUMN 12 VALUE "Codigo (VDD/FL)...:".
           02 LINE 12 COLUMN 12 VALUE "Vigencia (AAAAMMDD):".
           02 LINE 14 COLUMN 12 VALUE "Valor por km......:".
       01  SS-TELA-DESPESA.
           02 LINE 06 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 08 COLUMN 12 VALUE "Data (AAAAMMDD)...:".
           02 LINE 10 COLUMN 12 VALUE "Tipo (PED/EST/REF):".
           02 LINE 12 COLUMN 12 VALUE "Recibo............:".
           02 LINE 14 COLUMN 12 VALUE "Valor.............:".
           02 LINE 16 COLUMN 12 VALUE "Complemento.......:".
       01  SS-TELA-REVISAO.
           02 LINE 05 COLUMN 12 VALUE "Lancamento........:".
           02 LINE 06 COLUMN 12 VALUE "Data/Operador.....:".
           02 LINE 08 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 10 COLUMN 12 VALUE "Competencia/Data..:".
           02 LINE 12 COLUMN 12 VALUE "Tipo/Recibo.......:".
           02 LINE 14 COLUMN 12 VALUE "Km / Valor por km.:".
           02 LINE 16 COLUMN 12 VALUE "Valor.............:".
           02 LINE 17 COLUMN 12 VALUE "Complemento.......:".
           02 LINE 19 COLUMN 12 VALUE
              "(A)PROVAR (R)EJEITAR (P)ROXIMO (S)AIR:".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:7) = 'CARGAKM'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE 'K' TO WS-FUNCAO-BATCH
              IF WS-PARM-EXECUCAO(9:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(9:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-PARM-EXECUCAO(1:5) = 'FOLHA'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE 'F' TO WS-FUNCAO-BATCH
              IF WS-PARM-EXECUCAO(7:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(7:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
      * SEM TELA NAO HA OPERADOR LOGADO: A CARGA ASSINA COMO O
      * PROPRIO PROGRAMA, COMO O RECALCULO DO SICCV16.
           IF EXECUCAO-BATCH
              MOVE 'SICCV52   ' TO WS-OPERADOR.
           IF WS-FUNCAO-BATCH = 'K'
              PERFORM CARGA-KM.
           IF WS-FUNCAO-BATCH = 'F'
              PERFORM DEMONSTRATIVO.
           IF NOT EXECUCAO-BATCH
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE VENDEDOR OPERADOR KMTAXA DESPESA FECHAMES
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
              PERFORM TELA-TAXA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM TELA-DESPESA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 3 OR WS-OPCAO = 5
              DISPLAY(16, 28) "COMPETENCIA (AAAAMM): "
              ACCEPT(16, 50) WS-ANOMES WITH PROMPT
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-OPCAO = 3
              PERFORM CARGA-KM
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 4
              PERFORM REVISA-PENDENTES
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 5
              PERFORM DEMONSTRATIVO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 5 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO DA TABELA DE VALOR POR KM: DIGITA TIPO+CODIGO+
      * VIGENCIA; SE JA EXISTIR MOSTRA O VALOR E DEIXA ALTERAR OU
      * EXCLUIR (VALOR ZERADO), SE NAO EXISTIR PEDE O VALOR E INCLUI
      * (MESMO DESENHO DA TELA-TAXA DO SICCV16).
       TELA-TAXA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-TAXA
           MOVE SPACES TO WS-KT-TIPO WS-KT-CODIGO
           MOVE ZEROS  TO WS-KT-VIGENCIA WS-KT-VALOR-KM
           ACCEPT(08, 34) WS-KT-TIPO WITH PROMPT
           IF WS-KT-TIPO NOT = 'V' AND WS-KT-TIPO NOT = 'F'
              MOVE 0 TO WS-OPCAO
           ELSE
              ACCEPT(10, 34) WS-KT-CODIGO WITH PROMPT
              ACCEPT(12, 34) WS-KT-VIGENCIA WITH PROMPT
              MOVE WS-KT-TIPO     TO KT-TIPO
              MOVE WS-KT-CODIGO   TO KT-CODIGO
              MOVE WS-KT-VIGENCIA TO KT-VIGENCIA
              READ KMTAXA
              IF FS-STAT = 00
                 MOVE KT-VALOR-KM TO WS-KT-VALOR-KM
                 DISPLAY(14, 34) WS-KT-VALOR-KM
                 ACCEPT(14, 34) WS-KT-VALOR-KM WITH PROMPT UPDATE
                 PERFORM GRAVA-TAXA-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 ACCEPT(14, 34) WS-KT-VALOR-KM WITH PROMPT
                 PERFORM GRAVA-TAXA-INCLUSAO.
       GRAVA-TAXA-ALTERACAO.
           IF WS-KT-VALOR-KM = 0
              DELETE KMTAXA
              MOVE 'VALOR EXCLUIDO DA TABELA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-KT-VALOR-KM TO KT-VALOR-KM
              REWRITE REG-KMTAXA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR VALOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'VALOR ALTERADO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-TAXA-INCLUSAO.
           IF WS-KT-VALOR-KM = 0
              MOVE 'VALOR ZERADO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-KT-TIPO     TO KT-TIPO
              MOVE WS-KT-CODIGO   TO KT-CODIGO
              MOVE WS-KT-VIGENCIA TO KT-VIGENCIA
              MOVE WS-KT-VALOR-KM TO KT-VALOR-KM
              WRITE REG-KMTAXA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR VALOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'VALOR INCLUIDO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * LANCAMENTO DE DESPESA AVULSA: A COMPETENCIA E O MES DA DATA
      * DA DESPESA; O RECIBO E OBRIGATORIO E NAO PODE REPETIR PARA
      * O MESMO VENDEDOR (SALVO SE O ANTERIOR FOI REJEITADO).
       TELA-DESPESA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-DESPESA
           MOVE ZEROS TO WS-DP-VENDEDOR WS-DP-DATA-DESPESA WS-DP-VALOR
           MOVE SPACES TO WS-DP-TIPO WS-DP-RECIBO WS-DP-COMPLEMENTO
           ACCEPT(06, 34) WS-DP-VENDEDOR WITH PROMPT
           IF WS-DP-VENDEDOR = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-DP-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(06, 45) VD-NOME(1:25)
                 PERFORM DESPESA-DATA.
           MOVE 0 TO FS-STAT.
       DESPESA-DATA.
           ACCEPT(08, 34) WS-DP-DATA-DESPESA WITH PROMPT
           IF WS-DP-DATA-DESPESA = 0
              MOVE WS-HOJE TO WS-DP-DATA-DESPESA
              DISPLAY(08, 34) WS-DP-DATA-DESPESA.
           PERFORM VALIDA-DATA-DESPESA
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO DESPESA-DATA.
      * MES FECHADO PELO SICCV33 NAO ACEITA DESPESA NOVA.
           MOVE WS-DP-ANOMES TO WS-CHK-ANOMES
           PERFORM CONFERE-MES-FECHADO
           IF COMPETENCIA-FECHADA
              MOVE 'COMPETENCIA FECHADA - DESPESA RECUSADA'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO DESPESA-DATA.
           PERFORM DESPESA-TIPO
           PERFORM DESPESA-RECIBO
           PERFORM DESPESA-VALOR
           ACCEPT(16, 34) WS-DP-COMPLEMENTO WITH PROMPT
           PERFORM GRAVA-DESPESA.
       VALIDA-DATA-DESPESA.
           MOVE SPACES TO WS-MSGERRO
           IF WS-DP-MES < 1 OR WS-DP-MES > 12
              OR WS-DP-DIA < 1 OR WS-DP-DIA > 31
              OR WS-DP-ANO < 2000
              MOVE 'DATA INVALIDA' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              MOVE WS-DP-DATA-DESPESA TO WS-DC-DATA
              PERFORM CONFERE-DIA-DO-MES
              IF WS-DC-VALIDA NOT = 'S'
                 MOVE 'DATA INVALIDA' TO WS-MSGERRO.
           IF WS-MSGERRO = SPACES
              AND WS-DP-DATA-DESPESA > WS-HOJE
              MOVE 'DATA FUTURA NAO ACEITA' TO WS-MSGERRO.
      * O DIA TEM DE EXISTIR NO MES (20260231 NAO PASSA): PELO DIAUTIL,
      * O DIA JULIANO DA DATA FICA ANTES DO DIA 1 DO MES SEGUINTE.
       CONFERE-DIA-DO-MES.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-DC-DATA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-DC-JDN
           MOVE 1 TO WS-DC-DIA
           IF WS-DC-MES = 12
              MOVE 1 TO WS-DC-MES
              ADD 1 TO WS-DC-ANO
           ELSE
              ADD 1 TO WS-DC-MES.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-DC-DATA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           IF WS-DC-JDN < WS-DU-DIAS
              MOVE 'S' TO WS-DC-VALIDA
           ELSE
              MOVE 'N' TO WS-DC-VALIDA.
       DESPESA-TIPO.
           ACCEPT(10, 34) WS-DP-TIPO WITH PROMPT
           IF WS-DP-TIPO NOT = 'PED'
              AND WS-DP-TIPO NOT = 'EST'
              AND WS-DP-TIPO NOT = 'REF'
              MOVE 'TIPO INVALIDO (PED/EST/REF)' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO DESPESA-TIPO.
       DESPESA-RECIBO.
           ACCEPT(12, 34) WS-DP-RECIBO WITH PROMPT
           IF WS-DP-RECIBO = SPACES
              MOVE 'NUMERO DO RECIBO OBRIGATORIO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO DESPESA-RECIBO.
           PERFORM CONFERE-RECIBO
           IF RECIBO-DUPLICADO
              MOVE 'RECIBO JA LANCADO PARA O VENDEDOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO DESPESA-RECIBO.
       DESPESA-VALOR.
           ACCEPT(14, 34) WS-DP-VALOR WITH PROMPT
           IF WS-DP-VALOR = 0
              MOVE 'VALOR ZERADO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO DESPESA-VALOR.
       CONFERE-RECIBO.
           MOVE 'N' TO WS-RECIBO-DUP
           MOVE ZEROS TO DP-NUMERO
           START DESPESA KEY NOT LESS THAN DP-NUMERO
           MOVE 'N' TO WS-DP-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-DP-FIM.
           PERFORM CONFERE-RECIBO-PASSO UNTIL FIM-DESPESAS
           MOVE 0 TO FS-STAT.
       CONFERE-RECIBO-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-DP-FIM.
           IF NOT FIM-DESPESAS
              IF DP-VENDEDOR = WS-DP-VENDEDOR
                 AND DP-RECIBO = WS-DP-RECIBO
                 AND NOT DESPESA-KM
                 AND NOT DESPESA-REJEITADA
                 MOVE 'S' TO WS-RECIBO-DUP
                 MOVE 'S' TO WS-DP-FIM.
       GRAVA-DESPESA.
           PERFORM ACHA-PROXIMO-NUMERO
           MOVE WS-PROX-NUMERO     TO DP-NUMERO
           MOVE WS-DP-VENDEDOR     TO DP-VENDEDOR
           MOVE WS-DP-ANOMES       TO DP-ANOMES
           MOVE WS-DP-TIPO         TO DP-TIPO
           MOVE WS-DP-DATA-DESPESA TO DP-DATA-DESPESA
           MOVE WS-DP-RECIBO       TO DP-RECIBO
           MOVE 0                  TO DP-KM DP-VALOR-KM
           MOVE WS-DP-VALOR        TO DP-VALOR
           MOVE WS-DP-COMPLEMENTO  TO DP-COMPLEMENTO
           MOVE WS-OPERADOR        TO DP-OPERADOR
           MOVE WS-HOJE            TO DP-DATA
           MOVE 'P'                TO DP-SITUACAO
           MOVE SPACES             TO DP-SUPERVISOR
           MOVE 0                  TO DP-DATA-DECISAO
           WRITE REG-DESPESA
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR DESPESA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'DESPESA LANCADA NA FILA !!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       CONFERE-MES-FECHADO.
           MOVE 'N' TO WS-MES-ESTA-FECHADO
           MOVE WS-CHK-ANOMES TO FM-ANOMES
           READ FECHAMES
           IF FS-STAT = 00 AND MES-FECHADO
              MOVE 'S' TO WS-MES-ESTA-FECHADO.
           MOVE 0 TO FS-STAT.
       ACHA-PROXIMO-NUMERO.
           MOVE 0 TO WS-PROX-NUMERO
           MOVE ZEROS TO DP-NUMERO
           START DESPESA KEY NOT LESS THAN DP-NUMERO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACHA-NUMERO-PASSO UNTIL FIM-ARQ
           ADD 1 TO WS-PROX-NUMERO
           MOVE 0 TO FS-STAT.
       ACHA-NUMERO-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE DP-NUMERO TO WS-PROX-NUMERO.
      * -----------------------------------
      * CARGA DO KM DO MES: CADA LINHA 'M' DO KMREL.CSV DA
      * COMPETENCIA VIRA (OU ATUALIZA) O LANCAMENTO 'KM' DO VENDEDOR,
      * VALORIZADO PELO VALOR POR KM VIGENTE NO FIM DO MES. NUMA
      * RECARGA, LANCAMENTO JA DECIDIDO SO VOLTA PARA A FILA SE O KM
      * OU O VALOR MUDOU. REJEICOES NO REJKM.CSV COM O NUMERO DA
      * LINHA, COMO NAS OUTRAS CARGAS.
       CARGA-KM.
           MOVE WS-ANOMES TO WS-CHK-ANOMES
           PERFORM CONFERE-MES-FECHADO
           IF COMPETENCIA-FECHADA
              MOVE 'COMPETENCIA FECHADA - CARGA RECUSADA'
                    TO WS-MSGERRO
              PERFORM MOSTRA-AVISO
           ELSE
              PERFORM CARGA-KM-ARQUIVO.
           MOVE 0 TO FS-STAT.
       CARGA-KM-ARQUIVO.
           OPEN INPUT KMREL
           IF FS-STAT NOT = 00
              MOVE 'KMREL.CSV NAO ENCONTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-AVISO
           ELSE
              OPEN OUTPUT REJCSV
              COMPUTE WS-MESFIM = WS-ANOMES * 100 + 31
              COMPUTE WS-DATA-MES = WS-ANOMES * 100
              MOVE 0 TO WS-CSV-LINHA WS-QTD-OK WS-QTD-MANTIDOS
                        WS-QTD-REJ FS-STAT
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM CARGA-KM-PASSO UNTIL FIM-ARQ
              CLOSE KMREL REJCSV
              PERFORM AVISA-FIM-CARGA.
           MOVE 0 TO FS-STAT.
       AVISA-FIM-CARGA.
           IF EXECUCAO-BATCH
              DISPLAY 'CARGA DE KM ' WS-ANOMES
                      ' - GRAVADOS: ' WS-QTD-OK
                      ' MANTIDOS: ' WS-QTD-MANTIDOS
                      ' REJEITADOS: ' WS-QTD-REJ
           ELSE
              MOVE 'CARGA CONCLUIDA - REJEICOES NO REJKM.CSV'
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       CARGA-KM-PASSO.
           READ KMREL AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF REG-KMREL NOT = SPACES
                 ADD 1 TO WS-CSV-LINHA
                 IF KR-TIPO = 'M' AND KR-DATA NUMERIC
                    IF KR-DATA = WS-DATA-MES
                       PERFORM VALIDA-LINHA-KM.
       VALIDA-LINHA-KM.
           MOVE SPACES TO RJ-MOTIVO
           IF KR-VENDEDOR NOT NUMERIC OR KR-KM NOT NUMERIC
              MOVE 'CAMPO NAO NUMERICO' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES AND KR-KM = 0
              MOVE 'QUILOMETRAGEM ZERADA' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              MOVE KR-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 'VENDEDOR NAO CADASTRADO' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              PERFORM ACHA-TAXA-KM
              IF NOT TAXA-ACHADA
                 MOVE 'SEM VALOR POR KM VIGENTE' TO RJ-MOTIVO.
           MOVE 0 TO FS-STAT
           IF RJ-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
           ELSE
              PERFORM GRAVA-LINHA-KM.
       GRAVA-LINHA-KM.
           COMPUTE WS-NOVO-VALOR ROUNDED = KR-KM * WS-VALOR-KM
           PERFORM PROCURA-LINHA-KM
           IF WS-KM-ACHOU = 'S'
              PERFORM ATUALIZA-LINHA-KM
           ELSE
              PERFORM INCLUI-LINHA-KM.
           MOVE 0 TO FS-STAT.
      * LANCAMENTO DE KM JA EXISTENTE DO VENDEDOR NA COMPETENCIA
      * (QUALQUER SITUACAO), PARA A RECARGA NAO DUPLICAR.
       PROCURA-LINHA-KM.
           MOVE 'N' TO WS-KM-ACHOU
           MOVE 0 TO WS-KM-NUMERO
           MOVE ZEROS TO DP-NUMERO
           START DESPESA KEY NOT LESS THAN DP-NUMERO
           MOVE 'N' TO WS-DP-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-DP-FIM.
           PERFORM PROCURA-LINHA-KM-PASSO UNTIL FIM-DESPESAS
           MOVE 0 TO FS-STAT.
       PROCURA-LINHA-KM-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-DP-FIM.
           IF NOT FIM-DESPESAS
              IF DESPESA-KM
                 AND DP-VENDEDOR = KR-VENDEDOR
                 AND DP-ANOMES = WS-ANOMES
                 MOVE 'S' TO WS-KM-ACHOU
                 MOVE DP-NUMERO TO WS-KM-NUMERO
                 MOVE 'S' TO WS-DP-FIM.
       ATUALIZA-LINHA-KM.
           MOVE WS-KM-NUMERO TO DP-NUMERO
           READ DESPESA
           IF NOT DESPESA-PENDENTE
              AND DP-KM = KR-KM AND DP-VALOR = WS-NOVO-VALOR
              ADD 1 TO WS-QTD-MANTIDOS
           ELSE
              PERFORM PREENCHE-LINHA-KM
              REWRITE REG-DESPESA
              ADD 1 TO WS-QTD-OK.
       INCLUI-LINHA-KM.
           PERFORM ACHA-PROXIMO-NUMERO
           MOVE WS-PROX-NUMERO TO DP-NUMERO
           PERFORM PREENCHE-LINHA-KM
           WRITE REG-DESPESA
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR LANCAMENTO' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO
           ELSE
              ADD 1 TO WS-QTD-OK.
       PREENCHE-LINHA-KM.
           MOVE KR-VENDEDOR    TO DP-VENDEDOR
           MOVE WS-ANOMES      TO DP-ANOMES
           MOVE 'KM '          TO DP-TIPO
           MOVE KR-DATA        TO DP-DATA-DESPESA
           MOVE 'KMREL.CSV'    TO DP-RECIBO
           MOVE KR-KM          TO DP-KM
           MOVE WS-VALOR-KM    TO DP-VALOR-KM
           MOVE WS-NOVO-VALOR  TO DP-VALOR
           MOVE 'QUILOMETRAGEM DO MES' TO DP-COMPLEMENTO
           MOVE WS-OPERADOR    TO DP-OPERADOR
           MOVE WS-HOJE        TO DP-DATA
           MOVE 'P'            TO DP-SITUACAO
           MOVE SPACES         TO DP-SUPERVISOR
           MOVE 0              TO DP-DATA-DECISAO.
       GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJ
           MOVE WS-CSV-LINHA TO RJ-LINHA
           MOVE ';'          TO RJ-F1
           WRITE REG-REJCSV.
      * O VALOR DO VENDEDOR VALE SOBRE O DA FILIAL; EM AMBOS OS CASOS
      * VALE A LINHA DE MAIOR VIGENCIA QUE NAO PASSA DO FIM DO MES.
       ACHA-TAXA-KM.
           MOVE 0 TO WS-VALOR-KM
           MOVE 'V' TO WS-KT-TIPO
           MOVE SPACES TO WS-KT-CODIGO
           MOVE VD-CODIGO TO WS-KT-CODIGO
           PERFORM PROCURA-TAXA-KM
           IF NOT TAXA-ACHADA
              IF VD-FILIAL NOT = SPACES
                 MOVE 'F' TO WS-KT-TIPO
                 MOVE SPACES TO WS-KT-CODIGO
                 MOVE VD-FILIAL TO WS-KT-CODIGO(1:2)
                 PERFORM PROCURA-TAXA-KM.
       PROCURA-TAXA-KM.
           MOVE 'N' TO WS-TAXA-ACHOU
           MOVE WS-KT-TIPO   TO KT-TIPO
           MOVE WS-KT-CODIGO TO KT-CODIGO
           MOVE WS-MESFIM    TO KT-VIGENCIA
           START KMTAXA KEY NOT GREATER THAN KT-CHAVE
           IF FS-STAT = 00
              READ KMTAXA PREVIOUS AT END
                 MOVE 10 TO FS-STAT.
           IF FS-STAT = 00
              IF KT-TIPO = WS-KT-TIPO AND KT-CODIGO = WS-KT-CODIGO
                 MOVE 'S' TO WS-TAXA-ACHOU
                 MOVE KT-VALOR-KM TO WS-VALOR-KM.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * APROVACAO: SO OPERADOR COM PERMISSAO DO MODULO 5 (SUPERVISOR)
      * DECIDE, PASSANDO PELOS PENDENTES UM A UM COMO NO SICCV27.
      * LANCAMENTO DE MES JA FECHADO SO PODE SER REJEITADO.
       REVISA-PENDENTES.
           PERFORM VERIFICA-SUPERVISOR
           IF WS-E-SUPERVISOR NOT = 'S'
              MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE ZEROS TO DP-NUMERO
              START DESPESA KEY NOT LESS THAN DP-NUMERO
              MOVE 'N' TO WS-FIM-ARQ
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           IF WS-E-SUPERVISOR = 'S'
              PERFORM REVISA-PASSO UNTIL FIM-ARQ
              MOVE 'FIM DOS LANCAMENTOS PENDENTES' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * SUPERVISOR = OPERADOR LOGADO COM O MODULO 5 LIBERADO. SO COM
      * O CADASTRO DE OPERADORES AUSENTE OU VAZIO A APROVACAO FICA
      * ABERTA.
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
       REVISA-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF DESPESA-PENDENTE
                 PERFORM MOSTRA-DESPESA
                 PERFORM DECIDE-DESPESA.
       MOSTRA-DESPESA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-REVISAO
           DISPLAY(05, 33) DP-NUMERO
           DISPLAY(06, 33) DP-DATA
           DISPLAY(06, 44) DP-OPERADOR
           DISPLAY(08, 33) DP-VENDEDOR
           MOVE DP-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00
              DISPLAY(08, 40) VD-NOME(1:30).
           DISPLAY(10, 33) DP-ANOMES
           DISPLAY(10, 42) DP-DATA-DESPESA
           DISPLAY(12, 33) DP-TIPO
           DISPLAY(12, 38) DP-RECIBO
           IF DESPESA-KM
              MOVE DP-KM TO WS-KM-ED
              MOVE DP-VALOR-KM TO WS-VALOR-KM-ED
              DISPLAY(14, 33) WS-KM-ED
              DISPLAY(14, 46) WS-VALOR-KM-ED.
           MOVE DP-VALOR TO WS-VALOR-ED
           DISPLAY(16, 33) WS-VALOR-ED
           DISPLAY(17, 33) DP-COMPLEMENTO
           MOVE 0 TO FS-STAT.
       DECIDE-DESPESA.
           MOVE SPACES TO WS-RESPOSTA
           PERFORM DECIDE-RESPOSTA
                   UNTIL WS-RESPOSTA = 'A' OR WS-RESPOSTA = 'R'
                      OR WS-RESPOSTA = 'P' OR WS-RESPOSTA = 'S'
           IF WS-RESPOSTA = 'A'
              PERFORM APROVA-DESPESA.
           IF WS-RESPOSTA = 'R'
              MOVE 'R' TO DP-SITUACAO
              MOVE WS-OPERADOR TO DP-SUPERVISOR
              MOVE WS-HOJE TO DP-DATA-DECISAO
              REWRITE REG-DESPESA.
           IF WS-RESPOSTA = 'S'
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 0 TO FS-STAT.
       DECIDE-RESPOSTA.
           ACCEPT(19, 52) WS-RESPOSTA WITH PROMPT.
       APROVA-DESPESA.
           MOVE DP-ANOMES TO WS-CHK-ANOMES
           PERFORM CONFERE-MES-FECHADO
           IF COMPETENCIA-FECHADA
              MOVE 'COMPETENCIA FECHADA - SO CABE REJEITAR'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE 'A' TO DP-SITUACAO
              MOVE WS-OPERADOR TO DP-SUPERVISOR
              MOVE WS-HOJE TO DP-DATA-DECISAO
              REWRITE REG-DESPESA.
      * -----------------------------------
      * DEMONSTRATIVO DA COMPETENCIA: PARA CADA VENDEDOR, OS
      * LANCAMENTOS APROVADOS (KM E DESPESAS AVULSAS) E O TOTAL A
      * REEMBOLSAR, QUE VAI NUMA LINHA DO REEMBOLSO.CSV. OS AINDA
      * PENDENTES FICAM DE FORA E SAO CONTADOS NO RODAPE.
       DEMONSTRATIVO.
           OPEN OUTPUT REEMBCSV
           MOVE 0 TO WS-FOLHA-QTD WS-FOLHA-HASH
           ACCEPT WS-CTL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-CTL-HORA-TODA FROM TIME
           MOVE WS-CTL-HORA-TODA(1:6) TO WS-CTL-HORA
           MOVE WS-AMB-NOME TO WS-CTL-AMBIENTE
           MOVE SPACES TO REG-REEMBCSV
           MOVE WS-CTL-CABEC TO REG-REEMBCSV
           WRITE REG-REEMBCSV
           OPEN OUTPUT LISTAG
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 0 TO WS-TOTAL-GERAL WS-QTD-VENDEDORES
                     WS-QTD-PENDENTES
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-VENDEDOR.
           PERFORM DEMONSTRA-VENDEDOR UNTIL FIM-VENDEDOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-TOTAL-GERAL TO L08-TOTAL
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE WS-QTD-PENDENTES TO L09-PENDENTES
           WRITE LINHA FROM LINHA-09 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-FOLHA-QTD  TO WS-CTL-QTD
           MOVE WS-FOLHA-HASH TO WS-CTL-HASH
           MOVE SPACES TO REG-REEMBCSV
           MOVE WS-CTL-TRAILER TO REG-REEMBCSV
           WRITE REG-REEMBCSV
           CLOSE REEMBCSV LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'REEMBOLSO ' WS-ANOMES ' - VENDEDORES: '
                      WS-QTD-VENDEDORES
                      ' PENDENTES: ' WS-QTD-PENDENTES
           ELSE
              MOVE 'DEMONSTRATIVO PRONTO. VEJA REEMBOLSO.CSV'
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       DEMONSTRA-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VENDEDOR.
           IF NOT FIM-VENDEDOR
              MOVE 0 TO WS-VDD-ITENS WS-VDD-KM WS-VDD-VALOR-KM
                        WS-VDD-DESPESAS
              MOVE ZEROS TO DP-NUMERO
              START DESPESA KEY NOT LESS THAN DP-NUMERO
              MOVE 'N' TO WS-DP-FIM
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-DP-FIM.
           IF NOT FIM-VENDEDOR
              PERFORM DEMONSTRA-DESPESA-PASSO UNTIL FIM-DESPESAS
              IF WS-VDD-ITENS > 0
                 PERFORM FECHA-VENDEDOR-REEMBOLSO.
           MOVE 0 TO FS-STAT.
       DEMONSTRA-DESPESA-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-DP-FIM.
           IF NOT FIM-DESPESAS
              IF DP-VENDEDOR = VD-CODIGO AND DP-ANOMES = WS-ANOMES
                 PERFORM LANCA-DESPESA-VENDEDOR.
       LANCA-DESPESA-VENDEDOR.
           IF DESPESA-PENDENTE
              ADD 1 TO WS-QTD-PENDENTES.
           IF DESPESA-APROVADA
              PERFORM IMPRIME-DESPESA.
       IMPRIME-DESPESA.
           IF WS-VDD-ITENS = 0
              MOVE VD-CODIGO TO L06-VENDEDOR
              MOVE VD-NOME   TO L06-NOME
              MOVE VD-FILIAL TO L06-FILIAL
              WRITE LINHA FROM LINHA-06 BEFORE 1.
           ADD 1 TO WS-VDD-ITENS
           IF DESPESA-KM
              ADD DP-KM    TO WS-VDD-KM
              ADD DP-VALOR TO WS-VDD-VALOR-KM
           ELSE
              ADD DP-VALOR TO WS-VDD-DESPESAS.
           MOVE DP-NUMERO       TO L05-NUMERO
           MOVE DP-TIPO         TO L05-TIPO
           MOVE DP-DATA-DESPESA TO L05-DATA
           MOVE DP-RECIBO       TO L05-RECIBO
           MOVE DP-KM           TO L05-KM
           MOVE DP-VALOR-KM     TO L05-VALOR-KM
           MOVE DP-VALOR        TO L05-VALOR
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       FECHA-VENDEDOR-REEMBOLSO.
           COMPUTE WS-VDD-TOTAL = WS-VDD-VALOR-KM + WS-VDD-DESPESAS
           ADD WS-VDD-TOTAL TO WS-TOTAL-GERAL
           ADD 1 TO WS-QTD-VENDEDORES
           MOVE WS-VDD-TOTAL TO L07-TOTAL
           WRITE LINHA FROM LINHA-07 BEFORE 2
           MOVE VD-CODIGO       TO RB-VENDEDOR
           MOVE VD-NOME         TO RB-NOME
           MOVE WS-ANOMES       TO RB-ANOMES
           MOVE WS-VDD-KM       TO RB-KM
           MOVE WS-VDD-VALOR-KM TO RB-VALOR-KM
           MOVE WS-VDD-DESPESAS TO RB-DESPESAS
           MOVE WS-VDD-TOTAL    TO RB-TOTAL
           MOVE 'REEMBOLS'      TO RB-TIPO
           MOVE ';' TO RB-F1 RB-F2 RB-F3 RB-F4 RB-F5 RB-F6 RB-F7
           WRITE REG-REEMBCSV
           ADD 1 TO WS-FOLHA-QTD
           ADD WS-VDD-TOTAL TO WS-FOLHA-HASH.
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
           IF WS-OPERADOR = SPACES
              DISPLAY(15, 14) "OPERADOR..: "
              ACCEPT(15, 26) WS-OPERADOR.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT OPERADOR
           IF FS-STAT = '30'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN I-O KMTAXA
           IF FS-STAT = '30'
              OPEN OUTPUT KMTAXA
              CLOSE KMTAXA
              OPEN I-O KMTAXA.
           OPEN I-O DESPESA
           IF FS-STAT = '30'
              OPEN OUTPUT DESPESA
              CLOSE DESPESA
              OPEN I-O DESPESA.
           OPEN INPUT FECHAMES
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT FECHAMES
              CLOSE FECHAMES
              OPEN INPUT FECHAMES.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MENSAGEM NA TELA OU, SEM TELA, NO CONSOLE.
       MOSTRA-AVISO.
           IF EXECUCAO-BATCH
              DISPLAY WS-MSGERRO
              MOVE SPACES TO WS-MSGERRO
           ELSE
              PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
