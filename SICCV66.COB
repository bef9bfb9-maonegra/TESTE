       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV66.
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
      * OBJETIVO.....: SICCV66 - EXTRATOR DE DADOS SOB MEDIDA               *
      *                MONTA EXTRATOS CSV DOS ARQUIVOS MESTRES E HISTORICOS *
      *                (CLIENTES, VENDEDOR, CARTEIRA, VISITAS, CLIHIST,     *
      *                VENDHIST): O OPERADOR ESCOLHE O ARQUIVO BASE, OS     *
      *                CAMPOS PELO DICIONARIO DE DADOS (DICDADOS.DAT, COM A *
      *                POSICAO DE CADA CAMPO NO COPYBOOK) E FILTROS SIMPLES *
      *                (IGUAL, FAIXA, EM BRANCO, PREENCHIDO). A DEFINICAO   *
      *                FICA GRAVADA POR NOME NO EXTRDEF.DAT PARA SER        *
      *                REEXECUTADA EM TELA (OPCAO 14 DO MENU) OU NA CADEIA  *
      *                NOTURNA (PASSO 'SICCV66.EXE EXTRAI NOME' NO          *
      *                ORQUESTR.CFG DO SICCV35). O CSV SAI COM O CABECALHO E*
      *                O TRAILER DE CONTROLE DO FOLHA.CSV E ENTRA NO        *
      *                CATALOGO DO SPOOL SOB O NOME DO EXTRATO. ARQUIVOS DE *
      *                CLIENTE EXIGEM O MODULO 3 DO OPERADOR, OS DE VENDEDOR*
      *                O MODULO 4 E A MANUTENCAO DO DICIONARIO O MODULO 5;  *
      *                NA CADEIA VALEM AS PERMISSOES DE QUEM GRAVOU A       *
      *                DEFINICAO.                                           *
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
       COPY VENDHIST.SEL.
       COPY DICDADOS.SEL.
       COPY EXTRDEF.SEL.
       COPY OPERADOR.SEL.
       COPY SESSAO.SEL.
       COPY SPOOLCAT.SEL.
           SELECT EXTCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CARTEIRA.FD.
       COPY VISITAS.FD.
       COPY CLIHIST.FD.
       COPY VENDHIST.FD.
       COPY DICDADOS.FD.
       COPY EXTRDEF.FD.
       COPY OPERADOR.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: DEFINE O QUE
      * ELE PODE EXTRAIR SEM NOVA IDENTIFICACAO AQUI.
       COPY SESSAO.FD.
       COPY SPOOLCAT.FD.
      * CSV DO EXTRATO, DATADO: NOME.AAAAMMDD.HHMMSS.CSV.
       FD  EXTCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-EXT-ARQUIVO.
       01  REG-EXTCSV            PIC X(800).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
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
       01  WS-BRANCO            PIC X(76) VALUE SPACES.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
       01  WS-ACESSO            PIC X(01) VALUE 'N'.
           88 ACESSO-PERMITIDO       VALUE 'S'.
      * MODULO DO MENU QUE LIBERA O ACESSO: 3 (RELATORIO DE CLIENTES)
      * PARA OS ARQUIVOS DE CLIENTE, 4 (RELATORIO DE VENDEDORES) PARA
      * OS DE VENDEDOR E 5 (SUPERVISOR) PARA MEXER NO DICIONARIO.
       01  WS-MODULO            PIC 9(01) VALUE ZEROS.
      * ARQUIVOS QUE O EXTRATOR SABE LER, COM O MODULO DE CADA UM.
       01  WS-BASES-V.
           05 F PIC X(09) VALUE 'CLIENTES3'.
           05 F PIC X(09) VALUE 'VENDEDOR4'.
           05 F PIC X(09) VALUE 'CARTEIRA3'.
           05 F PIC X(09) VALUE 'VISITAS 3'.
           05 F PIC X(09) VALUE 'CLIHIST 3'.
           05 F PIC X(09) VALUE 'VENDHIST4'.
       01  WS-BASES REDEFINES WS-BASES-V.
           05 WS-BASE OCCURS 6 TIMES.
              10 WS-BS-ARQUIVO  PIC X(08).
              10 WS-BS-MODULO   PIC 9(01).
       01  WS-BASE-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-IB                PIC 9(02) VALUE ZEROS.
      * DICIONARIO PADRAO, GRAVADO QUANDO O DICDADOS.DAT ESTA VAZIO:
      * ARQUIVO(8) CAMPO(15) POSICAO(4) TAMANHO(3) TIPO(1) DECIMAIS(1)
      * E A DESCRICAO, NA MESMA ORDEM DOS CAMPOS NOS COPYBOOKS.
       01  WS-DIC-PADRAO-V.
           05 F PIC X(32) VALUE 'CLIENTESCL-CODIGO      000100790'.
           05 F PIC X(30) VALUE 'CODIGO DO CLIENTE             '.
           05 F PIC X(32) VALUE 'CLIENTESCL-RAZAO       0008040X0'.
           05 F PIC X(30) VALUE 'RAZAO SOCIAL                  '.
           05 F PIC X(32) VALUE 'CLIENTESCL-CNPJ        004801490'.
           05 F PIC X(30) VALUE 'CNPJ/CPF                      '.
           05 F PIC X(32) VALUE 'CLIENTESCL-LATITUDE    0062011S8'.
           05 F PIC X(30) VALUE 'LATITUDE                      '.
           05 F PIC X(32) VALUE 'CLIENTESCL-LONGITUDE   0073011S8'.
           05 F PIC X(30) VALUE 'LONGITUDE                     '.
           05 F PIC X(32) VALUE 'CLIENTESCL-VENDEDOR    008400390'.
           05 F PIC X(30) VALUE 'VENDEDOR DA CARTEIRA          '.
           05 F PIC X(32) VALUE 'CLIENTESCL-REGIAO      0087002X0'.
           05 F PIC X(30) VALUE 'REGIAO                        '.
           05 F PIC X(32) VALUE 'CLIENTESCL-FIXO        0089001X0'.
           05 F PIC X(30) VALUE 'CLIENTE FIXO (S/N)            '.
           05 F PIC X(32) VALUE 'CLIENTESCL-CEP         009000890'.
           05 F PIC X(30) VALUE 'CEP                           '.
           05 F PIC X(32) VALUE 'CLIENTESCL-ENDERECO    0098040X0'.
           05 F PIC X(30) VALUE 'ENDERECO                      '.
           05 F PIC X(32) VALUE 'CLIENTESCL-CIDADE      0138030X0'.
           05 F PIC X(30) VALUE 'CIDADE                        '.
           05 F PIC X(32) VALUE 'CLIENTESCL-UF          0168002X0'.
           05 F PIC X(30) VALUE 'UF                            '.
           05 F PIC X(32) VALUE 'CLIENTESCL-STATUS      0170001X0'.
           05 F PIC X(30) VALUE 'SITUACAO (A/P/S)              '.
           05 F PIC X(32) VALUE 'CLIENTESCL-SEGMENTO    0171001X0'.
           05 F PIC X(30) VALUE 'SEGMENTO                      '.
           05 F PIC X(32) VALUE 'CLIENTESCL-FILIAL      0172002X0'.
           05 F PIC X(30) VALUE 'FILIAL                        '.
           05 F PIC X(32) VALUE 'CLIENTESCL-BLOQ-CRED   0174001X0'.
           05 F PIC X(30) VALUE 'BLOQUEIO DE CREDITO (S/N)     '.
           05 F PIC X(32) VALUE 'CLIENTESCL-DIA-PREF    017500190'.
           05 F PIC X(30) VALUE 'DIA PREFERIDO DE VISITA       '.
           05 F PIC X(32) VALUE 'CLIENTESCL-HORA-ABRE   017600490'.
           05 F PIC X(30) VALUE 'HORA DE ABERTURA (HHMM)       '.
           05 F PIC X(32) VALUE 'CLIENTESCL-HORA-FECHA  018000490'.
           05 F PIC X(30) VALUE 'HORA DE FECHAMENTO (HHMM)     '.
           05 F PIC X(32) VALUE 'CLIENTESCL-COMPETENCIA 0184003X0'.
           05 F PIC X(30) VALUE 'LINHA DE PRODUTO EXIGIDA      '.
           05 F PIC X(32) VALUE 'CLIENTESCL-GRUPO       018700890'.
           05 F PIC X(30) VALUE 'GRUPO ECONOMICO (RAIZ CNPJ)   '.
           05 F PIC X(32) VALUE 'CLIENTESCL-SIT-RECEITA 0195001X0'.
           05 F PIC X(30) VALUE 'SITUACAO DO CNPJ NA RECEITA   '.
           05 F PIC X(32) VALUE 'VENDEDORVD-CODIGO      000100390'.
           05 F PIC X(30) VALUE 'CODIGO DO VENDEDOR            '.
           05 F PIC X(32) VALUE 'VENDEDORVD-NOME        0004040X0'.
           05 F PIC X(30) VALUE 'NOME DO VENDEDOR              '.
           05 F PIC X(32) VALUE 'VENDEDORVD-CPF         004401490'.
           05 F PIC X(30) VALUE 'CPF                           '.
           05 F PIC X(32) VALUE 'VENDEDORVD-LATITUDE    0058011S8'.
           05 F PIC X(30) VALUE 'LATITUDE                      '.
           05 F PIC X(32) VALUE 'VENDEDORVD-LONGITUDE   0069011S8'.
           05 F PIC X(30) VALUE 'LONGITUDE                     '.
           05 F PIC X(32) VALUE 'VENDEDORVD-REGIAO      0080002X0'.
           05 F PIC X(30) VALUE 'REGIAO                        '.
           05 F PIC X(32) VALUE 'VENDEDORVD-STATUS      0082001X0'.
           05 F PIC X(30) VALUE 'SITUACAO (A/I/L)              '.
           05 F PIC X(32) VALUE 'VENDEDORVD-CAPACIDADE  008300590'.
           05 F PIC X(30) VALUE 'CAPACIDADE DE CARTEIRA        '.
           05 F PIC X(32) VALUE 'VENDEDORVD-FILIAL      0088002X0'.
           05 F PIC X(30) VALUE 'FILIAL                        '.
           05 F PIC X(32) VALUE 'VENDEDORVD-VISITAS-DIA 009000390'.
           05 F PIC X(30) VALUE 'VISITAS POR DIA               '.
           05 F PIC X(32) VALUE 'VENDEDORVD-EQUIPE      009300390'.
           05 F PIC X(30) VALUE 'EQUIPE DE VENDAS              '.
           05 F PIC X(32) VALUE 'CARTEIRACA-CLIENTE     000100790'.
           05 F PIC X(30) VALUE 'CODIGO DO CLIENTE             '.
           05 F PIC X(32) VALUE 'CARTEIRACA-DISTANCIA   000800893'.
           05 F PIC X(30) VALUE 'DISTANCIA EM KM               '.
           05 F PIC X(32) VALUE 'CARTEIRACA-VENDEDOR    001600390'.
           05 F PIC X(30) VALUE 'VENDEDOR DA CARTEIRA          '.
           05 F PIC X(32) VALUE 'VISITAS VI-CLIENTE     000100790'.
           05 F PIC X(30) VALUE 'CODIGO DO CLIENTE             '.
           05 F PIC X(32) VALUE 'VISITAS VI-DATA        000800890'.
           05 F PIC X(30) VALUE 'DATA DA VISITA (AAAAMMDD)     '.
           05 F PIC X(32) VALUE 'VISITAS VI-HORA        001600690'.
           05 F PIC X(30) VALUE 'HORA DA VISITA (HHMMSS)       '.
           05 F PIC X(32) VALUE 'VISITAS VI-RESULTADO   0022040X0'.
           05 F PIC X(30) VALUE 'RESULTADO (TEXTO)             '.
           05 F PIC X(32) VALUE 'VISITAS VI-PROXIMA     006200890'.
           05 F PIC X(30) VALUE 'PROXIMA VISITA (AAAAMMDD)     '.
           05 F PIC X(32) VALUE 'VISITAS VI-RESULT-COD  0070003X0'.
           05 F PIC X(30) VALUE 'CODIGO DO RESULTADO           '.
           05 F PIC X(32) VALUE 'VISITAS VI-SITE        007300290'.
           05 F PIC X(30) VALUE 'SITE DO CLIENTE               '.
           05 F PIC X(32) VALUE 'VISITAS VI-CHECKIN-LAT 0075011S8'.
           05 F PIC X(30) VALUE 'LATITUDE DO CHECK-IN          '.
           05 F PIC X(32) VALUE 'VISITAS VI-CHECKIN-LONG0086011S8'.
           05 F PIC X(30) VALUE 'LONGITUDE DO CHECK-IN         '.
           05 F PIC X(32) VALUE 'VISITAS VI-CAMPANHA    0097006X0'.
           05 F PIC X(30) VALUE 'CAMPANHA                      '.
           05 F PIC X(32) VALUE 'CLIHIST CH-CLIENTE     000100790'.
           05 F PIC X(30) VALUE 'CODIGO DO CLIENTE             '.
           05 F PIC X(32) VALUE 'CLIHIST CH-ANOMES      000800690'.
           05 F PIC X(30) VALUE 'MES (AAAAMM)                  '.
           05 F PIC X(32) VALUE 'CLIHIST CH-VALOR       001401192'.
           05 F PIC X(30) VALUE 'VALOR VENDIDO NO MES          '.
           05 F PIC X(32) VALUE 'VENDHISTVH-VENDEDOR    000100390'.
           05 F PIC X(30) VALUE 'CODIGO DO VENDEDOR            '.
           05 F PIC X(32) VALUE 'VENDHISTVH-ANOMES      000400690'.
           05 F PIC X(30) VALUE 'MES (AAAAMM)                  '.
           05 F PIC X(32) VALUE 'VENDHISTVH-VALOR       001001192'.
           05 F PIC X(30) VALUE 'VALOR VENDIDO NO MES          '.
       01  WS-DIC-PADRAO REDEFINES WS-DIC-PADRAO-V.
           05 WS-DICP           PIC X(62) OCCURS 52 TIMES.
       01  WS-ID                PIC 9(02) VALUE ZEROS.
      * ENTRADA NA TELA DO DICIONARIO.
       01  WS-DIC-ARQUIVO       PIC X(08) VALUE SPACES.
       01  WS-DIC-CAMPO         PIC X(15) VALUE SPACES.
       01  WS-DIC-EXISTE        PIC X(01) VALUE 'N'.
           88 CAMPO-CADASTRADO       VALUE 'S'.
       01  WS-DIC-FIM           PIC X(01) VALUE 'N'.
           88 FIM-DICIONARIO         VALUE 'S'.
       01  WS-DIC-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-DIC-OK            PIC X(01) VALUE 'S'.
       01  WS-DIC-INTEIROS      PIC 9(03) VALUE ZEROS.
       01  WS-DIC-FIM-CAMPO     PIC 9(04) VALUE ZEROS.
      * DEFINICAO EM EDICAO OU EXECUCAO.
       01  WS-EXT-NOME          PIC X(08) VALUE SPACES.
       01  WS-DEF-EXISTE        PIC X(01) VALUE 'N'.
           88 DEFINICAO-EXISTE       VALUE 'S'.
       01  WS-EXT-OK            PIC X(01) VALUE 'S'.
           88 EXTRATO-OK             VALUE 'S'.
       01  WS-IC                PIC 9(02) VALUE ZEROS.
       01  WS-IF                PIC 9(02) VALUE ZEROS.
       01  WS-LIN               PIC 9(02) VALUE ZEROS.
       01  WS-COL               PIC 9(02) VALUE ZEROS.
       01  WS-NUM-TELA          PIC Z9.
       01  WS-POS               PIC 9(02) VALUE ZEROS.
       01  WS-QUOC              PIC 9(02) VALUE ZEROS.
       01  WS-RESTO             PIC 9(02) VALUE ZEROS.
      * COLUNAS DO CSV, COM POSICAO E FORMATO LIDOS DO DICIONARIO; A
      * PRIMEIRA NUMERICA ENTRA NO HASH DO TRAILER.
       01  WS-QTD-COLUNAS       PIC 9(02) VALUE ZEROS.
       01  WS-COL-HASH          PIC 9(02) VALUE ZEROS.
       01  WS-COLUNAS.
           05 WS-COLUNA OCCURS 15 TIMES.
              10 WS-CL-CAMPO    PIC X(15).
              10 WS-CL-POSICAO  PIC 9(04).
              10 WS-CL-TAMANHO  PIC 9(03).
              10 WS-CL-TIPO     PIC X(01).
              10 WS-CL-DECIMAIS PIC 9(01).
      * FILTROS PREPARADOS: OS VALORES NUMERICOS JA CONVERTIDOS.
       01  WS-QTD-FILTROS       PIC 9(02) VALUE ZEROS.
       01  WS-FILTROS.
           05 WS-FILTRO OCCURS 5 TIMES.
              10 WS-FT-POSICAO  PIC 9(04).
              10 WS-FT-TAMANHO  PIC 9(03).
              10 WS-FT-TIPO     PIC X(01).
              10 WS-FT-DECIMAIS PIC 9(01).
              10 WS-FT-OPERADOR PIC X(01).
              10 WS-FT-DE       PIC X(20).
              10 WS-FT-ATE      PIC X(20).
              10 WS-FT-DE-NUM   PIC S9(14)V9(08).
              10 WS-FT-ATE-NUM  PIC S9(14)V9(08).
       01  WS-PASSA             PIC X(01) VALUE 'S'.
           88 REGISTRO-PASSA         VALUE 'S'.
      * REGISTRO LIDO DO ARQUIVO BASE E O CAMPO TIRADO DELE PELA
      * POSICAO DO DICIONARIO.
       01  WS-REGISTRO          PIC X(500) VALUE SPACES.
       01  WS-FIM-BASE          PIC X(01) VALUE 'N'.
           88 FIM-BASE               VALUE 'S'.
       01  WS-PG-POSICAO        PIC 9(04) VALUE ZEROS.
       01  WS-PG-TAMANHO        PIC 9(03) VALUE ZEROS.
       01  WS-PG-TIPO           PIC X(01) VALUE SPACES.
       01  WS-PG-DECIMAIS       PIC 9(01) VALUE ZEROS.
       01  WS-VALOR-ALFA        PIC X(40) VALUE SPACES.
       01  WS-VALOR-NUM         PIC S9(14)V9(08) VALUE ZEROS.
       01  WS-VALOR-BRANCO      PIC X(01) VALUE 'N'.
           88 VALOR-EM-BRANCO        VALUE 'S'.
      * O CAMPO NUMERICO E ALINHADO A DIREITA NUMA AREA DE 18 DIGITOS
      * (O SINAL, QUANDO HA, FICA NO ULTIMO BYTE, COMO NO REGISTRO) E
      * DIVIDIDO PELA POTENCIA DE 10 DAS DECIMAIS.
       01  WS-NUM-AREA          PIC X(18) VALUE ZEROS.
       01  WS-NUM-INTEIRO REDEFINES WS-NUM-AREA PIC S9(18).
       01  WS-NUM-INICIO        PIC 9(02) VALUE ZEROS.
       01  WS-DIVISORES-V.
           05 F PIC 9(09) VALUE 1.
           05 F PIC 9(09) VALUE 10.
           05 F PIC 9(09) VALUE 100.
           05 F PIC 9(09) VALUE 1000.
           05 F PIC 9(09) VALUE 10000.
           05 F PIC 9(09) VALUE 100000.
           05 F PIC 9(09) VALUE 1000000.
           05 F PIC 9(09) VALUE 10000000.
           05 F PIC 9(09) VALUE 100000000.
       01  WS-DIVISORES REDEFINES WS-DIVISORES-V.
           05 WS-DIVISOR        PIC 9(09) OCCURS 9 TIMES.
      * VALOR FORMATADO PARA O CSV: ALFANUMERICO SEM OS BRANCOS DO
      * FIM; NUMERICO COM VIRGULA DECIMAL E '-' NA FRENTE.
       01  WS-SAIDA             PIC X(40) VALUE SPACES.
       01  WS-SAIDA-TAM         PIC 9(02) VALUE ZEROS.
       01  WS-PTR-SAIDA         PIC 9(02) VALUE ZEROS.
       01  WS-ACHOU             PIC X(01) VALUE 'N'.
       01  WS-NUM-ABS           PIC 9(14)V9(08) VALUE ZEROS.
       01  WS-NUM-EDITADO       PIC Z(13)9,9(08).
       01  WS-BRANCOS           PIC 9(02) VALUE ZEROS.
       01  WS-PTR               PIC 9(03) VALUE ZEROS.
      * CONVERSAO DO VALOR DE FILTRO DIGITADO ('-1.500,50') PARA
      * NUMERO, SEM DEPENDER DE ROTINA EXTERNA.
       01  WS-CNV-TEXTO         PIC X(20) VALUE SPACES.
       01  WS-CNV-VALOR         PIC S9(14)V9(08) VALUE ZEROS.
       01  WS-CNV-OK            PIC X(01) VALUE 'S'.
       01  WS-CNV-NEGATIVO      PIC X(01) VALUE 'N'.
       01  WS-CNV-NA-FRACAO     PIC X(01) VALUE 'N'.
       01  WS-CNV-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-CNV-CAR           PIC X(01) VALUE SPACES.
       01  WS-CNV-DIGITO        PIC 9(01) VALUE ZEROS.
       01  WS-CNV-DIGITOS       PIC 9(02) VALUE ZEROS.
       01  WS-CNV-QTD-DEC       PIC 9(01) VALUE ZEROS.
       01  WS-CNV-INTEIRO       PIC 9(14) VALUE ZEROS.
       01  WS-CNV-FRACAO        PIC X(08) VALUE ZEROS.
       01  WS-CNV-FRACAO-NUM REDEFINES WS-CNV-FRACAO PIC 9(08).
      * CONTROLE DO CSV: CABECALHO 'H;ORIGEM;DATA;HORA;VERSAO;AMBIENTE'
      * E TRAILER 'T;CONTAGEM;HASH' (HASH = SOMA, SEM SINAL, DA
      * PRIMEIRA COLUNA NUMERICA), COMO NO FOLHA.CSV DO SICCV16. A
      * LINHA LOGO APOS O CABECALHO TRAZ OS NOMES DAS COLUNAS.
       01  WS-CTL-CABEC.
           05 F                 PIC X(02) VALUE 'H;'.
           05 WS-CTL-ORIGEM     PIC X(08) VALUE 'SICCV66 '.
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
       01  WS-EXT-HASH          PIC 9(18)V9(02) VALUE ZEROS.
       01  WS-QTD-LIDOS         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-GRAVADOS      PIC 9(07) VALUE ZEROS.
      * CADA EXECUCAO GERA UM CSV DATADO REGISTRADO NO CATALOGO DO
      * SPOOL COM O NOME DO EXTRATO NO LUGAR DO PROGRAMA; FICAM AS
      * ULTIMAS GERACOES DE CADA EXTRATO.
       01  WS-EXT-ARQUIVO       PIC X(30) VALUE SPACES.
       01  WS-SPOOL-RELATORIO   PIC X(08) VALUE SPACES.
       01  WS-SPOOL-DATA        PIC 9(08) VALUE ZEROS.
       01  WS-SPOOL-HORA        PIC 9(06) VALUE ZEROS.
       01  WS-SPOOL-HORA-TODA   PIC 9(08) VALUE ZEROS.
       01  WS-SPOOL-GERACOES    PIC 9(03) VALUE 010.
       01  WS-SPOOL-FIM         PIC X(01) VALUE 'N'.
       01  WS-SPOOL-QTD         PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-IDX         PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-EXCEDE      PIC 9(03) VALUE ZEROS.
       01  WS-SPOOL-VELHOS.
           05 WS-SPOOL-VELHO OCCURS 200 TIMES.
              10 WS-SPV-CHAVE    PIC X(22).
              10 WS-SPV-ARQUIVO  PIC X(30).

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
               "*** EXTRATOR DE DADOS    ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - DEFINIR EXTRATO".
           02 LINE 08 COLUMN 28  VALUE "2 - EXECUTAR EXTRATO".
           02 LINE 09 COLUMN 28  VALUE "3 - DICIONARIO DE DADOS".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-DEFINICAO.
           02 LINE 05 COLUMN 03 VALUE "Nome do extrato...:".
           02 LINE 05 COLUMN 35 VALUE "Arquivo base:".
           02 LINE 06 COLUMN 03 VALUE "Descricao.........:".
           02 LINE 07 COLUMN 03 VALUE "Bases: CLIENTES VENDEDOR".
           02 LINE 07 COLUMN 28 VALUE "CARTEIRA VISITAS CLIHIST".
           02 LINE 07 COLUMN 53 VALUE "VENDHIST".
           02 LINE 08 COLUMN 03 VALUE "Campos do dicionario, na".
           02 LINE 08 COLUMN 28 VALUE "ordem das colunas do CSV:".
           02 LINE 14 COLUMN 03 VALUE "Filtros: campo, operador".
           02 LINE 14 COLUMN 28 VALUE
              "(= IGUAL F FAIXA B BRANCO N PREENCHIDO), de, ate".
           02 LINE 21 COLUMN 03 VALUE
              "(G) GRAVAR  (E) EXCLUIR  (A) ABANDONAR:".
       01  SS-TELA-EXECUCAO.
           02 LINE 05 COLUMN 12 VALUE "Nome do extrato...:".
           02 LINE 06 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 07 COLUMN 12 VALUE "Arquivo base......:".
           02 LINE 08 COLUMN 12 VALUE "Ultima execucao...:".
           02 LINE 08 COLUMN 45 VALUE "Registros:".
       01  SS-TELA-DICIONARIO.
           02 LINE 05 COLUMN 03 VALUE "Arquivo...........:".
           02 LINE 06 COLUMN 03 VALUE "Campo.............:".
           02 LINE 06 COLUMN 40 VALUE "(EM BRANCO LISTA O ARQUIVO)".
       01  SS-TELA-CAMPO.
           02 LINE 08 COLUMN 03 VALUE "Posicao...........:".
           02 LINE 09 COLUMN 03 VALUE "Tamanho...........:".
           02 LINE 10 COLUMN 03 VALUE "Tipo..............:".
           02 LINE 10 COLUMN 26 VALUE
              "(X ALFANUMERICO  9 NUMERICO  S NUMERICO COM SINAL)".
           02 LINE 11 COLUMN 03 VALUE "Decimais..........:".
           02 LINE 12 COLUMN 03 VALUE "Descricao.........:".
           02 LINE 21 COLUMN 03 VALUE
              "(G) GRAVAR  (E) EXCLUIR  (A) ABANDONAR:".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:7) = 'EXTRAI '
              MOVE 'S' TO WS-MODO-BATCH.
           PERFORM ABRIR-ARQUIVOS
           IF EXECUCAO-BATCH
              MOVE WS-PARM-EXECUCAO(8:8) TO WS-EXT-NOME
              PERFORM EXECUTA-LOTE
           ELSE
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE DICDADOS EXTRDEF OPERADOR
           IF EXECUCAO-BATCH
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
              PERFORM DEFINE-EXTRATO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM EXECUTA-EXTRATO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 3
              PERFORM MANTEM-DICIONARIO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * EXECUCAO NA CADEIA NOTURNA ('EXTRAI NOME'): RODA COM AS
      * PERMISSOES DE QUEM GRAVOU A DEFINICAO. FALHA DEVOLVE RETORNO
      * 8 PARA O ORQUESTRADOR MARCAR O PASSO COMO ERRO.
       EXECUTA-LOTE.
           MOVE WS-EXT-NOME TO EX-NOME
           READ EXTRDEF
           IF FS-STAT NOT = 00
              MOVE 'N' TO WS-EXT-OK
              MOVE 'EXTRATO NAO CADASTRADO' TO WS-MSGERRO
           ELSE
              MOVE EX-OPERADOR TO WS-OPERADOR
              PERFORM GERA-EXTRATO.
           MOVE 0 TO FS-STAT
           IF EXTRATO-OK
              DISPLAY 'EXTRATO ' WS-EXT-NOME ' - LIDOS: ' WS-QTD-LIDOS
                      ' GRAVADOS: ' WS-QTD-GRAVADOS
              DISPLAY 'ARQUIVO: ' WS-EXT-ARQUIVO
           ELSE
              DISPLAY 'EXTRATO ' WS-EXT-NOME ': ' WS-MSGERRO
              MOVE 8 TO RETURN-CODE.
      * -----------------------------------
      * DEFINICAO DO EXTRATO: DIGITA O NOME; SE EXISTE MOSTRA PARA
      * ALTERAR OU EXCLUIR, SE NAO EXISTE COMECA UMA NOVA. NOME EM
      * BRANCO VOLTA AO MENU.
       DEFINE-EXTRATO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-DEFINICAO
           MOVE SPACES TO WS-EXT-NOME
           ACCEPT(05, 23) WS-EXT-NOME WITH PROMPT
           IF WS-EXT-NOME = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM EDITA-DEFINICAO.
           MOVE 0 TO FS-STAT.
      * O NOME VIRA O RELATORIO DO CATALOGO DO SPOOL; OS NOMES DOS
      * PROGRAMAS FICAM RESERVADOS PARA NAO MISTURAR AS GERACOES.
       EDITA-DEFINICAO.
           MOVE WS-EXT-NOME TO EX-NOME
           READ EXTRDEF
           IF FS-STAT = 00
              MOVE 'S' TO WS-DEF-EXISTE
           ELSE
              MOVE 'N' TO WS-DEF-EXISTE
              MOVE SPACES TO REG-EXTRDEF
              MOVE WS-EXT-NOME TO EX-NOME
              MOVE ZEROS TO EX-DATA EX-ULT-EXECUCAO EX-ULT-QTD.
           MOVE 0 TO FS-STAT
           IF WS-EXT-NOME(1:5) = 'SICCV'
              MOVE 'NOME RESERVADO AOS PROGRAMAS DO SISTEMA'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM DIGITA-DEFINICAO.
       DIGITA-DEFINICAO.
           ACCEPT(05, 49) EX-ARQUIVO WITH PROMPT UPDATE
           ACCEPT(06, 23) EX-DESCRICAO WITH PROMPT UPDATE
           MOVE 1 TO WS-IC
           PERFORM DIGITA-CAMPO UNTIL WS-IC > 15
           MOVE 1 TO WS-IF
           PERFORM DIGITA-FILTRO UNTIL WS-IF > 5
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(21, 43) WS-RESPOSTA
           IF WS-RESPOSTA = 'G'
              PERFORM GRAVA-DEFINICAO.
           IF WS-RESPOSTA = 'E'
              PERFORM EXCLUI-DEFINICAO.
      * CAMPOS EM TRES COLUNAS DE CINCO (LINHAS 09 A 13).
       DIGITA-CAMPO.
           COMPUTE WS-POS = WS-IC - 1
           DIVIDE WS-POS BY 5 GIVING WS-QUOC REMAINDER WS-RESTO
           COMPUTE WS-LIN = 9 + WS-RESTO
           COMPUTE WS-COL = 3 + WS-QUOC * 25
           MOVE WS-IC TO WS-NUM-TELA
           DISPLAY(WS-LIN, WS-COL) WS-NUM-TELA
           ADD 3 TO WS-COL
           ACCEPT(WS-LIN, WS-COL) EX-CAMPO (WS-IC) WITH PROMPT UPDATE
           ADD 1 TO WS-IC.
      * UM FILTRO POR LINHA (15 A 19).
       DIGITA-FILTRO.
           COMPUTE WS-LIN = 14 + WS-IF
           DISPLAY(WS-LIN, 03) WS-IF(2:1)
           ACCEPT(WS-LIN, 05) EX-FL-CAMPO (WS-IF) WITH PROMPT UPDATE
           ACCEPT(WS-LIN, 22) EX-FL-OPERADOR (WS-IF)
                  WITH PROMPT UPDATE
           ACCEPT(WS-LIN, 25) EX-FL-DE (WS-IF) WITH PROMPT UPDATE
           ACCEPT(WS-LIN, 47) EX-FL-ATE (WS-IF) WITH PROMPT UPDATE
           ADD 1 TO WS-IF.
      * A DEFINICAO SO E GRAVADA INTEIRA VALIDA (BASE PREVISTA,
      * CAMPOS NO DICIONARIO, FILTROS COERENTES) E SE O OPERADOR
      * PODE LER O ARQUIVO BASE; ELE PASSA A SER O DONO DELA.
       GRAVA-DEFINICAO.
           PERFORM VALIDA-DEFINICAO
           IF NOT EXTRATO-OK
              PERFORM MOSTRA-ERRO.
           IF EXTRATO-OK
              PERFORM REGRAVA-DEFINICAO.
       REGRAVA-DEFINICAO.
           MOVE WS-OPERADOR TO EX-OPERADOR
           MOVE WS-HOJE     TO EX-DATA
           IF DEFINICAO-EXISTE
              REWRITE REG-EXTRDEF
           ELSE
              WRITE REG-EXTRDEF.
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR A DEFINICAO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'DEFINICAO GRAVADA COM SUCESSO !!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       EXCLUI-DEFINICAO.
           IF NOT DEFINICAO-EXISTE
              MOVE 'DEFINICAO NAO CADASTRADA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              DELETE EXTRDEF
              MOVE 'DEFINICAO EXCLUIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       VALIDA-DEFINICAO.
           MOVE 'S' TO WS-EXT-OK
           MOVE SPACES TO WS-MSGERRO
           PERFORM ACHA-BASE
           IF EXTRATO-OK
              PERFORM VERIFICA-ACESSO
              IF NOT ACESSO-PERMITIDO
                 MOVE 'N' TO WS-EXT-OK
                 MOVE 'OPERADOR SEM PERMISSAO PARA ESTE ARQUIVO'
                       TO WS-MSGERRO.
           IF EXTRATO-OK
              PERFORM PREPARA-COLUNAS.
           IF EXTRATO-OK
              PERFORM PREPARA-FILTROS.
      * -----------------------------------
      * EXECUCAO EM TELA: COM AS PERMISSOES DO OPERADOR LOGADO.
       EXECUTA-EXTRATO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-EXECUCAO
           MOVE SPACES TO WS-EXT-NOME
           ACCEPT(05, 32) WS-EXT-NOME WITH PROMPT
           IF WS-EXT-NOME = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM CONFIRMA-EXECUCAO.
           MOVE 0 TO FS-STAT.
       CONFIRMA-EXECUCAO.
           MOVE WS-EXT-NOME TO EX-NOME
           READ EXTRDEF
           IF FS-STAT NOT = 00
              MOVE 'EXTRATO NAO CADASTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              DISPLAY(06, 32) EX-DESCRICAO
              DISPLAY(07, 32) EX-ARQUIVO
              DISPLAY(08, 32) EX-ULT-EXECUCAO
              DISPLAY(08, 56) EX-ULT-QTD
              DISPLAY(10, 12) "CONFIRMA A EXECUCAO (S/N): "
              MOVE SPACES TO WS-RESPOSTA
              ACCEPT(10, 40) WS-RESPOSTA
              IF WS-RESPOSTA = 'S'
                 PERFORM RODA-EXTRATO-TELA.
       RODA-EXTRATO-TELA.
           DISPLAY(23, 14) "GERANDO O EXTRATO..."
           PERFORM GERA-EXTRATO
           IF EXTRATO-OK
              DISPLAY(12, 12) "Arquivo gerado....: " WS-EXT-ARQUIVO
              DISPLAY(13, 12) "Registros lidos...: " WS-QTD-LIDOS
              DISPLAY(14, 12) "Registros gravados: " WS-QTD-GRAVADOS
              MOVE 'EXTRATO CONCLUIDO E REGISTRADO NO SPOOL'
                    TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * GERA O EXTRATO DA DEFINICAO LIDA EM REG-EXTRDEF PARA O
      * OPERADOR EM WS-OPERADOR: VALIDA, LE O ARQUIVO BASE INTEIRO,
      * GRAVA O CSV, REGISTRA NO SPOOL E ANOTA A EXECUCAO.
       GERA-EXTRATO.
           MOVE 0 TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           MOVE SPACES TO WS-EXT-ARQUIVO
           PERFORM VALIDA-DEFINICAO
           IF EXTRATO-OK
              PERFORM ABRE-BASE.
           IF EXTRATO-OK
              PERFORM EXTRAI-REGISTROS
              PERFORM FECHA-BASE
              PERFORM REGISTRA-SPOOL
              MOVE WS-HOJE         TO EX-ULT-EXECUCAO
              MOVE WS-QTD-GRAVADOS TO EX-ULT-QTD
              REWRITE REG-EXTRDEF.
           MOVE 0 TO FS-STAT.
       ACHA-BASE.
           MOVE 0 TO WS-BASE-IDX
           MOVE 1 TO WS-IB
           PERFORM PROCURA-BASE UNTIL WS-IB > 6
           IF WS-BASE-IDX = 0
              MOVE 'N' TO WS-EXT-OK
              MOVE 'ARQUIVO BASE NAO PREVISTO NO EXTRATOR'
                    TO WS-MSGERRO
           ELSE
              MOVE WS-BS-MODULO (WS-BASE-IDX) TO WS-MODULO.
       PROCURA-BASE.
           IF WS-BS-ARQUIVO (WS-IB) = EX-ARQUIVO
              MOVE WS-IB TO WS-BASE-IDX.
           ADD 1 TO WS-IB.
      * CAMPOS DE SAIDA: OS EM BRANCO SAO PULADOS; CAMPO FORA DO
      * DICIONARIO DO ARQUIVO BASE INVALIDA A DEFINICAO.
       PREPARA-COLUNAS.
           MOVE 0 TO WS-QTD-COLUNAS WS-COL-HASH
           MOVE 1 TO WS-IC
           PERFORM CARREGA-COLUNA UNTIL WS-IC > 15
           IF EXTRATO-OK AND WS-QTD-COLUNAS = 0
              MOVE 'N' TO WS-EXT-OK
              MOVE 'NENHUM CAMPO INFORMADO' TO WS-MSGERRO.
       CARREGA-COLUNA.
           IF EX-CAMPO (WS-IC) NOT = SPACES AND EXTRATO-OK
              MOVE EX-ARQUIVO       TO DD-ARQUIVO
              MOVE EX-CAMPO (WS-IC) TO DD-CAMPO
              READ DICDADOS
              IF FS-STAT = 00
                 PERFORM GUARDA-COLUNA
              ELSE
                 MOVE 'N' TO WS-EXT-OK
                 MOVE SPACES TO WS-MSGERRO
                 STRING 'CAMPO FORA DO DICIONARIO: ' DELIMITED BY SIZE
                        EX-CAMPO (WS-IC) DELIMITED BY SIZE
                        INTO WS-MSGERRO.
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-IC.
       GUARDA-COLUNA.
           ADD 1 TO WS-QTD-COLUNAS
           MOVE DD-CAMPO    TO WS-CL-CAMPO    (WS-QTD-COLUNAS)
           MOVE DD-POSICAO  TO WS-CL-POSICAO  (WS-QTD-COLUNAS)
           MOVE DD-TAMANHO  TO WS-CL-TAMANHO  (WS-QTD-COLUNAS)
           MOVE DD-TIPO     TO WS-CL-TIPO     (WS-QTD-COLUNAS)
           MOVE DD-DECIMAIS TO WS-CL-DECIMAIS (WS-QTD-COLUNAS)
           IF WS-COL-HASH = 0 AND CAMPO-NUMERICO
              MOVE WS-QTD-COLUNAS TO WS-COL-HASH.
      * FILTROS: CAMPO NO DICIONARIO, OPERADOR CONHECIDO E, NOS
      * NUMERICOS COM '=' OU FAIXA, VALORES QUE SEJAM NUMERO.
       PREPARA-FILTROS.
           MOVE 0 TO WS-QTD-FILTROS
           MOVE 1 TO WS-IF
           PERFORM CARREGA-FILTRO UNTIL WS-IF > 5.
       CARREGA-FILTRO.
           IF EX-FL-CAMPO (WS-IF) NOT = SPACES AND EXTRATO-OK
              MOVE EX-ARQUIVO          TO DD-ARQUIVO
              MOVE EX-FL-CAMPO (WS-IF) TO DD-CAMPO
              READ DICDADOS
              IF FS-STAT = 00
                 PERFORM GUARDA-FILTRO
              ELSE
                 MOVE 'N' TO WS-EXT-OK
                 MOVE SPACES TO WS-MSGERRO
                 STRING 'FILTRO FORA DO DICIONARIO: ' DELIMITED BY SIZE
                        EX-FL-CAMPO (WS-IF) DELIMITED BY SIZE
                        INTO WS-MSGERRO.
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-IF.
       GUARDA-FILTRO.
           ADD 1 TO WS-QTD-FILTROS
           MOVE DD-POSICAO  TO WS-FT-POSICAO  (WS-QTD-FILTROS)
           MOVE DD-TAMANHO  TO WS-FT-TAMANHO  (WS-QTD-FILTROS)
           MOVE DD-TIPO     TO WS-FT-TIPO     (WS-QTD-FILTROS)
           MOVE DD-DECIMAIS TO WS-FT-DECIMAIS (WS-QTD-FILTROS)
           MOVE EX-FL-OPERADOR (WS-IF)
                            TO WS-FT-OPERADOR (WS-QTD-FILTROS)
           MOVE EX-FL-DE (WS-IF)  TO WS-FT-DE  (WS-QTD-FILTROS)
           MOVE EX-FL-ATE (WS-IF) TO WS-FT-ATE (WS-QTD-FILTROS)
           MOVE 0 TO WS-FT-DE-NUM  (WS-QTD-FILTROS)
                     WS-FT-ATE-NUM (WS-QTD-FILTROS)
           IF NOT FILTRO-IGUAL (WS-IF) AND NOT FILTRO-FAIXA (WS-IF)
              AND NOT FILTRO-BRANCO (WS-IF)
              AND NOT FILTRO-PREENCHIDO (WS-IF)
              MOVE 'N' TO WS-EXT-OK
              MOVE 'OPERADOR DE FILTRO INVALIDO (= F B N)'
                    TO WS-MSGERRO.
           IF EXTRATO-OK AND CAMPO-NUMERICO
              AND (FILTRO-IGUAL (WS-IF) OR FILTRO-FAIXA (WS-IF))
              MOVE EX-FL-DE (WS-IF) TO WS-CNV-TEXTO
              PERFORM CONVERTE-TEXTO-NUMERO
              MOVE WS-CNV-VALOR TO WS-FT-DE-NUM (WS-QTD-FILTROS)
              PERFORM CONFERE-CONVERSAO.
           IF EXTRATO-OK AND CAMPO-NUMERICO AND FILTRO-FAIXA (WS-IF)
              MOVE EX-FL-ATE (WS-IF) TO WS-CNV-TEXTO
              PERFORM CONVERTE-TEXTO-NUMERO
              MOVE WS-CNV-VALOR TO WS-FT-ATE-NUM (WS-QTD-FILTROS)
              PERFORM CONFERE-CONVERSAO.
       CONFERE-CONVERSAO.
           IF WS-CNV-OK NOT = 'S'
              MOVE 'N' TO WS-EXT-OK
              MOVE SPACES TO WS-MSGERRO
              STRING 'VALOR NAO NUMERICO NO FILTRO ' DELIMITED BY SIZE
                     DD-CAMPO DELIMITED BY SIZE
                     INTO WS-MSGERRO.
      * TEXTO DIGITADO -> NUMERO: '-' SO ANTES DO PRIMEIRO DIGITO,
      * VIRGULA DECIMAL, PONTO DE MILHAR IGNORADO, ATE 14 INTEIROS E
      * 8 DECIMAIS; QUALQUER OUTRO CARACTER INVALIDA O VALOR.
       CONVERTE-TEXTO-NUMERO.
           MOVE 'S' TO WS-CNV-OK
           MOVE 'N' TO WS-CNV-NEGATIVO WS-CNV-NA-FRACAO
           MOVE 0 TO WS-CNV-INTEIRO WS-CNV-DIGITOS WS-CNV-QTD-DEC
           MOVE ALL '0' TO WS-CNV-FRACAO
           MOVE 1 TO WS-CNV-IDX
           PERFORM CONVERTE-CARACTER UNTIL WS-CNV-IDX > 20
           IF WS-CNV-DIGITOS = 0
              MOVE 'N' TO WS-CNV-OK.
           COMPUTE WS-CNV-VALOR = WS-CNV-INTEIRO
                                + WS-CNV-FRACAO-NUM / 100000000
           IF WS-CNV-NEGATIVO = 'S'
              COMPUTE WS-CNV-VALOR = 0 - WS-CNV-VALOR.
       CONVERTE-CARACTER.
           MOVE WS-CNV-TEXTO(WS-CNV-IDX:1) TO WS-CNV-CAR
           IF WS-CNV-CAR = '-' AND WS-CNV-DIGITOS = 0
              MOVE 'S' TO WS-CNV-NEGATIVO
           ELSE
              IF WS-CNV-CAR = ',' AND WS-CNV-NA-FRACAO = 'N'
                 MOVE 'S' TO WS-CNV-NA-FRACAO
              ELSE
                 IF WS-CNV-CAR NUMERIC
                    PERFORM ACUMULA-DIGITO
                 ELSE
                    IF WS-CNV-CAR NOT = SPACE AND WS-CNV-CAR NOT = '.'
                       MOVE 'N' TO WS-CNV-OK.
           ADD 1 TO WS-CNV-IDX.
       ACUMULA-DIGITO.
           ADD 1 TO WS-CNV-DIGITOS
           MOVE WS-CNV-CAR TO WS-CNV-DIGITO
           IF WS-CNV-NA-FRACAO = 'N'
              IF WS-CNV-INTEIRO > 9999999999999
                 MOVE 'N' TO WS-CNV-OK
              ELSE
                 COMPUTE WS-CNV-INTEIRO =
                         WS-CNV-INTEIRO * 10 + WS-CNV-DIGITO
           ELSE
              IF WS-CNV-QTD-DEC < 8
                 ADD 1 TO WS-CNV-QTD-DEC
                 MOVE WS-CNV-CAR TO WS-CNV-FRACAO(WS-CNV-QTD-DEC:1).
      * -----------------------------------
      * PASSA O ARQUIVO BASE DO INICIO AO FIM: CABECALHO DE CONTROLE,
      * LINHA COM OS NOMES DAS COLUNAS, UMA LINHA POR REGISTRO QUE
      * ATENDE A TODOS OS FILTROS E O TRAILER.
       EXTRAI-REGISTROS.
           ACCEPT WS-SPOOL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-SPOOL-HORA-TODA FROM TIME
           MOVE WS-SPOOL-HORA-TODA(1:6) TO WS-SPOOL-HORA
           MOVE SPACES TO WS-EXT-ARQUIVO
           STRING EX-NOME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-SPOOL-DATA DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-SPOOL-HORA DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-EXT-ARQUIVO
           OPEN OUTPUT EXTCSV
           MOVE 0 TO WS-EXT-HASH
           MOVE WS-SPOOL-DATA TO WS-CTL-DATA
           MOVE WS-SPOOL-HORA TO WS-CTL-HORA
           MOVE WS-AMB-NOME   TO WS-CTL-AMBIENTE
           MOVE SPACES TO REG-EXTCSV
           MOVE WS-CTL-CABEC TO REG-EXTCSV
           WRITE REG-EXTCSV
           MOVE SPACES TO REG-EXTCSV
           MOVE 1 TO WS-PTR
           MOVE 1 TO WS-IC
           PERFORM MONTA-TITULO UNTIL WS-IC > WS-QTD-COLUNAS
           WRITE REG-EXTCSV
           MOVE 'N' TO WS-FIM-BASE
           PERFORM LE-BASE
           PERFORM TRATA-REGISTRO UNTIL FIM-BASE
           MOVE WS-QTD-GRAVADOS TO WS-CTL-QTD
           MOVE WS-EXT-HASH     TO WS-CTL-HASH
           MOVE SPACES TO REG-EXTCSV
           MOVE WS-CTL-TRAILER TO REG-EXTCSV
           WRITE REG-EXTCSV
           CLOSE EXTCSV.
       MONTA-TITULO.
           IF WS-IC > 1
              STRING ';' DELIMITED BY SIZE
                     INTO REG-EXTCSV WITH POINTER WS-PTR.
           STRING WS-CL-CAMPO (WS-IC) DELIMITED BY SPACE
                  INTO REG-EXTCSV WITH POINTER WS-PTR
           ADD 1 TO WS-IC.
       TRATA-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS
           PERFORM APLICA-FILTROS
           IF REGISTRO-PASSA
              PERFORM GRAVA-LINHA-EXTRATO.
           PERFORM LE-BASE.
       APLICA-FILTROS.
           MOVE 'S' TO WS-PASSA
           MOVE 1 TO WS-IF
           PERFORM TESTA-FILTRO
                   UNTIL WS-IF > WS-QTD-FILTROS OR NOT REGISTRO-PASSA.
       TESTA-FILTRO.
           MOVE WS-FT-POSICAO  (WS-IF) TO WS-PG-POSICAO
           MOVE WS-FT-TAMANHO  (WS-IF) TO WS-PG-TAMANHO
           MOVE WS-FT-TIPO     (WS-IF) TO WS-PG-TIPO
           MOVE WS-FT-DECIMAIS (WS-IF) TO WS-PG-DECIMAIS
           PERFORM PEGA-VALOR
           IF WS-FT-OPERADOR (WS-IF) = 'B' AND NOT VALOR-EM-BRANCO
              MOVE 'N' TO WS-PASSA.
           IF WS-FT-OPERADOR (WS-IF) = 'N' AND VALOR-EM-BRANCO
              MOVE 'N' TO WS-PASSA.
           IF WS-FT-OPERADOR (WS-IF) = '=' AND WS-PG-TIPO = 'X'
              IF WS-VALOR-ALFA NOT = WS-FT-DE (WS-IF)
                 MOVE 'N' TO WS-PASSA.
           IF WS-FT-OPERADOR (WS-IF) = '=' AND WS-PG-TIPO NOT = 'X'
              IF WS-VALOR-NUM NOT = WS-FT-DE-NUM (WS-IF)
                 MOVE 'N' TO WS-PASSA.
           IF WS-FT-OPERADOR (WS-IF) = 'F' AND WS-PG-TIPO = 'X'
              IF WS-VALOR-ALFA < WS-FT-DE (WS-IF)
                 OR WS-VALOR-ALFA > WS-FT-ATE (WS-IF)
                 MOVE 'N' TO WS-PASSA.
           IF WS-FT-OPERADOR (WS-IF) = 'F' AND WS-PG-TIPO NOT = 'X'
              IF WS-VALOR-NUM < WS-FT-DE-NUM (WS-IF)
                 OR WS-VALOR-NUM > WS-FT-ATE-NUM (WS-IF)
                 MOVE 'N' TO WS-PASSA.
           ADD 1 TO WS-IF.
       GRAVA-LINHA-EXTRATO.
           MOVE SPACES TO REG-EXTCSV
           MOVE 1 TO WS-PTR
           MOVE 1 TO WS-IC
           PERFORM MONTA-COLUNA UNTIL WS-IC > WS-QTD-COLUNAS
           WRITE REG-EXTCSV
           ADD 1 TO WS-QTD-GRAVADOS.
       MONTA-COLUNA.
           IF WS-IC > 1
              STRING ';' DELIMITED BY SIZE
                     INTO REG-EXTCSV WITH POINTER WS-PTR.
           MOVE WS-CL-POSICAO  (WS-IC) TO WS-PG-POSICAO
           MOVE WS-CL-TAMANHO  (WS-IC) TO WS-PG-TAMANHO
           MOVE WS-CL-TIPO     (WS-IC) TO WS-PG-TIPO
           MOVE WS-CL-DECIMAIS (WS-IC) TO WS-PG-DECIMAIS
           PERFORM PEGA-VALOR
           IF WS-PG-TIPO = 'X'
              PERFORM FORMATA-ALFA
           ELSE
              PERFORM FORMATA-NUMERO.
           IF WS-IC = WS-COL-HASH
              ADD WS-NUM-ABS TO WS-EXT-HASH.
           IF WS-SAIDA-TAM > 0
              STRING WS-SAIDA(1:WS-SAIDA-TAM) DELIMITED BY SIZE
                     INTO REG-EXTCSV WITH POINTER WS-PTR.
           ADD 1 TO WS-IC.
      * TIRA O CAMPO DO REGISTRO PELA POSICAO/TAMANHO; NUMERICO SEM
      * CONTEUDO (BRANCOS DE REGISTRO ANTIGO) VALE ZERO E CONTA COMO
      * EM BRANCO NOS FILTROS.
       PEGA-VALOR.
           MOVE SPACES TO WS-VALOR-ALFA
           MOVE 0 TO WS-VALOR-NUM
           MOVE WS-REGISTRO(WS-PG-POSICAO:WS-PG-TAMANHO)
                TO WS-VALOR-ALFA
           MOVE 'N' TO WS-VALOR-BRANCO
           IF WS-VALOR-ALFA = SPACES
              MOVE 'S' TO WS-VALOR-BRANCO.
           IF WS-PG-TIPO NOT = 'X'
              PERFORM CONVERTE-CAMPO-NUMERO.
       CONVERTE-CAMPO-NUMERO.
           MOVE ALL '0' TO WS-NUM-AREA
           COMPUTE WS-NUM-INICIO = 19 - WS-PG-TAMANHO
           MOVE WS-VALOR-ALFA(1:WS-PG-TAMANHO)
                TO WS-NUM-AREA(WS-NUM-INICIO:WS-PG-TAMANHO)
           INSPECT WS-NUM-AREA REPLACING ALL SPACE BY '0'
           COMPUTE WS-VALOR-NUM =
                   WS-NUM-INTEIRO / WS-DIVISOR (WS-PG-DECIMAIS + 1)
           IF WS-VALOR-NUM = 0
              MOVE 'S' TO WS-VALOR-BRANCO.
      * ';' DENTRO DO TEXTO VIRA ',' PARA NAO QUEBRAR A COLUNA.
       FORMATA-ALFA.
           MOVE WS-VALOR-ALFA TO WS-SAIDA
           INSPECT WS-SAIDA REPLACING ALL ';' BY ','
           MOVE WS-PG-TAMANHO TO WS-SAIDA-TAM
           MOVE 'N' TO WS-ACHOU
           PERFORM RECUA-BRANCO
                   UNTIL WS-SAIDA-TAM = 0 OR WS-ACHOU = 'S'.
       RECUA-BRANCO.
           IF WS-SAIDA(WS-SAIDA-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-SAIDA-TAM
           ELSE
              MOVE 'S' TO WS-ACHOU.
       FORMATA-NUMERO.
           MOVE SPACES TO WS-SAIDA
           IF WS-VALOR-NUM < 0
              COMPUTE WS-NUM-ABS = 0 - WS-VALOR-NUM
           ELSE
              MOVE WS-VALOR-NUM TO WS-NUM-ABS.
           MOVE WS-NUM-ABS TO WS-NUM-EDITADO
           MOVE 0 TO WS-BRANCOS
           INSPECT WS-NUM-EDITADO TALLYING WS-BRANCOS FOR LEADING SPACES
           COMPUTE WS-SAIDA-TAM = 14 - WS-BRANCOS
           IF WS-PG-DECIMAIS > 0
              COMPUTE WS-SAIDA-TAM = WS-SAIDA-TAM + 1 + WS-PG-DECIMAIS.
           MOVE 1 TO WS-PTR-SAIDA
           IF WS-VALOR-NUM < 0
              STRING '-' DELIMITED BY SIZE
                     INTO WS-SAIDA WITH POINTER WS-PTR-SAIDA.
           STRING WS-NUM-EDITADO(WS-BRANCOS + 1:WS-SAIDA-TAM)
                  DELIMITED BY SIZE
                  INTO WS-SAIDA WITH POINTER WS-PTR-SAIDA
           COMPUTE WS-SAIDA-TAM = WS-PTR-SAIDA - 1.
      * -----------------------------------
      * ABERTURA, LEITURA SEQUENCIAL E FECHAMENTO DO ARQUIVO BASE,
      * PELA POSICAO DELE NA TABELA DE BASES.
       ABRE-BASE.
           IF WS-BASE-IDX = 1
              OPEN INPUT CLIENTES.
           IF WS-BASE-IDX = 2
              OPEN INPUT VENDEDOR.
           IF WS-BASE-IDX = 3
              OPEN INPUT CARTEIRA.
           IF WS-BASE-IDX = 4
              OPEN INPUT VISITAS.
           IF WS-BASE-IDX = 5
              OPEN INPUT CLIHIST.
           IF WS-BASE-IDX = 6
              OPEN INPUT VENDHIST.
           IF FS-STAT NOT = '00'
              MOVE 'N' TO WS-EXT-OK
              MOVE SPACES TO WS-MSGERRO
              STRING 'ARQUIVO BASE INDISPONIVEL, ESTADO '
                     DELIMITED BY SIZE
                     FS-STAT DELIMITED BY SIZE
                     INTO WS-MSGERRO.
           MOVE 0 TO FS-STAT.
       LE-BASE.
           MOVE SPACES TO WS-REGISTRO
           IF WS-BASE-IDX = 1
              PERFORM LE-CLIENTES.
           IF WS-BASE-IDX = 2
              PERFORM LE-VENDEDOR.
           IF WS-BASE-IDX = 3
              PERFORM LE-CARTEIRA.
           IF WS-BASE-IDX = 4
              PERFORM LE-VISITAS.
           IF WS-BASE-IDX = 5
              PERFORM LE-CLIHIST.
           IF WS-BASE-IDX = 6
              PERFORM LE-VENDHIST.
       LE-CLIENTES.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-BASE.
           IF NOT FIM-BASE
              MOVE REG-CLIENTES TO WS-REGISTRO.
       LE-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-BASE.
           IF NOT FIM-BASE
              MOVE REG-VENDEDOR TO WS-REGISTRO.
       LE-CARTEIRA.
           READ CARTEIRA NEXT AT END
              MOVE 'S' TO WS-FIM-BASE.
           IF NOT FIM-BASE
              MOVE REG-CARTEIRA TO WS-REGISTRO.
       LE-VISITAS.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-BASE.
           IF NOT FIM-BASE
              MOVE REG-VISITAS TO WS-REGISTRO.
       LE-CLIHIST.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-BASE.
           IF NOT FIM-BASE
              MOVE REG-CLIHIST TO WS-REGISTRO.
       LE-VENDHIST.
           READ VENDHIST NEXT AT END
              MOVE 'S' TO WS-FIM-BASE.
           IF NOT FIM-BASE
              MOVE REG-VENDHIST TO WS-REGISTRO.
       FECHA-BASE.
           IF WS-BASE-IDX = 1
              CLOSE CLIENTES.
           IF WS-BASE-IDX = 2
              CLOSE VENDEDOR.
           IF WS-BASE-IDX = 3
              CLOSE CARTEIRA.
           IF WS-BASE-IDX = 4
              CLOSE VISITAS.
           IF WS-BASE-IDX = 5
              CLOSE CLIHIST.
           IF WS-BASE-IDX = 6
              CLOSE VENDHIST.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * REGISTRA O CSV NO CATALOGO DO SPOOL SOB O NOME DO EXTRATO E
      * EXPURGA AS GERACOES DELE ALEM DO LIMITE.
       REGISTRA-SPOOL.
           MOVE EX-NOME TO WS-SPOOL-RELATORIO
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
           MOVE WS-EXT-ARQUIVO     TO SP-ARQUIVO
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
      * DICIONARIO DE DADOS: ARQUIVO E CAMPO; CAMPO EM BRANCO LISTA
      * OS CAMPOS DO ARQUIVO, ARQUIVO EM BRANCO VOLTA AO MENU. A
      * CONSULTA E LIVRE; GRAVAR OU EXCLUIR EXIGE O MODULO 5.
       MANTEM-DICIONARIO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-DICIONARIO
           MOVE SPACES TO WS-DIC-ARQUIVO WS-DIC-CAMPO
           ACCEPT(05, 23) WS-DIC-ARQUIVO WITH PROMPT
           IF WS-DIC-ARQUIVO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              ACCEPT(06, 23) WS-DIC-CAMPO WITH PROMPT
              IF WS-DIC-CAMPO = SPACES
                 PERFORM LISTA-DICIONARIO
              ELSE
                 PERFORM EDITA-DICIONARIO.
           MOVE 0 TO FS-STAT.
      * LISTA EM TRES COLUNAS DE TREZE (LINHAS 08 A 20): CAMPO, TIPO
      * E TAMANHO.
       LISTA-DICIONARIO.
           MOVE WS-DIC-ARQUIVO TO DD-ARQUIVO
           MOVE LOW-VALUES     TO DD-CAMPO
           START DICDADOS KEY NOT LESS THAN DD-CHAVE
           MOVE 'N' TO WS-DIC-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-DIC-FIM.
           MOVE 0 TO WS-DIC-QTD
           PERFORM MOSTRA-CAMPO-DICIONARIO UNTIL FIM-DICIONARIO
           MOVE 'FIM DA LISTA DO DICIONARIO' TO WS-MSGERRO
           PERFORM MOSTRA-ERRO.
       MOSTRA-CAMPO-DICIONARIO.
           READ DICDADOS NEXT AT END
              MOVE 'S' TO WS-DIC-FIM.
           IF NOT FIM-DICIONARIO
              IF DD-ARQUIVO NOT = WS-DIC-ARQUIVO
                 MOVE 'S' TO WS-DIC-FIM
              ELSE
                 PERFORM MOSTRA-ENTRADA-DICIONARIO.
       MOSTRA-ENTRADA-DICIONARIO.
           IF WS-DIC-QTD = 39
              PERFORM PAGINA-DICIONARIO.
           IF NOT FIM-DICIONARIO
              ADD 1 TO WS-DIC-QTD
              COMPUTE WS-POS = WS-DIC-QTD - 1
              DIVIDE WS-POS BY 13 GIVING WS-QUOC REMAINDER WS-RESTO
              COMPUTE WS-LIN = 8 + WS-RESTO
              COMPUTE WS-COL = 3 + WS-QUOC * 26
              DISPLAY(WS-LIN, WS-COL) DD-CAMPO " " DD-TIPO " "
                                      DD-TAMANHO.
       PAGINA-DICIONARIO.
           DISPLAY(21, 03) "(N) PROXIMA PAGINA  (S) SAIR: "
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(21, 34) WS-RESPOSTA
           IF WS-RESPOSTA = 'S'
              MOVE 'S' TO WS-DIC-FIM.
           MOVE 8 TO WS-LIN
           PERFORM LIMPA-LINHA-LISTA UNTIL WS-LIN > 21
           MOVE 0 TO WS-DIC-QTD.
       LIMPA-LINHA-LISTA.
           DISPLAY(WS-LIN, 03) WS-BRANCO
           ADD 1 TO WS-LIN.
       EDITA-DICIONARIO.
           MOVE WS-DIC-ARQUIVO TO DD-ARQUIVO
           MOVE WS-DIC-CAMPO   TO DD-CAMPO
           READ DICDADOS
           IF FS-STAT = 00
              MOVE 'S' TO WS-DIC-EXISTE
           ELSE
              MOVE 'N' TO WS-DIC-EXISTE
              MOVE SPACES TO REG-DICDADOS
              MOVE WS-DIC-ARQUIVO TO DD-ARQUIVO
              MOVE WS-DIC-CAMPO   TO DD-CAMPO
              MOVE ZEROS TO DD-POSICAO DD-TAMANHO DD-DECIMAIS.
           MOVE 0 TO FS-STAT
           DISPLAY SS-TELA-CAMPO
           ACCEPT(08, 23) DD-POSICAO WITH PROMPT UPDATE
           ACCEPT(09, 23) DD-TAMANHO WITH PROMPT UPDATE
           ACCEPT(10, 23) DD-TIPO WITH PROMPT UPDATE
           ACCEPT(11, 23) DD-DECIMAIS WITH PROMPT UPDATE
           ACCEPT(12, 23) DD-DESCRICAO WITH PROMPT UPDATE
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT(21, 43) WS-RESPOSTA
           IF WS-RESPOSTA = 'G' OR WS-RESPOSTA = 'E'
              MOVE 5 TO WS-MODULO
              PERFORM VERIFICA-ACESSO
              IF NOT ACESSO-PERMITIDO
                 MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE SPACES TO WS-RESPOSTA.
           IF WS-RESPOSTA = 'G'
              PERFORM GRAVA-DICIONARIO.
           IF WS-RESPOSTA = 'E'
              PERFORM EXCLUI-DICIONARIO.
      * O CAMPO TEM DE CABER NO REGISTRO LIDO (500 BYTES) E NA AREA
      * DE VALOR: ATE 40 BYTES O ALFANUMERICO, ATE 14 INTEIROS E 8
      * DECIMAIS O NUMERICO.
       GRAVA-DICIONARIO.
           MOVE 'S' TO WS-DIC-OK
           COMPUTE WS-DIC-FIM-CAMPO = DD-POSICAO + DD-TAMANHO - 1
           IF DD-TIPO NOT = 'X' AND DD-TIPO NOT = '9'
              AND DD-TIPO NOT = 'S'
              MOVE 'N' TO WS-DIC-OK
              MOVE 'TIPO DEVE SER X, 9 OU S' TO WS-MSGERRO.
           IF DD-POSICAO = 0 OR DD-TAMANHO = 0
              OR WS-DIC-FIM-CAMPO > 500
              MOVE 'N' TO WS-DIC-OK
              MOVE 'POSICAO/TAMANHO FORA DO REGISTRO' TO WS-MSGERRO.
           IF DD-TIPO = 'X'
              IF DD-TAMANHO > 40 OR DD-DECIMAIS NOT = 0
                 MOVE 'N' TO WS-DIC-OK
                 MOVE 'ALFANUMERICO: ATE 40 BYTES, SEM DECIMAIS'
                       TO WS-MSGERRO.
           IF DD-TIPO = '9' OR DD-TIPO = 'S'
              PERFORM CONFERE-TAMANHO-NUMERICO.
           IF WS-DIC-OK = 'S'
              PERFORM REGRAVA-DICIONARIO
           ELSE
              PERFORM MOSTRA-ERRO.
       CONFERE-TAMANHO-NUMERICO.
           IF DD-DECIMAIS > 8 OR DD-DECIMAIS NOT < DD-TAMANHO
              MOVE 'N' TO WS-DIC-OK
              MOVE 'DECIMAIS INVALIDAS PARA O TAMANHO' TO WS-MSGERRO
           ELSE
              COMPUTE WS-DIC-INTEIROS = DD-TAMANHO - DD-DECIMAIS
              IF WS-DIC-INTEIROS > 14
                 MOVE 'N' TO WS-DIC-OK
                 MOVE 'NUMERICO: ATE 14 INTEIROS' TO WS-MSGERRO.
       REGRAVA-DICIONARIO.
           IF CAMPO-CADASTRADO
              REWRITE REG-DICDADOS
           ELSE
              WRITE REG-DICDADOS.
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR O DICIONARIO' TO WS-MSGERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'CAMPO GRAVADO COM SUCESSO !!!' TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       EXCLUI-DICIONARIO.
           IF NOT CAMPO-CADASTRADO
              MOVE 'CAMPO NAO CADASTRADO' TO WS-MSGERRO
           ELSE
              DELETE DICDADOS
              MOVE 'CAMPO EXCLUIDO DO DICIONARIO' TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ACESSO AO MODULO WS-MODULO PELO OPERADOR WS-OPERADOR. SO COM
      * O CADASTRO DE OPERADORES VAZIO (PRIMEIRO USO, COMO NO LOGIN
      * DO MENU) O ACESSO FICA ABERTO; OPERADOR QUE NAO EXISTE NO
      * MESTRE OU ESTA BLOQUEADO E NEGADO.
       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO
           PERFORM VERIFICA-OPERADOR-VAZIO
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-ACESSO
           ELSE
              IF WS-OPERADOR NOT = SPACES
                 MOVE WS-OPERADOR TO OP-CODIGO
                 READ OPERADOR
                 IF FS-STAT = 00 AND NOT OPERADOR-BLOQUEADO
                    PERFORM CONFERE-MODULO.
           MOVE 0 TO FS-STAT.
       CONFERE-MODULO.
           IF WS-MODULO = 3 AND OP-PODE-MODULO-3
              MOVE 'S' TO WS-ACESSO.
           IF WS-MODULO = 4 AND OP-PODE-MODULO-4
              MOVE 'S' TO WS-ACESSO.
           IF WS-MODULO = 5 AND OP-PODE-MODULO-5
              MOVE 'S' TO WS-ACESSO.
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
      * ABRE ARQUIVOS. O DICIONARIO VAZIO (PRIMEIRA EXECUCAO) RECEBE
      * OS CAMPOS PADRAO DOS ARQUIVOS PREVISTOS.
       ABRIR-ARQUIVOS.
           OPEN I-O DICDADOS
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT DICDADOS
              CLOSE DICDADOS
              OPEN I-O DICDADOS.
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO DICDADOS: ' FS-STAT
              STOP RUN.
           PERFORM VERIFICA-DICIONARIO-VAZIO
           OPEN I-O EXTRDEF
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT EXTRDEF
              CLOSE EXTRDEF
              OPEN I-O EXTRDEF.
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO EXTRDEF: ' FS-STAT
              STOP RUN.
           OPEN INPUT OPERADOR
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           MOVE 0 TO FS-STAT.
       VERIFICA-DICIONARIO-VAZIO.
           MOVE LOW-VALUES TO DD-CHAVE
           START DICDADOS KEY NOT LESS THAN DD-CHAVE
           MOVE 'N' TO WS-DIC-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-DIC-FIM
           ELSE
              READ DICDADOS NEXT AT END
                 MOVE 'S' TO WS-DIC-FIM.
           IF FIM-DICIONARIO
              MOVE 1 TO WS-ID
              PERFORM CARREGA-DICIONARIO-PADRAO UNTIL WS-ID > 52.
           MOVE 0 TO FS-STAT.
       CARREGA-DICIONARIO-PADRAO.
           MOVE WS-DICP (WS-ID) TO REG-DICDADOS
           WRITE REG-DICDADOS
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-ID.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
