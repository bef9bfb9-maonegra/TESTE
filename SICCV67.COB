       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV67.
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
      * OBJETIVO.....: SICCV67 - PROMOCAO DE TABELAS ENTRE AMBIENTES        *
      *                COMPARA UMA TABELA DE CONFIGURACAO (PARAMS, REGIAO,  *
      *                COMISSAO, SEGMETA, RESULTCD, FERIADO OU CEPFAIXA)    *
      *                ENTRE DOIS AMBIENTES DO AMBIENTE.CTL, PELO PREFIXO   *
      *                DOS ARQUIVOS (EM BRANCO = PRODUCAO), E IMPRIME NO    *
      *                SPOOL CADA CHAVE INCLUIDA, ALTERADA OU EXCLUIDA NA   *
      *                ORIGEM EM RELACAO AO DESTINO. AS DIFERENCAS FICAM NO *
      *                PROMOCAO.DAT; O SUPERVISOR (MODULO 5) ESCOLHE UMA A  *
      *                UMA (OU TODAS) AS QUE VAO PARA O DESTINO, COM A      *
      *                AUDITORIA DO PARAMS NO AUDPARAM.CSV COMO NO SICCV22 E*
      *                DE TODAS AS TABELAS NO AUDCONF.CSV, AMBOS DO AMBIENTE*
      *                DE DESTINO. LINHA DE REGIAO COM VENDEDOR OU FAIXA DE *
      *                CEP COM REGIAO INEXISTENTE NO DESTINO E RECUSADA. A  *
      *                DIFERENCA CUJO DESTINO MUDOU DEPOIS DA COMPARACAO    *
      *                TAMBEM.                                              *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TABELAS DO AMBIENTE DE DESTINO (NOMES MONTADOS COM O PREFIXO
      * DIGITADO) E, PARA A CONFERENCIA DAS REFERENCIAS, O VENDEDOR.
       COPY PARAMS.SEL.
       COPY REGIAO.SEL.
       COPY COMISSAO.SEL.
           SELECT SEGMETA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SG-SEGMENTO.
       COPY RESULTCD.SEL.
       COPY FERIADO.SEL.
       COPY CEPFAIXA.SEL.
       COPY VENDEDOR.SEL.
      * AS MESMAS TABELAS NO AMBIENTE DE ORIGEM; SO UMA FICA ABERTA
      * DE CADA VEZ, TODAS COM O NOME EM WS-ORI-ARQUIVO.
           SELECT ORI-PARAMS ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-PR-CHAVE.
           SELECT ORI-REGIAO ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-RG-CHAVE.
           SELECT ORI-COMISSAO ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-CM-CHAVE.
           SELECT ORI-SEGMETA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-SG-SEGMENTO.
           SELECT ORI-RESULTCD ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-RS-CODIGO.
           SELECT ORI-FERIADO ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-FE-DATA.
           SELECT ORI-CEPFAIXA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY OG-FX-CEP-INICIO.
           SELECT PROMOCAO ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PM-SEQ.
           SELECT AUDCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDCONF ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY OPERADOR.SEL.
       COPY SESSAO.SEL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY PARAMS.FD.
       COPY REGIAO.FD.
       COPY COMISSAO.FD.
      * METAS DE VISITA POR SEGMENTO, NO LAYOUT DO SICCV17.
       FD  SEGMETA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SEGMETA.
       01  REG-SEGMETA.
           05 SG-SEGMENTO       PIC X(01).
           05 SG-DIAS-VISITA    PIC 9(03).
       COPY RESULTCD.FD.
       COPY FERIADO.FD.
       COPY CEPFAIXA.FD.
       COPY VENDEDOR.FD.
      * NA ORIGEM BASTA A CHAVE: O REGISTRO E COMPARADO INTEIRO.
       FD  ORI-PARAMS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-PARAMS.
           05 OG-PR-CHAVE       PIC X(12).
           05 F                 PIC X(09).
       FD  ORI-REGIAO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-REGIAO.
           05 OG-RG-CHAVE       PIC X(02).
           05 F                 PIC X(06).
       FD  ORI-COMISSAO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-COMISSAO.
           05 OG-CM-CHAVE       PIC X(12).
           05 F                 PIC X(06).
       FD  ORI-SEGMETA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-SEGMETA.
           05 OG-SG-SEGMENTO    PIC X(01).
           05 F                 PIC X(03).
       FD  ORI-RESULTCD LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-RESULTCD.
           05 OG-RS-CODIGO      PIC X(03).
           05 F                 PIC X(31).
       FD  ORI-FERIADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-FERIADO.
           05 OG-FE-DATA        PIC 9(08).
           05 F                 PIC X(30).
       FD  ORI-CEPFAIXA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ORI-ARQUIVO.
       01  REG-ORI-CEPFAIXA.
           05 OG-FX-CEP-INICIO  PIC 9(08).
           05 F                 PIC X(10).
      * DIFERENCAS DA ULTIMA COMPARACAO, NUMERADAS A PARTIR DE 1; O
      * REGISTRO 0 E O CABECALHO (TABELA, AMBIENTES, QUEM COMPAROU E
      * SE JA FOI APLICADA). CADA DIFERENCA GUARDA O REGISTRO INTEIRO
      * DOS DOIS LADOS, EM BRANCO NO LADO ONDE A CHAVE NAO EXISTE.
       FD  PROMOCAO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PROMOCAO.
       01  REG-PROMOCAO.
           05 PM-SEQ            PIC 9(05).
           05 PM-TIPO           PIC X(01).
              88 DIFERENCA-INCLUSAO  VALUE 'I'.
              88 DIFERENCA-ALTERACAO VALUE 'A'.
              88 DIFERENCA-EXCLUSAO  VALUE 'E'.
           05 PM-ORIGEM         PIC X(40).
           05 PM-DESTINO        PIC X(40).
           05 PM-SITUACAO       PIC X(01).
              88 DIFERENCA-PENDENTE  VALUE ' '.
              88 DIFERENCA-RECUSADA  VALUE 'R'.
              88 DIFERENCA-APLICADA  VALUE 'P'.
              88 DIFERENCA-PULADA    VALUE 'N'.
           05 PM-MOTIVO         PIC X(40).
       01  REG-PROMOCAO-CAB.
           05 PC-SEQ            PIC 9(05).
           05 PC-TABELA         PIC X(08).
           05 PC-ORIGEM         PIC X(12).
           05 PC-DESTINO        PIC X(12).
           05 PC-DATA           PIC 9(08).
           05 PC-HORA           PIC 9(06).
           05 PC-OPERADOR       PIC X(10).
           05 PC-QTD            PIC 9(05).
           05 PC-APLICADA       PIC X(01).
              88 COMPARACAO-APLICADA VALUE 'S'.
           05 F                 PIC X(60).
      * AUDITORIA DO PARAMS NO MESMO LAYOUT DO SICCV22.
       FD  AUDCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDPARAM.
       01  REG-AUDCSV.
           05 AU-DATA             PIC 9(08).
           05 AU-F1                PIC X(01).
           05 AU-HORA             PIC 9(08).
           05 AU-F2                PIC X(01).
           05 AU-OPERADOR         PIC X(10).
           05 AU-F3                PIC X(01).
           05 AU-ACAO             PIC X(10).
           05 AU-F4                PIC X(01).
           05 AU-CHAVE            PIC X(12).
           05 AU-F5                PIC X(01).
           05 AU-VALOR-ANTES      PIC 9(07)V9(02).
           05 AU-F6                PIC X(01).
           05 AU-VALOR-DEPOIS     PIC 9(07)V9(02).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * AUDITORIA DAS TABELAS PROMOVIDAS: O REGISTRO ANTES E DEPOIS
      * DESCRITO POR EXTENSO E O AMBIENTE DE ONDE VEIO A MUDANCA.
       FD  AUDCONF  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDCONF.
       01  REG-AUDCONF.
           05 AC-DATA             PIC 9(08).
           05 AC-F1                PIC X(01).
           05 AC-HORA             PIC 9(08).
           05 AC-F2                PIC X(01).
           05 AC-OPERADOR         PIC X(10).
           05 AC-F3                PIC X(01).
           05 AC-TABELA           PIC X(08).
           05 AC-F4                PIC X(01).
           05 AC-ACAO             PIC X(10).
           05 AC-F5                PIC X(01).
           05 AC-CHAVE            PIC X(20).
           05 AC-F6                PIC X(01).
           05 AC-ANTES            PIC X(40).
           05 AC-F7                PIC X(01).
           05 AC-DEPOIS           PIC X(40).
           05 AC-F8                PIC X(01).
           05 AC-ORIGEM           PIC X(12).
       COPY OPERADOR.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: ASSINA A
      * COMPARACAO E, SE FOR SUPERVISOR, A APLICACAO.
       COPY SESSAO.FD.
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
      * SPOOL DE RELATORIO: CADA COMPARACAO GRAVA UM ARQUIVO DATADO
      * EM DISCO, REGISTRADO NO CATALOGO.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV67'.
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
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-AGORA             PIC 9(08) VALUE ZEROS.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
       01  WS-ACESSO            PIC X(01) VALUE 'N'.
           88 ACESSO-PERMITIDO       VALUE 'S'.
      * TABELAS QUE PODEM SER PROMOVIDAS: NOME, TAMANHO DA CHAVE (NO
      * INICIO DO REGISTRO) E TAMANHO DO REGISTRO.
       01  WS-TABELAS-V.
           05 F PIC X(12) VALUE 'PARAMS  1221'.
           05 F PIC X(12) VALUE 'REGIAO  0208'.
           05 F PIC X(12) VALUE 'COMISSAO1218'.
           05 F PIC X(12) VALUE 'SEGMETA 0104'.
           05 F PIC X(12) VALUE 'RESULTCD0334'.
           05 F PIC X(12) VALUE 'FERIADO 0838'.
           05 F PIC X(12) VALUE 'CEPFAIXA0818'.
       01  WS-TABELAS REDEFINES WS-TABELAS-V.
           05 WS-TABELA OCCURS 7 TIMES.
              10 WS-TB-NOME     PIC X(08).
              10 WS-TB-CHAVE    PIC 9(02).
              10 WS-TB-TAMANHO  PIC 9(02).
       01  WS-IT                PIC 9(01) VALUE ZEROS.
       01  WS-IB                PIC 9(01) VALUE ZEROS.
       01  WS-TAM-CHAVE         PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-NOME       PIC X(08) VALUE SPACES.
      * NOMES DE PRODUCAO GUARDADOS ANTES DO SUBPROGRAMA AMBIENTE
      * PREFIXAR O WS-AMBIENTE: OS DOIS LADOS DA COMPARACAO SAO
      * MONTADOS COM O PREFIXO DIGITADO, NAO COM O DO AMBIENTE ATIVO.
       01  WS-BASES.
           05 WS-BASE-ARQ       PIC X(30) OCCURS 7 TIMES.
       01  WS-BASE-VENDEDOR     PIC X(30) VALUE SPACES.
       01  WS-BASE-AUDPARAM     PIC X(30) VALUE SPACES.
       01  WS-BASE-AUDCONF      PIC X(30) VALUE SPACES.
       01  WS-PREF-ORIGEM       PIC X(12) VALUE SPACES.
       01  WS-PREF-DESTINO      PIC X(12) VALUE SPACES.
       01  WS-PREF-USO          PIC X(12) VALUE SPACES.
       01  WS-PREF-TAM          PIC 9(02) VALUE ZEROS.
       01  WS-PREF-TELA         PIC X(12) VALUE SPACES.
       01  WS-NOME-BASE         PIC X(30) VALUE SPACES.
       01  WS-NOME-NOVO         PIC X(30) VALUE SPACES.
       01  WS-ORI-ARQUIVO       PIC X(30) VALUE SPACES.
       01  WS-DEST-ARQUIVO      PIC X(30) VALUE SPACES.
      * LEITURA CASADA DAS DUAS TABELAS PELA CHAVE; NO FIM DE CADA
      * UMA A CHAVE VAI PARA HIGH-VALUES.
       01  WS-O-IMAGEM          PIC X(40) VALUE SPACES.
       01  WS-D-IMAGEM          PIC X(40) VALUE SPACES.
       01  WS-O-CHAVE           PIC X(20) VALUE SPACES.
       01  WS-D-CHAVE           PIC X(20) VALUE SPACES.
       01  WS-FIM-ORIGEM        PIC X(01) VALUE 'N'.
       01  WS-FIM-DESTINO       PIC X(01) VALUE 'N'.
       01  WS-TEM-DESTINO       PIC X(01) VALUE 'N'.
           88 ARQUIVO-DESTINO-OK     VALUE 'S'.
       01  WS-TEM-REFERENCIA    PIC X(01) VALUE 'N'.
           88 ARQUIVO-REFERENCIA-OK  VALUE 'S'.
       01  WS-PROMO-OK          PIC X(01) VALUE 'S'.
           88 PROMOCAO-OK            VALUE 'S'.
       01  WS-ACHOU             PIC X(01) VALUE 'N'.
       01  WS-MOTIVO            PIC X(40) VALUE SPACES.
       01  WS-SEQ               PIC 9(05) VALUE ZEROS.
       01  WS-FIM-PROMOCAO      PIC X(01) VALUE 'N'.
           88 FIM-PROMOCAO           VALUE 'S'.
       01  WS-TODAS             PIC X(01) VALUE 'N'.
           88 APLICA-TODAS           VALUE 'S'.
       01  WS-QTD-INCLUSAO      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALTERACAO     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXCLUSAO      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECUSADA      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APLICADA      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PULADA        PIC 9(05) VALUE ZEROS.
      * REGISTRO DE QUALQUER DAS TABELAS, VISTO PELO LAYOUT DELA PARA
      * A CONFERENCIA DAS REFERENCIAS E A DESCRICAO POR EXTENSO.
       01  WS-IMG               PIC X(40) VALUE SPACES.
       01  WS-IMG-PARAMS REDEFINES WS-IMG.
           05 WI-PR-CHAVE       PIC X(12).
           05 WI-PR-VALOR       PIC 9(07)V9(02).
           05 F                 PIC X(19).
       01  WS-IMG-REGIAO REDEFINES WS-IMG.
           05 WI-RG-CHAVE       PIC X(02).
           05 WI-RG-VENDEDOR    PIC 9(03).
           05 WI-RG-MULT        PIC 9(01)V9(02).
           05 F                 PIC X(32).
       01  WS-IMG-COMISSAO REDEFINES WS-IMG.
           05 WI-CM-TIPO        PIC X(01).
           05 WI-CM-CODIGO      PIC X(03).
           05 WI-CM-VIGENCIA    PIC 9(08).
           05 WI-CM-TAXA        PIC 9(02)V9(04).
           05 F                 PIC X(22).
       01  WS-IMG-SEGMETA REDEFINES WS-IMG.
           05 WI-SG-SEGMENTO    PIC X(01).
           05 WI-SG-DIAS        PIC 9(03).
           05 F                 PIC X(36).
       01  WS-IMG-RESULTCD REDEFINES WS-IMG.
           05 WI-RS-CODIGO      PIC X(03).
           05 WI-RS-DESCRICAO   PIC X(30).
           05 WI-RS-VENDA       PIC X(01).
           05 F                 PIC X(06).
       01  WS-IMG-FERIADO REDEFINES WS-IMG.
           05 WI-FE-DATA        PIC 9(08).
           05 WI-FE-DESCRICAO   PIC X(30).
           05 F                 PIC X(02).
       01  WS-IMG-CEPFAIXA REDEFINES WS-IMG.
           05 WI-FX-INICIO      PIC 9(08).
           05 WI-FX-FIM         PIC 9(08).
           05 WI-FX-REGIAO      PIC X(02).
           05 F                 PIC X(22).
      * DESCRICAO DO REGISTRO PARA A TELA, O RELATORIO E A AUDITORIA.
       01  WS-DESCRICAO         PIC X(40) VALUE SPACES.
       01  WS-DESC-ORIGEM       PIC X(40) VALUE SPACES.
       01  WS-DESC-DESTINO      PIC X(40) VALUE SPACES.
       01  WS-CHAVE-TELA        PIC X(20) VALUE SPACES.
       01  WS-DSC-PARAMS.
           05 F                 PIC X(06) VALUE 'VALOR '.
           05 WD-PR-VALOR       PIC Z.ZZZ.ZZ9,99.
       01  WS-DSC-REGIAO.
           05 F                 PIC X(09) VALUE 'VENDEDOR '.
           05 WD-RG-VENDEDOR    PIC 9(03).
           05 F                 PIC X(16) VALUE '  MULTIPLICADOR '.
           05 WD-RG-MULT        PIC 9,99.
       01  WS-DSC-COMISSAO.
           05 F                 PIC X(05) VALUE 'TAXA '.
           05 WD-CM-TAXA        PIC Z9,9999.
       01  WS-DSC-SEGMETA.
           05 F                 PIC X(19) VALUE 'DIAS ENTRE VISITAS '.
           05 WD-SG-DIAS        PIC ZZ9.
       01  WS-DSC-RESULTCD.
           05 WD-RS-DESCRICAO   PIC X(30).
           05 F                 PIC X(08) VALUE ' VENDA: '.
           05 WD-RS-VENDA       PIC X(01).
       01  WS-DSC-CEPFAIXA.
           05 F                 PIC X(04) VALUE 'ATE '.
           05 WD-FX-FIM         PIC 9(08).
           05 F                 PIC X(09) VALUE '  REGIAO '.
           05 WD-FX-REGIAO      PIC X(02).
       01  WS-TIPO-TELA         PIC X(10) VALUE SPACES.
       01  WS-ACAO-AUD          PIC X(10) VALUE SPACES.
       01  WS-VALOR-ANTES       PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-VALOR-DEPOIS      PIC 9(07)V9(02) VALUE ZEROS.
      * RELATORIO DE DIFERENCAS.
       01  LINHA-01              PIC X(120) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(60) VALUE
              'PROMOCAO DE TABELA ENTRE AMBIENTES - DIFERENCAS'.
       01  LINHA-03.
           05 F                  PIC X(08) VALUE 'TABELA: '.
           05 L03-TABELA         PIC X(08).
           05 F                  PIC X(10) VALUE '  ORIGEM: '.
           05 L03-ORIGEM         PIC X(12).
           05 F                  PIC X(11) VALUE '  DESTINO: '.
           05 L03-DESTINO        PIC X(12).
           05 F                  PIC X(08) VALUE '  DATA: '.
           05 L03-DATA           PIC 9(08).
           05 F                  PIC X(13) VALUE '  OPERADOR: '.
           05 L03-OPERADOR       PIC X(10).
       01  LINHA-04.
           05 F                  PIC X(06) VALUE '  SEQ '.
           05 F                  PIC X(11) VALUE 'DIFERENCA  '.
           05 F                  PIC X(21) VALUE 'CHAVE'.
           05 F                  PIC X(41) VALUE 'NA ORIGEM'.
           05 F                  PIC X(40) VALUE 'NO DESTINO'.
       01  LINHA-05.
           05 L05-SEQ            PIC ZZZZ9.
           05 F                  PIC X(01) VALUE SPACES.
           05 L05-TIPO           PIC X(10).
           05 F                  PIC X(01) VALUE SPACES.
           05 L05-CHAVE          PIC X(20).
           05 F                  PIC X(01) VALUE SPACES.
           05 L05-ORIGEM         PIC X(40).
           05 F                  PIC X(01) VALUE SPACES.
           05 L05-DESTINO        PIC X(40).
       01  LINHA-06.
           05 F                  PIC X(17) VALUE SPACES.
           05 F                  PIC X(10) VALUE 'RECUSADA: '.
           05 L06-MOTIVO         PIC X(40).
       01  LINHA-07.
           05 F                  PIC X(11) VALUE 'INCLUSOES: '.
           05 L07-INCLUSAO       PIC ZZZZ9.
           05 F                  PIC X(14) VALUE '  ALTERACOES: '.
           05 L07-ALTERACAO      PIC ZZZZ9.
           05 F                  PIC X(13) VALUE '  EXCLUSOES: '.
           05 L07-EXCLUSAO       PIC ZZZZ9.
           05 F                  PIC X(13) VALUE '  RECUSADAS: '.
           05 L07-RECUSADA       PIC ZZZZ9.

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
               "*** PROMOCAO DE TABELAS  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 24  VALUE
              "1 - COMPARAR TABELA ENTRE AMBIENTES".
           02 LINE 08 COLUMN 24  VALUE
              "2 - APLICAR DIFERENCAS (SUPERVISOR)".
           02 LINE 09 COLUMN 24  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 24  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 31 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-COMPARA.
           02 LINE 05 COLUMN 03 VALUE "Tabela............:".
           02 LINE 06 COLUMN 03 VALUE "(PARAMS REGIAO COMISSAO".
           02 LINE 06 COLUMN 27 VALUE
              "SEGMETA RESULTCD FERIADO CEPFAIXA)".
           02 LINE 08 COLUMN 03 VALUE "Prefixo de origem.:".
           02 LINE 09 COLUMN 03 VALUE "Prefixo de destino:".
           02 LINE 09 COLUMN 37 VALUE "(EM BRANCO = PRODUCAO)".
       01  SS-TELA-APLICA.
           02 LINE 05 COLUMN 03 VALUE "Tabela............:".
           02 LINE 06 COLUMN 03 VALUE "Origem............:".
           02 LINE 06 COLUMN 37 VALUE "Destino:".
           02 LINE 07 COLUMN 03 VALUE "Comparada em......:".
           02 LINE 07 COLUMN 37 VALUE "Por....:".
           02 LINE 09 COLUMN 03 VALUE "Diferenca.........:".
           02 LINE 10 COLUMN 03 VALUE "Chave.............:".
           02 LINE 11 COLUMN 03 VALUE "Na origem.........:".
           02 LINE 12 COLUMN 03 VALUE "No destino........:".
       PROCEDURE DIVISION.
       INICIO.
           PERFORM GUARDA-NOMES-BASE
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-OPERADOR-LOGADO
           PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE PROMOCAO OPERADOR
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
              PERFORM COMPARA-TABELA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM APLICA-DIFERENCAS.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * NOMES DE PRODUCAO DAS TABELAS, NA ORDEM DO WS-TABELAS.
       GUARDA-NOMES-BASE.
           MOVE WS-ARQ-PARAMS    TO WS-BASE-ARQ (1)
           MOVE WS-ARQ-REGIAO    TO WS-BASE-ARQ (2)
           MOVE WS-ARQ-COMISSAO  TO WS-BASE-ARQ (3)
           MOVE WS-ARQ-SEGMETA   TO WS-BASE-ARQ (4)
           MOVE WS-ARQ-RESULTCD  TO WS-BASE-ARQ (5)
           MOVE WS-ARQ-FERIADO   TO WS-BASE-ARQ (6)
           MOVE WS-ARQ-CEPFAIXA  TO WS-BASE-ARQ (7)
           MOVE WS-ARQ-VENDEDOR  TO WS-BASE-VENDEDOR
           MOVE WS-ARQ-AUDPARAM  TO WS-BASE-AUDPARAM
           MOVE WS-ARQ-AUDCONF   TO WS-BASE-AUDCONF.
      * -----------------------------------
      * COMPARACAO: TABELA E OS DOIS PREFIXOS; TABELA EM BRANCO VOLTA
      * AO MENU. A ORIGEM SUGERIDA E O AMBIENTE ATIVO E O DESTINO A
      * PRODUCAO.
       COMPARA-TABELA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-COMPARA
           MOVE SPACES TO WS-TABELA-NOME
           ACCEPT(05, 23) WS-TABELA-NOME WITH PROMPT
           IF WS-TABELA-NOME = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM DIGITA-AMBIENTES.
           MOVE 0 TO FS-STAT.
       DIGITA-AMBIENTES.
           MOVE WS-AMB-PREFIXO TO WS-PREF-ORIGEM
           MOVE SPACES TO WS-PREF-DESTINO
           ACCEPT(08, 23) WS-PREF-ORIGEM WITH PROMPT UPDATE
           ACCEPT(09, 23) WS-PREF-DESTINO WITH PROMPT UPDATE
           PERFORM ACHA-TABELA
           IF WS-IT = 0
              MOVE 'TABELA NAO PODE SER PROMOVIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM CONFIRMA-COMPARACAO.
       CONFIRMA-COMPARACAO.
           IF WS-PREF-ORIGEM = WS-PREF-DESTINO
              MOVE 'ORIGEM E DESTINO SAO O MESMO AMBIENTE'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              DISPLAY(11, 03) "CONFIRMA A COMPARACAO (S/N): "
              MOVE SPACES TO WS-RESPOSTA
              ACCEPT(11, 33) WS-RESPOSTA
              IF WS-RESPOSTA = 'S'
                 PERFORM RODA-COMPARACAO.
       RODA-COMPARACAO.
           DISPLAY(23, 14) "COMPARANDO AS TABELAS..."
           PERFORM GERA-COMPARACAO
           IF PROMOCAO-OK
              DISPLAY(13, 03) "Inclusoes.........: " WS-QTD-INCLUSAO
              DISPLAY(14, 03) "Alteracoes........: " WS-QTD-ALTERACAO
              DISPLAY(15, 03) "Exclusoes.........: " WS-QTD-EXCLUSAO
              DISPLAY(16, 03) "Recusadas.........: " WS-QTD-RECUSADA
              MOVE 'DIFERENCAS IMPRESSAS NO SPOOL' TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       ACHA-TABELA.
           MOVE 0 TO WS-IT
           MOVE 1 TO WS-IB
           PERFORM ACHA-TABELA-PASSO UNTIL WS-IB > 7 OR WS-IT > 0
           IF WS-IT > 0
              MOVE WS-TB-CHAVE (WS-IT) TO WS-TAM-CHAVE.
       ACHA-TABELA-PASSO.
           IF WS-TB-NOME (WS-IB) = WS-TABELA-NOME
              MOVE WS-IB TO WS-IT.
           ADD 1 TO WS-IB.
      * -----------------------------------
      * GERA A COMPARACAO DA TABELA WS-IT: LE AS DUAS COPIAS EM ORDEM
      * DE CHAVE, GRAVA CADA DIFERENCA NO PROMOCAO.DAT (A ANTERIOR E
      * DESCARTADA) E IMPRIME O RELATORIO.
       GERA-COMPARACAO.
           MOVE 'S' TO WS-PROMO-OK
           MOVE 0 TO WS-QTD-INCLUSAO WS-QTD-ALTERACAO
                     WS-QTD-EXCLUSAO WS-QTD-RECUSADA WS-SEQ
           PERFORM MONTA-NOMES
           PERFORM ABRE-ORIGEM
           IF FS-STAT NOT = 00
              MOVE 'N' TO WS-PROMO-OK
              MOVE 'TABELA NAO ENCONTRADA NA ORIGEM' TO WS-MSGERRO.
           IF PROMOCAO-OK
              PERFORM COMPARA-COPIAS
              PERFORM FECHA-ORIGEM
              PERFORM IMPRIME-DIFERENCAS.
           MOVE 0 TO FS-STAT.
       COMPARA-COPIAS.
           PERFORM ABRE-DESTINO-LEITURA
           PERFORM ABRE-REFERENCIA
           CLOSE PROMOCAO
           OPEN OUTPUT PROMOCAO
           CLOSE PROMOCAO
           OPEN I-O PROMOCAO
           MOVE SPACES TO REG-PROMOCAO-CAB
           MOVE 0              TO PC-SEQ PC-QTD
           MOVE WS-TABELA-NOME TO PC-TABELA
           MOVE WS-PREF-ORIGEM TO PC-ORIGEM
           MOVE WS-PREF-DESTINO TO PC-DESTINO
           MOVE WS-HOJE        TO PC-DATA
           ACCEPT WS-AGORA FROM TIME
           MOVE WS-AGORA(1:6)  TO PC-HORA
           MOVE WS-OPERADOR    TO PC-OPERADOR
           MOVE 'N'            TO PC-APLICADA
           WRITE REG-PROMOCAO-CAB
           MOVE 'N' TO WS-FIM-ORIGEM WS-FIM-DESTINO
           PERFORM LE-ORIGEM-PROXIMO
           PERFORM LE-DESTINO-PROXIMO
           PERFORM COMPARA-PASSO
                   UNTIL WS-O-CHAVE = HIGH-VALUES
                     AND WS-D-CHAVE = HIGH-VALUES
           MOVE 0 TO PC-SEQ
           READ PROMOCAO
           MOVE WS-SEQ TO PC-QTD
           REWRITE REG-PROMOCAO-CAB
           PERFORM FECHA-REFERENCIA
           IF ARQUIVO-DESTINO-OK
              PERFORM FECHA-DESTINO.
           MOVE 0 TO FS-STAT.
      * CHAVE SO NA ORIGEM: INCLUSAO; SO NO DESTINO: EXCLUSAO; NAS
      * DUAS COM O REGISTRO DIFERENTE: ALTERACAO.
       COMPARA-PASSO.
           IF WS-O-CHAVE < WS-D-CHAVE
              PERFORM DIFERENCA-SO-ORIGEM
           ELSE
              IF WS-O-CHAVE > WS-D-CHAVE
                 PERFORM DIFERENCA-SO-DESTINO
              ELSE
                 PERFORM DIFERENCA-NAS-DUAS.
       DIFERENCA-SO-ORIGEM.
           MOVE 'I' TO PM-TIPO
           MOVE WS-O-IMAGEM TO PM-ORIGEM
           MOVE SPACES      TO PM-DESTINO
           PERFORM REGISTRA-DIFERENCA
           PERFORM LE-ORIGEM-PROXIMO.
       DIFERENCA-SO-DESTINO.
           MOVE 'E' TO PM-TIPO
           MOVE SPACES      TO PM-ORIGEM
           MOVE WS-D-IMAGEM TO PM-DESTINO
           PERFORM REGISTRA-DIFERENCA
           PERFORM LE-DESTINO-PROXIMO.
       DIFERENCA-NAS-DUAS.
           IF WS-O-IMAGEM NOT = WS-D-IMAGEM
              MOVE 'A' TO PM-TIPO
              MOVE WS-O-IMAGEM TO PM-ORIGEM
              MOVE WS-D-IMAGEM TO PM-DESTINO
              PERFORM REGISTRA-DIFERENCA.
           PERFORM LE-ORIGEM-PROXIMO
           PERFORM LE-DESTINO-PROXIMO.
      * A LINHA QUE LEVA PARA O DESTINO UMA REFERENCIA QUE ELE NAO
      * TEM JA NASCE RECUSADA.
       REGISTRA-DIFERENCA.
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO PM-SEQ
           MOVE SPACES TO PM-SITUACAO PM-MOTIVO
           IF NOT DIFERENCA-EXCLUSAO
              MOVE PM-ORIGEM TO WS-IMG
              PERFORM CONFERE-REFERENCIA
              IF WS-MOTIVO NOT = SPACES
                 MOVE 'R' TO PM-SITUACAO
                 MOVE WS-MOTIVO TO PM-MOTIVO
                 ADD 1 TO WS-QTD-RECUSADA.
           IF DIFERENCA-INCLUSAO
              ADD 1 TO WS-QTD-INCLUSAO.
           IF DIFERENCA-ALTERACAO
              ADD 1 TO WS-QTD-ALTERACAO.
           IF DIFERENCA-EXCLUSAO
              ADD 1 TO WS-QTD-EXCLUSAO.
           WRITE REG-PROMOCAO
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * REFERENCIAS DO REGISTRO EM WS-IMG NO AMBIENTE DE DESTINO: O
      * VENDEDOR FIXO DA REGIAO (ZERO = SEM VENDEDOR FIXO) E A REGIAO
      * DA FAIXA DE CEP. O MOTIVO DA RECUSA VOLTA EM WS-MOTIVO.
       CONFERE-REFERENCIA.
           MOVE SPACES TO WS-MOTIVO
           IF WS-IT = 2 AND WI-RG-VENDEDOR NOT = ZEROS
              PERFORM CONFERE-VENDEDOR.
           IF WS-IT = 7
              PERFORM CONFERE-REGIAO.
       CONFERE-VENDEDOR.
           MOVE 'N' TO WS-ACHOU
           IF ARQUIVO-REFERENCIA-OK
              MOVE WI-RG-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT = 00
                 MOVE 'S' TO WS-ACHOU.
           MOVE 0 TO FS-STAT
           IF WS-ACHOU = 'N'
              STRING 'VENDEDOR ' WI-RG-VENDEDOR
                     ' INEXISTENTE NO DESTINO' DELIMITED BY SIZE
                     INTO WS-MOTIVO.
       CONFERE-REGIAO.
           MOVE 'N' TO WS-ACHOU
           IF ARQUIVO-REFERENCIA-OK
              MOVE WI-FX-REGIAO TO RG-CHAVE
              READ REGIAO
              IF FS-STAT = 00
                 MOVE 'S' TO WS-ACHOU.
           MOVE 0 TO FS-STAT
           IF WS-ACHOU = 'N'
              STRING 'REGIAO ' WI-FX-REGIAO
                     ' INEXISTENTE NO DESTINO' DELIMITED BY SIZE
                     INTO WS-MOTIVO.
      * A TABELA DE REFERENCIA E LIDA NO AMBIENTE DE DESTINO: O
      * VENDEDOR PARA A REGIAO E A REGIAO PARA A FAIXA DE CEP.
       ABRE-REFERENCIA.
           MOVE 'N' TO WS-TEM-REFERENCIA
           IF WS-IT = 2
              OPEN INPUT VENDEDOR
              IF FS-STAT = 00
                 MOVE 'S' TO WS-TEM-REFERENCIA.
           IF WS-IT = 7
              OPEN INPUT REGIAO
              IF FS-STAT = 00
                 MOVE 'S' TO WS-TEM-REFERENCIA.
           MOVE 0 TO FS-STAT.
       FECHA-REFERENCIA.
           IF ARQUIVO-REFERENCIA-OK AND WS-IT = 2
              CLOSE VENDEDOR.
           IF ARQUIVO-REFERENCIA-OK AND WS-IT = 7
              CLOSE REGIAO.
           MOVE 'N' TO WS-TEM-REFERENCIA
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * NOMES DOS ARQUIVOS: A TABELA NA ORIGEM E, NO DESTINO, A
      * TABELA, O VENDEDOR E AS TRILHAS DE AUDITORIA.
       MONTA-NOMES.
           MOVE WS-PREF-ORIGEM TO WS-PREF-USO
           MOVE WS-BASE-ARQ (WS-IT) TO WS-NOME-BASE
           PERFORM PREFIXA-NOME
           MOVE WS-NOME-NOVO TO WS-ORI-ARQUIVO
           MOVE WS-PREF-DESTINO TO WS-PREF-USO
           MOVE WS-BASE-ARQ (WS-IT) TO WS-NOME-BASE
           PERFORM PREFIXA-NOME
           MOVE WS-NOME-NOVO TO WS-DEST-ARQUIVO
           IF WS-IT = 1
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-PARAMS.
           IF WS-IT = 2
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-REGIAO.
           IF WS-IT = 3
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-COMISSAO.
           IF WS-IT = 4
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-SEGMETA.
           IF WS-IT = 5
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-RESULTCD.
           IF WS-IT = 6
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-FERIADO.
           IF WS-IT = 7
              MOVE WS-DEST-ARQUIVO TO WS-ARQ-CEPFAIXA
              MOVE WS-BASE-ARQ (2) TO WS-NOME-BASE
              PERFORM PREFIXA-NOME
              MOVE WS-NOME-NOVO TO WS-ARQ-REGIAO.
           MOVE WS-BASE-VENDEDOR TO WS-NOME-BASE
           PERFORM PREFIXA-NOME
           MOVE WS-NOME-NOVO TO WS-ARQ-VENDEDOR
           MOVE WS-BASE-AUDPARAM TO WS-NOME-BASE
           PERFORM PREFIXA-NOME
           MOVE WS-NOME-NOVO TO WS-ARQ-AUDPARAM
           MOVE WS-BASE-AUDCONF TO WS-NOME-BASE
           PERFORM PREFIXA-NOME
           MOVE WS-NOME-NOVO TO WS-ARQ-AUDCONF.
      * PREFIXO + NOME DE PRODUCAO, COMO NO SUBPROGRAMA AMBIENTE.
       PREFIXA-NOME.
           MOVE 12 TO WS-PREF-TAM
           PERFORM MEDE-PREFIXO-PASSO
                   UNTIL WS-PREF-TAM = 0
                      OR WS-PREF-USO(WS-PREF-TAM:1) NOT = SPACE
           IF WS-PREF-TAM = 0
              MOVE WS-NOME-BASE TO WS-NOME-NOVO
           ELSE
              MOVE SPACES TO WS-NOME-NOVO
              STRING WS-PREF-USO(1:WS-PREF-TAM) DELIMITED BY SIZE
                     WS-NOME-BASE DELIMITED BY SIZE
                     INTO WS-NOME-NOVO.
       MEDE-PREFIXO-PASSO.
           IF WS-PREF-USO(WS-PREF-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-PREF-TAM.
      * -----------------------------------
      * TABELA DE ORIGEM: ABERTURA, LEITURA EM ORDEM DE CHAVE E
      * FECHAMENTO, PELA TABELA ESCOLHIDA (WS-IT).
       ABRE-ORIGEM.
           IF WS-IT = 1
              OPEN INPUT ORI-PARAMS.
           IF WS-IT = 2
              OPEN INPUT ORI-REGIAO.
           IF WS-IT = 3
              OPEN INPUT ORI-COMISSAO.
           IF WS-IT = 4
              OPEN INPUT ORI-SEGMETA.
           IF WS-IT = 5
              OPEN INPUT ORI-RESULTCD.
           IF WS-IT = 6
              OPEN INPUT ORI-FERIADO.
           IF WS-IT = 7
              OPEN INPUT ORI-CEPFAIXA.
       LE-ORIGEM-PROXIMO.
           MOVE SPACES TO WS-O-IMAGEM
           IF WS-FIM-ORIGEM = 'N'
              PERFORM LE-ORIGEM-TABELA.
           IF WS-FIM-ORIGEM = 'S'
              MOVE HIGH-VALUES TO WS-O-CHAVE
           ELSE
              MOVE SPACES TO WS-O-CHAVE
              MOVE WS-O-IMAGEM(1:WS-TAM-CHAVE) TO WS-O-CHAVE.
           MOVE 0 TO FS-STAT.
       LE-ORIGEM-TABELA.
           IF WS-IT = 1
              READ ORI-PARAMS NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 1 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-PARAMS TO WS-O-IMAGEM.
           IF WS-IT = 2
              READ ORI-REGIAO NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 2 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-REGIAO TO WS-O-IMAGEM.
           IF WS-IT = 3
              READ ORI-COMISSAO NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 3 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-COMISSAO TO WS-O-IMAGEM.
           IF WS-IT = 4
              READ ORI-SEGMETA NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 4 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-SEGMETA TO WS-O-IMAGEM.
           IF WS-IT = 5
              READ ORI-RESULTCD NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 5 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-RESULTCD TO WS-O-IMAGEM.
           IF WS-IT = 6
              READ ORI-FERIADO NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 6 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-FERIADO TO WS-O-IMAGEM.
           IF WS-IT = 7
              READ ORI-CEPFAIXA NEXT AT END
                 MOVE 'S' TO WS-FIM-ORIGEM.
           IF WS-IT = 7 AND WS-FIM-ORIGEM = 'N'
              MOVE REG-ORI-CEPFAIXA TO WS-O-IMAGEM.
       FECHA-ORIGEM.
           IF WS-IT = 1
              CLOSE ORI-PARAMS.
           IF WS-IT = 2
              CLOSE ORI-REGIAO.
           IF WS-IT = 3
              CLOSE ORI-COMISSAO.
           IF WS-IT = 4
              CLOSE ORI-SEGMETA.
           IF WS-IT = 5
              CLOSE ORI-RESULTCD.
           IF WS-IT = 6
              CLOSE ORI-FERIADO.
           IF WS-IT = 7
              CLOSE ORI-CEPFAIXA.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * TABELA DE DESTINO. NA COMPARACAO, DESTINO SEM A TABELA CONTA
      * COMO VAZIO (TUDO E INCLUSAO); NA APLICACAO ELA E CRIADA.
       ABRE-DESTINO-LEITURA.
           IF WS-IT = 1
              OPEN INPUT PARAMS.
           IF WS-IT = 2
              OPEN INPUT REGIAO.
           IF WS-IT = 3
              OPEN INPUT COMISSAO.
           IF WS-IT = 4
              OPEN INPUT SEGMETA.
           IF WS-IT = 5
              OPEN INPUT RESULTCD.
           IF WS-IT = 6
              OPEN INPUT FERIADO.
           IF WS-IT = 7
              OPEN INPUT CEPFAIXA.
           IF FS-STAT = 00
              MOVE 'S' TO WS-TEM-DESTINO
           ELSE
              MOVE 'N' TO WS-TEM-DESTINO.
           MOVE 0 TO FS-STAT.
       ABRE-DESTINO-ATUALIZA.
           PERFORM ABRE-DESTINO-I-O
           IF FS-STAT = '30' OR FS-STAT = '35'
              PERFORM CRIA-DESTINO
              PERFORM ABRE-DESTINO-I-O.
           IF FS-STAT = 00
              MOVE 'S' TO WS-TEM-DESTINO
           ELSE
              MOVE 'N' TO WS-TEM-DESTINO.
           MOVE 0 TO FS-STAT.
       ABRE-DESTINO-I-O.
           IF WS-IT = 1
              OPEN I-O PARAMS.
           IF WS-IT = 2
              OPEN I-O REGIAO.
           IF WS-IT = 3
              OPEN I-O COMISSAO.
           IF WS-IT = 4
              OPEN I-O SEGMETA.
           IF WS-IT = 5
              OPEN I-O RESULTCD.
           IF WS-IT = 6
              OPEN I-O FERIADO.
           IF WS-IT = 7
              OPEN I-O CEPFAIXA.
       CRIA-DESTINO.
           IF WS-IT = 1
              OPEN OUTPUT PARAMS
              CLOSE PARAMS.
           IF WS-IT = 2
              OPEN OUTPUT REGIAO
              CLOSE REGIAO.
           IF WS-IT = 3
              OPEN OUTPUT COMISSAO
              CLOSE COMISSAO.
           IF WS-IT = 4
              OPEN OUTPUT SEGMETA
              CLOSE SEGMETA.
           IF WS-IT = 5
              OPEN OUTPUT RESULTCD
              CLOSE RESULTCD.
           IF WS-IT = 6
              OPEN OUTPUT FERIADO
              CLOSE FERIADO.
           IF WS-IT = 7
              OPEN OUTPUT CEPFAIXA
              CLOSE CEPFAIXA.
       FECHA-DESTINO.
           IF WS-IT = 1
              CLOSE PARAMS.
           IF WS-IT = 2
              CLOSE REGIAO.
           IF WS-IT = 3
              CLOSE COMISSAO.
           IF WS-IT = 4
              CLOSE SEGMETA.
           IF WS-IT = 5
              CLOSE RESULTCD.
           IF WS-IT = 6
              CLOSE FERIADO.
           IF WS-IT = 7
              CLOSE CEPFAIXA.
           MOVE 'N' TO WS-TEM-DESTINO
           MOVE 0 TO FS-STAT.
       LE-DESTINO-PROXIMO.
           MOVE SPACES TO WS-D-IMAGEM
           IF NOT ARQUIVO-DESTINO-OK
              MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-FIM-DESTINO = 'N'
              PERFORM LE-DESTINO-TABELA.
           IF WS-FIM-DESTINO = 'S'
              MOVE HIGH-VALUES TO WS-D-CHAVE
           ELSE
              MOVE SPACES TO WS-D-CHAVE
              MOVE WS-D-IMAGEM(1:WS-TAM-CHAVE) TO WS-D-CHAVE.
           MOVE 0 TO FS-STAT.
       LE-DESTINO-TABELA.
           IF WS-IT = 1
              READ PARAMS NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 1 AND WS-FIM-DESTINO = 'N'
              MOVE REG-PARAMS TO WS-D-IMAGEM.
           IF WS-IT = 2
              READ REGIAO NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 2 AND WS-FIM-DESTINO = 'N'
              MOVE REG-REGIAO TO WS-D-IMAGEM.
           IF WS-IT = 3
              READ COMISSAO NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 3 AND WS-FIM-DESTINO = 'N'
              MOVE REG-COMISSAO TO WS-D-IMAGEM.
           IF WS-IT = 4
              READ SEGMETA NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 4 AND WS-FIM-DESTINO = 'N'
              MOVE REG-SEGMETA TO WS-D-IMAGEM.
           IF WS-IT = 5
              READ RESULTCD NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 5 AND WS-FIM-DESTINO = 'N'
              MOVE REG-RESULTCD TO WS-D-IMAGEM.
           IF WS-IT = 6
              READ FERIADO NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 6 AND WS-FIM-DESTINO = 'N'
              MOVE REG-FERIADO TO WS-D-IMAGEM.
           IF WS-IT = 7
              READ CEPFAIXA NEXT AT END
                 MOVE 'S' TO WS-FIM-DESTINO.
           IF WS-IT = 7 AND WS-FIM-DESTINO = 'N'
              MOVE REG-CEPFAIXA TO WS-D-IMAGEM.
      * LE NO DESTINO A CHAVE DO REGISTRO EM WS-IMG; O REGISTRO ATUAL
      * VOLTA EM WS-D-IMAGEM (EM BRANCO SE A CHAVE NAO EXISTE).
       LE-DESTINO-CHAVE.
           MOVE SPACES TO WS-D-IMAGEM
           IF WS-IT = 1
              MOVE WS-IMG TO REG-PARAMS
              READ PARAMS
              IF FS-STAT = 00
                 MOVE REG-PARAMS TO WS-D-IMAGEM.
           IF WS-IT = 2
              MOVE WS-IMG TO REG-REGIAO
              READ REGIAO
              IF FS-STAT = 00
                 MOVE REG-REGIAO TO WS-D-IMAGEM.
           IF WS-IT = 3
              MOVE WS-IMG TO REG-COMISSAO
              READ COMISSAO
              IF FS-STAT = 00
                 MOVE REG-COMISSAO TO WS-D-IMAGEM.
           IF WS-IT = 4
              MOVE WS-IMG TO REG-SEGMETA
              READ SEGMETA
              IF FS-STAT = 00
                 MOVE REG-SEGMETA TO WS-D-IMAGEM.
           IF WS-IT = 5
              MOVE WS-IMG TO REG-RESULTCD
              READ RESULTCD
              IF FS-STAT = 00
                 MOVE REG-RESULTCD TO WS-D-IMAGEM.
           IF WS-IT = 6
              MOVE WS-IMG TO REG-FERIADO
              READ FERIADO
              IF FS-STAT = 00
                 MOVE REG-FERIADO TO WS-D-IMAGEM.
           IF WS-IT = 7
              MOVE WS-IMG TO REG-CEPFAIXA
              READ CEPFAIXA
              IF FS-STAT = 00
                 MOVE REG-CEPFAIXA TO WS-D-IMAGEM.
           MOVE 0 TO FS-STAT.
      * LEVA A DIFERENCA PARA O DESTINO: GRAVA O REGISTRO DA ORIGEM
      * (INCLUSAO), REGRAVA (ALTERACAO) OU EXCLUI O DO DESTINO.
       GRAVA-DESTINO.
           IF WS-IT = 1
              MOVE PM-ORIGEM TO REG-PARAMS
              WRITE REG-PARAMS.
           IF WS-IT = 2
              MOVE PM-ORIGEM TO REG-REGIAO
              WRITE REG-REGIAO.
           IF WS-IT = 3
              MOVE PM-ORIGEM TO REG-COMISSAO
              WRITE REG-COMISSAO.
           IF WS-IT = 4
              MOVE PM-ORIGEM TO REG-SEGMETA
              WRITE REG-SEGMETA.
           IF WS-IT = 5
              MOVE PM-ORIGEM TO REG-RESULTCD
              WRITE REG-RESULTCD.
           IF WS-IT = 6
              MOVE PM-ORIGEM TO REG-FERIADO
              WRITE REG-FERIADO.
           IF WS-IT = 7
              MOVE PM-ORIGEM TO REG-CEPFAIXA
              WRITE REG-CEPFAIXA.
       REGRAVA-DESTINO.
           IF WS-IT = 1
              MOVE PM-ORIGEM TO REG-PARAMS
              REWRITE REG-PARAMS.
           IF WS-IT = 2
              MOVE PM-ORIGEM TO REG-REGIAO
              REWRITE REG-REGIAO.
           IF WS-IT = 3
              MOVE PM-ORIGEM TO REG-COMISSAO
              REWRITE REG-COMISSAO.
           IF WS-IT = 4
              MOVE PM-ORIGEM TO REG-SEGMETA
              REWRITE REG-SEGMETA.
           IF WS-IT = 5
              MOVE PM-ORIGEM TO REG-RESULTCD
              REWRITE REG-RESULTCD.
           IF WS-IT = 6
              MOVE PM-ORIGEM TO REG-FERIADO
              REWRITE REG-FERIADO.
           IF WS-IT = 7
              MOVE PM-ORIGEM TO REG-CEPFAIXA
              REWRITE REG-CEPFAIXA.
       EXCLUI-DESTINO.
           IF WS-IT = 1
              MOVE PM-DESTINO TO REG-PARAMS
              DELETE PARAMS.
           IF WS-IT = 2
              MOVE PM-DESTINO TO REG-REGIAO
              DELETE REGIAO.
           IF WS-IT = 3
              MOVE PM-DESTINO TO REG-COMISSAO
              DELETE COMISSAO.
           IF WS-IT = 4
              MOVE PM-DESTINO TO REG-SEGMETA
              DELETE SEGMETA.
           IF WS-IT = 5
              MOVE PM-DESTINO TO REG-RESULTCD
              DELETE RESULTCD.
           IF WS-IT = 6
              MOVE PM-DESTINO TO REG-FERIADO
              DELETE FERIADO.
           IF WS-IT = 7
              MOVE PM-DESTINO TO REG-CEPFAIXA
              DELETE CEPFAIXA.
      * -----------------------------------
      * DESCRICAO POR EXTENSO DO REGISTRO EM WS-IMG (EM BRANCO SE O
      * LADO NAO TEM A CHAVE) E A CHAVE COMO SAI NA TELA.
       DESCREVE-IMAGEM.
           MOVE SPACES TO WS-DESCRICAO
           IF WS-IMG NOT = SPACES
              PERFORM DESCREVE-TABELA.
       DESCREVE-TABELA.
           IF WS-IT = 1
              MOVE WI-PR-VALOR TO WD-PR-VALOR
              MOVE WS-DSC-PARAMS TO WS-DESCRICAO.
           IF WS-IT = 2
              MOVE WI-RG-VENDEDOR TO WD-RG-VENDEDOR
              MOVE WI-RG-MULT     TO WD-RG-MULT
              MOVE WS-DSC-REGIAO TO WS-DESCRICAO.
           IF WS-IT = 3
              MOVE WI-CM-TAXA TO WD-CM-TAXA
              MOVE WS-DSC-COMISSAO TO WS-DESCRICAO.
           IF WS-IT = 4
              MOVE WI-SG-DIAS TO WD-SG-DIAS
              MOVE WS-DSC-SEGMETA TO WS-DESCRICAO.
           IF WS-IT = 5
              MOVE WI-RS-DESCRICAO TO WD-RS-DESCRICAO
              MOVE WI-RS-VENDA     TO WD-RS-VENDA
              MOVE WS-DSC-RESULTCD TO WS-DESCRICAO.
           IF WS-IT = 6
              MOVE WI-FE-DESCRICAO TO WS-DESCRICAO.
           IF WS-IT = 7
              MOVE WI-FX-FIM    TO WD-FX-FIM
              MOVE WI-FX-REGIAO TO WD-FX-REGIAO
              MOVE WS-DSC-CEPFAIXA TO WS-DESCRICAO.
      * DESCREVE OS DOIS LADOS DA DIFERENCA EM REG-PROMOCAO.
       DESCREVE-DIFERENCA.
           MOVE PM-ORIGEM TO WS-IMG
           IF WS-IMG = SPACES
              MOVE PM-DESTINO TO WS-IMG.
           MOVE SPACES TO WS-CHAVE-TELA
           MOVE WS-IMG(1:WS-TAM-CHAVE) TO WS-CHAVE-TELA
           IF WS-IT = 3
              MOVE SPACES TO WS-CHAVE-TELA
              STRING WI-CM-TIPO ' ' WI-CM-CODIGO ' ' WI-CM-VIGENCIA
                     DELIMITED BY SIZE INTO WS-CHAVE-TELA.
           MOVE PM-ORIGEM TO WS-IMG
           PERFORM DESCREVE-IMAGEM
           MOVE WS-DESCRICAO TO WS-DESC-ORIGEM
           MOVE PM-DESTINO TO WS-IMG
           PERFORM DESCREVE-IMAGEM
           MOVE WS-DESCRICAO TO WS-DESC-DESTINO
           IF DIFERENCA-INCLUSAO
              MOVE 'INCLUSAO  ' TO WS-TIPO-TELA.
           IF DIFERENCA-ALTERACAO
              MOVE 'ALTERACAO ' TO WS-TIPO-TELA.
           IF DIFERENCA-EXCLUSAO
              MOVE 'EXCLUSAO  ' TO WS-TIPO-TELA.
      * -----------------------------------
      * RELATORIO DA COMPARACAO NO SPOOL, UMA LINHA POR DIFERENCA E
      * O MOTIVO DAS RECUSADAS LOGO ABAIXO.
       IMPRIME-DIFERENCAS.
           PERFORM ABRE-SPOOL
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           MOVE WS-TABELA-NOME TO L03-TABELA
           MOVE WS-PREF-ORIGEM TO WS-PREF-USO
           PERFORM MONTA-PREFIXO-TELA
           MOVE WS-PREF-TELA TO L03-ORIGEM
           MOVE WS-PREF-DESTINO TO WS-PREF-USO
           PERFORM MONTA-PREFIXO-TELA
           MOVE WS-PREF-TELA TO L03-DESTINO
           MOVE WS-HOJE     TO L03-DATA
           MOVE WS-OPERADOR TO L03-OPERADOR
           WRITE LINHA FROM LINHA-03 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 1 TO PM-SEQ
           START PROMOCAO KEY NOT LESS THAN PM-SEQ
           MOVE 'N' TO WS-FIM-PROMOCAO
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-PROMOCAO.
           PERFORM IMPRIME-DIFERENCA UNTIL FIM-PROMOCAO
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-QTD-INCLUSAO  TO L07-INCLUSAO
           MOVE WS-QTD-ALTERACAO TO L07-ALTERACAO
           MOVE WS-QTD-EXCLUSAO  TO L07-EXCLUSAO
           MOVE WS-QTD-RECUSADA  TO L07-RECUSADA
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG PROMOCAO
           OPEN INPUT PROMOCAO
           MOVE 0 TO FS-STAT.
       IMPRIME-DIFERENCA.
           READ PROMOCAO NEXT AT END
              MOVE 'S' TO WS-FIM-PROMOCAO.
           IF NOT FIM-PROMOCAO
              PERFORM DESCREVE-DIFERENCA
              MOVE PM-SEQ          TO L05-SEQ
              MOVE WS-TIPO-TELA    TO L05-TIPO
              MOVE WS-CHAVE-TELA   TO L05-CHAVE
              MOVE WS-DESC-ORIGEM  TO L05-ORIGEM
              MOVE WS-DESC-DESTINO TO L05-DESTINO
              WRITE LINHA FROM LINHA-05 BEFORE 1
              IF DIFERENCA-RECUSADA
                 MOVE PM-MOTIVO TO L06-MOTIVO
                 WRITE LINHA FROM LINHA-06 BEFORE 1.
      * PREFIXO EM BRANCO E A PRODUCAO.
       MONTA-PREFIXO-TELA.
           IF WS-PREF-USO = SPACES
              MOVE '(PRODUCAO)' TO WS-PREF-TELA
           ELSE
              MOVE WS-PREF-USO TO WS-PREF-TELA.
      * -----------------------------------
      * APLICACAO DA ULTIMA COMPARACAO, SO PELO SUPERVISOR: CADA
      * DIFERENCA AINDA PENDENTE E MOSTRADA PARA SER APLICADA OU
      * PULADA; 'T' APLICA ESTA E TODAS AS SEGUINTES E 'F' ENCERRA.
      * DEPOIS DISSO A COMPARACAO FICA MARCADA COMO APLICADA E UMA
      * NOVA PROMOCAO PEDE NOVA COMPARACAO.
       APLICA-DIFERENCAS.
           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 'APLICACAO RESTRITA AO SUPERVISOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM LE-CABECALHO-PROMOCAO.
           MOVE 0 TO WS-OPCAO
           MOVE 0 TO FS-STAT.
       LE-CABECALHO-PROMOCAO.
           CLOSE PROMOCAO
           OPEN I-O PROMOCAO
           MOVE 0 TO PC-SEQ
           READ PROMOCAO
           IF FS-STAT NOT = 00
              MOVE 'NENHUMA COMPARACAO PARA APLICAR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF COMPARACAO-APLICADA
                 MOVE 'COMPARACAO JA APLICADA - COMPARE DE NOVO'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 PERFORM PREPARA-APLICACAO.
           CLOSE PROMOCAO
           OPEN INPUT PROMOCAO
           MOVE 0 TO FS-STAT.
       PREPARA-APLICACAO.
           MOVE PC-TABELA  TO WS-TABELA-NOME
           MOVE PC-ORIGEM  TO WS-PREF-ORIGEM
           MOVE PC-DESTINO TO WS-PREF-DESTINO
           PERFORM ACHA-TABELA
           PERFORM MONTA-NOMES
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-APLICA
           DISPLAY(05, 23) PC-TABELA
           MOVE WS-PREF-ORIGEM TO WS-PREF-USO
           PERFORM MONTA-PREFIXO-TELA
           DISPLAY(06, 23) WS-PREF-TELA
           MOVE WS-PREF-DESTINO TO WS-PREF-USO
           PERFORM MONTA-PREFIXO-TELA
           DISPLAY(06, 46) WS-PREF-TELA
           DISPLAY(07, 23) PC-DATA
           DISPLAY(07, 46) PC-OPERADOR
           PERFORM ABRE-DESTINO-ATUALIZA
           IF NOT ARQUIVO-DESTINO-OK
              MOVE 'TABELA DE DESTINO NAO PODE SER ABERTA'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM APLICA-COMPARACAO
              PERFORM FECHA-DESTINO.
       APLICA-COMPARACAO.
           PERFORM ABRE-REFERENCIA
           PERFORM ABRE-AUDITORIA
           MOVE 0 TO WS-QTD-APLICADA WS-QTD-RECUSADA WS-QTD-PULADA
           MOVE 'N' TO WS-TODAS
           MOVE 1 TO PM-SEQ
           START PROMOCAO KEY NOT LESS THAN PM-SEQ
           MOVE 'N' TO WS-FIM-PROMOCAO
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-PROMOCAO.
           PERFORM APLICA-PASSO UNTIL FIM-PROMOCAO
           MOVE 0 TO PC-SEQ
           READ PROMOCAO
           MOVE 'S' TO PC-APLICADA
           REWRITE REG-PROMOCAO-CAB
           PERFORM FECHA-AUDITORIA
           PERFORM FECHA-REFERENCIA
           DISPLAY(16, 03) "Aplicadas.........: " WS-QTD-APLICADA
           DISPLAY(17, 03) "Recusadas.........: " WS-QTD-RECUSADA
           DISPLAY(18, 03) "Puladas...........: " WS-QTD-PULADA
           MOVE 'PROMOCAO CONCLUIDA' TO WS-MSGERRO
           PERFORM MOSTRA-ERRO.
       APLICA-PASSO.
           READ PROMOCAO NEXT AT END
              MOVE 'S' TO WS-FIM-PROMOCAO.
           IF NOT FIM-PROMOCAO AND DIFERENCA-PENDENTE
              PERFORM ESCOLHE-DIFERENCA.
           MOVE 0 TO FS-STAT.
       ESCOLHE-DIFERENCA.
           PERFORM DESCREVE-DIFERENCA
           DISPLAY(09, 23) PM-SEQ
           DISPLAY(09, 30) WS-TIPO-TELA
           DISPLAY(10, 23) WS-CHAVE-TELA
           DISPLAY(11, 23) WS-DESC-ORIGEM
           DISPLAY(12, 23) WS-DESC-DESTINO
           IF APLICA-TODAS
              MOVE 'S' TO WS-RESPOSTA
           ELSE
              DISPLAY(14, 03)
                 "(S) APLICAR (N) PULAR (T) TODAS AS DEMAIS (F) FIM:"
              MOVE SPACES TO WS-RESPOSTA
              ACCEPT(14, 55) WS-RESPOSTA.
           IF WS-RESPOSTA = 'T'
              MOVE 'S' TO WS-TODAS
              MOVE 'S' TO WS-RESPOSTA.
           IF WS-RESPOSTA = 'F'
              MOVE 'S' TO WS-FIM-PROMOCAO.
           IF WS-RESPOSTA = 'S'
              PERFORM APLICA-DIFERENCA.
           IF WS-RESPOSTA = 'N'
              MOVE 'N' TO PM-SITUACAO
              ADD 1 TO WS-QTD-PULADA
              REWRITE REG-PROMOCAO.
      * A REFERENCIA E CONFERIDA DE NOVO E O DESTINO TEM QUE ESTAR
      * COMO NA COMPARACAO; SENAO A DIFERENCA E RECUSADA.
       APLICA-DIFERENCA.
           MOVE SPACES TO WS-MOTIVO
           IF NOT DIFERENCA-EXCLUSAO
              MOVE PM-ORIGEM TO WS-IMG
              PERFORM CONFERE-REFERENCIA.
           IF WS-MOTIVO = SPACES
              PERFORM CONFERE-DESTINO.
           IF WS-MOTIVO = SPACES
              PERFORM EFETIVA-DIFERENCA.
           IF WS-MOTIVO = SPACES
              MOVE 'P' TO PM-SITUACAO
              ADD 1 TO WS-QTD-APLICADA
              PERFORM GRAVA-AUDITORIA
           ELSE
              MOVE 'R' TO PM-SITUACAO
              MOVE WS-MOTIVO TO PM-MOTIVO
              ADD 1 TO WS-QTD-RECUSADA
              MOVE WS-MOTIVO TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           REWRITE REG-PROMOCAO
           MOVE 0 TO FS-STAT.
       CONFERE-DESTINO.
           MOVE PM-ORIGEM TO WS-IMG
           IF DIFERENCA-EXCLUSAO
              MOVE PM-DESTINO TO WS-IMG.
           PERFORM LE-DESTINO-CHAVE
           IF WS-D-IMAGEM NOT = PM-DESTINO
              MOVE 'DESTINO ALTERADO DEPOIS DA COMPARACAO'
                    TO WS-MOTIVO.
       EFETIVA-DIFERENCA.
           IF DIFERENCA-INCLUSAO
              PERFORM GRAVA-DESTINO.
           IF DIFERENCA-ALTERACAO
              PERFORM REGRAVA-DESTINO.
           IF DIFERENCA-EXCLUSAO
              PERFORM EXCLUI-DESTINO.
           IF FS-STAT NOT = 00
              MOVE 'ERRO NA GRAVACAO DO DESTINO' TO WS-MOTIVO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * TRILHAS DE AUDITORIA DO AMBIENTE DE DESTINO, ASSINADAS PELO
      * SUPERVISOR QUE APLICOU.
       ABRE-AUDITORIA.
           OPEN EXTEND AUDCONF
           IF FS-STAT NOT = 00
              OPEN OUTPUT AUDCONF
              CLOSE AUDCONF
              OPEN EXTEND AUDCONF.
           IF WS-IT = 1
              OPEN EXTEND AUDCSV
              IF FS-STAT NOT = 00
                 OPEN OUTPUT AUDCSV
                 CLOSE AUDCSV
                 OPEN EXTEND AUDCSV.
           MOVE 0 TO FS-STAT.
       FECHA-AUDITORIA.
           CLOSE AUDCONF
           IF WS-IT = 1
              CLOSE AUDCSV.
           MOVE 0 TO FS-STAT.
       GRAVA-AUDITORIA.
           MOVE WS-TIPO-TELA TO WS-ACAO-AUD
           ACCEPT AC-DATA FROM DATE YYYYMMDD
           ACCEPT AC-HORA FROM TIME
           MOVE WS-OPERADOR     TO AC-OPERADOR
           MOVE WS-TABELA-NOME  TO AC-TABELA
           MOVE WS-ACAO-AUD     TO AC-ACAO
           MOVE WS-CHAVE-TELA   TO AC-CHAVE
           MOVE WS-DESC-DESTINO TO AC-ANTES
           MOVE WS-DESC-ORIGEM  TO AC-DEPOIS
           INSPECT AC-ANTES  REPLACING ALL ';' BY ','
           INSPECT AC-DEPOIS REPLACING ALL ';' BY ','
           MOVE WS-PREF-ORIGEM TO WS-PREF-USO
           PERFORM MONTA-PREFIXO-TELA
           MOVE WS-PREF-TELA    TO AC-ORIGEM
           MOVE ';' TO AC-F1 AC-F2 AC-F3 AC-F4 AC-F5 AC-F6 AC-F7 AC-F8
           WRITE REG-AUDCONF
           IF WS-IT = 1
              PERFORM GRAVA-AUDITORIA-PARAMS.
           MOVE 0 TO FS-STAT.
       GRAVA-AUDITORIA-PARAMS.
           MOVE ZEROS TO WS-VALOR-ANTES WS-VALOR-DEPOIS
           MOVE PM-DESTINO TO WS-IMG
           IF WS-IMG NOT = SPACES
              MOVE WI-PR-VALOR TO WS-VALOR-ANTES.
           MOVE PM-ORIGEM TO WS-IMG
           IF WS-IMG NOT = SPACES
              MOVE WI-PR-VALOR TO WS-VALOR-DEPOIS.
           MOVE AC-DATA         TO AU-DATA
           MOVE AC-HORA         TO AU-HORA
           MOVE WS-OPERADOR     TO AU-OPERADOR
           MOVE WS-ACAO-AUD     TO AU-ACAO
           MOVE WS-CHAVE-TELA   TO AU-CHAVE
           MOVE WS-VALOR-ANTES  TO AU-VALOR-ANTES
           MOVE WS-VALOR-DEPOIS TO AU-VALOR-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5 AU-F6
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE, NA
      * CADEIA DO AUDPARAM DO AMBIENTE DE DESTINO, ONDE A LINHA VAI.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDPARAM' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           MOVE 'S'        TO WS-AS-OUTRO-AMB
           MOVE WS-PREF-DESTINO TO WS-AS-PREFIXO
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
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
      * ACESSO DE SUPERVISOR (MODULO 5) DO OPERADOR WS-OPERADOR. SO
      * COM O CADASTRO DE OPERADORES VAZIO (PRIMEIRO USO, COMO NO
      * LOGIN DO MENU) O ACESSO FICA ABERTO; OPERADOR QUE NAO EXISTE NO
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
                    AND OP-PODE-MODULO-5
                    MOVE 'S' TO WS-ACESSO.
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
      * ABRE ARQUIVOS. O PROMOCAO.DAT FICA ABERTO PARA LEITURA E E
      * REABERTO PARA GRAVACAO NA COMPARACAO E NA APLICACAO.
       ABRIR-ARQUIVOS.
           OPEN INPUT PROMOCAO
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PROMOCAO
              CLOSE PROMOCAO
              OPEN INPUT PROMOCAO.
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO PROMOCAO: ' FS-STAT
              STOP RUN.
           OPEN INPUT OPERADOR
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
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
