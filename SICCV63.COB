       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV63.
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
      * OBJETIVO.....: SICCV63 - QUALIDADE DO CADASTRO DE CLIENTES          *
      *                DA UMA NOTA DE 0 A 100 A CADA CLIENTE NAO SUSPENSO   *
      *                PELAS REGRAS DE PREENCHIMENTO (SEM CEP, CEP FORA DO  *
      *                CEP.DAT, SEM CONTATO PREFERIDO, SEGMENTO EM BRANCO,  *
      *                SEM HORARIO, SEM SITE DE ENTREGA, SEM COORDENADA E   *
      *                VENDEDOR SEM COORDENADA), CADA UMA COM O SEU PESO    *
      *                (PADRAO NO PROGRAMA, TROCADO PELO QUALIDADE.CFG).    *
      *                SOMA AS NOTAS POR VENDEDOR E POR FILIAL E GUARDA A   *
      *                RODADA DO MES NO QUALHIST.DAT. O RELATORIO VAI PARA  *
      *                O SPOOL COM A QUEBRA 'VENDEDOR: ' (REPARTIDO PELO    *
      *                SICCV59): NOTA E EVOLUCAO DOS ULTIMOS 6 MESES DE     *
      *                CADA VENDEDOR E OS PIORES CLIENTES DA CARTEIRA DELE  *
      *                (QUAL-PIORES DO PARAMS.DAT, PADRAO 10); NO FIM, AS   *
      *                FILIAIS E AS FALHAS DE CADA REGRA.                   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CEP.SEL.
       COPY CONTATO.SEL.
       COPY CLISITE.SEL.
       COPY PARAMS.SEL.
       COPY SPOOLCAT.SEL.
       COPY QUALHIST.SEL.
           SELECT QUALTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY QT-CHAVE.
           SELECT QUALCFG ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CEP.FD.
       COPY CONTATO.FD.
       COPY CLISITE.FD.
       COPY PARAMS.FD.
       COPY SPOOLCAT.FD.
       COPY QUALHIST.FD.
      * CLIENTES COM FALHA ORDENADOS POR (VENDEDOR, NOTA), PARA A
      * LISTA DOS PIORES DE CADA CARTEIRA.
       FD  QUALTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-QUALTMP.
       01  REG-QUALTMP.
           05 QT-CHAVE.
              10 QT-VENDEDOR    PIC 9(03).
              10 QT-NOTA        PIC 9(03).
              10 QT-CLIENTE     PIC 9(07).
           05 QT-RAZAO          PIC X(30).
           05 QT-FALHAS         PIC X(08).
      * PESO DAS REGRAS, UMA POR LINHA: REGRA(8);PESO(3). REGRA FORA
      * DA TABELA E IGNORADA; PESO ZERO DESLIGA A REGRA.
       FD  QUALCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "QUALIDADE.CFG".
       01  REG-QUALCFG.
           05 QC-REGRA          PIC X(08).
           05 QC-F1             PIC X(01).
           05 QC-PESO           PIC 9(03).
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
      * SPOOL DE RELATORIO: CADA RODADA GRAVA UM ARQUIVO DATADO EM
      * DISCO, REGISTRADO NO CATALOGO, NO LUGAR DE IR DIRETO PARA A
      * IMPRESSORA; A REIMPRESSAO E FEITA PELO GERENCIADOR DE SPOOL
      * E O SICCV59 REPARTE A GERACAO POR VENDEDOR.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV63'.
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
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-ITEM          PIC X(01) VALUE 'N'.
           88 FIM-ITEM               VALUE 'S'.
       01  WS-TEM-CEP           PIC X(01) VALUE 'N'.
           88 ARQUIVO-CEP-OK         VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
      * TABELA DE REGRAS COM O PESO PADRAO; A POSICAO E O NUMERO DA
      * REGRA NO RELATORIO E NAS FALHAS DO QUALHIST.DAT.
       01  WS-REGRAS-PADRAO.
           05 F                 PIC X(08) VALUE 'SEM-CEP '.
           05 F                 PIC 9(03) VALUE 020.
           05 F                 PIC X(30) VALUE
              'CLIENTE SEM CEP'.
           05 F                 PIC X(08) VALUE 'CEP-INV '.
           05 F                 PIC 9(03) VALUE 015.
           05 F                 PIC X(30) VALUE
              'CEP FORA DO CEP.DAT'.
           05 F                 PIC X(08) VALUE 'SEM-CONT'.
           05 F                 PIC 9(03) VALUE 015.
           05 F                 PIC X(30) VALUE
              'SEM CONTATO PREFERIDO'.
           05 F                 PIC X(08) VALUE 'SEM-SEGM'.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(30) VALUE
              'SEGMENTO EM BRANCO'.
           05 F                 PIC X(08) VALUE 'SEM-HORA'.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(30) VALUE
              'SEM HORARIO DE FUNCIONAMENTO'.
           05 F                 PIC X(08) VALUE 'SEM-SITE'.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(30) VALUE
              'SEM ENDERECO DE ENTREGA (SITE)'.
           05 F                 PIC X(08) VALUE 'SEM-COOR'.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(30) VALUE
              'CLIENTE SEM COORDENADA'.
           05 F                 PIC X(08) VALUE 'VDD-COOR'.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(30) VALUE
              'VENDEDOR SEM COORDENADA'.
       01  WS-REGRAS REDEFINES WS-REGRAS-PADRAO.
           05 WS-REGRA OCCURS 8 TIMES.
              10 WS-RG-CODIGO   PIC X(08).
              10 WS-RG-PESO     PIC 9(03).
              10 WS-RG-DESCR    PIC X(30).
       01  WS-IR                PIC 9(01) VALUE ZEROS.
       01  WS-PESO-TOTAL        PIC 9(04) VALUE ZEROS.
       01  WS-PESO-FALHO        PIC 9(04) VALUE ZEROS.
       01  WS-NOTA              PIC 9(03) VALUE ZEROS.
      * FALHAS DO CLIENTE: O NUMERO DA REGRA NA POSICAO DELA OU '.'.
       01  WS-FALHAS-CLI.
           05 WS-FALHA          PIC X(01) OCCURS 8 TIMES.
       01  WS-FALHAS-CLI-R REDEFINES WS-FALHAS-CLI PIC X(08).
       01  WS-ACHOU             PIC X(01) VALUE 'N'.
      * ACUMULADORES POR VENDEDOR (POSICAO = CODIGO + 1, A PRIMEIRA
      * E A DOS CLIENTES SEM VENDEDOR), POR FILIAL E GERAL.
       01  WS-VDD-QUALIDADE.
           05 WS-VQ OCCURS 1000 TIMES.
              10 WS-VQ-CLIENTES  PIC 9(05).
              10 WS-VQ-PONTOS    PIC 9(08).
              10 WS-VQ-PERFEITOS PIC 9(05).
              10 WS-VQ-FALHAS    PIC 9(05) OCCURS 8 TIMES.
              10 WS-VQ-SEM-COORD PIC X(01).
       01  WS-IV                PIC 9(04) VALUE ZEROS.
       01  WS-FIL-QUALIDADE.
           05 WS-FQ OCCURS 50 TIMES.
              10 WS-FQ-FILIAL    PIC X(02).
              10 WS-FQ-CLIENTES  PIC 9(05).
              10 WS-FQ-PONTOS    PIC 9(08).
              10 WS-FQ-PERFEITOS PIC 9(05).
              10 WS-FQ-FALHAS    PIC 9(05) OCCURS 8 TIMES.
       01  WS-QTD-FIL           PIC 9(02) VALUE ZEROS.
       01  WS-IF                PIC 9(02) VALUE ZEROS.
       01  WS-GERAL-QUALIDADE.
           05 WS-GQ-CLIENTES    PIC 9(05) VALUE ZEROS.
           05 WS-GQ-PONTOS      PIC 9(08) VALUE ZEROS.
           05 WS-GQ-PERFEITOS   PIC 9(05) VALUE ZEROS.
           05 WS-GQ-FALHAS      PIC 9(05) OCCURS 8 TIMES.
      * GRUPO CORRENTE NA GRAVACAO DO QUALHIST.DAT.
       01  WS-GRUPO.
           05 WS-GR-CLIENTES    PIC 9(05) VALUE ZEROS.
           05 WS-GR-PONTOS      PIC 9(08) VALUE ZEROS.
           05 WS-GR-PERFEITOS   PIC 9(05) VALUE ZEROS.
           05 WS-GR-FALHAS      PIC 9(05) OCCURS 8 TIMES.
      * LISTA DOS PIORES POR VENDEDOR (PARAMS.DAT QUAL-PIORES).
       01  WS-QTD-PIORES        PIC 9(03) VALUE 010.
       01  WS-QTD-LISTADOS      PIC 9(03) VALUE ZEROS.
      * OS 6 MESES DA EVOLUCAO, DO MAIS ANTIGO AO ATUAL.
       01  WS-MESES.
           05 WS-MES-ANOMES     PIC 9(06) OCCURS 6 TIMES.
       01  WS-IM                PIC 9(01) VALUE ZEROS.
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           05 WS-AM-ANO         PIC 9(04).
           05 WS-AM-MES         PIC 9(02).
       01  WS-MEDIA             PIC 9(03)V9(01) VALUE ZEROS.
       01  WS-MEDIA-ED          PIC ZZ9,9.
       01  WS-VDD-CODIGO        PIC 9(03) VALUE ZEROS.
       01  WS-VDD-CODIGO-X      PIC X(03) VALUE SPACES.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(37) VALUE
              'QUALIDADE DO CADASTRO DE CLIENTES - '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04          PIC X(80) VALUE
           "N  REGRA     PESO   DESCRICAO".
       01  LINHA-05.
           05 L05-NUMERO         PIC 9(01) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-CODIGO         PIC X(08) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-PESO           PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L05-DESCR          PIC X(30) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-FALHAS-TXT     PIC X(08) VALUE SPACES.
           05 L05-FALHAS         PIC ZZZZZ VALUE ZEROS.
       01  LINHA-06.
           05 F                  PIC X(10) VALUE 'CLIENTES: '.
           05 L06-CLIENTES       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(14) VALUE '  NOTA MEDIA: '.
           05 L06-MEDIA          PIC ZZ9,9 VALUE ZEROS.
           05 F                  PIC X(13) VALUE '  SEM FALHA: '.
           05 L06-PERFEITOS      PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(07) VALUE 'EVOL.: '.
           05 L07-MES OCCURS 6 TIMES.
              10 L07-ANOMES      PIC 9(06) VALUE ZEROS.
              10 F               PIC X(01) VALUE SPACES.
              10 L07-MEDIA       PIC X(05) VALUE SPACES.
              10 F               PIC X(01) VALUE SPACES.
       01  LINHA-08         PIC X(80) VALUE "CLIENTE  RAZAO SOCIAL      
      -    "              NOTA  FALHAS".
       01  LINHA-09         PIC X(80) VALUE "-------  ------------------
      -    "------------  ----  --------".
       01  LINHA-10.
           05 L10-CLIENTE        PIC 9(07) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L10-RAZAO          PIC X(30) VALUE SPACES.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-NOTA           PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L10-FALHAS         PIC X(08) VALUE SPACES.
       01  LINHA-11          PIC X(80) VALUE
           "FILIAL  CLIENTES  NOTA MEDIA  SEM FALHA".
       01  LINHA-12.
           05 L12-FILIAL         PIC X(06) VALUE SPACES.
           05 F                  PIC X(05) VALUE SPACES.
           05 L12-CLIENTES       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(07) VALUE SPACES.
           05 L12-MEDIA          PIC ZZ9,9 VALUE ZEROS.
           05 F                  PIC X(07) VALUE SPACES.
           05 L12-PERFEITOS      PIC ZZZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-VDD-QUALIDADE WS-FIL-QUALIDADE
                      WS-GERAL-QUALIDADE
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           PERFORM LE-CONFIGURACAO
           PERFORM MONTA-MESES
           PERFORM CARREGA-VENDEDORES
           PERFORM PONTUA-CLIENTES
           PERFORM GRAVA-HISTORICO
           PERFORM IMPRIME-QUALIDADE
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-CEP-OK
              CLOSE CEP.
           CLOSE CLIENTES VENDEDOR CONTATO CLISITE QUALHIST QUALTMP
                 LISTAG
           MOVE WS-GQ-CLIENTES TO WS-GR-CLIENTES
           MOVE WS-GQ-PONTOS   TO WS-GR-PONTOS
           PERFORM CALCULA-MEDIA
           MOVE WS-MEDIA TO WS-MEDIA-ED
           DISPLAY 'QUALIDADE ' WS-HOJE-ANOMES
                   ' - CLIENTES: ' WS-GQ-CLIENTES
                   ' NOTA MEDIA: ' WS-MEDIA-ED
           STOP RUN.
      * -----------------------------------
      * TAMANHO DA LISTA DOS PIORES DO PARAMS.DAT; CHAVE AUSENTE OU
      * ZERADA FICA COM O PADRAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'QUAL-PIORES ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-QTD-PIORES.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
      * LE O QUALIDADE.CFG (SE EXISTIR) E TROCA OS PESOS PADRAO.
       LE-CONFIGURACAO.
           OPEN INPUT QUALCFG
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM LE-CONFIG-PASSO UNTIL FIM-ARQ
              CLOSE QUALCFG.
           MOVE 0 TO WS-PESO-TOTAL
           MOVE 1 TO WS-IR
           PERFORM SOMA-PESO UNTIL WS-IR > 8
           MOVE 0 TO FS-STAT.
       LE-CONFIG-PASSO.
           READ QUALCFG AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND QC-PESO NUMERIC
              MOVE 1 TO WS-IR
              PERFORM TROCA-PESO UNTIL WS-IR > 8.
       TROCA-PESO.
           IF WS-RG-CODIGO(WS-IR) = QC-REGRA
              MOVE QC-PESO TO WS-RG-PESO(WS-IR).
           ADD 1 TO WS-IR.
       SOMA-PESO.
           ADD WS-RG-PESO(WS-IR) TO WS-PESO-TOTAL
           ADD 1 TO WS-IR.
      * MES ATUAL E OS 5 ANTERIORES, PARA A LINHA DE EVOLUCAO.
       MONTA-MESES.
           MOVE WS-HOJE-ANOMES TO WS-ANOMES
           MOVE 6 TO WS-IM
           PERFORM MONTA-MES-PASSO UNTIL WS-IM = 0.
       MONTA-MES-PASSO.
           MOVE WS-ANOMES TO WS-MES-ANOMES(WS-IM)
           IF WS-AM-MES = 1
              MOVE 12 TO WS-AM-MES
              SUBTRACT 1 FROM WS-AM-ANO
           ELSE
              SUBTRACT 1 FROM WS-AM-MES.
           SUBTRACT 1 FROM WS-IM.
      * MARCA OS VENDEDORES SEM COORDENADA (REGRA 8).
       CARREGA-VENDEDORES.
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
           IF NOT FIM-ARQ
              COMPUTE WS-IV = VD-CODIGO + 1
              IF VD-LATITUDE = 0 AND VD-LONGITUDE = 0
                 MOVE 'S' TO WS-VQ-SEM-COORD(WS-IV)
              ELSE
                 MOVE 'N' TO WS-VQ-SEM-COORD(WS-IV).
      * -----------------------------------
      * 1A PASSADA: NOTA DE CADA CLIENTE NAO SUSPENSO, ACUMULADA NO
      * VENDEDOR, NA FILIAL E NO GERAL; QUEM TEM FALHA VAI PARA O
      * QUALTMP DA LISTA DOS PIORES.
       PONTUA-CLIENTES.
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM PONTUA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       PONTUA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND NOT CLIENTE-SUSPENSO
              PERFORM CONFERE-REGRAS
              PERFORM ACUMULA-CLIENTE.
           MOVE 0 TO FS-STAT.
       CONFERE-REGRAS.
           MOVE ALL '.' TO WS-FALHAS-CLI-R
           IF CL-CEP = 0
              MOVE '1' TO WS-FALHA(1).
           IF CL-CEP > 0 AND ARQUIVO-CEP-OK
              MOVE CL-CEP TO CP-CODIGO
              READ CEP
              IF FS-STAT NOT = 00
                 MOVE '2' TO WS-FALHA(2).
           PERFORM PROCURA-PREFERIDO
           IF WS-ACHOU = 'N'
              MOVE '3' TO WS-FALHA(3).
           IF CL-SEGMENTO = SPACE
              MOVE '4' TO WS-FALHA(4).
           IF CL-HORA-ABRE = 0 AND CL-HORA-FECHA = 0
              MOVE '5' TO WS-FALHA(5).
           MOVE CL-CODIGO TO SI-CLIENTE
           MOVE 0 TO SI-SITE
           START CLISITE KEY NOT LESS THAN SI-CHAVE
           MOVE 'N' TO WS-ACHOU
           IF FS-STAT = 00
              READ CLISITE NEXT
              IF FS-STAT = 00 AND SI-CLIENTE = CL-CODIGO
                 MOVE 'S' TO WS-ACHOU.
           IF WS-ACHOU = 'N'
              MOVE '6' TO WS-FALHA(6).
           IF CL-LATITUDE = 0 AND CL-LONGITUDE = 0
              MOVE '7' TO WS-FALHA(7).
           COMPUTE WS-IV = CL-VENDEDOR + 1
           IF CL-VENDEDOR > 0 AND WS-VQ-SEM-COORD(WS-IV) = 'S'
              MOVE '8' TO WS-FALHA(8).
      * REGRA COM PESO ZERO ESTA DESLIGADA: NEM CONTA COMO FALHA.
           MOVE 0 TO WS-PESO-FALHO
           MOVE 1 TO WS-IR
           PERFORM PESA-FALHA UNTIL WS-IR > 8
           IF WS-PESO-TOTAL = 0
              MOVE 100 TO WS-NOTA
           ELSE
              COMPUTE WS-NOTA = (WS-PESO-TOTAL - WS-PESO-FALHO)
                                * 100 / WS-PESO-TOTAL.
           MOVE 0 TO FS-STAT.
       PESA-FALHA.
           IF WS-FALHA(WS-IR) NOT = '.'
              IF WS-RG-PESO(WS-IR) = 0
                 MOVE '.' TO WS-FALHA(WS-IR)
              ELSE
                 ADD WS-RG-PESO(WS-IR) TO WS-PESO-FALHO.
           ADD 1 TO WS-IR.
       PROCURA-PREFERIDO.
           MOVE 'N' TO WS-ACHOU
           MOVE CL-CODIGO TO CT-CLIENTE
           MOVE 0 TO CT-SEQ
           START CONTATO KEY NOT LESS THAN CT-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM PROCURA-PREFERIDO-PASSO
                   UNTIL FIM-ITEM OR WS-ACHOU = 'S'.
       PROCURA-PREFERIDO-PASSO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF CT-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 IF CONTATO-PREFERIDO
                    MOVE 'S' TO WS-ACHOU.
       ACUMULA-CLIENTE.
           COMPUTE WS-IV = CL-VENDEDOR + 1
           ADD 1       TO WS-VQ-CLIENTES(WS-IV) WS-GQ-CLIENTES
           ADD WS-NOTA TO WS-VQ-PONTOS(WS-IV) WS-GQ-PONTOS
           PERFORM ACHA-FILIAL
           IF WS-IF > 0
              ADD 1       TO WS-FQ-CLIENTES(WS-IF)
              ADD WS-NOTA TO WS-FQ-PONTOS(WS-IF).
           IF WS-NOTA = 100
              ADD 1 TO WS-VQ-PERFEITOS(WS-IV) WS-GQ-PERFEITOS
              IF WS-IF > 0
                 ADD 1 TO WS-FQ-PERFEITOS(WS-IF).
           MOVE 1 TO WS-IR
           PERFORM ACUMULA-FALHA UNTIL WS-IR > 8
           IF WS-NOTA < 100
              MOVE CL-VENDEDOR     TO QT-VENDEDOR
              MOVE WS-NOTA         TO QT-NOTA
              MOVE CL-CODIGO       TO QT-CLIENTE
              MOVE CL-RAZAO        TO QT-RAZAO
              MOVE WS-FALHAS-CLI-R TO QT-FALHAS
              WRITE REG-QUALTMP.
           MOVE 0 TO FS-STAT.
       ACUMULA-FALHA.
           IF WS-FALHA(WS-IR) NOT = '.'
              ADD 1 TO WS-VQ-FALHAS(WS-IV, WS-IR)
                       WS-GQ-FALHAS(WS-IR)
              IF WS-IF > 0
                 ADD 1 TO WS-FQ-FALHAS(WS-IF, WS-IR).
           ADD 1 TO WS-IR.
      * POSICAO DA FILIAL DO CLIENTE NA TABELA (INCLUI SE NOVA);
      * ZERO SE A TABELA ENCHEU.
       ACHA-FILIAL.
           MOVE 1 TO WS-IF
           PERFORM ACHA-FILIAL-PASSO
                   UNTIL WS-IF > WS-QTD-FIL
                      OR WS-FQ-FILIAL(WS-IF) = CL-FILIAL
           IF WS-IF > WS-QTD-FIL
              IF WS-QTD-FIL < 50
                 ADD 1 TO WS-QTD-FIL
                 MOVE WS-QTD-FIL TO WS-IF
                 MOVE CL-FILIAL TO WS-FQ-FILIAL(WS-IF)
              ELSE
                 MOVE 0 TO WS-IF.
       ACHA-FILIAL-PASSO.
           ADD 1 TO WS-IF.
      * -----------------------------------
      * 2A PASSADA: TROCA A RODADA DO MES NO QUALHIST.DAT PELA DE
      * AGORA (GERAL, CADA FILIAL E CADA VENDEDOR COM CLIENTES).
       GRAVA-HISTORICO.
           MOVE WS-HOJE-ANOMES TO QH-ANOMES
           MOVE LOW-VALUES TO QH-TIPO QH-CODIGO
           START QUALHIST KEY NOT LESS THAN QH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM LIMPA-MES-PASSO UNTIL FIM-ARQ
           MOVE WS-GERAL-QUALIDADE TO WS-GRUPO
           MOVE 'G' TO QH-TIPO
           MOVE SPACES TO QH-CODIGO
           PERFORM GRAVA-GRUPO
           MOVE 1 TO WS-IF
           PERFORM GRAVA-FILIAL UNTIL WS-IF > WS-QTD-FIL
           MOVE 1 TO WS-IV
           PERFORM GRAVA-VENDEDOR UNTIL WS-IV > 1000
           MOVE 0 TO FS-STAT.
       LIMPA-MES-PASSO.
           READ QUALHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF QH-ANOMES NOT = WS-HOJE-ANOMES
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 DELETE QUALHIST.
       GRAVA-FILIAL.
           MOVE WS-FQ-CLIENTES(WS-IF)  TO WS-GR-CLIENTES
           MOVE WS-FQ-PONTOS(WS-IF)    TO WS-GR-PONTOS
           MOVE WS-FQ-PERFEITOS(WS-IF) TO WS-GR-PERFEITOS
           MOVE 1 TO WS-IR
           PERFORM COPIA-FALHA-FILIAL UNTIL WS-IR > 8
           MOVE 'F' TO QH-TIPO
           MOVE WS-FQ-FILIAL(WS-IF) TO QH-CODIGO
           PERFORM GRAVA-GRUPO
           ADD 1 TO WS-IF.
       COPIA-FALHA-FILIAL.
           MOVE WS-FQ-FALHAS(WS-IF, WS-IR) TO WS-GR-FALHAS(WS-IR)
           ADD 1 TO WS-IR.
       GRAVA-VENDEDOR.
           IF WS-VQ-CLIENTES(WS-IV) > 0
              MOVE WS-VQ-CLIENTES(WS-IV)  TO WS-GR-CLIENTES
              MOVE WS-VQ-PONTOS(WS-IV)    TO WS-GR-PONTOS
              MOVE WS-VQ-PERFEITOS(WS-IV) TO WS-GR-PERFEITOS
              MOVE 1 TO WS-IR
              PERFORM COPIA-FALHA-VENDEDOR UNTIL WS-IR > 8
              MOVE 'V' TO QH-TIPO
              PERFORM MONTA-CODIGO-VENDEDOR
              MOVE WS-VDD-CODIGO-X TO QH-CODIGO
              PERFORM GRAVA-GRUPO.
           ADD 1 TO WS-IV.
       COPIA-FALHA-VENDEDOR.
           MOVE WS-VQ-FALHAS(WS-IV, WS-IR) TO WS-GR-FALHAS(WS-IR)
           ADD 1 TO WS-IR.
      * CODIGO DO VENDEDOR DA POSICAO WS-IV COMO CHAVE X(03).
       MONTA-CODIGO-VENDEDOR.
           COMPUTE WS-VDD-CODIGO = WS-IV - 1
           MOVE WS-VDD-CODIGO TO WS-VDD-CODIGO-X.
       GRAVA-GRUPO.
           MOVE WS-HOJE-ANOMES  TO QH-ANOMES
           MOVE WS-HOJE         TO QH-DATA-APURACAO
           MOVE WS-GR-CLIENTES  TO QH-CLIENTES
           MOVE WS-GR-PERFEITOS TO QH-PERFEITOS
           PERFORM CALCULA-MEDIA
           MOVE WS-MEDIA TO QH-MEDIA
           MOVE 1 TO WS-IR
           PERFORM COPIA-FALHA-GRUPO UNTIL WS-IR > 8
           WRITE REG-QUALHIST
           IF FS-STAT = 22
              REWRITE REG-QUALHIST.
           MOVE 0 TO FS-STAT.
       COPIA-FALHA-GRUPO.
           MOVE WS-GR-FALHAS(WS-IR) TO QH-FALHAS(WS-IR)
           ADD 1 TO WS-IR.
       CALCULA-MEDIA.
           IF WS-GR-CLIENTES = 0
              MOVE 0 TO WS-MEDIA
           ELSE
              COMPUTE WS-MEDIA ROUNDED = WS-GR-PONTOS / WS-GR-CLIENTES.
      * -----------------------------------
      * 3A PASSADA: RELATORIO NO SPOOL. O CABECALHO (ATE A PRIMEIRA
      * QUEBRA 'VENDEDOR: ') TEM A TABELA DE REGRAS PARA IR EM CADA
      * PEDACO REPARTIDO; ENTRE OS VENDEDORES NAO VAI TRACO, QUE O
      * SICCV59 TOMA COMO INICIO DO RODAPE (FILIAIS E FALHAS).
       IMPRIME-QUALIDADE.
           PERFORM ABRE-SPOOL
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-HOJE-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE SPACES TO L05-FALHAS-TXT
           MOVE 1 TO WS-IR
           PERFORM IMPRIME-REGRA UNTIL WS-IR > 8
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-VENDEDOR UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-11 BEFORE 1
           MOVE 1 TO WS-IF
           PERFORM IMPRIME-FILIAL UNTIL WS-IF > WS-QTD-FIL
           MOVE 'GERAL ' TO L12-FILIAL
           MOVE WS-GQ-CLIENTES TO L12-CLIENTES WS-GR-CLIENTES
           MOVE WS-GQ-PONTOS   TO WS-GR-PONTOS
           PERFORM CALCULA-MEDIA
           MOVE WS-MEDIA TO L12-MEDIA
           MOVE WS-GQ-PERFEITOS TO L12-PERFEITOS
           WRITE LINHA FROM LINHA-12 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 'FALHAS: ' TO L05-FALHAS-TXT
           MOVE 1 TO WS-IR
           PERFORM IMPRIME-REGRA UNTIL WS-IR > 8
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 0 TO FS-STAT.
       IMPRIME-REGRA.
           MOVE WS-IR               TO L05-NUMERO
           MOVE WS-RG-CODIGO(WS-IR) TO L05-CODIGO
           MOVE WS-RG-PESO(WS-IR)   TO L05-PESO
           MOVE WS-RG-DESCR(WS-IR)  TO L05-DESCR
           IF L05-FALHAS-TXT = SPACES
              MOVE ZEROS TO L05-FALHAS
           ELSE
              MOVE WS-GQ-FALHAS(WS-IR) TO L05-FALHAS.
           WRITE LINHA FROM LINHA-05 BEFORE 1
           ADD 1 TO WS-IR.
      * VENDEDOR COM CLIENTES: NOTA, EVOLUCAO E OS PIORES DA CARTEIRA.
       IMPRIME-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              COMPUTE WS-IV = VD-CODIGO + 1
              IF WS-VQ-CLIENTES(WS-IV) > 0
                 PERFORM IMPRIME-CARTEIRA.
           MOVE 0 TO FS-STAT.
       IMPRIME-CARTEIRA.
           MOVE VD-CODIGO TO L03-VENDEDOR
           MOVE VD-NOME   TO L03-NOME
           WRITE LINHA FROM LINHA-03 BEFORE 1
           MOVE WS-VQ-CLIENTES(WS-IV)  TO L06-CLIENTES WS-GR-CLIENTES
           MOVE WS-VQ-PONTOS(WS-IV)    TO WS-GR-PONTOS
           PERFORM CALCULA-MEDIA
           MOVE WS-MEDIA TO L06-MEDIA
           MOVE WS-VQ-PERFEITOS(WS-IV) TO L06-PERFEITOS
           WRITE LINHA FROM LINHA-06 BEFORE 1
           PERFORM MONTA-CODIGO-VENDEDOR
           MOVE 1 TO WS-IM
           PERFORM MONTA-EVOLUCAO UNTIL WS-IM > 6
           WRITE LINHA FROM LINHA-07 BEFORE 2
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE VD-CODIGO TO QT-VENDEDOR
           MOVE ZEROS TO QT-NOTA QT-CLIENTE
           START QUALTMP KEY NOT LESS THAN QT-CHAVE
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM IMPRIME-PIOR
                   UNTIL FIM-ITEM OR WS-QTD-LISTADOS = WS-QTD-PIORES
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE 1.
      * NOTA MEDIA DO VENDEDOR EM CADA UM DOS 6 MESES; SEM RODADA NO
      * MES SAI UM TRACO.
       MONTA-EVOLUCAO.
           MOVE WS-MES-ANOMES(WS-IM) TO QH-ANOMES L07-ANOMES(WS-IM)
           MOVE 'V'                  TO QH-TIPO
           MOVE WS-VDD-CODIGO-X      TO QH-CODIGO
           READ QUALHIST
           IF FS-STAT = 00
              MOVE QH-MEDIA TO WS-MEDIA-ED
              MOVE WS-MEDIA-ED TO L07-MEDIA(WS-IM)
           ELSE
              MOVE '  -  ' TO L07-MEDIA(WS-IM).
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-IM.
       IMPRIME-PIOR.
           READ QUALTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF QT-VENDEDOR NOT = VD-CODIGO
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE QT-CLIENTE TO L10-CLIENTE
                 MOVE QT-RAZAO   TO L10-RAZAO
                 MOVE QT-NOTA    TO L10-NOTA
                 MOVE QT-FALHAS  TO L10-FALHAS
                 WRITE LINHA FROM LINHA-10 BEFORE 1
                 ADD 1 TO WS-QTD-LISTADOS.
       IMPRIME-FILIAL.
           MOVE WS-FQ-FILIAL(WS-IF)    TO L12-FILIAL
           MOVE WS-FQ-CLIENTES(WS-IF)  TO L12-CLIENTES WS-GR-CLIENTES
           MOVE WS-FQ-PONTOS(WS-IF)    TO WS-GR-PONTOS
           PERFORM CALCULA-MEDIA
           MOVE WS-MEDIA TO L12-MEDIA
           MOVE WS-FQ-PERFEITOS(WS-IF) TO L12-PERFEITOS
           WRITE LINHA FROM LINHA-12 BEFORE 1
           ADD 1 TO WS-IF.
      * -----------------------------------
      * ABRE A GERACAO DE SPOOL DO RELATORIO: MONTA O NOME DATADO,
      * REGISTRA NO CATALOGO E EXPURGA AS GERACOES ALEM DO LIMITE.
       ABRE-SPOOL.
           ACCEPT WS-SPOOL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-SPOOL-HORA-TODA FROM TIME
           MOVE WS-SPOOL-HORA-TODA(1:6) TO WS-SPOOL-HORA
           OPEN OUTPUT LISTAG
           OPEN I-O SPOOLCAT
           IF FS-STAT = '30'
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
      * MANTEM SO AS ULTIMAS GERACOES DO RELATORIO NO DISCO; A
      * GERACAO AINDA NAO REPARTIDA PELO SICCV59 NAO ENTRA NA CONTA.
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
                 IF WS-SPOOL-QTD < 200 AND GERACAO-REPARTIDA
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
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT CEP
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CEP
           ELSE
              MOVE 'N' TO WS-TEM-CEP.
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
           OPEN I-O QUALHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT QUALHIST
              CLOSE QUALHIST
              OPEN I-O QUALHIST.
           OPEN OUTPUT QUALTMP
           CLOSE QUALTMP
           OPEN I-O QUALTMP
           MOVE 0 TO FS-STAT.
