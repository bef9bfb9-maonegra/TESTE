      *                DA COMPETENCIA ENTRAM COMO LINHAS PROPRIAS NO        *
      *                DEMONSTRATIVO E NO FOLHA.CSV, IDENTIFICADAS PELO     *
      *                TIPO (NORMAL / AJUSTE+ / AJUSTE-).                   *
      *                NO FIM DO DEMONSTRATIVO SAEM OS TOTAIS POR EQUIPE DE *
      *                VENDAS (VD-EQUIPE, CADASTRO NO SICCV72): VENDEDORES, *
      *                VENDIDO E COMISSAO COM OS AJUSTES.                   *
      *                LINHA DE COMANDO: 'CALCULA AAAAMM' RODA SO O         *
      *                CALCULO, SEM TELA.                                   *
      *                O DEMONSTRATIVO VAI PARA O SPOOL (SICCV23) COM UMA   *
      *                LINHA 'VENDEDOR:' EM CADA QUEBRA, PARA O SICCV59     *
      *                REPARTIR POR VENDEDOR.                               *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VENDEDOR.SEL.
       COPY EQUIPE.SEL.
       COPY VENDHIST.SEL.
       COPY COMISSAO.SEL.
       COPY AJUSTE.SEL.
           SELECT FOLHACSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY EQUIPE.FD.
       COPY VENDHIST.FD.
       COPY COMISSAO.FD.
       COPY AJUSTE.FD.
           05 FL-COMISSAO       PIC 9(09)V9(02).
           05 FL-F6             PIC X(01).
           05 FL-TIPO           PIC X(08).
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
      * SPOOL DE RELATORIO: CADA RODADA GRAVA UM ARQUIVO DATADO EM
      * DISCO, REGISTRADO NO CATALOGO, NO LUGAR DE IR DIRETO PARA A
      * IMPRESSORA; A REIMPRESSAO E FEITA PELO GERENCIADOR DE SPOOL
      * E O SICCV59 REPARTE A GERACAO POR VENDEDOR.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV16'.
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
       01  WS-AJ-FIM            PIC X(01) VALUE 'N'.
           88 FIM-AJUSTES            VALUE 'S'.
       01  WS-QTD-AJUSTES       PIC 9(05) VALUE ZEROS.
       01  WS-IMPRIMIU-VENDEDOR PIC X(01) VALUE 'N'.
      * TOTAIS POR EQUIPE NA POSICAO DO CODIGO MAIS UM (A PRIMEIRA
      * E A DOS VENDEDORES SEM EQUIPE); A COMISSAO JA VEM COM OS
      * AJUSTES, COMO NO TOTAL GERAL.
       01  WS-ET-TABELA.
           05 WS-ET-ITEM OCCURS 1000 TIMES.
              10 WS-ET-VENDEDORES PIC 9(05).
              10 WS-ET-VENDIDO    PIC 9(11)V9(02).
              10 WS-ET-COMISSAO   PIC S9(11)V9(02).
       01  WS-ET-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-ET-CODIGO         PIC 9(03) VALUE ZEROS.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
      * CONTROLE DO FOLHA.CSV: CABECALHO
      * 'H;ORIGEM;DATA;HORA;VERSAO;AMBIENTE'
      * E TRAILER 'T;CONTAGEM;HASH' (HASH = SOMA DAS COMISSOES),
           05 F                  PIC X(36) VALUE
              'TOTAL GERAL DE COMISSAO...........: '.
           05 L06-TOTAL          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
      * QUEBRA POR VENDEDOR: ABRE O BLOCO DE CADA VENDEDOR QUE TEM
      * VENDA OU AJUSTE NO MES (E ONDE O SICCV59 CORTA O SPOOL).
       01  LINHA-12.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L12-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L12-NOME           PIC X(40) VALUE SPACES.
           05 F                  PIC X(10) VALUE '  EQUIPE: '.
           05 L12-EQUIPE         PIC ZZ9 VALUE ZEROS.
      * TOTAIS POR EQUIPE, DEPOIS DO TOTAL GERAL.
       01  LINHA-13.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'TOTAIS POR EQUIPE'.
       01  LINHA-14.
           05 F                  PIC X(40) VALUE
              'EQUIPE NOME                           SU'.
           05 F                  PIC X(40) VALUE
              'PERVISOR VENDEDORES        VENDIDO      '.
           05 F                  PIC X(09) VALUE
              ' COMISSAO'.
       01  LINHA-15.
           05 F                  PIC X(40) VALUE
              '------ ------------------------------ --'.
           05 F                  PIC X(40) VALUE
              '-------- ---------- -------------- -----'.
           05 F                  PIC X(09) VALUE
              '---------'.
       01  LINHA-16.
           05 F                  PIC X(03) VALUE SPACES.
           05 L16-EQUIPE         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L16-NOME           PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L16-SUPERVISOR     PIC X(10) VALUE SPACES.
           05 F                  PIC X(06) VALUE SPACES.
           05 L16-VENDEDORES     PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L16-VENDIDO        PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L16-COMISSAO       PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(05) VALUE SPACES.
           05 F                  PIC X(07) VALUE 'AJUSTE '.
      * -----------------------------------
       FINALIZA.
           CLOSE VENDEDOR VENDHIST COMISSAO AJUSTE COMIHIST
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           IF EXECUCAO-BATCH
              STOP RUN.
           DISPLAY(01, 01) ERASE
           MOVE SPACES TO REG-FOLHACSV
           MOVE WS-CTL-CABEC TO REG-FOLHACSV
           WRITE REG-FOLHACSV
           PERFORM ABRE-SPOOL
           MOVE WS-ANOMES TO L02-ANOMES
           PERFORM CABEC-COMISSAO
           MOVE 0 TO WS-TOTAL-COMISSAO WS-QTD-VENDEDORES
           MOVE 0 TO WS-QTD-AJUSTES
           INITIALIZE WS-ET-TABELA
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-VENDEDOR
           MOVE WS-TOTAL-COMISSAO TO L06-TOTAL
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           PERFORM IMPRIME-TOTAIS-EQUIPE
           MOVE WS-FOLHA-QTD  TO WS-CTL-QTD
           MOVE WS-FOLHA-HASH TO WS-CTL-HASH
           MOVE SPACES TO REG-FOLHACSV
       CALCULA-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VENDEDOR.
           MOVE 'N' TO WS-IMPRIMIU-VENDEDOR
           IF NOT FIM-VENDEDOR
              COMPUTE WS-ET-IDX = VD-EQUIPE + 1
              MOVE VD-CODIGO TO VH-VENDEDOR
              MOVE WS-ANOMES TO VH-ANOMES
              READ VENDHIST
                 COMPUTE WS-COMISSAO ROUNDED =
                         VH-VALOR * WS-TAXA / 100
                 ADD WS-COMISSAO TO WS-TOTAL-COMISSAO
                 ADD VH-VALOR TO WS-ET-VENDIDO (WS-ET-IDX)
                 ADD WS-COMISSAO TO WS-ET-COMISSAO (WS-ET-IDX)
                 ADD 1 TO WS-QTD-VENDEDORES
                 PERFORM IMPRIME-DEMONSTRATIVO
                 PERFORM GRAVA-FOLHA.
           ADD 1 TO WS-QTD-AJUSTES
           IF AJ-SINAL = '-'
              SUBTRACT AJ-VALOR FROM WS-TOTAL-COMISSAO
              SUBTRACT AJ-VALOR FROM WS-ET-COMISSAO (WS-ET-IDX)
           ELSE
              ADD AJ-VALOR TO WS-TOTAL-COMISSAO
              ADD AJ-VALOR TO WS-ET-COMISSAO (WS-ET-IDX).
           PERFORM IMPRIME-QUEBRA-VENDEDOR
           MOVE AJ-MOTIVO-COD  TO L07-MOTIVO
           MOVE AJ-COMPLEMENTO TO L07-COMPLEMENTO
           MOVE AJ-SINAL       TO L07-SINAL
                 MOVE CM-TAXA TO WS-TAXA.
           MOVE 0 TO FS-STAT.
       IMPRIME-DEMONSTRATIVO.
           PERFORM IMPRIME-QUEBRA-VENDEDOR
           MOVE VD-CODIGO   TO L05-VENDEDOR
           MOVE VD-NOME     TO L05-NOME
           MOVE VH-VALOR    TO L05-VENDIDO
           MOVE WS-COMISSAO TO L05-COMISSAO
           WRITE LINHA FROM LINHA-05 BEFORE 1
           PERFORM GRAVA-COMIHIST.
       IMPRIME-QUEBRA-VENDEDOR.
           IF WS-IMPRIMIU-VENDEDOR = 'N'
              MOVE 'S' TO WS-IMPRIMIU-VENDEDOR
              MOVE VD-CODIGO TO L12-VENDEDOR
              MOVE VD-NOME   TO L12-NOME
              MOVE VD-EQUIPE TO L12-EQUIPE
              ADD 1 TO WS-ET-VENDEDORES (WS-ET-IDX)
              WRITE LINHA FROM LINHA-12 BEFORE 1.
      * GUARDA O RESULTADO DA RODADA POR VENDEDOR/COMPETENCIA, PARA
      * O RECALCULO RETROATIVO TER COM O QUE COMPARAR.
       GRAVA-COMIHIST.
           WRITE REG-FOLHACSV
           ADD 1 TO WS-FOLHA-QTD
           ADD WS-COMISSAO TO WS-FOLHA-HASH.
      * TOTAIS POR EQUIPE, DEPOIS DO TRACO DO TOTAL GERAL (O SICCV59
      * NAO OS PASSA A NENHUM VENDEDOR).
       IMPRIME-TOTAIS-EQUIPE.
           WRITE LINHA FROM LINHA-13 BEFORE 1
           WRITE LINHA FROM LINHA-14 BEFORE 1
           WRITE LINHA FROM LINHA-15 BEFORE 1
           MOVE 1 TO WS-ET-IDX
           PERFORM IMPRIME-EQUIPE-PASSO UNTIL WS-ET-IDX > 1000
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-EQUIPE-PASSO.
           IF WS-ET-VENDEDORES (WS-ET-IDX) > 0
              PERFORM MONTA-NOME-EQUIPE
              MOVE WS-ET-VENDEDORES (WS-ET-IDX) TO L16-VENDEDORES
              MOVE WS-ET-VENDIDO (WS-ET-IDX)    TO L16-VENDIDO
              MOVE WS-ET-COMISSAO (WS-ET-IDX)   TO L16-COMISSAO
              WRITE LINHA FROM LINHA-16 BEFORE 1.
           ADD 1 TO WS-ET-IDX.
       MONTA-NOME-EQUIPE.
           COMPUTE WS-ET-CODIGO = WS-ET-IDX - 1
           MOVE WS-ET-CODIGO TO L16-EQUIPE
           MOVE SPACES TO L16-NOME L16-SUPERVISOR
           IF WS-ET-CODIGO = 0
              MOVE 'SEM EQUIPE' TO L16-NOME
           ELSE
              IF ARQUIVO-EQUIPE-OK
                 MOVE WS-ET-CODIGO TO EQ-CODIGO
                 READ EQUIPE
                 IF FS-STAT = 00
                    MOVE EQ-NOME       TO L16-NOME
                    MOVE EQ-SUPERVISOR TO L16-SUPERVISOR.
           MOVE 0 TO FS-STAT.
       CABEC-COMISSAO.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
              PERFORM FINALIZA.
           CLOSE AJUSTE
           OPEN I-O AJUSTE
           PERFORM ABRE-SPOOL
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-RC-INICIO TO L08-INICIO
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'A'            TO AJ-SITUACAO
           MOVE 'SICCV16   '   TO AJ-SUPERVISOR
           MOVE WS-HOJE        TO AJ-DATA-DECISAO
           MOVE SPACES         TO AJ-DELEGANTE
           WRITE REG-AJUSTE
           MOVE 0 TO FS-STAT.
       ACHA-PROX-AJUSTE.
              OPEN OUTPUT COMIHIST
              CLOSE COMIHIST
              OPEN I-O COMIHIST.
           OPEN INPUT EQUIPE
           IF FS-STAT = 00
              MOVE 'S' TO WS-TEM-EQUIPE
           ELSE
              MOVE 'N' TO WS-TEM-EQUIPE.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
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
