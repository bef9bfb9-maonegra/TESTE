      *                CONTRA A META). OS DIAS SAO CONTADOS NO CALENDARIO   *
      *                CIVIL REAL PELO SUBPROGRAMA DIAUTIL (DIA JULIANO),   *
      *                PARA A CONTAGEM NAO DERRAPAR NA VIRADA DE MES.       *
      *                O RELATORIO PODE SER RESTRITO AOS VENDEDORES DE UMA  *
      *                EQUIPE (VD-EQUIPE, CADASTRO NO SICCV72) E TERMINA    *
      *                COM OS TOTAIS POR EQUIPE.                            *
      *                LINHA DE COMANDO: 'RELATORIO' RODA SO O RELATORIO;   *
      *                'RELATORIO NNN' SO PARA A EQUIPE NNN.                *
      *                O RELATORIO VAI PARA O SPOOL (SICCV23) E E           *
      *                REPARTIDO POR VENDEDOR NO SICCV59.                   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY EQUIPE.SEL.
       COPY VISITAS.SEL.
           SELECT SEGMETA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SG-SEGMENTO.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY EQUIPE.FD.
       COPY VISITAS.FD.
      * META DE FREQUENCIA: DIAS MAXIMOS ENTRE VISITAS POR SEGMENTO.
       FD  SEGMETA LABEL RECORD IS STANDARD
       01  REG-SEGMETA.
           05 SG-SEGMENTO       PIC X(01).
           05 SG-DIAS-VISITA    PIC 9(03).
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
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV17'.
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
       01  WS-META-DIAS         PIC 9(03) VALUE ZEROS.
       01  WS-IMPRIMIU-VENDEDOR PIC X(01) VALUE 'N'.
       01  WS-QTD-VENCIDOS      PIC 9(05) VALUE ZEROS.
       01  WS-FL-EQUIPE         PIC 9(03) VALUE ZEROS.
      * TOTAIS POR EQUIPE NA POSICAO DO CODIGO MAIS UM (A PRIMEIRA
      * E A DOS VENDEDORES SEM EQUIPE).
       01  WS-ET-TABELA.
           05 WS-ET-ITEM OCCURS 1000 TIMES.
              10 WS-ET-VENDEDORES PIC 9(05).
              10 WS-ET-COM-VENC   PIC 9(05).
              10 WS-ET-VENCIDOS   PIC 9(07).
       01  WS-ET-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-ET-CODIGO         PIC 9(03) VALUE ZEROS.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
           05 F                  PIC X(10) VALUE '  EQUIPE: '.
           05 L03-EQUIPE         PIC ZZ9 VALUE ZEROS.
       01  LINHA-04          PIC X(80) VALUE " CLIENTE  RAZAO SOCIAL
      -    "              SEG ULT.VISITA  DIAS  META".
       01  LINHA-05          PIC X(80) VALUE "------- --------------
           05 L06-DIAS           PIC ZZZZ9  VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-META           PIC ZZZ9   VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'TOTAIS POR EQUIPE'.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'EQUIPE NOME                           SU'.
           05 F                  PIC X(40) VALUE
              'PERVISOR VENDEDORES C/VENC VENCIDOS'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '------ ------------------------------ --'.
           05 F                  PIC X(40) VALUE
              '-------- ---------- ------ --------'.
       01  LINHA-10.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-EQUIPE         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-NOME           PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-SUPERVISOR     PIC X(10) VALUE SPACES.
           05 F                  PIC X(06) VALUE SPACES.
           05 L10-VENDEDORES     PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L10-COM-VENC       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L10-VENCIDOS       PIC ZZZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  SS-JANELA.
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(11:3) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:3) TO WS-FL-EQUIPE.
           IF EXECUCAO-BATCH
              PERFORM RELATORIO-CUMPRIMENTO
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           CLOSE CLIENTES VENDEDOR VISITAS SEGMETA
           IF NOT EXECUCAO-BATCH
              DISPLAY(01, 01) ERASE.
           IF WS-OPCAO = 1
              PERFORM TELA-META UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              DISPLAY(13, 28) "EQUIPE (0 = TODAS): "
              MOVE 0 TO WS-FL-EQUIPE
              ACCEPT(13, 48) WS-FL-EQUIPE WITH PROMPT
              PERFORM RELATORIO-CUMPRIMENTO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
      * SEGMENTO CUJA ULTIMA VISITA PASSOU DA META DE DIAS (CLIENTE
      * NUNCA VISITADO SAI COM ULTIMA VISITA ZERADA).
       RELATORIO-CUMPRIMENTO.
           PERFORM ABRE-SPOOL
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-QTD-VENCIDOS
           INITIALIZE WS-ET-TABELA
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-VENDEDOR
              MOVE 'S' TO WS-FIM-VENDEDOR.
           PERFORM CUMPRIMENTO-VENDEDOR UNTIL FIM-VENDEDOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           PERFORM IMPRIME-TOTAIS-EQUIPE
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'METAS DE VISITA - CLIENTES VENCIDOS: '
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VENDEDOR.
           IF NOT FIM-VENDEDOR
              IF WS-FL-EQUIPE NOT = 0 AND VD-EQUIPE NOT = WS-FL-EQUIPE
                 MOVE 'S' TO WS-FIM-CLIENTE
              ELSE
                 PERFORM INICIA-VENDEDOR-CUMPRIMENTO.
           IF NOT FIM-VENDEDOR
              PERFORM CUMPRIMENTO-CLIENTE UNTIL FIM-CLIENTE.
           MOVE 0 TO FS-STAT.
      * VENDEDOR DENTRO DO FILTRO: CONTA NA EQUIPE E POSICIONA NO
      * INICIO DOS CLIENTES.
       INICIA-VENDEDOR-CUMPRIMENTO.
           MOVE 'N' TO WS-IMPRIMIU-VENDEDOR
           COMPUTE WS-ET-IDX = VD-EQUIPE + 1
           ADD 1 TO WS-ET-VENDEDORES (WS-ET-IDX)
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-CLIENTE
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CLIENTE.
       CUMPRIMENTO-CLIENTE.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-CLIENTE.
              MOVE 'S' TO WS-IMPRIMIU-VENDEDOR
              MOVE VD-CODIGO TO L03-VENDEDOR
              MOVE VD-NOME   TO L03-NOME
              MOVE VD-EQUIPE TO L03-EQUIPE
              ADD 1 TO WS-ET-COM-VENC (WS-ET-IDX)
              WRITE LINHA FROM LINHA-03 BEFORE 1
              WRITE LINHA FROM LINHA-04 BEFORE 1
              WRITE LINHA FROM LINHA-05 BEFORE 1.
           ADD 1 TO WS-QTD-VENCIDOS
           ADD 1 TO WS-ET-VENCIDOS (WS-ET-IDX)
           MOVE CL-CODIGO    TO L06-CLIENTE
           MOVE CL-RAZAO     TO L06-RAZAO
           MOVE CL-SEGMENTO  TO L06-SEGMENTO
              MOVE WS-DIAS-SEM-VISITA TO L06-DIAS.
           MOVE WS-META-DIAS TO L06-META
           WRITE LINHA FROM LINHA-06 BEFORE 1.
      * TOTAIS POR EQUIPE, DEPOIS DO TRACO DE FECHAMENTO DO
      * RELATORIO (O SICCV59 NAO OS PASSA A NENHUM VENDEDOR).
       IMPRIME-TOTAIS-EQUIPE.
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 1 TO WS-ET-IDX
           PERFORM IMPRIME-EQUIPE-PASSO UNTIL WS-ET-IDX > 1000
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-EQUIPE-PASSO.
           IF WS-ET-VENDEDORES (WS-ET-IDX) > 0
              PERFORM MONTA-NOME-EQUIPE
              MOVE WS-ET-VENDEDORES (WS-ET-IDX) TO L10-VENDEDORES
              MOVE WS-ET-COM-VENC (WS-ET-IDX)   TO L10-COM-VENC
              MOVE WS-ET-VENCIDOS (WS-ET-IDX)   TO L10-VENCIDOS
              WRITE LINHA FROM LINHA-10 BEFORE 1.
           ADD 1 TO WS-ET-IDX.
       MONTA-NOME-EQUIPE.
           COMPUTE WS-ET-CODIGO = WS-ET-IDX - 1
           MOVE WS-ET-CODIGO TO L10-EQUIPE
           MOVE SPACES TO L10-NOME L10-SUPERVISOR
           IF WS-ET-CODIGO = 0
              MOVE 'SEM EQUIPE' TO L10-NOME
           ELSE
              IF ARQUIVO-EQUIPE-OK
                 MOVE WS-ET-CODIGO TO EQ-CODIGO
                 READ EQUIPE
                 IF FS-STAT = 00
                    MOVE EQ-NOME       TO L10-NOME
                    MOVE EQ-SUPERVISOR TO L10-SUPERVISOR.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
              OPEN OUTPUT SEGMETA
              CLOSE SEGMETA
              OPEN I-O SEGMETA.
           OPEN INPUT EQUIPE
           IF FS-STAT = '00'
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
