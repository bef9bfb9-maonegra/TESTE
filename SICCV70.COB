       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV70.
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
      * OBJETIVO.....: SICCV70 - PESQUISA DE SATISFACAO E NPS               *
      *                CARREGA O PESQUISA.CSV DO ATENDIMENTO (CLIENTE OU    *
      *                CNPJ;DATA DA RESPOSTA;NOTA 0 A 10;COMENTARIO) NO     *
      *                PESQUISA.DAT (CLIENTE+DATA), LIGANDO A RESPOSTA AO   *
      *                VENDEDOR DA CARTEIRA NA DATA DA RESPOSTA (A CARTEIRA *
      *                ATUAL DESFEITA PELOS MOVIMENTOS DO HISTCART.CSV      *
      *                POSTERIORES A ELA) E A FILIAL E AO SEGMENTO DO       *
      *                CLIENTE NA PRIMEIRA CARGA; RECARREGAR A MESMA        *
      *                RESPOSTA SO ATUALIZA NOTA E COMENTARIO. LINHA        *
      *                INVALIDA VAI PARA O REJPESQ.CSV COM O NUMERO DA      *
      *                LINHA, COMO NO SICCV28. O RELATORIO DA COMPETENCIA   *
      *                DA O NPS (% PROMOTORES MENOS % DETRATORES) POR       *
      *                VENDEDOR, FILIAL E SEGMENTO, COMPARADO COM O MES     *
      *                ANTERIOR, E LISTA OS DETRATORES DO MES PARA RETORNO. *
      *                LINHA DE COMANDO: 'CARGA' OU 'NPS AAAAMM', SEM TELA. *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY CARTEIRA.SEL.
       COPY VENDEDOR.SEL.
       COPY PESQUISA.SEL.
       COPY SESSAO.SEL.
           SELECT PESQCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTCART ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY CARTEIRA.FD.
       COPY VENDEDOR.FD.
       COPY PESQUISA.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: ASSINA O
      * RELATORIO.
       COPY SESSAO.FD.
      * RESULTADO DA PESQUISA EXPORTADO PELO ATENDIMENTO.
       FD  PESQCSV  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PESQCSV.
       01  REG-PESQCSV.
           05 PC-CLIENTE        PIC 9(14).
           05 PC-F1             PIC X(01).
           05 PC-DATA           PIC 9(08).
           05 PC-DATA-R REDEFINES PC-DATA.
              10 PC-ANO         PIC 9(04).
              10 PC-MES         PIC 9(02).
              10 PC-DIA         PIC 9(02).
           05 PC-F2             PIC X(01).
           05 PC-NOTA           PIC 9(02).
           05 PC-F3             PIC X(01).
           05 PC-COMENTARIO     PIC X(60).
      * HISTORICO DE MOVIMENTOS DE CARTEIRA (MESMO LAYOUT DO
      * SICCV05), SO LIDO.
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
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJPESQ.
       01  REG-REJCSV.
           05 RJ-LINHA          PIC 9(05).
           05 RJ-F1             PIC X(01).
           05 RJ-MOTIVO         PIC X(40).
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
      * SPOOL DE RELATORIO: CADA RELATORIO GRAVA UM ARQUIVO DATADO
      * EM DISCO, REGISTRADO NO CATALOGO.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV70'.
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
       01  WS-ANOMES-ANT        PIC 9(06) VALUE ZEROS.
       01  WS-ANOMES-ANT-R REDEFINES WS-ANOMES-ANT.
           05 WS-ANT-ANO        PIC 9(04).
           05 WS-ANT-MES        PIC 9(02).
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
      * CARGA DO PESQUISA.CSV
       01  WS-CSV-LINHA         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-INCLUIDAS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALTERADAS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       01  WS-CLI-ACHOU         PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO         VALUE 'S'.
      * MOVIMENTOS DO HISTCART (EM ORDEM DE DATA), PARA DESFAZER NA
      * CARTEIRA ATUAL AS TROCAS POSTERIORES A DATA DA RESPOSTA: O
      * VENDEDOR ANTERIOR DO PRIMEIRO MOVIMENTO DO CLIENTE DEPOIS DA
      * DATA E O DONO DO CLIENTE NAQUELE DIA.
       01  WS-TAB-MOVIMENTOS.
           05 WS-MV OCCURS 9000 TIMES.
              10 WS-MV-DATA      PIC 9(08).
              10 WS-MV-CLIENTE   PIC 9(07).
              10 WS-MV-VENDEDOR  PIC 9(03).
       01  WS-QTD-MOV           PIC 9(05) VALUE ZEROS.
       01  WS-MOV-EXCEDE        PIC 9(05) VALUE ZEROS.
       01  WS-IM                PIC 9(05) VALUE ZEROS.
       01  WS-ACHOU-MOV         PIC X(01) VALUE 'N'.
       01  WS-FIM-HIST          PIC X(01) VALUE 'N'.
           88 FIM-HIST               VALUE 'S'.
      * CONTAGEM DO NPS: MES 1 = COMPETENCIA, MES 2 = ANTERIOR.
      * O VENDEDOR ENTRA NA POSICAO CODIGO + 1 (A POSICAO 1 E A DA
      * RESPOSTA SEM CARTEIRA NA EPOCA).
       01  WS-NPS-MES           PIC 9(01) VALUE ZEROS.
       01  WS-VN-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-VN-TABELA.
           05 WS-VN-ITEM OCCURS 1000 TIMES.
              10 WS-VN-MESES OCCURS 2 TIMES.
                 15 WS-VN-PROM   PIC 9(05).
                 15 WS-VN-NEUT   PIC 9(05).
                 15 WS-VN-DETR   PIC 9(05).
       01  WS-FI-QTD            PIC 9(02) VALUE ZEROS.
       01  WS-FI-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-FI-ACHOU          PIC X(01) VALUE 'N'.
       01  WS-FI-FILIAL-LIDA    PIC X(02) VALUE SPACES.
       01  WS-FI-TABELA.
           05 WS-FI-ITEM OCCURS 20 TIMES.
              10 WS-FI-FILIAL    PIC X(02).
              10 WS-FI-CONTAGEM.
                 15 WS-FI-MESES OCCURS 2 TIMES.
                    20 WS-FI-PROM PIC 9(05).
                    20 WS-FI-NEUT PIC 9(05).
                    20 WS-FI-DETR PIC 9(05).
       01  WS-SG-QTD            PIC 9(02) VALUE ZEROS.
       01  WS-SG-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-SG-ACHOU          PIC X(01) VALUE 'N'.
       01  WS-SG-TABELA.
           05 WS-SG-ITEM OCCURS 10 TIMES.
              10 WS-SG-SEGMENTO  PIC X(01).
              10 WS-SG-CONTAGEM.
                 15 WS-SG-MESES OCCURS 2 TIMES.
                    20 WS-SG-PROM PIC 9(05).
                    20 WS-SG-NEUT PIC 9(05).
                    20 WS-SG-DETR PIC 9(05).
       01  WS-EMPRESA.
           05 WS-EM-MESES OCCURS 2 TIMES.
              10 WS-EM-PROM      PIC 9(05).
              10 WS-EM-NEUT      PIC 9(05).
              10 WS-EM-DETR      PIC 9(05).
      * CONTAGEM DA LINHA A IMPRIMIR (MESMO FORMATO DAS TABELAS).
       01  WS-NPS-CONTAGEM.
           05 WS-NC-MESES OCCURS 2 TIMES.
              10 WS-NC-PROM      PIC 9(05).
              10 WS-NC-NEUT      PIC 9(05).
              10 WS-NC-DETR      PIC 9(05).
       01  WS-PQ-ANOMES         PIC 9(06) VALUE ZEROS.
       01  WS-NPS-TOTAL         PIC 9(06) VALUE ZEROS.
       01  WS-NPS-TOTAL-ATU     PIC 9(06) VALUE ZEROS.
       01  WS-NPS-VALOR         PIC S9(03) VALUE ZEROS.
       01  WS-NPS-ATUAL         PIC S9(03) VALUE ZEROS.
       01  WS-NPS-VARIACAO      PIC S9(03) VALUE ZEROS.
       01  WS-NPS-ED            PIC -ZZ9 VALUE ZEROS.
       01  WS-NPS-VAR-ED        PIC +ZZ9 VALUE ZEROS.
       01  WS-QTD-DETRATORES    PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(132) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(46) VALUE
              'PESQUISA DE SATISFACAO - NPS - COMPETENCIA '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(12) VALUE ' ANTERIOR: '.
           05 L02-ANOMES-ANT     PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'EMISSAO: '.
           05 L03-HOJE           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(13) VALUE '  OPERADOR: '.
           05 L03-OPERADOR       PIC X(10) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              '                                    RESP'.
           05 F                  PIC X(40) VALUE
              '  PROM  NEUT  DETR  NPS RESP.ANT NPS.ANT'.
           05 F                  PIC X(20) VALUE
              '  VAR TENDENCIA'.
       01  LINHA-05.
           05 L05-TITULO         PIC X(80) VALUE SPACES.
       01  LINHA-06.
           05 L06-DESCRICAO      PIC X(34) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-RESP           PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-PROM           PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-NEUT           PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-DETR           PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-NPS            PIC X(04) VALUE SPACES.
           05 F                  PIC X(04) VALUE SPACES.
           05 L06-RESP-ANT       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L06-NPS-ANT        PIC X(04) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-VARIACAO       PIC X(04) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACE.
           05 L06-TENDENCIA      PIC X(07) VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(40) VALUE
              'DATA      CLIENTE RAZAO SOCIAL          '.
           05 F                  PIC X(40) VALUE
              '                   VDD NOTA  COMENTARIO'.
       01  LINHA-08.
           05 L08-DATA           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L08-CLIENTE        PIC 9(07) VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACE.
           05 L08-RAZAO          PIC X(40) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACE.
           05 L08-VENDEDOR       PIC ZZ9   VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L08-NOTA           PIC Z9    VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L08-COMENTARIO     PIC X(60) VALUE SPACES.
       01  LINHA-09.
           05 F                  PIC X(30) VALUE
              'DETRATORES PARA RETORNO.....: '.
           05 L09-DETRATORES     PIC ZZZZ9 VALUE ZEROS.

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
               "*** PESQUISA SATISFACAO  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - CARREGAR PESQUISA.CSV".
           02 LINE 08 COLUMN 28  VALUE "2 - RELATORIO DE NPS".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:5) = 'CARGA'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE 'C' TO WS-FUNCAO-BATCH.
           IF WS-PARM-EXECUCAO(1:3) = 'NPS'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE 'N' TO WS-FUNCAO-BATCH
              IF WS-PARM-EXECUCAO(5:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(5:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
      * SEM TELA NAO HA OPERADOR LOGADO: O RELATORIO ASSINA COMO O
      * PROPRIO PROGRAMA, COMO O RECALCULO DO SICCV16.
           IF EXECUCAO-BATCH
              MOVE 'SICCV70   ' TO WS-OPERADOR.
           IF WS-FUNCAO-BATCH = 'C'
              PERFORM CARGA-PESQUISA.
           IF WS-FUNCAO-BATCH = 'N'
              PERFORM RELATORIO-NPS.
           IF NOT EXECUCAO-BATCH
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES CARTEIRA VENDEDOR PESQUISA
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
              PERFORM CARGA-PESQUISA
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 2
              DISPLAY(13, 28) "COMPETENCIA (AAAAMM): "
              MOVE 0 TO WS-ANOMES
              ACCEPT(13, 50) WS-ANOMES WITH PROMPT
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-OPCAO = 2
              PERFORM RELATORIO-NPS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * CARGA DO PESQUISA.CSV: CADA LINHA VALIDA INCLUI (OU, SE A
      * RESPOSTA JA FOI CARREGADA, REGRAVA) A RESPOSTA DO CLIENTE
      * NA DATA; A INVALIDA VAI PARA O REJPESQ.CSV.
       CARGA-PESQUISA.
           OPEN INPUT PESQCSV
           IF FS-STAT NOT = 00
              MOVE 'PESQUISA.CSV NAO ENCONTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-AVISO
           ELSE
              OPEN OUTPUT REJCSV
              MOVE 0 TO WS-CSV-LINHA WS-QTD-INCLUIDAS
                        WS-QTD-ALTERADAS WS-QTD-REJ FS-STAT
              PERFORM CARREGA-MOVIMENTOS
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM CARGA-PESQUISA-PASSO UNTIL FIM-ARQ
              CLOSE PESQCSV REJCSV
              PERFORM AVISA-FIM-CARGA.
           MOVE 0 TO FS-STAT.
       AVISA-FIM-CARGA.
           IF EXECUCAO-BATCH
              DISPLAY 'PESQUISA - INCLUIDAS: ' WS-QTD-INCLUIDAS
                      ' ALTERADAS: ' WS-QTD-ALTERADAS
                      ' REJEITADAS: ' WS-QTD-REJ
              IF WS-MOV-EXCEDE > 0
                 DISPLAY 'MOVIMENTOS HISTCART IGNORADOS: '
                         WS-MOV-EXCEDE
           ELSE
              MOVE 'CARGA CONCLUIDA - REJEICOES NO REJPESQ.CSV'
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       CARGA-PESQUISA-PASSO.
           READ PESQCSV AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF REG-PESQCSV NOT = SPACES
                 ADD 1 TO WS-CSV-LINHA
                 PERFORM VALIDA-LINHA-PESQUISA.
       VALIDA-LINHA-PESQUISA.
           MOVE SPACES TO RJ-MOTIVO
           IF PC-CLIENTE NOT NUMERIC OR PC-CLIENTE = 0
              MOVE 'CLIENTE INVALIDO' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              IF PC-DATA NOT NUMERIC
                 MOVE 'DATA INVALIDA' TO RJ-MOTIVO
              ELSE
                 IF PC-MES < 1 OR PC-MES > 12
                    OR PC-DIA < 1 OR PC-DIA > 31
                    OR PC-ANO < 2000
                    MOVE 'DATA INVALIDA' TO RJ-MOTIVO
                 ELSE
                    IF PC-DATA > WS-HOJE
                       MOVE 'DATA FUTURA NAO ACEITA' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              IF PC-NOTA NOT NUMERIC OR PC-NOTA > 10
                 MOVE 'NOTA INVALIDA (0 A 10)' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              PERFORM ACHA-CLIENTE
              IF NOT CLIENTE-ACHADO
                 MOVE 'CLIENTE NAO CADASTRADO' TO RJ-MOTIVO.
           MOVE 0 TO FS-STAT
           IF RJ-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
           ELSE
              PERFORM GRAVA-PESQUISA.
      * ATE 7 DIGITOS SIGNIFICATIVOS E CODIGO DE CLIENTE; MAIS QUE
      * ISSO E CNPJ, PROCURADO PELA CHAVE ALTERNATIVA.
       ACHA-CLIENTE.
           MOVE 'N' TO WS-CLI-ACHOU
           IF PC-CLIENTE < 10000000
              MOVE PC-CLIENTE TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT = 00
                 MOVE 'S' TO WS-CLI-ACHOU.
           IF NOT CLIENTE-ACHADO
              IF PC-CLIENTE NOT < 10000000
                 MOVE PC-CLIENTE TO CL-CNPJ
                 READ CLIENTES KEY IS CL-CHAVE-CNPJ
                 IF FS-STAT = 00
                    MOVE 'S' TO WS-CLI-ACHOU.
           MOVE 0 TO FS-STAT.
      * A RESPOSTA JA CARREGADA MANTEM O VENDEDOR, A FILIAL E O
      * SEGMENTO DA PRIMEIRA CARGA; A NOVA PEGA A FILIAL E O SEGMENTO
      * DE AGORA E O VENDEDOR DA CARTEIRA NA DATA DA RESPOSTA.
       GRAVA-PESQUISA.
           MOVE CL-CODIGO TO PQ-CLIENTE
           MOVE PC-DATA   TO PQ-DATA
           READ PESQUISA
           IF FS-STAT = 00
              PERFORM PREENCHE-RESPOSTA
              REWRITE REG-PESQUISA
              ADD 1 TO WS-QTD-ALTERADAS
           ELSE
              PERFORM INCLUI-RESPOSTA.
           MOVE 0 TO FS-STAT.
       INCLUI-RESPOSTA.
           MOVE CL-CODIGO   TO PQ-CLIENTE
           MOVE PC-DATA     TO PQ-DATA
           MOVE CL-FILIAL   TO PQ-FILIAL
           MOVE CL-SEGMENTO TO PQ-SEGMENTO
           MOVE 0 TO PQ-VENDEDOR
           MOVE CL-CODIGO TO CA-CLIENTE
           READ CARTEIRA
           IF FS-STAT = 00
              MOVE CA-VENDEDOR TO PQ-VENDEDOR.
           PERFORM ACHA-MOVIMENTO
           IF WS-ACHOU-MOV = 'S'
              MOVE WS-MV-VENDEDOR (WS-IM) TO PQ-VENDEDOR.
           PERFORM PREENCHE-RESPOSTA
           WRITE REG-PESQUISA
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR RESPOSTA' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO
           ELSE
              ADD 1 TO WS-QTD-INCLUIDAS.
       PREENCHE-RESPOSTA.
           MOVE PC-NOTA       TO PQ-NOTA
           MOVE PC-COMENTARIO TO PQ-COMENTARIO
           MOVE WS-HOJE       TO PQ-DATA-CARGA
           MOVE 'D' TO PQ-CLASSE
           IF PC-NOTA > 6
              MOVE 'N' TO PQ-CLASSE.
           IF PC-NOTA > 8
              MOVE 'P' TO PQ-CLASSE.
      * GUARDA TODOS OS MOVIMENTOS DO HISTCART UMA VEZ POR CARGA.
       CARREGA-MOVIMENTOS.
           MOVE 0 TO WS-QTD-MOV WS-MOV-EXCEDE
           OPEN INPUT HISTCART
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-HIST
              PERFORM CARREGA-MOVIMENTO-PASSO UNTIL FIM-HIST
              CLOSE HISTCART.
           MOVE 0 TO FS-STAT.
       CARREGA-MOVIMENTO-PASSO.
           READ HISTCART AT END
              MOVE 'S' TO WS-FIM-HIST.
           IF NOT FIM-HIST AND HC-DATA NUMERIC
              IF WS-QTD-MOV < 9000
                 ADD 1 TO WS-QTD-MOV
                 MOVE HC-DATA    TO WS-MV-DATA     (WS-QTD-MOV)
                 MOVE HC-CLIENTE TO WS-MV-CLIENTE  (WS-QTD-MOV)
                 MOVE HC-VENDEDOR-ANTERIOR
                                 TO WS-MV-VENDEDOR (WS-QTD-MOV)
              ELSE
                 ADD 1 TO WS-MOV-EXCEDE.
      * PRIMEIRO MOVIMENTO DO CLIENTE DATADO DEPOIS DA RESPOSTA.
       ACHA-MOVIMENTO.
           MOVE 'N' TO WS-ACHOU-MOV
           MOVE 1 TO WS-IM
           PERFORM ACHA-MOVIMENTO-PASSO
                   UNTIL WS-IM > WS-QTD-MOV OR WS-ACHOU-MOV = 'S'.
       ACHA-MOVIMENTO-PASSO.
           IF WS-MV-CLIENTE (WS-IM) = CL-CODIGO
              AND WS-MV-DATA (WS-IM) > PC-DATA
              MOVE 'S' TO WS-ACHOU-MOV
           ELSE
              ADD 1 TO WS-IM.
       GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJ
           MOVE WS-CSV-LINHA TO RJ-LINHA
           MOVE ';'          TO RJ-F1
           WRITE REG-REJCSV.
      * -----------------------------------
      * RELATORIO DA COMPETENCIA: CONTA AS RESPOSTAS DO MES E DO MES
      * ANTERIOR POR VENDEDOR, FILIAL E SEGMENTO GRAVADOS NA
      * RESPOSTA, IMPRIME O NPS DE CADA UM COM A VARIACAO SOBRE O
      * MES ANTERIOR E LISTA OS DETRATORES DO MES.
       RELATORIO-NPS.
           MOVE WS-ANOMES TO WS-ANOMES-ANT
           IF WS-ANT-MES = 1
              MOVE 12 TO WS-ANT-MES
              SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
              SUBTRACT 1 FROM WS-ANT-MES.
           INITIALIZE WS-VN-TABELA WS-FI-TABELA WS-SG-TABELA
                      WS-EMPRESA
           MOVE 0 TO WS-FI-QTD WS-SG-QTD WS-QTD-DETRATORES
           PERFORM ABRE-SPOOL
           PERFORM CABEC-NPS
           MOVE ZEROS TO PQ-CLIENTE PQ-DATA
           START PESQUISA KEY NOT LESS THAN PQ-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CONTA-PESQUISA-PASSO UNTIL FIM-ARQ
           PERFORM IMPRIME-VENDEDORES
           PERFORM IMPRIME-FILIAIS
           PERFORM IMPRIME-SEGMENTOS
           PERFORM IMPRIME-EMPRESA
           PERFORM IMPRIME-DETRATORES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'NPS ' WS-ANOMES ' - DETRATORES: '
                      WS-QTD-DETRATORES
           ELSE
              MOVE 'RELATORIO DE NPS GRAVADO NO SPOOL' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       CABEC-NPS.
           MOVE WS-ANOMES     TO L02-ANOMES
           MOVE WS-ANOMES-ANT TO L02-ANOMES-ANT
           MOVE WS-HOJE       TO L03-HOJE
           MOVE WS-OPERADOR   TO L03-OPERADOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2.
       CONTA-PESQUISA-PASSO.
           READ PESQUISA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE 0 TO WS-NPS-MES
              MOVE PQ-DATA(1:6) TO WS-PQ-ANOMES
              IF WS-PQ-ANOMES = WS-ANOMES
                 MOVE 1 TO WS-NPS-MES
              ELSE
                 IF WS-PQ-ANOMES = WS-ANOMES-ANT
                    MOVE 2 TO WS-NPS-MES.
           IF NOT FIM-ARQ AND WS-NPS-MES > 0
              PERFORM CONTA-RESPOSTA.
       CONTA-RESPOSTA.
           COMPUTE WS-VN-IDX = PQ-VENDEDOR + 1
           MOVE PQ-FILIAL TO WS-FI-FILIAL-LIDA
           PERFORM ACHA-FILIAL-TABELA
           PERFORM ACHA-SEGMENTO-TABELA
           IF PESQUISA-PROMOTOR
              ADD 1 TO WS-VN-PROM (WS-VN-IDX WS-NPS-MES)
                       WS-FI-PROM (WS-FI-IDX WS-NPS-MES)
                       WS-SG-PROM (WS-SG-IDX WS-NPS-MES)
                       WS-EM-PROM (WS-NPS-MES).
           IF PESQUISA-NEUTRO
              ADD 1 TO WS-VN-NEUT (WS-VN-IDX WS-NPS-MES)
                       WS-FI-NEUT (WS-FI-IDX WS-NPS-MES)
                       WS-SG-NEUT (WS-SG-IDX WS-NPS-MES)
                       WS-EM-NEUT (WS-NPS-MES).
           IF PESQUISA-DETRATOR
              ADD 1 TO WS-VN-DETR (WS-VN-IDX WS-NPS-MES)
                       WS-FI-DETR (WS-FI-IDX WS-NPS-MES)
                       WS-SG-DETR (WS-SG-IDX WS-NPS-MES)
                       WS-EM-DETR (WS-NPS-MES).
      * FILIAIS E SEGMENTOS NA ORDEM EM QUE APARECEM (ATE 20 E 10;
      * O QUE PASSAR DISSO SOMA NA PRIMEIRA LINHA).
       ACHA-FILIAL-TABELA.
           MOVE 'N' TO WS-FI-ACHOU
           MOVE 1 TO WS-FI-IDX
           PERFORM PROCURA-FILIAL-PASSO
                   UNTIL WS-FI-IDX > WS-FI-QTD
                      OR WS-FI-ACHOU = 'S'
           IF WS-FI-ACHOU NOT = 'S'
              IF WS-FI-QTD < 20
                 ADD 1 TO WS-FI-QTD
                 MOVE WS-FI-QTD TO WS-FI-IDX
                 MOVE WS-FI-FILIAL-LIDA TO WS-FI-FILIAL (WS-FI-IDX)
                 MOVE 'S' TO WS-FI-ACHOU
              ELSE
                 MOVE 1 TO WS-FI-IDX.
       PROCURA-FILIAL-PASSO.
           IF WS-FI-FILIAL (WS-FI-IDX) = WS-FI-FILIAL-LIDA
              MOVE 'S' TO WS-FI-ACHOU
           ELSE
              ADD 1 TO WS-FI-IDX.
       ACHA-SEGMENTO-TABELA.
           MOVE 'N' TO WS-SG-ACHOU
           MOVE 1 TO WS-SG-IDX
           PERFORM PROCURA-SEGMENTO-PASSO
                   UNTIL WS-SG-IDX > WS-SG-QTD
                      OR WS-SG-ACHOU = 'S'
           IF WS-SG-ACHOU NOT = 'S'
              IF WS-SG-QTD < 10
                 ADD 1 TO WS-SG-QTD
                 MOVE WS-SG-QTD TO WS-SG-IDX
                 MOVE PQ-SEGMENTO TO WS-SG-SEGMENTO (WS-SG-IDX)
                 MOVE 'S' TO WS-SG-ACHOU
              ELSE
                 MOVE 1 TO WS-SG-IDX.
       PROCURA-SEGMENTO-PASSO.
           IF WS-SG-SEGMENTO (WS-SG-IDX) = PQ-SEGMENTO
              MOVE 'S' TO WS-SG-ACHOU
           ELSE
              ADD 1 TO WS-SG-IDX.
      * -----------------------------------
       IMPRIME-VENDEDORES.
           MOVE 'NPS POR VENDEDOR (CARTEIRA NA DATA DA RESPOSTA)'
                TO L05-TITULO
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 1 TO WS-VN-IDX
           PERFORM IMPRIME-VENDEDOR-PASSO UNTIL WS-VN-IDX > 1000.
       IMPRIME-VENDEDOR-PASSO.
           MOVE WS-VN-ITEM (WS-VN-IDX) TO WS-NPS-CONTAGEM
           IF WS-NPS-CONTAGEM NOT = ZEROS
              MOVE SPACES TO L06-DESCRICAO
              IF WS-VN-IDX = 1
                 MOVE 'SEM CARTEIRA NA RESPOSTA' TO L06-DESCRICAO
                 PERFORM IMPRIME-LINHA-NPS
              ELSE
                 PERFORM DESCREVE-VENDEDOR
                 PERFORM IMPRIME-LINHA-NPS.
           ADD 1 TO WS-VN-IDX.
       DESCREVE-VENDEDOR.
           COMPUTE VD-CODIGO = WS-VN-IDX - 1
           MOVE VD-CODIGO TO L06-DESCRICAO(1:3)
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-NOME TO L06-DESCRICAO(5:30)
           ELSE
              MOVE 'VENDEDOR NAO CADASTRADO' TO L06-DESCRICAO(5:30).
           MOVE 0 TO FS-STAT.
       IMPRIME-FILIAIS.
           MOVE 'NPS POR FILIAL DO CLIENTE' TO L05-TITULO
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 1 TO WS-FI-IDX
           PERFORM IMPRIME-FILIAL-PASSO UNTIL WS-FI-IDX > WS-FI-QTD.
       IMPRIME-FILIAL-PASSO.
           MOVE WS-FI-CONTAGEM (WS-FI-IDX) TO WS-NPS-CONTAGEM
           MOVE SPACES TO L06-DESCRICAO
           IF WS-FI-FILIAL (WS-FI-IDX) = SPACES
              MOVE 'SEM FILIAL' TO L06-DESCRICAO
           ELSE
              MOVE 'FILIAL ' TO L06-DESCRICAO
              MOVE WS-FI-FILIAL (WS-FI-IDX) TO L06-DESCRICAO(8:2).
           PERFORM IMPRIME-LINHA-NPS
           ADD 1 TO WS-FI-IDX.
       IMPRIME-SEGMENTOS.
           MOVE 'NPS POR SEGMENTO DO CLIENTE' TO L05-TITULO
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 1 TO WS-SG-IDX
           PERFORM IMPRIME-SEGMENTO-PASSO UNTIL WS-SG-IDX > WS-SG-QTD.
       IMPRIME-SEGMENTO-PASSO.
           MOVE WS-SG-CONTAGEM (WS-SG-IDX) TO WS-NPS-CONTAGEM
           MOVE SPACES TO L06-DESCRICAO
           IF WS-SG-SEGMENTO (WS-SG-IDX) = SPACES
              MOVE 'SEM SEGMENTO' TO L06-DESCRICAO
           ELSE
              MOVE 'SEGMENTO ' TO L06-DESCRICAO
              MOVE WS-SG-SEGMENTO (WS-SG-IDX) TO L06-DESCRICAO(10:1).
           PERFORM IMPRIME-LINHA-NPS
           ADD 1 TO WS-SG-IDX.
       IMPRIME-EMPRESA.
           MOVE SPACES TO L05-TITULO
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE WS-EMPRESA TO WS-NPS-CONTAGEM
           MOVE 'TOTAL DA EMPRESA' TO L06-DESCRICAO
           PERFORM IMPRIME-LINHA-NPS.
      * NPS = % PROMOTORES - % DETRATORES, DE -100 A 100. MES SEM
      * RESPOSTA NAO TEM NPS NEM VARIACAO.
       IMPRIME-LINHA-NPS.
           MOVE 1 TO WS-NPS-MES
           PERFORM CALCULA-NPS
           MOVE WS-NPS-TOTAL TO WS-NPS-TOTAL-ATU L06-RESP
           MOVE WS-NPS-VALOR TO WS-NPS-ATUAL
           MOVE WS-NC-PROM (1) TO L06-PROM
           MOVE WS-NC-NEUT (1) TO L06-NEUT
           MOVE WS-NC-DETR (1) TO L06-DETR
           MOVE '  --' TO L06-NPS
           IF WS-NPS-TOTAL > 0
              MOVE WS-NPS-VALOR TO WS-NPS-ED
              MOVE WS-NPS-ED TO L06-NPS.
           MOVE 2 TO WS-NPS-MES
           PERFORM CALCULA-NPS
           MOVE WS-NPS-TOTAL TO L06-RESP-ANT
           MOVE '  --' TO L06-NPS-ANT
           IF WS-NPS-TOTAL > 0
              MOVE WS-NPS-VALOR TO WS-NPS-ED
              MOVE WS-NPS-ED TO L06-NPS-ANT.
           MOVE SPACES TO L06-VARIACAO L06-TENDENCIA
           IF WS-NPS-TOTAL > 0 AND WS-NPS-TOTAL-ATU > 0
              PERFORM CALCULA-TENDENCIA.
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       CALCULA-NPS.
           COMPUTE WS-NPS-TOTAL = WS-NC-PROM (WS-NPS-MES)
                                + WS-NC-NEUT (WS-NPS-MES)
                                + WS-NC-DETR (WS-NPS-MES)
           MOVE 0 TO WS-NPS-VALOR
           IF WS-NPS-TOTAL > 0
              COMPUTE WS-NPS-VALOR ROUNDED =
                      (WS-NC-PROM (WS-NPS-MES)
                     - WS-NC-DETR (WS-NPS-MES)) * 100 / WS-NPS-TOTAL.
       CALCULA-TENDENCIA.
           COMPUTE WS-NPS-VARIACAO = WS-NPS-ATUAL - WS-NPS-VALOR
           MOVE WS-NPS-VARIACAO TO WS-NPS-VAR-ED
           MOVE WS-NPS-VAR-ED TO L06-VARIACAO
           IF WS-NPS-VARIACAO > 0
              MOVE 'SUBIU' TO L06-TENDENCIA
           ELSE
              IF WS-NPS-VARIACAO < 0
                 MOVE 'CAIU' TO L06-TENDENCIA
              ELSE
                 MOVE 'ESTAVEL' TO L06-TENDENCIA.
      * -----------------------------------
      * DETRATORES (NOTA 0 A 6) DO MES, PARA O VENDEDOR RETORNAR AO
      * CLIENTE.
       IMPRIME-DETRATORES.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 'DETRATORES DA COMPETENCIA PARA RETORNO' TO L05-TITULO
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           MOVE ZEROS TO PQ-CLIENTE PQ-DATA
           START PESQUISA KEY NOT LESS THAN PQ-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM DETRATOR-PASSO UNTIL FIM-ARQ
           MOVE WS-QTD-DETRATORES TO L09-DETRATORES
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 0 TO FS-STAT.
       DETRATOR-PASSO.
           READ PESQUISA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE PQ-DATA(1:6) TO WS-PQ-ANOMES
              IF WS-PQ-ANOMES = WS-ANOMES AND PESQUISA-DETRATOR
                 PERFORM IMPRIME-DETRATOR.
       IMPRIME-DETRATOR.
           ADD 1 TO WS-QTD-DETRATORES
           MOVE PQ-DATA       TO L08-DATA
           MOVE PQ-CLIENTE    TO L08-CLIENTE
           MOVE PQ-VENDEDOR   TO L08-VENDEDOR
           MOVE PQ-NOTA       TO L08-NOTA
           MOVE PQ-COMENTARIO TO L08-COMENTARIO
           MOVE SPACES TO L08-RAZAO
           MOVE PQ-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE CL-RAZAO TO L08-RAZAO.
           WRITE LINHA FROM LINHA-08 BEFORE 1.
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
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT CARTEIRA
           IF FS-STAT = '30'
              OPEN OUTPUT CARTEIRA
              CLOSE CARTEIRA
              OPEN INPUT CARTEIRA.
           OPEN INPUT VENDEDOR
           IF FS-STAT = '30'
              OPEN OUTPUT VENDEDOR
              CLOSE VENDEDOR
              OPEN INPUT VENDEDOR.
           OPEN I-O PESQUISA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PESQUISA
              CLOSE PESQUISA
              OPEN I-O PESQUISA.
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
