       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV48.
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
      * OBJETIVO.....: SICCV48 - METAS MENSAIS DE VENDA POR VENDEDOR        *
      *                MANTEM O VENDMETA.DAT (VENDEDOR+ANOMES, FILIAL E     *
      *                VALOR), CARREGA O ORCAMENTO DO ANO PELO METAS.CSV    *
      *                (VENDEDOR;ANOMES;FILIAL;VALOR, REJEICOES NO          *
      *                REJMETA.CSV COM O NUMERO DA LINHA, COMO O SICCV29)   *
      *                E IMPRIME O ATINGIMENTO DO MES POR VENDEDOR E POR    *
      *                FILIAL: META, REALIZADO DO VENDHIST, PERCENTUAL E    *
      *                O ACUMULADO DO ANO ATE O MES.                        *
      *                LINHA DE COMANDO: 'CARGA' OU 'RELATORIO AAAAMM'.     *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VENDEDOR.SEL.
       COPY VENDHIST.SEL.
       COPY VENDMETA.SEL.
           SELECT METASCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY VENDHIST.FD.
       COPY VENDMETA.FD.
       FD  METASCSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-METASCSV.
       01  REG-METASCSV.
           05 MC-VENDEDOR        PIC 9(03).
           05 MC-F1              PIC X(01).
           05 MC-ANOMES          PIC 9(06).
           05 MC-F2              PIC X(01).
           05 MC-FILIAL          PIC X(02).
           05 MC-F3              PIC X(01).
           05 MC-VALOR           PIC 9(09)V9(02).
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJMETA.
       01  REG-REJCSV.
           05 RJ-LINHA          PIC 9(05).
           05 RJ-F1             PIC X(01).
           05 RJ-MOTIVO         PIC X(40).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           05 WS-ANOMES-ANO     PIC 9(04).
           05 WS-ANOMES-MES     PIC 9(02).
       01  WS-ACUM-ANOMES       PIC 9(06) VALUE ZEROS.
       01  WS-ACUM-ANOMES-R REDEFINES WS-ACUM-ANOMES.
           05 WS-ACUM-ANO       PIC 9(04).
           05 WS-ACUM-MES       PIC 9(02).
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-VENDEDOR      PIC X(01) VALUE 'N'.
           88 FIM-VENDEDOR           VALUE 'S'.
       01  WS-CSV-LINHA         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-OK            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       01  WS-CHK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WS-CHK-ANOMES-R REDEFINES WS-CHK-ANOMES.
           05 WS-CHK-ANO        PIC 9(04).
           05 WS-CHK-MES        PIC 9(02).
       01  WS-REG-META.
           05 WS-VM-VENDEDOR    PIC 9(03) VALUE ZEROS.
           05 WS-VM-ANOMES      PIC 9(06) VALUE ZEROS.
           05 WS-VM-FILIAL      PIC X(02) VALUE SPACES.
           05 WS-VM-VALOR       PIC 9(09)V9(02) VALUE ZEROS.
      * VALORES DO VENDEDOR NO MES E ACUMULADOS NO ANO ATE O MES.
       01  WS-MES-META          PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-MES-REAL          PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-ANO-META          PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-ANO-REAL          PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-FILIAL-LINHA      PIC X(02) VALUE SPACES.
       01  WS-PERC              PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-PERC-META         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-PERC-REAL         PIC 9(11)V9(02) VALUE ZEROS.
      * TOTAIS POR FILIAL (ATE 50 FILIAIS) E DA EMPRESA.
       01  WS-FIL-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-FIL-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-FIL-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-FIL-TABELA.
           05 WS-FIL-ITEM OCCURS 50 TIMES.
              10 WS-FIL-CODIGO   PIC X(02).
              10 WS-FIL-MES-META PIC 9(11)V9(02).
              10 WS-FIL-MES-REAL PIC 9(11)V9(02).
              10 WS-FIL-ANO-META PIC 9(11)V9(02).
              10 WS-FIL-ANO-REAL PIC 9(11)V9(02).
       01  WS-TOT-MES-META      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOT-MES-REAL      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOT-ANO-META      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOT-ANO-REAL      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-QTD-VENDEDORES    PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(113) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(45) VALUE
              'ATINGIMENTO DAS METAS DE VENDA - MES '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(40) VALUE
              'VEND  NOME                      FL      '.
           05 F                  PIC X(40) VALUE
              ' META MES   REALIZADO MES      PC       '.
           05 F                  PIC X(33) VALUE
              ' META ANO   REALIZADO ANO      PC'.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              '---   ------------------------- -- -----'.
           05 F                  PIC X(40) VALUE
              '---------  -------------- -------  -----'.
           05 F                  PIC X(33) VALUE
              '---------  -------------- -------'.
       01  LINHA-05.
           05 L05-VENDEDOR       PIC ZZ9       VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L05-NOME           PIC X(25)     VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L05-FILIAL         PIC X(02)     VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L05-MES-META       PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-MES-REAL       PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-MES-PERC       PIC ZZZ9,99   VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-ANO-META       PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-ANO-REAL       PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-ANO-PERC       PIC ZZZ9,99   VALUE ZEROS.
       01  LINHA-06.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'TOTAIS POR FILIAL'.

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
               "*** METAS DE VENDA       ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - METAS POR VENDEDOR".
           02 LINE 08 COLUMN 28  VALUE "2 - CARGA DO ORCAMENTO".
           02 LINE 09 COLUMN 28  VALUE "3 - RELATORIO DE ATINGIMENTO".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-META.
           02 LINE 06 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 08 COLUMN 12 VALUE "Competencia AAAAMM:".
           02 LINE 10 COLUMN 12 VALUE "Filial............:".
           02 LINE 12 COLUMN 12 VALUE "Valor da meta.....:".
           02 LINE 15 COLUMN 12 VALUE
              "(VALOR ZERADO EXCLUI; VENDEDOR ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:5) = 'CARGA'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM CARGA-METAS
              STOP RUN.
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(11:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF EXECUCAO-BATCH
              PERFORM RELATORIO-ATINGIMENTO
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE VENDEDOR VENDHIST VENDMETA
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
              PERFORM TELA-META UNTIL WS-OPCAO = 0.
      * A CARGA ABRE O VENDMETA POR CONTA PROPRIA: FECHA O DA TELA
      * E REABRE DEPOIS, PARA A CONSULTA JA ENXERGAR O ORCAMENTO.
           IF WS-OPCAO = 2
              CLOSE VENDEDOR VENDMETA
              PERFORM CARGA-METAS
              OPEN INPUT VENDEDOR
              OPEN I-O VENDMETA
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 3
              DISPLAY(14, 28) "COMPETENCIA (AAAAMM): "
              ACCEPT(14, 50) WS-ANOMES WITH PROMPT
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-OPCAO = 3
              PERFORM RELATORIO-ATINGIMENTO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO DAS METAS: DIGITA VENDEDOR E COMPETENCIA; SE JA
      * EXISTE MOSTRA E DEIXA ALTERAR (VALOR ZERO EXCLUI), SE NAO
      * EXISTE INCLUI COM A FILIAL DO CADASTRO DO VENDEDOR SUGERIDA.
       TELA-META.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-META
           MOVE ZEROS TO WS-VM-VENDEDOR WS-VM-ANOMES WS-VM-VALOR
           MOVE SPACES TO WS-VM-FILIAL
           ACCEPT(06, 34) WS-VM-VENDEDOR WITH PROMPT
           IF WS-VM-VENDEDOR = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-VM-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(06, 45) VD-NOME(1:25)
                 PERFORM META-COMPETENCIA.
           MOVE 0 TO FS-STAT.
       META-COMPETENCIA.
           ACCEPT(08, 34) WS-VM-ANOMES WITH PROMPT
           IF WS-VM-ANOMES = 0
              MOVE WS-HOJE-ANOMES TO WS-VM-ANOMES
              DISPLAY(08, 34) WS-VM-ANOMES.
           MOVE WS-VM-ANOMES TO WS-CHK-ANOMES
           IF WS-CHK-MES < 1 OR WS-CHK-MES > 12 OR WS-CHK-ANO < 2000
              MOVE 'COMPETENCIA INVALIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO META-COMPETENCIA.
           MOVE WS-VM-VENDEDOR TO VM-VENDEDOR
           MOVE WS-VM-ANOMES   TO VM-ANOMES
           READ VENDMETA
           IF FS-STAT = 00
              MOVE VM-FILIAL TO WS-VM-FILIAL
              MOVE VM-VALOR  TO WS-VM-VALOR
              DISPLAY(10, 34) WS-VM-FILIAL
              DISPLAY(12, 34) WS-VM-VALOR
              ACCEPT(10, 34) WS-VM-FILIAL WITH PROMPT UPDATE
              ACCEPT(12, 34) WS-VM-VALOR WITH PROMPT UPDATE
              PERFORM GRAVA-META-ALTERACAO
           ELSE
              MOVE 0 TO FS-STAT
              MOVE VD-FILIAL TO WS-VM-FILIAL
              DISPLAY(10, 34) WS-VM-FILIAL
              ACCEPT(10, 34) WS-VM-FILIAL WITH PROMPT UPDATE
              ACCEPT(12, 34) WS-VM-VALOR WITH PROMPT
              PERFORM GRAVA-META-INCLUSAO.
       GRAVA-META-ALTERACAO.
           IF WS-VM-VALOR = 0
              DELETE VENDMETA
              MOVE 'META EXCLUIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-VM-FILIAL TO VM-FILIAL
              MOVE WS-VM-VALOR  TO VM-VALOR
              REWRITE REG-VENDMETA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR META' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'META ALTERADA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-META-INCLUSAO.
           IF WS-VM-VALOR = 0
              MOVE 'VALOR ZERADO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-VM-VENDEDOR TO VM-VENDEDOR
              MOVE WS-VM-ANOMES   TO VM-ANOMES
              MOVE WS-VM-FILIAL   TO VM-FILIAL
              MOVE WS-VM-VALOR    TO VM-VALOR
              WRITE REG-VENDMETA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR META' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'META INCLUIDA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * CARGA DO ORCAMENTO: VALIDA CADA LINHA DO METAS.CSV E GRAVA
      * (OU REGRAVA, NUMA RECARGA DO MESMO MES) A META DO VENDEDOR.
       CARGA-METAS.
           OPEN INPUT METASCSV
           IF FS-STAT NOT = 00
              IF EXECUCAO-BATCH
                 DISPLAY 'METAS.CSV NAO ENCONTRADO'
                 STOP RUN
              ELSE
                 MOVE 'METAS.CSV NAO ENCONTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           IF FS-STAT = 00
              PERFORM CARGA-METAS-ABRE
              MOVE 0 TO WS-CSV-LINHA WS-QTD-OK WS-QTD-REJ FS-STAT
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM CARGA-PASSO UNTIL FIM-ARQ
              CLOSE METASCSV VENDEDOR VENDMETA REJCSV
              IF EXECUCAO-BATCH
                 DISPLAY 'CARGA DE METAS - GRAVADAS: ' WS-QTD-OK
                         ' REJEITADAS: ' WS-QTD-REJ
              ELSE
                 MOVE 'CARGA CONCLUIDA - REJEICOES NO REJMETA.CSV'
                      TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       CARGA-METAS-ABRE.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = 00
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN I-O VENDMETA
           IF FS-STAT = '30'
              OPEN OUTPUT VENDMETA
              CLOSE VENDMETA
              OPEN I-O VENDMETA.
           OPEN OUTPUT REJCSV.
       CARGA-PASSO.
           READ METASCSV AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF REG-METASCSV NOT = SPACES
                 ADD 1 TO WS-CSV-LINHA
                 PERFORM VALIDA-GRAVA-META.
       VALIDA-GRAVA-META.
           IF MC-VENDEDOR NOT NUMERIC OR MC-VENDEDOR = 0
              MOVE 'VENDEDOR INVALIDO' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO
           ELSE
              PERFORM VALIDA-ANOMES
              IF RJ-MOTIVO NOT = SPACES
                 PERFORM GRAVA-REJEICAO
              ELSE
                 IF MC-VALOR NOT NUMERIC
                    MOVE 'VALOR NAO NUMERICO' TO RJ-MOTIVO
                    PERFORM GRAVA-REJEICAO
                 ELSE
                    PERFORM CONFERE-VENDEDOR.
       VALIDA-ANOMES.
           MOVE SPACES TO RJ-MOTIVO
           IF MC-ANOMES NOT NUMERIC
              MOVE 'ANOMES NAO NUMERICO' TO RJ-MOTIVO
           ELSE
              MOVE MC-ANOMES TO WS-CHK-ANOMES
              IF WS-CHK-MES < 1 OR WS-CHK-MES > 12
                 OR WS-CHK-ANO < 2000
                 MOVE 'ANOMES FORA DE FAIXA' TO RJ-MOTIVO.
       CONFERE-VENDEDOR.
           MOVE MC-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'VENDEDOR NAO CADASTRADO' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO
           ELSE
              PERFORM GRAVA-VENDMETA.
       GRAVA-VENDMETA.
           MOVE MC-VENDEDOR TO VM-VENDEDOR
           MOVE MC-ANOMES   TO VM-ANOMES
           MOVE MC-FILIAL   TO VM-FILIAL
           IF MC-FILIAL = SPACES
              MOVE VD-FILIAL TO VM-FILIAL.
           MOVE MC-VALOR    TO VM-VALOR
           WRITE REG-VENDMETA
           IF FS-STAT NOT = 00
              REWRITE REG-VENDMETA.
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-OK
           ELSE
              MOVE 'ERRO AO GRAVAR META' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
           MOVE 0 TO FS-STAT.
       GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJ
           MOVE WS-CSV-LINHA TO RJ-LINHA
           MOVE ';'          TO RJ-F1
           WRITE REG-REJCSV.
      * -----------------------------------
      * ATINGIMENTO: PARA CADA VENDEDOR COM META OU VENDA NO ANO,
      * META E REALIZADO DO MES E O ACUMULADO DE JANEIRO ATE O MES,
      * COM OS TOTAIS POR FILIAL E DA EMPRESA NO FIM.
       RELATORIO-ATINGIMENTO.
           INITIALIZE WS-FIL-TABELA
           MOVE 0 TO WS-FIL-QTD WS-QTD-VENDEDORES
           MOVE 0 TO WS-TOT-MES-META WS-TOT-MES-REAL
                     WS-TOT-ANO-META WS-TOT-ANO-REAL
           OPEN OUTPUT LISTAG
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-VENDEDOR.
           PERFORM ATINGIMENTO-VENDEDOR UNTIL FIM-VENDEDOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           PERFORM IMPRIME-TOTAIS-FILIAL
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'ATINGIMENTO DE METAS - VENDEDORES: '
                      WS-QTD-VENDEDORES
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       ATINGIMENTO-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VENDEDOR.
           IF NOT FIM-VENDEDOR
              PERFORM CALCULA-VENDEDOR
              IF WS-ANO-META > 0 OR WS-ANO-REAL > 0
                 PERFORM IMPRIME-VENDEDOR
                 PERFORM ACUMULA-FILIAL.
           MOVE 0 TO FS-STAT.
      * META E REALIZADO DO MES E SOMA DE JANEIRO ATE O MES. A
      * FILIAL DA LINHA E A DA META DO MES (A DO CADASTRO SE NAO
      * HOUVER META NO MES).
       CALCULA-VENDEDOR.
           MOVE 0 TO WS-MES-META WS-MES-REAL WS-ANO-META WS-ANO-REAL
           MOVE VD-FILIAL TO WS-FILIAL-LINHA
           MOVE WS-ANOMES-ANO TO WS-ACUM-ANO
           MOVE 1 TO WS-ACUM-MES
           PERFORM SOMA-MES-VENDEDOR UNTIL WS-ACUM-MES > WS-ANOMES-MES.
       SOMA-MES-VENDEDOR.
           MOVE VD-CODIGO      TO VM-VENDEDOR
           MOVE WS-ACUM-ANOMES TO VM-ANOMES
           READ VENDMETA
           IF FS-STAT = 00
              ADD VM-VALOR TO WS-ANO-META
              IF WS-ACUM-ANOMES = WS-ANOMES
                 MOVE VM-VALOR TO WS-MES-META
                 IF VM-FILIAL NOT = SPACES
                    MOVE VM-FILIAL TO WS-FILIAL-LINHA.
           MOVE VD-CODIGO      TO VH-VENDEDOR
           MOVE WS-ACUM-ANOMES TO VH-ANOMES
           READ VENDHIST
           IF FS-STAT = 00
              ADD VH-VALOR TO WS-ANO-REAL
              IF WS-ACUM-ANOMES = WS-ANOMES
                 MOVE VH-VALOR TO WS-MES-REAL.
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-ACUM-MES.
       IMPRIME-VENDEDOR.
           ADD 1 TO WS-QTD-VENDEDORES
           MOVE VD-CODIGO       TO L05-VENDEDOR
           MOVE VD-NOME         TO L05-NOME
           MOVE WS-FILIAL-LINHA TO L05-FILIAL
           PERFORM MONTA-LINHA-VALORES
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       MONTA-LINHA-VALORES.
           MOVE WS-MES-META TO L05-MES-META
           MOVE WS-MES-REAL TO L05-MES-REAL
           MOVE WS-MES-META TO WS-PERC-META
           MOVE WS-MES-REAL TO WS-PERC-REAL
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PERC     TO L05-MES-PERC
           MOVE WS-ANO-META TO L05-ANO-META
           MOVE WS-ANO-REAL TO L05-ANO-REAL
           MOVE WS-ANO-META TO WS-PERC-META
           MOVE WS-ANO-REAL TO WS-PERC-REAL
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PERC     TO L05-ANO-PERC.
      * SEM META NAO HA PERCENTUAL (SAI ZERADO); ACIMA DE 9999 PC
      * TRAVA NO LIMITE DA MASCARA.
       CALCULA-PERCENTUAL.
           MOVE 0 TO WS-PERC
           IF WS-PERC-META > 0
              COMPUTE WS-PERC ROUNDED =
                      WS-PERC-REAL * 100 / WS-PERC-META
                      ON SIZE ERROR
                         MOVE 9999,99 TO WS-PERC.
       ACUMULA-FILIAL.
           ADD WS-MES-META TO WS-TOT-MES-META
           ADD WS-MES-REAL TO WS-TOT-MES-REAL
           ADD WS-ANO-META TO WS-TOT-ANO-META
           ADD WS-ANO-REAL TO WS-TOT-ANO-REAL
           MOVE 'N' TO WS-FIL-ACHOU
           MOVE 1 TO WS-FIL-IDX
           PERFORM PROCURA-FILIAL
                   UNTIL WS-FIL-IDX > WS-FIL-QTD OR WS-FIL-ACHOU = 'S'
           IF WS-FIL-ACHOU = 'N' AND WS-FIL-QTD < 50
              ADD 1 TO WS-FIL-QTD
              MOVE WS-FIL-QTD TO WS-FIL-IDX
              MOVE WS-FILIAL-LINHA TO WS-FIL-CODIGO (WS-FIL-IDX)
              MOVE 'S' TO WS-FIL-ACHOU.
           IF WS-FIL-ACHOU = 'S'
              ADD WS-MES-META TO WS-FIL-MES-META (WS-FIL-IDX)
              ADD WS-MES-REAL TO WS-FIL-MES-REAL (WS-FIL-IDX)
              ADD WS-ANO-META TO WS-FIL-ANO-META (WS-FIL-IDX)
              ADD WS-ANO-REAL TO WS-FIL-ANO-REAL (WS-FIL-IDX).
       PROCURA-FILIAL.
           IF WS-FIL-CODIGO (WS-FIL-IDX) = WS-FILIAL-LINHA
              MOVE 'S' TO WS-FIL-ACHOU
           ELSE
              ADD 1 TO WS-FIL-IDX.
       IMPRIME-TOTAIS-FILIAL.
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 1 TO WS-FIL-IDX
           PERFORM IMPRIME-FILIAL-PASSO UNTIL WS-FIL-IDX > WS-FIL-QTD
           MOVE 0           TO L05-VENDEDOR
           MOVE 'TOTAL DA EMPRESA' TO L05-NOME
           MOVE SPACES      TO L05-FILIAL
           MOVE WS-TOT-MES-META TO WS-MES-META
           MOVE WS-TOT-MES-REAL TO WS-MES-REAL
           MOVE WS-TOT-ANO-META TO WS-ANO-META
           MOVE WS-TOT-ANO-REAL TO WS-ANO-REAL
           PERFORM MONTA-LINHA-VALORES
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-FILIAL-PASSO.
           MOVE 0           TO L05-VENDEDOR
           MOVE 'TOTAL DA FILIAL' TO L05-NOME
           MOVE WS-FIL-CODIGO   (WS-FIL-IDX) TO L05-FILIAL
           MOVE WS-FIL-MES-META (WS-FIL-IDX) TO WS-MES-META
           MOVE WS-FIL-MES-REAL (WS-FIL-IDX) TO WS-MES-REAL
           MOVE WS-FIL-ANO-META (WS-FIL-IDX) TO WS-ANO-META
           MOVE WS-FIL-ANO-REAL (WS-FIL-IDX) TO WS-ANO-REAL
           PERFORM MONTA-LINHA-VALORES
           WRITE LINHA FROM LINHA-05 BEFORE 1
           ADD 1 TO WS-FIL-IDX.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VENDHIST
              CLOSE VENDHIST
              OPEN INPUT VENDHIST.
           OPEN I-O VENDMETA
           IF FS-STAT = '30'
              OPEN OUTPUT VENDMETA
              CLOSE VENDMETA
              OPEN I-O VENDMETA.
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
