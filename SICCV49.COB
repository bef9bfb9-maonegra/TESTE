       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV49.
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
      * OBJETIVO.....: SICCV49 - LINHAS DE PRODUTO, MIX E VENDA CRUZADA     *
      *                MANTEM A TABELA LINHAPRD (CODIGO E DESCRICAO) E,     *
      *                SOBRE O DETALHE CLILINHA.DAT CARREGADO PELO SICCV29, *
      *                IMPRIME:                                             *
      *                - O MIX DO MES POR VENDEDOR (VALOR E PERCENTUAL DE   *
      *                  CADA LINHA NO TOTAL DO VENDEDOR, REORDENADO NO     *
      *                  MIXTMP);                                           *
      *                - AS LACUNAS DE VENDA CRUZADA: PARA CADA CLIENTE     *
      *                  ATIVO, AS LINHAS QUE OUTROS CLIENTES ATIVOS DO     *
      *                  MESMO SEGMENTO COMPRARAM NOS ULTIMOS 6 MESES E     *
      *                  ELE NAO, COM QUANTOS PARES COMPRAM, AGRUPADAS      *
      *                  POR VENDEDOR (GAPTMP) PARA PLANEJAR A VISITA.      *
      *                MANTEM TAMBEM AS COMPETENCIAS DO VENDEDOR (VDCOMP),  *
      *                AS LINHAS QUE ELE ESTA HABILITADO A ATENDER, USADAS  *
      *                PELA DISTRIBUICAO (SICCV05) NOS CLIENTES QUE EXIGEM  *
      *                UMA COMPETENCIA.                                     *
      *                LINHA DE COMANDO: 'MIX AAAAMM' OU 'LACUNA AAAAMM'.   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY LINHAPRD.SEL.
       COPY CLILINHA.SEL.
       COPY VDCOMP.SEL.
           SELECT MIXTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY MX-CHAVE.
           SELECT GAPTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY GP-CHAVE.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY LINHAPRD.FD.
       COPY CLILINHA.FD.
       COPY VDCOMP.FD.
      * VALOR DO MES POR (VENDEDOR, LINHA); A LINHA EM BRANCO GUARDA
      * O TOTAL DO VENDEDOR E VEM PRIMEIRO NA LEITURA EM ORDEM.
       FD  MIXTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-MIXTMP.
       01  REG-MIXTMP.
           05 MX-CHAVE.
              10 MX-VENDEDOR    PIC 9(03).
              10 MX-LINHA       PIC X(03).
           05 MX-VALOR          PIC 9(11)V9(02).
      * LACUNAS REORDENADAS POR (VENDEDOR, CLIENTE, LINHA).
       FD  GAPTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-GAPTMP.
       01  REG-GAPTMP.
           05 GP-CHAVE.
              10 GP-VENDEDOR    PIC 9(03).
              10 GP-CLIENTE     PIC 9(07).
              10 GP-LINHA       PIC X(03).
           05 GP-SEGMENTO       PIC X(01).
           05 GP-PARES          PIC 9(05).
           05 GP-TOTAL-SEG      PIC 9(05).
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
      * JANELA DE 6 MESES DA VENDA CRUZADA (MES INFORMADO INCLUSO).
       01  WS-JANELA-INICIO     PIC 9(06) VALUE ZEROS.
       01  WS-JANELA-R REDEFINES WS-JANELA-INICIO.
           05 WS-JANELA-ANO     PIC 9(04).
           05 WS-JANELA-MES     PIC 9(02).
       01  WS-JANELA-IDX        PIC 9(02) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-LINHA         PIC X(01) VALUE 'N'.
           88 FIM-LINHA              VALUE 'S'.
       01  WS-LP-CODIGO         PIC X(03) VALUE SPACES.
       01  WS-LP-DESCRICAO      PIC X(30) VALUE SPACES.
       01  WS-VC-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-VC-COMPETENCIA    PIC X(03) VALUE SPACES.
       01  WS-VC-EXCLUI         PIC X(01) VALUE 'N'.
      * TABELA DE LINHAS EM MEMORIA (ATE 50) E, POR CLIENTE, QUAIS
      * ELE COMPROU NA JANELA.
       01  WS-LIN-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-LIN-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-LIN-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-LIN-TABELA.
           05 WS-LIN-ITEM OCCURS 50 TIMES.
              10 WS-LIN-CODIGO   PIC X(03).
              10 WS-LIN-DESCRICAO PIC X(30).
       01  WS-CLI-COMPRAS.
           05 WS-CLI-COMPRA OCCURS 50 TIMES PIC X(01).
      * POR SEGMENTO (ATE 10): CLIENTES ATIVOS E QUANTOS DELES
      * COMPRARAM CADA LINHA NA JANELA.
       01  WS-SEG-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-SEG-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-SEG-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-SEG-TABELA.
           05 WS-SEG-ITEM OCCURS 10 TIMES.
              10 WS-SEG-CODIGO   PIC X(01).
              10 WS-SEG-CLIENTES PIC 9(05).
              10 WS-SEG-COMPRA OCCURS 50 TIMES PIC 9(05).
       01  WS-PARES             PIC 9(05) VALUE ZEROS.
       01  WS-VDD-CORRENTE      PIC 9(03) VALUE ZEROS.
       01  WS-CLI-CORRENTE      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-VENDEDOR    PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-PERC              PIC 9(03)V9(02) VALUE ZEROS.
       01  WS-QTD-LINHAS        PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L02-TITULO         PIC X(45) VALUE SPACES.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'LINHA  DESCRICAO                        '.
           05 F                  PIC X(20) VALUE
              'VALOR NO MES      PC'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '-----  ------------------------------ --'.
           05 F                  PIC X(20) VALUE
              '------------  ------'.
       01  LINHA-06.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-LINHA          PIC X(03)  VALUE SPACES.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-DESCRICAO      PIC X(30)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-VALOR          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-PERC           PIC ZZ9,99 VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(07) VALUE SPACES.
           05 F                  PIC X(31) VALUE
              'TOTAL DO VENDEDOR'.
           05 L07-VALOR          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              ' CLIENTE RAZAO SOCIAL               SEG '.
           05 F                  PIC X(38) VALUE
              'LINHA DESCRICAO             PARES/SEGM'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              ' ------- -------------------------- --- '.
           05 F                  PIC X(38) VALUE
              '----- -------------------- -----------'.
       01  LINHA-10.
           05 F                  PIC X(01) VALUE SPACES.
           05 L10-CLIENTE        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L10-RAZAO          PIC X(26)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L10-SEGMENTO       PIC X(01)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L10-LINHA          PIC X(03)  VALUE SPACES.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-DESCRICAO      PIC X(20)  VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACES.
           05 L10-PARES          PIC ZZZZ9  VALUE ZEROS.
           05 F                  PIC X(01) VALUE '/'.
           05 L10-TOTAL-SEG      PIC ZZZZ9  VALUE ZEROS.

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
               "*** LINHAS DE PRODUTO    ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - LINHAS DE PRODUTO".
           02 LINE 08 COLUMN 28  VALUE "2 - MIX POR VENDEDOR".
           02 LINE 09 COLUMN 28  VALUE "3 - LACUNAS DE VENDA CRUZADA".
           02 LINE 10 COLUMN 28  VALUE "4 - COMPETENCIAS DO VENDEDOR".
           02 LINE 11 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 13 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 13 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-LINHA.
           02 LINE 08 COLUMN 12 VALUE "Linha de produto..:".
           02 LINE 10 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 13 COLUMN 12 VALUE
              "(DESCRICAO EM BRANCO EXCLUI; CODIGO EM BRANCO SAI)".
       01  SS-TELA-COMPETENCIA.
           02 LINE 08 COLUMN 12 VALUE "Vendedor..........:".
           02 LINE 10 COLUMN 12 VALUE "Competencia(linha):".
           02 LINE 13 COLUMN 12 VALUE
              "(COMPETENCIA JA HABILITADA PODE SER EXCLUIDA;".
           02 LINE 14 COLUMN 12 VALUE
              " VENDEDOR ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           MOVE WS-HOJE-ANOMES TO WS-ANOMES
           IF WS-PARM-EXECUCAO(1:3) = 'MIX'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(5:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(5:6) TO WS-ANOMES.
           IF WS-PARM-EXECUCAO(1:6) = 'LACUNA'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(8:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(8:6) TO WS-ANOMES.
           IF EXECUCAO-BATCH
              IF WS-PARM-EXECUCAO(1:3) = 'MIX'
                 PERFORM RELATORIO-MIX
              ELSE
                 PERFORM RELATORIO-LACUNAS.
           IF NOT EXECUCAO-BATCH
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR LINHAPRD CLILINHA MIXTMP GAPTMP
                 VDCOMP
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
              PERFORM TELA-LINHA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2 OR WS-OPCAO = 3
              DISPLAY(15, 28) "COMPETENCIA (AAAAMM): "
              ACCEPT(15, 50) WS-ANOMES WITH PROMPT
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-OPCAO = 2
              PERFORM RELATORIO-MIX
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 3
              PERFORM RELATORIO-LACUNAS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 4
              PERFORM TELA-COMPETENCIA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO > 4 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO DAS LINHAS: DIGITA O CODIGO; SE JA EXISTE MOSTRA
      * E DEIXA ALTERAR (DESCRICAO EM BRANCO EXCLUI), SE NAO EXISTE
      * INCLUI.
       TELA-LINHA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-LINHA
           MOVE SPACES TO WS-LP-CODIGO WS-LP-DESCRICAO
           ACCEPT(08, 33) WS-LP-CODIGO WITH PROMPT
           IF WS-LP-CODIGO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-LP-CODIGO TO LP-CODIGO
              READ LINHAPRD
              IF FS-STAT = 00
                 MOVE LP-DESCRICAO TO WS-LP-DESCRICAO
                 DISPLAY(10, 33) WS-LP-DESCRICAO
                 ACCEPT(10, 33) WS-LP-DESCRICAO WITH PROMPT UPDATE
                 PERFORM GRAVA-LINHA-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 ACCEPT(10, 33) WS-LP-DESCRICAO WITH PROMPT
                 PERFORM GRAVA-LINHA-INCLUSAO.
       GRAVA-LINHA-ALTERACAO.
           IF WS-LP-DESCRICAO = SPACES
              DELETE LINHAPRD
              MOVE 'LINHA EXCLUIDA DA TABELA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-LP-DESCRICAO TO LP-DESCRICAO
              REWRITE REG-LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR LINHA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'LINHA ALTERADA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-LINHA-INCLUSAO.
           IF WS-LP-DESCRICAO = SPACES
              MOVE 'DESCRICAO EM BRANCO NAO ACEITA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-LP-CODIGO    TO LP-CODIGO
              MOVE WS-LP-DESCRICAO TO LP-DESCRICAO
              WRITE REG-LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR LINHA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'LINHA INCLUIDA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * COMPETENCIAS DO VENDEDOR: DIGITA VENDEDOR E LINHA (AMBOS TEM
      * DE EXISTIR); SE O PAR JA ESTA HABILITADO OFERECE A EXCLUSAO,
      * SE NAO ESTA, HABILITA COM A DATA DE HOJE.
       TELA-COMPETENCIA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-COMPETENCIA
           MOVE 0 TO WS-VC-VENDEDOR
           MOVE SPACES TO WS-VC-COMPETENCIA
           ACCEPT(08, 33) WS-VC-VENDEDOR WITH PROMPT
           IF WS-VC-VENDEDOR = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-VC-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 DISPLAY(08, 38) VD-NOME
                 PERFORM TELA-COMPETENCIA-LINHA.
       TELA-COMPETENCIA-LINHA.
           ACCEPT(10, 33) WS-VC-COMPETENCIA WITH PROMPT
           MOVE WS-VC-COMPETENCIA TO LP-CODIGO
           READ LINHAPRD
           IF FS-STAT NOT = 00
              MOVE 'LINHA DE PRODUTO NAO CADASTRADA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              DISPLAY(10, 38) LP-DESCRICAO
              MOVE WS-VC-VENDEDOR    TO VC-VENDEDOR
              MOVE WS-VC-COMPETENCIA TO VC-COMPETENCIA
              READ VDCOMP
              IF FS-STAT = 00
                 PERFORM EXCLUI-COMPETENCIA
              ELSE
                 MOVE 0 TO FS-STAT
                 PERFORM GRAVA-COMPETENCIA.
       EXCLUI-COMPETENCIA.
           MOVE 'N' TO WS-VC-EXCLUI
           DISPLAY(16, 12) "JA HABILITADO DESDE " VC-DATA
                           ". EXCLUI (S/N): "
           ACCEPT(16, 55) WS-VC-EXCLUI WITH PROMPT
           IF WS-VC-EXCLUI = 'S' OR WS-VC-EXCLUI = 's'
              DELETE VDCOMP
              MOVE 'COMPETENCIA EXCLUIDA DO VENDEDOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       GRAVA-COMPETENCIA.
           MOVE WS-HOJE TO VC-DATA
           WRITE REG-VDCOMP
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR COMPETENCIA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'COMPETENCIA HABILITADA COM SUCESSO !!!'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * MIX DO MES: 1A PASSADA SOMA O CLILINHA DO MES NO MIXTMP SOB
      * O VENDEDOR ATUAL DO CLIENTE (E NO TOTAL DO VENDEDOR, LINHA
      * EM BRANCO); 2A PASSADA IMPRIME EM ORDEM DE VENDEDOR/LINHA.
       RELATORIO-MIX.
           PERFORM CARREGA-LINHAS
           CLOSE MIXTMP
           OPEN OUTPUT MIXTMP
           CLOSE MIXTMP
           OPEN I-O MIXTMP
           MOVE ZEROS TO LC-CLIENTE LC-ANOMES
           MOVE LOW-VALUES TO LC-LINHA
           START CLILINHA KEY NOT LESS THAN LC-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SOMA-MIX-PASSO UNTIL FIM-ARQ
           OPEN OUTPUT LISTAG
           MOVE 'MIX DE LINHAS DE PRODUTO POR VENDEDOR - MES '
                TO L02-TITULO
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-QTD-LINHAS
           MOVE ZEROS TO MX-VENDEDOR
           MOVE SPACES TO MX-LINHA
           START MIXTMP KEY NOT LESS THAN MX-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           MOVE 0 TO WS-VDD-CORRENTE
           PERFORM IMPRIME-MIX-PASSO UNTIL FIM-ARQ
           PERFORM FECHA-VENDEDOR-MIX
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'MIX POR VENDEDOR ' WS-ANOMES
                      ' - LINHAS IMPRESSAS: ' WS-QTD-LINHAS
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       SOMA-MIX-PASSO.
           READ CLILINHA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF LC-ANOMES = WS-ANOMES
                 PERFORM SOMA-MIX-CLIENTE.
       SOMA-MIX-CLIENTE.
           IF LC-CLIENTE NOT = CL-CODIGO
              MOVE LC-CLIENTE TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 0 TO CL-VENDEDOR.
           MOVE 0 TO FS-STAT
           IF CL-VENDEDOR > 0
              MOVE CL-VENDEDOR TO MX-VENDEDOR
              MOVE LC-LINHA    TO MX-LINHA
              PERFORM ACUMULA-MIXTMP
              MOVE SPACES      TO MX-LINHA
              PERFORM ACUMULA-MIXTMP.
       ACUMULA-MIXTMP.
           READ MIXTMP
           IF FS-STAT = 00
              ADD LC-VALOR TO MX-VALOR
              REWRITE REG-MIXTMP
           ELSE
              MOVE LC-VALOR TO MX-VALOR
              WRITE REG-MIXTMP.
           MOVE 0 TO FS-STAT.
       IMPRIME-MIX-PASSO.
           READ MIXTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF MX-LINHA = SPACES
                 PERFORM FECHA-VENDEDOR-MIX
                 PERFORM ABRE-VENDEDOR-MIX
              ELSE
                 PERFORM IMPRIME-LINHA-MIX.
       ABRE-VENDEDOR-MIX.
           MOVE MX-VENDEDOR TO WS-VDD-CORRENTE VD-CODIGO
           MOVE MX-VALOR    TO WS-TOTAL-VENDEDOR
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE SPACES TO VD-NOME.
           MOVE 0 TO FS-STAT
           MOVE MX-VENDEDOR TO L03-VENDEDOR
           MOVE VD-NOME     TO L03-NOME
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       FECHA-VENDEDOR-MIX.
           IF WS-VDD-CORRENTE NOT = 0
              WRITE LINHA FROM LINHA-05 BEFORE 1
              MOVE WS-TOTAL-VENDEDOR TO L07-VALOR
              WRITE LINHA FROM LINHA-07 BEFORE 2.
           MOVE 0 TO WS-VDD-CORRENTE WS-TOTAL-VENDEDOR.
       IMPRIME-LINHA-MIX.
           ADD 1 TO WS-QTD-LINHAS
           MOVE MX-LINHA TO L06-LINHA WS-LP-CODIGO
           PERFORM ACHA-DESCRICAO-LINHA
           MOVE WS-LP-DESCRICAO TO L06-DESCRICAO
           MOVE MX-VALOR TO L06-VALOR
           MOVE 0 TO WS-PERC
           IF WS-TOTAL-VENDEDOR > 0
              COMPUTE WS-PERC ROUNDED =
                      MX-VALOR * 100 / WS-TOTAL-VENDEDOR.
           MOVE WS-PERC TO L06-PERC
           WRITE LINHA FROM LINHA-06 BEFORE 1.
      * -----------------------------------
      * LACUNAS: 1A PASSADA CONTA, POR SEGMENTO, OS CLIENTES ATIVOS E
      * QUANTOS COMPRARAM CADA LINHA NA JANELA; 2A PASSADA GRAVA NO
      * GAPTMP, PARA CADA CLIENTE, AS LINHAS QUE PARES DO SEGMENTO
      * COMPRAM E ELE NAO; 3A IMPRIME POR VENDEDOR.
       RELATORIO-LACUNAS.
           PERFORM CARREGA-LINHAS
           PERFORM CALCULA-JANELA
           INITIALIZE WS-SEG-TABELA
           MOVE 0 TO WS-SEG-QTD WS-QTD-LINHAS
           CLOSE GAPTMP
           OPEN OUTPUT GAPTMP
           CLOSE GAPTMP
           OPEN I-O GAPTMP
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CONTA-SEGMENTO-PASSO UNTIL FIM-ARQ
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM GRAVA-LACUNA-PASSO UNTIL FIM-ARQ
           PERFORM IMPRIME-LACUNAS
           IF EXECUCAO-BATCH
              DISPLAY 'LACUNAS DE VENDA CRUZADA ' WS-ANOMES
                      ' - LINHAS IMPRESSAS: ' WS-QTD-LINHAS
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       CALCULA-JANELA.
           MOVE WS-ANOMES TO WS-JANELA-INICIO
           MOVE 1 TO WS-JANELA-IDX
           PERFORM RECUA-JANELA UNTIL WS-JANELA-IDX > 5.
       RECUA-JANELA.
           IF WS-JANELA-MES = 1
              MOVE 12 TO WS-JANELA-MES
              SUBTRACT 1 FROM WS-JANELA-ANO
           ELSE
              SUBTRACT 1 FROM WS-JANELA-MES.
           ADD 1 TO WS-JANELA-IDX.
       CONTA-SEGMENTO-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CLIENTE-ATIVO AND CL-SEGMENTO NOT = SPACES
                 PERFORM ACHA-SEGMENTO
                 IF WS-SEG-ACHOU = 'S'
                    PERFORM MARCA-COMPRAS-CLIENTE
                    ADD 1 TO WS-SEG-CLIENTES (WS-SEG-IDX)
                    MOVE 1 TO WS-LIN-IDX
                    PERFORM CONTA-COMPRA-SEGMENTO
                            UNTIL WS-LIN-IDX > WS-LIN-QTD.
       CONTA-COMPRA-SEGMENTO.
           IF WS-CLI-COMPRA (WS-LIN-IDX) = 'S'
              ADD 1 TO WS-SEG-COMPRA (WS-SEG-IDX, WS-LIN-IDX).
           ADD 1 TO WS-LIN-IDX.
       ACHA-SEGMENTO.
           MOVE 'N' TO WS-SEG-ACHOU
           MOVE 1 TO WS-SEG-IDX
           PERFORM PROCURA-SEGMENTO
                   UNTIL WS-SEG-IDX > WS-SEG-QTD OR WS-SEG-ACHOU = 'S'
           IF WS-SEG-ACHOU = 'N' AND WS-SEG-QTD < 10
              ADD 1 TO WS-SEG-QTD
              MOVE WS-SEG-QTD  TO WS-SEG-IDX
              MOVE CL-SEGMENTO TO WS-SEG-CODIGO (WS-SEG-IDX)
              MOVE 'S' TO WS-SEG-ACHOU.
       PROCURA-SEGMENTO.
           IF WS-SEG-CODIGO (WS-SEG-IDX) = CL-SEGMENTO
              MOVE 'S' TO WS-SEG-ACHOU
           ELSE
              ADD 1 TO WS-SEG-IDX.
      * MARCA AS LINHAS QUE O CLIENTE COMPROU DENTRO DA JANELA.
       MARCA-COMPRAS-CLIENTE.
           MOVE ALL 'N' TO WS-CLI-COMPRAS
           MOVE CL-CODIGO        TO LC-CLIENTE
           MOVE WS-JANELA-INICIO TO LC-ANOMES
           MOVE LOW-VALUES       TO LC-LINHA
           START CLILINHA KEY NOT LESS THAN LC-CHAVE
           MOVE 'N' TO WS-FIM-LINHA
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-LINHA.
           PERFORM MARCA-COMPRA-PASSO UNTIL FIM-LINHA
           MOVE 0 TO FS-STAT.
       MARCA-COMPRA-PASSO.
           READ CLILINHA NEXT AT END
              MOVE 'S' TO WS-FIM-LINHA.
           IF NOT FIM-LINHA
              IF LC-CLIENTE NOT = CL-CODIGO OR LC-ANOMES > WS-ANOMES
                 MOVE 'S' TO WS-FIM-LINHA
              ELSE
                 IF LC-VALOR > 0
                    MOVE LC-LINHA TO WS-LP-CODIGO
                    PERFORM ACHA-INDICE-LINHA
                    IF WS-LIN-IDX NOT > WS-LIN-QTD
                       MOVE 'S' TO WS-CLI-COMPRA (WS-LIN-IDX).
       GRAVA-LACUNA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CLIENTE-ATIVO AND CL-SEGMENTO NOT = SPACES
                 AND CL-VENDEDOR > 0
                 PERFORM ACHA-SEGMENTO
                 IF WS-SEG-ACHOU = 'S'
                    PERFORM MARCA-COMPRAS-CLIENTE
                    MOVE 1 TO WS-LIN-IDX
                    PERFORM CONFERE-LACUNA
                            UNTIL WS-LIN-IDX > WS-LIN-QTD.
       CONFERE-LACUNA.
           MOVE WS-SEG-COMPRA (WS-SEG-IDX, WS-LIN-IDX) TO WS-PARES
           IF WS-CLI-COMPRA (WS-LIN-IDX) = 'N' AND WS-PARES > 0
              MOVE CL-VENDEDOR TO GP-VENDEDOR
              MOVE CL-CODIGO   TO GP-CLIENTE
              MOVE WS-LIN-CODIGO (WS-LIN-IDX) TO GP-LINHA
              MOVE CL-SEGMENTO TO GP-SEGMENTO
              MOVE WS-PARES    TO GP-PARES
              MOVE WS-SEG-CLIENTES (WS-SEG-IDX) TO GP-TOTAL-SEG
              WRITE REG-GAPTMP.
           MOVE 0 TO FS-STAT
           ADD 1 TO WS-LIN-IDX.
       IMPRIME-LACUNAS.
           OPEN OUTPUT LISTAG
           MOVE 'LACUNAS DE VENDA CRUZADA (6 MESES) - ATE '
                TO L02-TITULO
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-VDD-CORRENTE WS-CLI-CORRENTE
           MOVE ZEROS TO GP-VENDEDOR GP-CLIENTE
           MOVE SPACES TO GP-LINHA
           START GAPTMP KEY NOT LESS THAN GP-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-LACUNA-PASSO UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG.
       IMPRIME-LACUNA-PASSO.
           READ GAPTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF GP-VENDEDOR NOT = WS-VDD-CORRENTE
                 PERFORM ABRE-VENDEDOR-LACUNA.
           IF NOT FIM-ARQ
              PERFORM IMPRIME-LACUNA.
       ABRE-VENDEDOR-LACUNA.
           MOVE GP-VENDEDOR TO WS-VDD-CORRENTE VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE SPACES TO VD-NOME.
           MOVE 0 TO FS-STAT
           MOVE GP-VENDEDOR TO L03-VENDEDOR
           MOVE VD-NOME     TO L03-NOME
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 0 TO WS-CLI-CORRENTE.
      * A RAZAO SOCIAL SO SAI NA PRIMEIRA LACUNA DE CADA CLIENTE.
       IMPRIME-LACUNA.
           ADD 1 TO WS-QTD-LINHAS
           MOVE SPACES TO L10-RAZAO
           MOVE GP-CLIENTE TO L10-CLIENTE
           IF GP-CLIENTE NOT = WS-CLI-CORRENTE
              MOVE GP-CLIENTE TO WS-CLI-CORRENTE CL-CODIGO
              READ CLIENTES
              IF FS-STAT = 00
                 MOVE CL-RAZAO TO L10-RAZAO.
           MOVE 0 TO FS-STAT
           MOVE GP-SEGMENTO TO L10-SEGMENTO
           MOVE GP-LINHA    TO L10-LINHA WS-LP-CODIGO
           PERFORM ACHA-DESCRICAO-LINHA
           MOVE WS-LP-DESCRICAO TO L10-DESCRICAO
           MOVE GP-PARES     TO L10-PARES
           MOVE GP-TOTAL-SEG TO L10-TOTAL-SEG
           WRITE LINHA FROM LINHA-10 BEFORE 1.
      * -----------------------------------
      * TABELA DE LINHAS EM MEMORIA, NA ORDEM DO CODIGO.
       CARREGA-LINHAS.
           MOVE 0 TO WS-LIN-QTD
           MOVE SPACES TO WS-LIN-TABELA
           MOVE LOW-VALUES TO LP-CODIGO
           START LINHAPRD KEY NOT LESS THAN LP-CODIGO
           MOVE 'N' TO WS-FIM-LINHA
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-LINHA.
           PERFORM CARREGA-LINHA-PASSO UNTIL FIM-LINHA
           MOVE 0 TO FS-STAT.
       CARREGA-LINHA-PASSO.
           READ LINHAPRD NEXT AT END
              MOVE 'S' TO WS-FIM-LINHA.
           IF NOT FIM-LINHA
              IF WS-LIN-QTD < 50
                 ADD 1 TO WS-LIN-QTD
                 MOVE LP-CODIGO    TO WS-LIN-CODIGO (WS-LIN-QTD)
                 MOVE LP-DESCRICAO TO WS-LIN-DESCRICAO (WS-LIN-QTD).
      * SEM A LINHA NA TABELA, O INDICE SAI ALEM DA QUANTIDADE.
       ACHA-INDICE-LINHA.
           MOVE 'N' TO WS-LIN-ACHOU
           MOVE 1 TO WS-LIN-IDX
           PERFORM PROCURA-LINHA
                   UNTIL WS-LIN-IDX > WS-LIN-QTD OR WS-LIN-ACHOU = 'S'.
       PROCURA-LINHA.
           IF WS-LIN-CODIGO (WS-LIN-IDX) = WS-LP-CODIGO
              MOVE 'S' TO WS-LIN-ACHOU
           ELSE
              ADD 1 TO WS-LIN-IDX.
       ACHA-DESCRICAO-LINHA.
           MOVE SPACES TO WS-LP-DESCRICAO
           PERFORM ACHA-INDICE-LINHA
           IF WS-LIN-IDX NOT > WS-LIN-QTD
              MOVE WS-LIN-DESCRICAO (WS-LIN-IDX) TO WS-LP-DESCRICAO.
      * -----------------------------------
      * ABRE ARQUIVOS (OS TEMPORARIOS SAO RECOMECADOS A CADA RODADA)
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN I-O LINHAPRD
           IF FS-STAT = '30'
              OPEN OUTPUT LINHAPRD
              CLOSE LINHAPRD
              OPEN I-O LINHAPRD.
           OPEN I-O VDCOMP
           IF FS-STAT = '30'
              OPEN OUTPUT VDCOMP
              CLOSE VDCOMP
              OPEN I-O VDCOMP.
           OPEN INPUT CLILINHA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CLILINHA
              CLOSE CLILINHA
              OPEN INPUT CLILINHA.
           OPEN OUTPUT MIXTMP
           CLOSE MIXTMP
           OPEN I-O MIXTMP
           OPEN OUTPUT GAPTMP
           CLOSE GAPTMP
           OPEN I-O GAPTMP
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
