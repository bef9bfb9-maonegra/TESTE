       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV53.
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
      * OBJETIVO.....: SICCV53 - GRUPOS ECONOMICOS (REDES DE LOJAS)         *
      *                MANTEM O GRUPO.DAT (CODIGO = RAIZ DO CNPJ, NOME E    *
      *                VENDEDOR KEY-ACCOUNT), CRIA AUTOMATICAMENTE UM       *
      *                GRUPO PARA TODA RAIZ DE CNPJ COM DUAS OU MAIS LOJAS  *
      *                E DEIXA APONTAR A MAO O GRUPO DE UMA LOJA (CL-GRUPO) *
      *                QUANDO A RAIZ NAO SERVE. O RELATORIO DO GRUPO SOMA,  *
      *                LOJA A LOJA, AS VENDAS DOS ULTIMOS 12 MESES          *
      *                (CLIHIST), AS VISITAS NO MESMO PERIODO (VISITAS) E   *
      *                O VENCIDO DA ULTIMA CARGA DO CONTAS A RECEBER        *
      *                (RECHIST), COM QUANTOS VENDEDORES ATENDEM A REDE.    *
      *                A DISTRIBUICAO (SICCV05) ENTREGA AS LOJAS DO GRUPO   *
      *                AO KEY-ACCOUNT.                                      *
      *                LINHA DE COMANDO: 'AGRUPA' OU 'GRUPOS AAAAMM'.       *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY GRUPO.SEL.
       COPY CLIHIST.SEL.
       COPY VISITAS.SEL.
       COPY RECHIST.SEL.
           SELECT GRPTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY GT-CHAVE.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY GRUPO.FD.
       COPY CLIHIST.FD.
       COPY VISITAS.FD.
       COPY RECHIST.FD.
      * LOJAS REORDENADAS POR (GRUPO, CLIENTE) PARA O RELATORIO.
       FD  GRPTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-GRPTMP.
       01  REG-GRPTMP.
           05 GT-CHAVE.
              10 GT-GRUPO       PIC 9(08).
              10 GT-CLIENTE     PIC 9(07).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
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
      * JANELA DE 12 MESES DO RELATORIO (MES INFORMADO INCLUSO).
       01  WS-JANELA-INICIO     PIC 9(06) VALUE ZEROS.
       01  WS-JANELA-R REDEFINES WS-JANELA-INICIO.
           05 WS-JANELA-ANO     PIC 9(04).
           05 WS-JANELA-MES     PIC 9(02).
       01  WS-JANELA-IDX        PIC 9(02) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-LOJA          PIC X(01) VALUE 'N'.
           88 FIM-LOJA               VALUE 'S'.
      * CAMPOS DAS TELAS.
       01  WS-GE-CODIGO         PIC 9(08) VALUE ZEROS.
       01  WS-GE-NOME           PIC X(40) VALUE SPACES.
       01  WS-GE-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-CL-CODIGO         PIC 9(07) VALUE ZEROS.
       01  WS-CL-GRUPO          PIC 9(08) VALUE ZEROS.
      * GRUPO DE UM CLIENTE: O CL-GRUPO OU, ZERADO, A RAIZ DO CNPJ.
       01  WS-GRP-CODIGO        PIC 9(08) VALUE ZEROS.
       01  WS-GRP-RAIZ          PIC 9(08) VALUE ZEROS.
      * AGRUPAMENTO PELA RAIZ: LEITURA NA ORDEM DO CNPJ.
       01  WS-RAIZ-CORRENTE     PIC 9(08) VALUE ZEROS.
       01  WS-RAIZ-QTD          PIC 9(05) VALUE ZEROS.
       01  WS-RAIZ-NOME         PIC X(40) VALUE SPACES.
       01  WS-QTD-CRIADOS       PIC 9(05) VALUE ZEROS.
      * RELATORIO: ULTIMA CARGA DO CONTAS A RECEBER, GRUPO CORRENTE
      * E VENDEDORES JA VISTOS NELE.
       01  WS-DATA-CARGA        PIC 9(08) VALUE ZEROS.
       01  WS-GRUPO-CORRENTE    PIC 9(08) VALUE ZEROS.
       01  WS-VDD-VISTOS.
           05 WS-VDD-VISTO OCCURS 999 TIMES PIC X(01).
       01  WS-LOJA-VENDAS       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-LOJA-VISITAS      PIC 9(05) VALUE ZEROS.
       01  WS-LOJA-VENCIDO      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-GRP-LOJAS         PIC 9(05) VALUE ZEROS.
       01  WS-GRP-VENDEDORES    PIC 9(03) VALUE ZEROS.
       01  WS-GRP-VENDAS        PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-GRP-VISITAS       PIC 9(05) VALUE ZEROS.
       01  WS-GRP-VENCIDO       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-QTD-GRUPOS        PIC 9(05) VALUE ZEROS.
       01  WS-VI-INICIO         PIC 9(08) VALUE ZEROS.
       01  WS-VI-FIM            PIC 9(08) VALUE ZEROS.
       01  LINHA-01              PIC X(106) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(45) VALUE
              'GRUPOS ECONOMICOS - 12 MESES ATE '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(16) VALUE '  CARGA C.REC.: '.
           05 L02-CARGA          PIC 9(08) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(07) VALUE 'GRUPO: '.
           05 L03-GRUPO          PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
           05 F                  PIC X(15) VALUE '  KEY-ACCOUNT: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L03-VDD-NOME       PIC X(30) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'CLIENTE RAZAO SOCIAL                   V'.
           05 F                  PIC X(36) VALUE
              'DD    VENDAS 12M VISIT       VENCIDO'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '------- ------------------------------ -'.
           05 F                  PIC X(36) VALUE
              '-- ------------- ----- -------------'.
       01  LINHA-06.
           05 L06-CLIENTE        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-RAZAO          PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-VENDAS         PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-VISITAS        PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-VENCIDO        PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(08) VALUE SPACES.
           05 F                  PIC X(07) VALUE 'TOTAL: '.
           05 L07-LOJAS          PIC ZZZ9 VALUE ZEROS.
           05 F                  PIC X(07) VALUE ' LOJAS '.
           05 L07-VENDEDORES     PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(14) VALUE ' VENDEDORES'.
           05 L07-VENDAS         PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L07-VISITAS        PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L07-VENCIDO        PIC ZZZZZZZZZ9,99 VALUE ZEROS.

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
               "*** GRUPOS ECONOMICOS    ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - GRUPOS".
           02 LINE 08 COLUMN 28  VALUE "2 - GRUPO DA LOJA".
           02 LINE 09 COLUMN 28  VALUE "3 - AGRUPAR PELA RAIZ DO CNPJ".
           02 LINE 10 COLUMN 28  VALUE "4 - RELATORIO DOS GRUPOS".
           02 LINE 11 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 13 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 13 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-GRUPO.
           02 LINE 08 COLUMN 12 VALUE "Grupo (raiz CNPJ).:".
           02 LINE 10 COLUMN 12 VALUE "Nome..............:".
           02 LINE 12 COLUMN 12 VALUE "Key-account (VDD).:".
           02 LINE 15 COLUMN 12 VALUE
              "(NOME EM BRANCO EXCLUI; GRUPO ZERADO SAI;".
           02 LINE 16 COLUMN 12 VALUE
              " KEY-ACCOUNT ZERADO = SEM DONO)".
       01  SS-TELA-LOJA.
           02 LINE 08 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 10 COLUMN 12 VALUE "Razao social......:".
           02 LINE 12 COLUMN 12 VALUE "Raiz do CNPJ......:".
           02 LINE 14 COLUMN 12 VALUE "Grupo (0 = RAIZ)..:".
           02 LINE 17 COLUMN 12 VALUE
              "(CLIENTE ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           MOVE WS-HOJE-ANOMES TO WS-ANOMES
           IF WS-PARM-EXECUCAO(1:6) = 'AGRUPA'
              MOVE 'S' TO WS-MODO-BATCH.
           IF WS-PARM-EXECUCAO(1:6) = 'GRUPOS'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(8:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(8:6) TO WS-ANOMES.
           IF EXECUCAO-BATCH
              IF WS-PARM-EXECUCAO(1:6) = 'AGRUPA'
                 PERFORM AGRUPA-PELA-RAIZ
              ELSE
                 PERFORM RELATORIO-GRUPOS.
           IF NOT EXECUCAO-BATCH
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR GRUPO CLIHIST VISITAS RECHIST
                 GRPTMP
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
              PERFORM TELA-GRUPO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM TELA-LOJA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 3
              PERFORM AGRUPA-PELA-RAIZ
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 4
              DISPLAY(15, 28) "COMPETENCIA (AAAAMM): "
              ACCEPT(15, 50) WS-ANOMES WITH PROMPT
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           IF WS-OPCAO = 4
              PERFORM RELATORIO-GRUPOS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 4 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO DOS GRUPOS: DIGITA O CODIGO; SE JA EXISTE MOSTRA
      * E DEIXA ALTERAR (NOME EM BRANCO EXCLUI), SE NAO EXISTE INCLUI.
       TELA-GRUPO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-GRUPO
           MOVE 0 TO WS-GE-CODIGO WS-GE-VENDEDOR
           MOVE SPACES TO WS-GE-NOME
           ACCEPT(08, 33) WS-GE-CODIGO WITH PROMPT
           IF WS-GE-CODIGO = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-GE-CODIGO TO GE-CODIGO
              READ GRUPO
              IF FS-STAT = 00
                 MOVE GE-NOME     TO WS-GE-NOME
                 MOVE GE-VENDEDOR TO WS-GE-VENDEDOR
                 DISPLAY(10, 33) WS-GE-NOME
                 DISPLAY(12, 33) WS-GE-VENDEDOR
                 ACCEPT(10, 33) WS-GE-NOME WITH PROMPT UPDATE
                 PERFORM ACEITA-KEY-ACCOUNT
                 PERFORM GRAVA-GRUPO-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 ACCEPT(10, 33) WS-GE-NOME WITH PROMPT
                 PERFORM ACEITA-KEY-ACCOUNT
                 PERFORM GRAVA-GRUPO-INCLUSAO.
      * NA EXCLUSAO (NOME EM BRANCO) O VENDEDOR NEM E PERGUNTADO.
       ACEITA-KEY-ACCOUNT.
           IF WS-GE-NOME NOT = SPACES
              PERFORM ACEITA-KEY-ACCOUNT-VENDEDOR.
       ACEITA-KEY-ACCOUNT-VENDEDOR.
           ACCEPT(12, 33) WS-GE-VENDEDOR WITH PROMPT UPDATE
           DISPLAY(12, 38) "                              "
           IF WS-GE-VENDEDOR > 0
              MOVE WS-GE-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO ACEITA-KEY-ACCOUNT-VENDEDOR
              ELSE
                 DISPLAY(12, 38) VD-NOME(1:30).
       GRAVA-GRUPO-ALTERACAO.
           IF WS-GE-NOME = SPACES
              DELETE GRUPO
              MOVE 'GRUPO EXCLUIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-GE-NOME     TO GE-NOME
              MOVE WS-GE-VENDEDOR TO GE-VENDEDOR
              MOVE WS-HOJE        TO GE-DATA
              REWRITE REG-GRUPO
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR GRUPO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'GRUPO ALTERADO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-GRUPO-INCLUSAO.
           IF WS-GE-NOME = SPACES
              MOVE 'NOME EM BRANCO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-GE-CODIGO   TO GE-CODIGO
              MOVE WS-GE-NOME     TO GE-NOME
              MOVE WS-GE-VENDEDOR TO GE-VENDEDOR
              MOVE WS-HOJE        TO GE-DATA
              WRITE REG-GRUPO
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR GRUPO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'GRUPO INCLUIDO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * GRUPO DA LOJA INFORMADO A MAO: A LOJA DE OUTRA RAIZ (FRANQUIA,
      * CNPJ DE OUTRA EMPRESA DA REDE) PASSA A CONTAR NO GRUPO
      * INDICADO; ZERO VOLTA PARA O GRUPO DA RAIZ.
       TELA-LOJA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-LOJA
           MOVE 0 TO WS-CL-CODIGO
           ACCEPT(08, 33) WS-CL-CODIGO WITH PROMPT
           IF WS-CL-CODIGO = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-CL-CODIGO TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'CLIENTE NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 PERFORM ACEITA-GRUPO-LOJA.
       ACEITA-GRUPO-LOJA.
           DISPLAY(10, 33) CL-RAZAO
           DIVIDE CL-CNPJ BY 1000000 GIVING WS-GRP-RAIZ
           DISPLAY(12, 33) WS-GRP-RAIZ
           MOVE 0 TO WS-CL-GRUPO
           IF CL-GRUPO NUMERIC
              MOVE CL-GRUPO TO WS-CL-GRUPO.
           DISPLAY(14, 33) WS-CL-GRUPO
           ACCEPT(14, 33) WS-CL-GRUPO WITH PROMPT UPDATE
           MOVE 'S' TO WS-FIM-LOJA
           IF WS-CL-GRUPO > 0
              MOVE WS-CL-GRUPO TO GE-CODIGO
              READ GRUPO
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'N' TO WS-FIM-LOJA
                 MOVE 'GRUPO NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           IF FIM-LOJA
              MOVE WS-CL-GRUPO TO CL-GRUPO
              REWRITE REG-CLIENTES
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR CLIENTE' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'GRUPO DA LOJA GRAVADO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * LE O CLIENTES NA ORDEM DO CNPJ, ONDE AS LOJAS DE MESMA RAIZ
      * FICAM JUNTAS, E CRIA O GRUPO DE TODA RAIZ COM DUAS OU MAIS
      * LOJAS SEM GRUPO INFORMADO A MAO. GRUPO JA EXISTENTE (NOME E
      * KEY-ACCOUNT) NAO E TOCADO.
       AGRUPA-PELA-RAIZ.
           MOVE 0 TO WS-QTD-CRIADOS WS-RAIZ-CORRENTE WS-RAIZ-QTD
           MOVE ZEROS TO CL-CNPJ
           START CLIENTES KEY NOT LESS THAN CL-CHAVE-CNPJ
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM AGRUPA-PASSO UNTIL FIM-ARQ
           PERFORM FECHA-RAIZ
           IF EXECUCAO-BATCH
              DISPLAY 'AGRUPAMENTO PELA RAIZ - GRUPOS CRIADOS: '
                      WS-QTD-CRIADOS
           ELSE
              MOVE 'GRUPOS CRIADOS:' TO WS-MSGERRO
              MOVE WS-QTD-CRIADOS TO WS-MSGERRO(17:5)
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       AGRUPA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CL-CNPJ > 0
                 PERFORM AGRUPA-CLIENTE.
       AGRUPA-CLIENTE.
           MOVE 0 TO WS-CL-GRUPO
           IF CL-GRUPO NUMERIC
              MOVE CL-GRUPO TO WS-CL-GRUPO.
           DIVIDE CL-CNPJ BY 1000000 GIVING WS-GRP-RAIZ
           IF WS-GRP-RAIZ NOT = WS-RAIZ-CORRENTE
              PERFORM FECHA-RAIZ
              MOVE WS-GRP-RAIZ TO WS-RAIZ-CORRENTE
              MOVE 0 TO WS-RAIZ-QTD
              MOVE SPACES TO WS-RAIZ-NOME.
           IF WS-CL-GRUPO = 0
              ADD 1 TO WS-RAIZ-QTD
              IF WS-RAIZ-NOME = SPACES
                 MOVE CL-RAZAO TO WS-RAIZ-NOME.
       FECHA-RAIZ.
           IF WS-RAIZ-QTD > 1
              MOVE WS-RAIZ-CORRENTE TO GE-CODIGO
              READ GRUPO
              IF FS-STAT NOT = 00
                 MOVE WS-RAIZ-NOME TO GE-NOME
                 MOVE 0            TO GE-VENDEDOR
                 MOVE WS-HOJE      TO GE-DATA
                 WRITE REG-GRUPO
                 IF FS-STAT = 00
                    ADD 1 TO WS-QTD-CRIADOS.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * RELATORIO DOS GRUPOS: 1A PASSADA LEVA CADA LOJA DE GRUPO
      * CADASTRADO PARA O GRPTMP; 2A PASSADA IMPRIME GRUPO A GRUPO,
      * SOMANDO POR LOJA AS VENDAS E VISITAS DA JANELA E O VENCIDO
      * DA ULTIMA CARGA DO CONTAS A RECEBER.
       RELATORIO-GRUPOS.
           PERFORM CALCULA-JANELA
           PERFORM ACHA-ULTIMA-CARGA
           MOVE 0 TO WS-QTD-GRUPOS
           CLOSE GRPTMP
           OPEN OUTPUT GRPTMP
           CLOSE GRPTMP
           OPEN I-O GRPTMP
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SEPARA-LOJA-PASSO UNTIL FIM-ARQ
           PERFORM IMPRIME-GRUPOS
           IF EXECUCAO-BATCH
              DISPLAY 'GRUPOS ECONOMICOS ' WS-ANOMES
                      ' - GRUPOS IMPRESSOS: ' WS-QTD-GRUPOS
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       CALCULA-JANELA.
           MOVE WS-ANOMES TO WS-JANELA-INICIO
           MOVE 1 TO WS-JANELA-IDX
           PERFORM RECUA-JANELA UNTIL WS-JANELA-IDX > 11
           COMPUTE WS-VI-INICIO = WS-JANELA-INICIO * 100 + 1
           COMPUTE WS-VI-FIM    = WS-ANOMES * 100 + 31.
       RECUA-JANELA.
           IF WS-JANELA-MES = 1
              MOVE 12 TO WS-JANELA-MES
              SUBTRACT 1 FROM WS-JANELA-ANO
           ELSE
              SUBTRACT 1 FROM WS-JANELA-MES.
           ADD 1 TO WS-JANELA-IDX.
      * O MARCADOR DE CLIENTE ZERO DE MAIOR DATA E A ULTIMA CARGA.
       ACHA-ULTIMA-CARGA.
           MOVE 0 TO WS-DATA-CARGA
           MOVE ZEROS TO RH-CLIENTE RH-DATA
           START RECHIST KEY NOT LESS THAN RH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACHA-CARGA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ACHA-CARGA-PASSO.
           READ RECHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF RH-CLIENTE NOT = 0
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 MOVE RH-DATA TO WS-DATA-CARGA.
       SEPARA-LOJA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              PERFORM ACHA-GRUPO-CLIENTE
              MOVE WS-GRP-CODIGO TO GE-CODIGO
              READ GRUPO
              IF FS-STAT = 00
                 MOVE WS-GRP-CODIGO TO GT-GRUPO
                 MOVE CL-CODIGO     TO GT-CLIENTE
                 WRITE REG-GRPTMP.
           MOVE 0 TO FS-STAT.
       ACHA-GRUPO-CLIENTE.
           DIVIDE CL-CNPJ BY 1000000 GIVING WS-GRP-CODIGO
           IF CL-GRUPO NUMERIC
              IF CL-GRUPO > 0
                 MOVE CL-GRUPO TO WS-GRP-CODIGO.
       IMPRIME-GRUPOS.
           OPEN OUTPUT LISTAG
           MOVE WS-ANOMES     TO L02-ANOMES
           MOVE WS-DATA-CARGA TO L02-CARGA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-GRUPO-CORRENTE
           MOVE ZEROS TO GT-GRUPO GT-CLIENTE
           START GRPTMP KEY NOT LESS THAN GT-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-GRUPO-PASSO UNTIL FIM-ARQ
           PERFORM FECHA-GRUPO
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG.
       IMPRIME-GRUPO-PASSO.
           READ GRPTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF GT-GRUPO NOT = WS-GRUPO-CORRENTE
                 PERFORM FECHA-GRUPO
                 PERFORM ABRE-GRUPO.
           IF NOT FIM-ARQ
              PERFORM IMPRIME-LOJA.
       ABRE-GRUPO.
           ADD 1 TO WS-QTD-GRUPOS
           MOVE GT-GRUPO TO WS-GRUPO-CORRENTE GE-CODIGO
           READ GRUPO
           IF FS-STAT NOT = 00
              MOVE SPACES TO GE-NOME
              MOVE 0 TO GE-VENDEDOR.
           MOVE SPACES TO L03-VDD-NOME
           IF GE-VENDEDOR > 0
              MOVE GE-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT = 00
                 MOVE VD-NOME TO L03-VDD-NOME.
           MOVE 0 TO FS-STAT
           MOVE GT-GRUPO    TO L03-GRUPO
           MOVE GE-NOME     TO L03-NOME
           MOVE GE-VENDEDOR TO L03-VENDEDOR
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE SPACES TO WS-VDD-VISTOS
           MOVE 0 TO WS-GRP-LOJAS WS-GRP-VENDEDORES WS-GRP-VISITAS
                     WS-GRP-VENDAS WS-GRP-VENCIDO.
       FECHA-GRUPO.
           IF WS-GRUPO-CORRENTE NOT = 0
              MOVE WS-GRP-LOJAS      TO L07-LOJAS
              MOVE WS-GRP-VENDEDORES TO L07-VENDEDORES
              MOVE WS-GRP-VENDAS     TO L07-VENDAS
              MOVE WS-GRP-VISITAS    TO L07-VISITAS
              MOVE WS-GRP-VENCIDO    TO L07-VENCIDO
              WRITE LINHA FROM LINHA-07 BEFORE 2.
       IMPRIME-LOJA.
           MOVE GT-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT NOT = 00
              MOVE SPACES TO CL-RAZAO
              MOVE 0 TO CL-VENDEDOR.
           MOVE 0 TO FS-STAT
           PERFORM SOMA-VENDAS-LOJA
           PERFORM CONTA-VISITAS-LOJA
           PERFORM ACHA-VENCIDO-LOJA
           IF CL-VENDEDOR > 0
              IF WS-VDD-VISTO (CL-VENDEDOR) NOT = 'S'
                 MOVE 'S' TO WS-VDD-VISTO (CL-VENDEDOR)
                 ADD 1 TO WS-GRP-VENDEDORES.
           ADD 1               TO WS-GRP-LOJAS
           ADD WS-LOJA-VENDAS  TO WS-GRP-VENDAS
           ADD WS-LOJA-VISITAS TO WS-GRP-VISITAS
           ADD WS-LOJA-VENCIDO TO WS-GRP-VENCIDO
           MOVE GT-CLIENTE      TO L06-CLIENTE
           MOVE CL-RAZAO        TO L06-RAZAO
           MOVE CL-VENDEDOR     TO L06-VENDEDOR
           MOVE WS-LOJA-VENDAS  TO L06-VENDAS
           MOVE WS-LOJA-VISITAS TO L06-VISITAS
           MOVE WS-LOJA-VENCIDO TO L06-VENCIDO
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       SOMA-VENDAS-LOJA.
           MOVE 0 TO WS-LOJA-VENDAS
           MOVE GT-CLIENTE       TO CH-CLIENTE
           MOVE WS-JANELA-INICIO TO CH-ANOMES
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-LOJA
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-LOJA.
           PERFORM SOMA-VENDAS-PASSO UNTIL FIM-LOJA
           MOVE 0 TO FS-STAT.
       SOMA-VENDAS-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-LOJA.
           IF NOT FIM-LOJA
              IF CH-CLIENTE NOT = GT-CLIENTE OR CH-ANOMES > WS-ANOMES
                 MOVE 'S' TO WS-FIM-LOJA
              ELSE
                 ADD CH-VALOR TO WS-LOJA-VENDAS.
       CONTA-VISITAS-LOJA.
           MOVE 0 TO WS-LOJA-VISITAS
           MOVE GT-CLIENTE   TO VI-CLIENTE
           MOVE WS-VI-INICIO TO VI-DATA
           MOVE 0            TO VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-LOJA
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-LOJA.
           PERFORM CONTA-VISITAS-PASSO UNTIL FIM-LOJA
           MOVE 0 TO FS-STAT.
       CONTA-VISITAS-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-LOJA.
           IF NOT FIM-LOJA
              IF VI-CLIENTE NOT = GT-CLIENTE OR VI-DATA > WS-VI-FIM
                 MOVE 'S' TO WS-FIM-LOJA
              ELSE
                 ADD 1 TO WS-LOJA-VISITAS.
      * SEM FOTO NA ULTIMA CARGA A LOJA NAO TEM VENCIDO.
       ACHA-VENCIDO-LOJA.
           MOVE 0 TO WS-LOJA-VENCIDO
           IF WS-DATA-CARGA > 0
              MOVE GT-CLIENTE    TO RH-CLIENTE
              MOVE WS-DATA-CARGA TO RH-DATA
              READ RECHIST
              IF FS-STAT = 00
                 MOVE RH-VALOR TO WS-LOJA-VENCIDO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ABRE ARQUIVOS (O TEMPORARIO E RECOMECADO A CADA RODADA)
       ABRIR-ARQUIVOS.
           OPEN I-O CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN I-O GRUPO
           IF FS-STAT = '30'
              OPEN OUTPUT GRUPO
              CLOSE GRUPO
              OPEN I-O GRUPO.
           OPEN INPUT CLIHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CLIHIST
              CLOSE CLIHIST
              OPEN INPUT CLIHIST.
           OPEN INPUT VISITAS
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VISITAS
              CLOSE VISITAS
              OPEN INPUT VISITAS.
           OPEN INPUT RECHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT RECHIST
              CLOSE RECHIST
              OPEN INPUT RECHIST.
           OPEN OUTPUT GRPTMP
           CLOSE GRPTMP
           OPEN I-O GRPTMP
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
       GRAVA-JORNAL.
           MOVE 'SICCV53 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
