       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV77.
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
      * OBJETIVO.....: SICCV77 - CONCORRENTES NOS CLIENTES. MANTEM A TABELA *
      *                CONCORR (CODIGO E NOME) E IMPRIME, PARA AS VISITAS A *
      *                PARTIR DE UM MES (PADRAO: ULTIMOS DOZE MESES), A     *
      *                PRESENCA DE CADA CONCORRENTE REGISTRADA NO           *
      *                VISCONC.DAT (TELA DE VISITAS DO SICCV01 E RETORNO DO *
      *                CAMPO NO SICCV21) POR REGIAO, FILIAL E SEGMENTO:     *
      *                CLIENTES DO GRUPO, CLIENTES COM O CONCORRENTE,       *
      *                PERCENTUAL DE PRESENCA, VISITAS E PARTICIPACAO MEDIA *
      *                ESTIMADA, DO GRUPO ONDE ELE ESTA MAIS PRESENTE PARA  *
      *                O MENOS. EM SEGUIDA LISTA OS CLIENTES DO SEGMENTO A  *
      *                ONDE A PARTICIPACAO ESTIMADA DE UM CONCORRENTE SUBIU *
      *                NA ULTIMA VISITA. LINHA DE COMANDO: 'RELATORIO       *
      *                AAAAMM'.                                             *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CONCORR.SEL.
       COPY VISCONC.SEL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CONCORR.FD.
       COPY VISCONC.FD.
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
      * PERIODO DO RELATORIO: VISITAS A PARTIR DO PRIMEIRO DIA DO MES
      * INFORMADO; SEM MES, OS ULTIMOS DOZE MESES.
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-DESDE             PIC 9(08) VALUE ZEROS.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANO       PIC 9(04).
           05 WS-HOJE-MES       PIC 9(02).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-REG-CONCORR.
           05 WS-CR-CODIGO      PIC X(03) VALUE SPACES.
           05 WS-CR-NOME        PIC X(30) VALUE SPACES.
       01  WS-QTD-LIDOS         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ORFAOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CRESCE        PIC 9(05) VALUE ZEROS.
      * CLIENTES DE CADA REGIAO/FILIAL/SEGMENTO, BASE DO PERCENTUAL
      * DE PRESENCA DO CONCORRENTE (ATE 300 GRUPOS).
       01  WS-GRP-QTD           PIC 9(03) VALUE ZEROS.
       01  WS-GRP-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-GRP-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-GRP-TABELA.
           05 WS-GRP-ITEM OCCURS 300 TIMES.
              10 WS-GRP-REGIAO   PIC X(02).
              10 WS-GRP-FILIAL   PIC X(02).
              10 WS-GRP-SEGMENTO PIC X(01).
              10 WS-GRP-CLIENTES PIC 9(05).
      * PRESENCA DE CADA CONCORRENTE EM CADA GRUPO (ATE 500 PARES):
      * CLIENTES DISTINTOS E VISITAS EM QUE FOI VISTO, SOMA E
      * QUANTIDADE DAS PARTICIPACOES ESTIMADAS (MEDIA SO DAS
      * INFORMADAS) E O PERCENTUAL DE CLIENTES DO GRUPO COM ELE.
       01  WS-PRS-QTD           PIC 9(03) VALUE ZEROS.
       01  WS-PRS-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-PRS-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-PRS-MAIOR         PIC 9(03) VALUE ZEROS.
       01  WS-PRS-TABELA.
           05 WS-PRS-ITEM OCCURS 500 TIMES.
              10 WS-PRS-CONC     PIC X(03).
              10 WS-PRS-GRUPO    PIC 9(03).
              10 WS-PRS-CLIENTES PIC 9(05).
              10 WS-PRS-VISITAS  PIC 9(05).
              10 WS-PRS-SOMA-PART PIC 9(07).
              10 WS-PRS-QTD-PART PIC 9(05).
              10 WS-PRS-PRESENCA PIC 9(03)V9(02).
              10 WS-PRS-IMPRESSO PIC X(01).
      * CONCORRENTES ENCONTRADOS, PARA A IMPRESSAO EM ORDEM DE CODIGO.
       01  WS-CON-QTD           PIC 9(03) VALUE ZEROS.
       01  WS-CON-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-CON-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-CON-MENOR         PIC 9(03) VALUE ZEROS.
       01  WS-CON-TABELA.
           05 WS-CON-ITEM OCCURS 100 TIMES.
              10 WS-CON-CODIGO   PIC X(03).
              10 WS-CON-IMPRESSO PIC X(01).
      * CLIENTE DO REGISTRO CORRENTE DO VISCONC.DAT.
       01  WS-CLI-ATUAL         PIC 9(07) VALUE ZEROS.
       01  WS-CLI-OK            PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO         VALUE 'S'.
       01  WS-CLI-GRUPO         PIC 9(03) VALUE ZEROS.
       01  WS-CLI-REGIAO        PIC X(02) VALUE SPACES.
       01  WS-CLI-FILIAL        PIC X(02) VALUE SPACES.
       01  WS-CLI-SEGMENTO      PIC X(01) VALUE SPACES.
       01  WS-CLI-VENDEDOR      PIC 9(03) VALUE ZEROS.
       01  WS-CLI-RAZAO         PIC X(40) VALUE SPACES.
      * CONCORRENTES JA CONTADOS PARA O CLIENTE CORRENTE (O MESMO
      * CLIENTE SO CONTA UMA VEZ POR CONCORRENTE) E A ULTIMA VISITA
      * CONTADA PARA O CONCORRENTE (VARIAS LINHAS NA MESMA VISITA).
       01  WS-VST-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-VST-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-VST-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-VST-TABELA.
           05 WS-VST-CONC OCCURS 50 TIMES PIC X(03).
       01  WS-ULT-CHAVE         PIC X(24) VALUE SPACES.
      * EVOLUCAO DA PARTICIPACAO POR CONCORRENTE E LINHA NO CLIENTE
      * CORRENTE: AS TRES ULTIMAS ESTIMATIVAS INFORMADAS, DA MAIS
      * ANTIGA (P1) PARA A MAIS RECENTE (P3).
       01  WS-TND-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-TND-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-TND-ACHOU         PIC X(01) VALUE 'N'.
       01  WS-TND-TABELA.
           05 WS-TND-ITEM OCCURS 20 TIMES.
              10 WS-TND-CONC     PIC X(03).
              10 WS-TND-LINHA    PIC X(03).
              10 WS-TND-ESTIMATIVAS PIC 9(02).
              10 WS-TND-P1       PIC 9(03).
              10 WS-TND-P2       PIC 9(03).
              10 WS-TND-P3       PIC 9(03).
              10 WS-TND-DATA     PIC 9(08).
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(47) VALUE
              'PRESENCA DE CONCORRENTES - VISITAS A PARTIR DE '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(35) VALUE
              'CON  NOME DO CONCORRENTE   RG  FL  '.
           05 F                  PIC X(31) VALUE
              'SG  GRUPO   C/CON     PRES%    '.
           05 F                  PIC X(16) VALUE
              'VISIT      PART%'.
       01  LINHA-04.
           05 F                  PIC X(35) VALUE
              '---  --------------------  --  --  '.
           05 F                  PIC X(31) VALUE
              '--  -----   -----    ------    '.
           05 F                  PIC X(16) VALUE
              '-----     ------'.
       01  LINHA-05.
           05 L05-CONCORRENTE    PIC X(03)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-NOME           PIC X(20)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-REGIAO         PIC X(02)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-FILIAL         PIC X(02)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-SEGMENTO       PIC X(01)  VALUE SPACES.
           05 F                  PIC X(03) VALUE SPACES.
           05 L05-CLI-GRUPO      PIC ZZZZ9  VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L05-CLI-CONC       PIC ZZZZ9  VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L05-PRESENCA       PIC ZZ9,99 VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L05-VISITAS        PIC ZZZZ9  VALUE ZEROS.
           05 F                  PIC X(05) VALUE SPACES.
           05 L05-PART-MEDIA     PIC ZZ9,99 VALUE ZEROS.
       01  LINHA-06.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(48) VALUE
              'CLIENTES DO SEGMENTO A COM CONCORRENTE CRESCENDO'.
       01  LINHA-07.
           05 F                  PIC X(36) VALUE
              'VDD  NOME DO VENDEDOR      CLIENTE  '.
           05 F                  PIC X(36) VALUE
              'RAZAO SOCIAL                    RG  '.
           05 F                  PIC X(34) VALUE
              'CON  CONCORRENTE      LIN  ANT%   '.
           05 F                  PIC X(15) VALUE
              'ULT%   DATA ULT'.
       01  LINHA-08.
           05 F                  PIC X(36) VALUE
              '---  --------------------  -------  '.
           05 F                  PIC X(36) VALUE
              '------------------------------  --  '.
           05 F                  PIC X(34) VALUE
              '---  ---------------  ---  ----   '.
           05 F                  PIC X(15) VALUE
              '----   --------'.
       01  LINHA-09.
           05 L09-VENDEDOR       PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-NOME-VDD       PIC X(20)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-CLIENTE        PIC 9(07)  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-RAZAO          PIC X(30)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-REGIAO         PIC X(02)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-CONCORRENTE    PIC X(03)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-NOME-CONC      PIC X(15)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L09-LINHA          PIC X(03)  VALUE SPACES.
           05 F                  PIC X(03) VALUE SPACES.
           05 L09-ANTERIOR       PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L09-ULTIMA         PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L09-DATA           PIC 9(08)  VALUE ZEROS.
       01  LINHA-10.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(44) VALUE
              'NENHUM CLIENTE A COM CONCORRENTE EM ALTA'.

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
               "*** CONCORRENTES NOS CLIENTES ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - TABELA DE CONCORRENTES".
           02 LINE 08 COLUMN 28  VALUE "2 - RELATORIO DE PRESENCA".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-CODIGO.
           02 LINE 08 COLUMN 12 VALUE "Codigo............:".
           02 LINE 10 COLUMN 12 VALUE "Nome..............:".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(11:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:6) TO WS-ANOMES.
           IF EXECUCAO-BATCH
              PERFORM RELATORIO-PRESENCA
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR CONCORR VISCONC
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
              PERFORM TELA-CODIGO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              MOVE 0 TO WS-ANOMES
              DISPLAY(13, 28) "A PARTIR DE (AAAAMM): "
              ACCEPT(13, 50) WS-ANOMES WITH PROMPT
              PERFORM RELATORIO-PRESENCA
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO DA TABELA: DIGITA O CODIGO; SE JA EXISTE MOSTRA E
      * DEIXA ALTERAR (NOME EM BRANCO EXCLUI), SE NAO EXISTE INCLUI.
      * O CODIGO EXCLUIDO CONTINUA NOS REGISTROS DE VISITA JA FEITOS
      * E SAI NO RELATORIO SEM NOME.
       TELA-CODIGO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-CODIGO
           MOVE SPACES TO WS-CR-CODIGO WS-CR-NOME
           ACCEPT(08, 33) WS-CR-CODIGO WITH PROMPT
           IF WS-CR-CODIGO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-CR-CODIGO TO CR-CODIGO
              READ CONCORR
              IF FS-STAT = 00
                 MOVE CR-NOME TO WS-CR-NOME
                 DISPLAY(10, 33) WS-CR-NOME
                 ACCEPT(10, 33) WS-CR-NOME WITH PROMPT UPDATE
                 PERFORM GRAVA-CODIGO-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 ACCEPT(10, 33) WS-CR-NOME WITH PROMPT
                 PERFORM GRAVA-CODIGO-INCLUSAO.
       GRAVA-CODIGO-ALTERACAO.
           IF WS-CR-NOME = SPACES
              DELETE CONCORR
              MOVE 'CONCORRENTE EXCLUIDO DA TABELA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-CR-NOME TO CR-NOME
              REWRITE REG-CONCORR
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR CONCORRENTE' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'CONCORRENTE ALTERADO COM SUCESSO !!!'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-CODIGO-INCLUSAO.
           IF WS-CR-NOME = SPACES
              MOVE 'NOME EM BRANCO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-CR-CODIGO TO CR-CODIGO
              MOVE WS-CR-NOME   TO CR-NOME
              WRITE REG-CONCORR
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR CONCORRENTE' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'CONCORRENTE INCLUIDO COM SUCESSO !!!'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
      * -----------------------------------
      * RELATORIO: CONTA OS CLIENTES DE CADA GRUPO, PASSA O
      * VISCONC.DAT DO PERIODO UMA VEZ PARA A PRESENCA (IMPRESSA POR
      * CONCORRENTE, DO GRUPO DE MAIOR PRESENCA PARA O DE MENOR) E
      * OUTRA PARA A EVOLUCAO DA PARTICIPACAO NOS CLIENTES A.
       RELATORIO-PRESENCA.
           IF WS-ANOMES = 0
              COMPUTE WS-ANOMES = (WS-HOJE-ANO - 1) * 100 + WS-HOJE-MES.
           COMPUTE WS-DESDE = WS-ANOMES * 100 + 1
           MOVE WS-ANOMES TO L02-ANOMES
           INITIALIZE WS-GRP-TABELA WS-PRS-TABELA WS-CON-TABELA
           MOVE 0 TO WS-GRP-QTD WS-PRS-QTD WS-CON-QTD
           MOVE 0 TO WS-QTD-LIDOS WS-QTD-ORFAOS WS-QTD-CRESCE
           PERFORM CONTA-CLIENTES-GRUPO
           OPEN OUTPUT LISTAG
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           PERFORM ACUMULA-PRESENCA
           PERFORM IMPRIME-PRESENCA
           PERFORM EVOLUCAO-CLIENTES-A
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           IF EXECUCAO-BATCH
              DISPLAY 'PRESENCA DE CONCORRENTES GERADA DESDE ' WS-ANOMES
              DISPLAY 'REGISTROS LIDOS: ' WS-QTD-LIDOS
                      ' CLIENTES NAO CADASTRADOS: ' WS-QTD-ORFAOS
                      ' CLIENTES A EM ALTA: ' WS-QTD-CRESCE
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * BASE DO PERCENTUAL: TODOS OS CLIENTES DE CADA GRUPO (O
      * SUSPENSO TAMBEM, JA QUE AS VISITAS DELE NO PERIODO CONTAM).
       CONTA-CLIENTES-GRUPO.
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CONTA-CLIENTE UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CONTA-CLIENTE.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE CL-REGIAO   TO WS-CLI-REGIAO
              MOVE CL-FILIAL   TO WS-CLI-FILIAL
              MOVE CL-SEGMENTO TO WS-CLI-SEGMENTO
              PERFORM ACHA-GRUPO
              IF WS-GRP-ACHOU = 'S'
                 ADD 1 TO WS-GRP-CLIENTES (WS-GRP-IDX).
       ACHA-GRUPO.
           MOVE 'N' TO WS-GRP-ACHOU
           MOVE 1 TO WS-GRP-IDX
           PERFORM PROCURA-GRUPO-TABELA
                   UNTIL WS-GRP-IDX > WS-GRP-QTD
                      OR WS-GRP-ACHOU = 'S'
           IF WS-GRP-ACHOU NOT = 'S' AND WS-GRP-QTD < 300
              ADD 1 TO WS-GRP-QTD
              MOVE WS-GRP-QTD      TO WS-GRP-IDX
              MOVE WS-CLI-REGIAO   TO WS-GRP-REGIAO   (WS-GRP-IDX)
              MOVE WS-CLI-FILIAL   TO WS-GRP-FILIAL   (WS-GRP-IDX)
              MOVE WS-CLI-SEGMENTO TO WS-GRP-SEGMENTO (WS-GRP-IDX)
              MOVE 0               TO WS-GRP-CLIENTES (WS-GRP-IDX)
              MOVE 'S' TO WS-GRP-ACHOU.
       PROCURA-GRUPO-TABELA.
           IF WS-GRP-REGIAO   (WS-GRP-IDX) = WS-CLI-REGIAO
              AND WS-GRP-FILIAL   (WS-GRP-IDX) = WS-CLI-FILIAL
              AND WS-GRP-SEGMENTO (WS-GRP-IDX) = WS-CLI-SEGMENTO
              MOVE 'S' TO WS-GRP-ACHOU
           ELSE
              ADD 1 TO WS-GRP-IDX.
      * -----------------------------------
      * PRIMEIRA PASSADA: PRESENCA POR CONCORRENTE E GRUPO. REGISTRO
      * DE CLIENTE QUE NAO ESTA MAIS NO CLIENTES.DAT (ARQUIVADO OU
      * UNIFICADO) FICA DE FORA E E SO CONTADO.
       ACUMULA-PRESENCA.
           MOVE 0 TO WS-CLI-ATUAL
           MOVE SPACES TO WS-ULT-CHAVE
           MOVE ZEROS TO VK-CLIENTE VK-DATA VK-HORA
           MOVE SPACES TO VK-CONCORRENTE VK-LINHA
           START VISCONC KEY NOT LESS THAN VK-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACUMULA-REGISTRO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ACUMULA-REGISTRO.
           READ VISCONC NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF VK-DATA NOT < WS-DESDE
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM ACUMULA-CONCORRENTE.
       ACUMULA-CONCORRENTE.
           IF VK-CLIENTE NOT = WS-CLI-ATUAL
              PERFORM TROCA-CLIENTE
              IF NOT CLIENTE-ACHADO
                 ADD 1 TO WS-QTD-ORFAOS.
           IF CLIENTE-ACHADO
              PERFORM ACHA-CONCORRENTE
              PERFORM ACHA-PRESENCA.
           IF CLIENTE-ACHADO AND WS-PRS-ACHOU = 'S'
              IF VK-CHAVE(1:24) NOT = WS-ULT-CHAVE
                 ADD 1 TO WS-PRS-VISITAS (WS-PRS-IDX)
                 MOVE VK-CHAVE(1:24) TO WS-ULT-CHAVE.
           IF CLIENTE-ACHADO AND WS-PRS-ACHOU = 'S'
              IF VK-PARTICIPACAO > 0
                 ADD VK-PARTICIPACAO TO WS-PRS-SOMA-PART (WS-PRS-IDX)
                 ADD 1 TO WS-PRS-QTD-PART (WS-PRS-IDX).
           IF CLIENTE-ACHADO AND WS-PRS-ACHOU = 'S'
              PERFORM MARCA-CLIENTE-CONCORRENTE.
           MOVE 0 TO FS-STAT.
      * LE O CLIENTE NOVO E GUARDA O QUE OS DOIS BLOCOS USAM.
       TROCA-CLIENTE.
           MOVE VK-CLIENTE TO WS-CLI-ATUAL CL-CODIGO
           MOVE 0 TO WS-VST-QTD WS-TND-QTD
           READ CLIENTES
           IF FS-STAT = 00
              MOVE 'S' TO WS-CLI-OK
              MOVE CL-REGIAO   TO WS-CLI-REGIAO
              MOVE CL-FILIAL   TO WS-CLI-FILIAL
              MOVE CL-SEGMENTO TO WS-CLI-SEGMENTO
              MOVE CL-VENDEDOR TO WS-CLI-VENDEDOR
              MOVE CL-RAZAO    TO WS-CLI-RAZAO
              PERFORM ACHA-GRUPO
              MOVE WS-GRP-IDX TO WS-CLI-GRUPO
              IF WS-GRP-ACHOU NOT = 'S'
                 MOVE 'N' TO WS-CLI-OK
           ELSE
              MOVE 'N' TO WS-CLI-OK.
           MOVE 0 TO FS-STAT.
       ACHA-CONCORRENTE.
           MOVE 'N' TO WS-CON-ACHOU
           MOVE 1 TO WS-CON-IDX
           PERFORM PROCURA-CONCORRENTE-TABELA
                   UNTIL WS-CON-IDX > WS-CON-QTD
                      OR WS-CON-ACHOU = 'S'
           IF WS-CON-ACHOU NOT = 'S' AND WS-CON-QTD < 100
              ADD 1 TO WS-CON-QTD
              MOVE VK-CONCORRENTE TO WS-CON-CODIGO (WS-CON-QTD)
              MOVE 'N'            TO WS-CON-IMPRESSO (WS-CON-QTD).
       PROCURA-CONCORRENTE-TABELA.
           IF WS-CON-CODIGO (WS-CON-IDX) = VK-CONCORRENTE
              MOVE 'S' TO WS-CON-ACHOU
           ELSE
              ADD 1 TO WS-CON-IDX.
       ACHA-PRESENCA.
           MOVE 'N' TO WS-PRS-ACHOU
           MOVE 1 TO WS-PRS-IDX
           PERFORM PROCURA-PRESENCA-TABELA
                   UNTIL WS-PRS-IDX > WS-PRS-QTD
                      OR WS-PRS-ACHOU = 'S'
           IF WS-PRS-ACHOU NOT = 'S' AND WS-PRS-QTD < 500
              ADD 1 TO WS-PRS-QTD
              MOVE WS-PRS-QTD     TO WS-PRS-IDX
              MOVE VK-CONCORRENTE TO WS-PRS-CONC  (WS-PRS-IDX)
              MOVE WS-CLI-GRUPO   TO WS-PRS-GRUPO (WS-PRS-IDX)
              MOVE 0 TO WS-PRS-CLIENTES  (WS-PRS-IDX)
                        WS-PRS-VISITAS   (WS-PRS-IDX)
                        WS-PRS-SOMA-PART (WS-PRS-IDX)
                        WS-PRS-QTD-PART  (WS-PRS-IDX)
                        WS-PRS-PRESENCA  (WS-PRS-IDX)
              MOVE 'N' TO WS-PRS-IMPRESSO (WS-PRS-IDX)
              MOVE 'S' TO WS-PRS-ACHOU.
       PROCURA-PRESENCA-TABELA.
           IF WS-PRS-CONC  (WS-PRS-IDX) = VK-CONCORRENTE
              AND WS-PRS-GRUPO (WS-PRS-IDX) = WS-CLI-GRUPO
              MOVE 'S' TO WS-PRS-ACHOU
           ELSE
              ADD 1 TO WS-PRS-IDX.
       MARCA-CLIENTE-CONCORRENTE.
           MOVE 'N' TO WS-VST-ACHOU
           MOVE 1 TO WS-VST-IDX
           PERFORM PROCURA-CLIENTE-CONCORRENTE
                   UNTIL WS-VST-IDX > WS-VST-QTD
                      OR WS-VST-ACHOU = 'S'
           IF WS-VST-ACHOU NOT = 'S' AND WS-VST-QTD < 50
              ADD 1 TO WS-VST-QTD
              MOVE VK-CONCORRENTE TO WS-VST-CONC (WS-VST-QTD)
              ADD 1 TO WS-PRS-CLIENTES (WS-PRS-IDX).
       PROCURA-CLIENTE-CONCORRENTE.
           IF WS-VST-CONC (WS-VST-IDX) = VK-CONCORRENTE
              MOVE 'S' TO WS-VST-ACHOU
           ELSE
              ADD 1 TO WS-VST-IDX.
      * -----------------------------------
      * IMPRESSAO DA PRESENCA: CONCORRENTES EM ORDEM DE CODIGO E,
      * DENTRO DE CADA UM, OS GRUPOS DO MAIOR PERCENTUAL DE CLIENTES
      * COM ELE PARA O MENOR (O PRIMEIRO E ONDE ELE ESTA MAIS FORTE).
       IMPRIME-PRESENCA.
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 1 TO WS-PRS-IDX
           PERFORM CALCULA-PRESENCA UNTIL WS-PRS-IDX > WS-PRS-QTD
           MOVE 1 TO WS-CON-MENOR
           PERFORM IMPRIME-PROXIMO-CONCORRENTE UNTIL WS-CON-MENOR = 0.
       CALCULA-PRESENCA.
           MOVE WS-PRS-GRUPO (WS-PRS-IDX) TO WS-GRP-IDX
           IF WS-GRP-CLIENTES (WS-GRP-IDX) > 0
              COMPUTE WS-PRS-PRESENCA (WS-PRS-IDX) ROUNDED =
                      WS-PRS-CLIENTES (WS-PRS-IDX) * 100 /
                      WS-GRP-CLIENTES (WS-GRP-IDX)
           ELSE
              MOVE 0 TO WS-PRS-PRESENCA (WS-PRS-IDX).
           ADD 1 TO WS-PRS-IDX.
       IMPRIME-PROXIMO-CONCORRENTE.
           MOVE 0 TO WS-CON-MENOR
           MOVE 1 TO WS-CON-IDX
           PERFORM PROCURA-MENOR-CONCORRENTE
                   UNTIL WS-CON-IDX > WS-CON-QTD
           IF WS-CON-MENOR > 0
              MOVE 'S' TO WS-CON-IMPRESSO (WS-CON-MENOR)
              MOVE WS-CON-CODIGO (WS-CON-MENOR) TO CR-CODIGO
              READ CONCORR
              IF FS-STAT = 00
                 MOVE CR-NOME TO L05-NOME
              ELSE
                 MOVE 'NAO CADASTRADO' TO L05-NOME.
           IF WS-CON-MENOR > 0
              MOVE 1 TO WS-PRS-MAIOR
              PERFORM IMPRIME-PROXIMO-GRUPO UNTIL WS-PRS-MAIOR = 0
              WRITE LINHA FROM SPACES BEFORE 1.
           MOVE 0 TO FS-STAT.
       PROCURA-MENOR-CONCORRENTE.
           IF WS-CON-IMPRESSO (WS-CON-IDX) = 'N'
              IF WS-CON-MENOR = 0
                 MOVE WS-CON-IDX TO WS-CON-MENOR
              ELSE
                 IF WS-CON-CODIGO (WS-CON-IDX) <
                    WS-CON-CODIGO (WS-CON-MENOR)
                    MOVE WS-CON-IDX TO WS-CON-MENOR.
           ADD 1 TO WS-CON-IDX.
       IMPRIME-PROXIMO-GRUPO.
           MOVE 0 TO WS-PRS-MAIOR
           MOVE 1 TO WS-PRS-IDX
           PERFORM PROCURA-MAIOR-PRESENCA
                   UNTIL WS-PRS-IDX > WS-PRS-QTD
           IF WS-PRS-MAIOR > 0
              MOVE 'S' TO WS-PRS-IMPRESSO (WS-PRS-MAIOR)
              PERFORM GRAVA-LINHA-PRESENCA.
      * SO OS GRUPOS DO CONCORRENTE DA VEZ; EMPATE NO PERCENTUAL
      * FICA COM O DE MAIS CLIENTES.
       PROCURA-MAIOR-PRESENCA.
           IF WS-PRS-IMPRESSO (WS-PRS-IDX) = 'N'
              AND WS-PRS-CONC (WS-PRS-IDX) =
                  WS-CON-CODIGO (WS-CON-MENOR)
              IF WS-PRS-MAIOR = 0
                 MOVE WS-PRS-IDX TO WS-PRS-MAIOR
              ELSE
                 IF WS-PRS-PRESENCA (WS-PRS-IDX) >
                    WS-PRS-PRESENCA (WS-PRS-MAIOR)
                    OR (WS-PRS-PRESENCA (WS-PRS-IDX) =
                        WS-PRS-PRESENCA (WS-PRS-MAIOR)
                    AND WS-PRS-CLIENTES (WS-PRS-IDX) >
                        WS-PRS-CLIENTES (WS-PRS-MAIOR))
                    MOVE WS-PRS-IDX TO WS-PRS-MAIOR.
           ADD 1 TO WS-PRS-IDX.
       GRAVA-LINHA-PRESENCA.
           MOVE WS-PRS-GRUPO (WS-PRS-MAIOR) TO WS-GRP-IDX
           MOVE WS-CON-CODIGO (WS-CON-MENOR) TO L05-CONCORRENTE
           MOVE WS-GRP-REGIAO   (WS-GRP-IDX) TO L05-REGIAO
           MOVE WS-GRP-FILIAL   (WS-GRP-IDX) TO L05-FILIAL
           MOVE WS-GRP-SEGMENTO (WS-GRP-IDX) TO L05-SEGMENTO
           MOVE WS-GRP-CLIENTES (WS-GRP-IDX) TO L05-CLI-GRUPO
           MOVE WS-PRS-CLIENTES (WS-PRS-MAIOR) TO L05-CLI-CONC
           MOVE WS-PRS-PRESENCA (WS-PRS-MAIOR) TO L05-PRESENCA
           MOVE WS-PRS-VISITAS  (WS-PRS-MAIOR) TO L05-VISITAS
           IF WS-PRS-QTD-PART (WS-PRS-MAIOR) > 0
              COMPUTE L05-PART-MEDIA ROUNDED =
                      WS-PRS-SOMA-PART (WS-PRS-MAIOR) /
                      WS-PRS-QTD-PART (WS-PRS-MAIOR)
           ELSE
              MOVE 0 TO L05-PART-MEDIA.
           WRITE LINHA FROM LINHA-05 BEFORE 1.
      * -----------------------------------
      * SEGUNDA PASSADA: NOS CLIENTES DO SEGMENTO A, CADA PAR
      * CONCORRENTE/LINHA GUARDA AS TRES ULTIMAS PARTICIPACOES
      * INFORMADAS NO PERIODO. ESTA EM ALTA QUEM SUBIU DA PENULTIMA
      * PARA A ULTIMA SEM TER CAIDO NA ESTIMATIVA ANTERIOR.
       EVOLUCAO-CLIENTES-A.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-06 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 0 TO WS-CLI-ATUAL WS-TND-QTD
           MOVE 'N' TO WS-CLI-OK
           MOVE ZEROS TO VK-CLIENTE VK-DATA VK-HORA
           MOVE SPACES TO VK-CONCORRENTE VK-LINHA
           START VISCONC KEY NOT LESS THAN VK-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM EVOLUCAO-REGISTRO UNTIL FIM-ARQ
           PERFORM AVALIA-CLIENTE
           IF WS-QTD-CRESCE = 0
              WRITE LINHA FROM LINHA-10 BEFORE 1.
           MOVE 0 TO FS-STAT.
       EVOLUCAO-REGISTRO.
           READ VISCONC NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF VK-DATA NOT < WS-DESDE
                 PERFORM EVOLUCAO-CONCORRENTE.
       EVOLUCAO-CONCORRENTE.
           IF VK-CLIENTE NOT = WS-CLI-ATUAL
              PERFORM AVALIA-CLIENTE
              PERFORM TROCA-CLIENTE.
           IF CLIENTE-ACHADO AND WS-CLI-SEGMENTO = 'A'
              IF VK-PARTICIPACAO > 0
                 PERFORM REGISTRA-ESTIMATIVA.
       REGISTRA-ESTIMATIVA.
           MOVE 'N' TO WS-TND-ACHOU
           MOVE 1 TO WS-TND-IDX
           PERFORM PROCURA-PAR-TABELA
                   UNTIL WS-TND-IDX > WS-TND-QTD
                      OR WS-TND-ACHOU = 'S'
           IF WS-TND-ACHOU NOT = 'S' AND WS-TND-QTD < 20
              ADD 1 TO WS-TND-QTD
              MOVE WS-TND-QTD     TO WS-TND-IDX
              MOVE VK-CONCORRENTE TO WS-TND-CONC  (WS-TND-IDX)
              MOVE VK-LINHA       TO WS-TND-LINHA (WS-TND-IDX)
              MOVE 0 TO WS-TND-ESTIMATIVAS (WS-TND-IDX)
                        WS-TND-P1 (WS-TND-IDX)
                        WS-TND-P2 (WS-TND-IDX)
                        WS-TND-P3 (WS-TND-IDX)
              MOVE 'S' TO WS-TND-ACHOU.
           IF WS-TND-ACHOU = 'S'
              MOVE WS-TND-P2 (WS-TND-IDX) TO WS-TND-P1 (WS-TND-IDX)
              MOVE WS-TND-P3 (WS-TND-IDX) TO WS-TND-P2 (WS-TND-IDX)
              MOVE VK-PARTICIPACAO        TO WS-TND-P3 (WS-TND-IDX)
              MOVE VK-DATA                TO WS-TND-DATA (WS-TND-IDX)
              IF WS-TND-ESTIMATIVAS (WS-TND-IDX) < 99
                 ADD 1 TO WS-TND-ESTIMATIVAS (WS-TND-IDX).
       PROCURA-PAR-TABELA.
           IF WS-TND-CONC  (WS-TND-IDX) = VK-CONCORRENTE
              AND WS-TND-LINHA (WS-TND-IDX) = VK-LINHA
              MOVE 'S' TO WS-TND-ACHOU
           ELSE
              ADD 1 TO WS-TND-IDX.
       AVALIA-CLIENTE.
           IF CLIENTE-ACHADO AND WS-CLI-SEGMENTO = 'A'
              MOVE 1 TO WS-TND-IDX
              PERFORM AVALIA-PAR UNTIL WS-TND-IDX > WS-TND-QTD.
           MOVE 0 TO WS-TND-QTD.
       AVALIA-PAR.
           IF WS-TND-ESTIMATIVAS (WS-TND-IDX) > 1
              IF WS-TND-P3 (WS-TND-IDX) > WS-TND-P2 (WS-TND-IDX)
                 IF WS-TND-ESTIMATIVAS (WS-TND-IDX) = 2
                    OR WS-TND-P2 (WS-TND-IDX) NOT <
                       WS-TND-P1 (WS-TND-IDX)
                    PERFORM GRAVA-LINHA-EVOLUCAO.
           ADD 1 TO WS-TND-IDX.
       GRAVA-LINHA-EVOLUCAO.
           ADD 1 TO WS-QTD-CRESCE
           MOVE WS-CLI-VENDEDOR TO VD-CODIGO L09-VENDEDOR
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-NOME TO L09-NOME-VDD
           ELSE
              MOVE SPACES TO L09-NOME-VDD.
           MOVE WS-TND-CONC (WS-TND-IDX) TO CR-CODIGO L09-CONCORRENTE
           READ CONCORR
           IF FS-STAT = 00
              MOVE CR-NOME TO L09-NOME-CONC
           ELSE
              MOVE 'NAO CADASTRADO' TO L09-NOME-CONC.
           MOVE WS-CLI-ATUAL  TO L09-CLIENTE
           MOVE WS-CLI-RAZAO  TO L09-RAZAO
           MOVE WS-CLI-REGIAO TO L09-REGIAO
           MOVE WS-TND-LINHA (WS-TND-IDX) TO L09-LINHA
           MOVE WS-TND-P2    (WS-TND-IDX) TO L09-ANTERIOR
           MOVE WS-TND-P3    (WS-TND-IDX) TO L09-ULTIMA
           MOVE WS-TND-DATA  (WS-TND-IDX) TO L09-DATA
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 0 TO FS-STAT.
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
           OPEN I-O CONCORR
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CONCORR
              CLOSE CONCORR
              OPEN I-O CONCORR.
           OPEN INPUT VISCONC
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VISCONC
              CLOSE VISCONC
              OPEN INPUT VISCONC.
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
